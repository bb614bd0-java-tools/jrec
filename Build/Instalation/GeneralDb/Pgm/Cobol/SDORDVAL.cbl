      *                          FOR THE ZSUPORD ORDER TRANSMISSION    *
      *                          EXTRACT - ONLY THE LEADING CODE IS    *
      *                          USED HERE                             *
      *  03  15/10/26  R PATEL   SUPPLIER MASTER WIDENED TO 200 BYTES  *
      *                          FOR PAYMENT TERMS AND REMITTANCE      *
      *  04  15/10/26  R PATEL   AN Orders ENTRY FOR A KEYCODE NOT     *
      *                          RANGED AT ITS STORE ON THE SDRANGMS   *
      *                          RANGE MASTER (SEE SDRNGMNT.cbl) AT    *
      *                          THE BATCYCP CYCLE DATE IS ALSO        *
      *                          WRITTEN TO THE EXCEPTION FILE         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SV-EXCEPTION-FILE ASSIGN TO "SDORDVEX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SV-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SV-RANGE-FILE ASSIGN TO "SDRANGMS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  SV-SUPPLIER-IO.
           05 SV-SM-SUPPLIER-CODE          PIC X(06).
           05 FILLER                       PIC X(194).

       FD  SV-SALES-FILE
           RECORD IS VARYING IN SIZE
           05 SV-EX-SOURCE-CODE            PIC X(06).
           05 SV-EX-REASON                 PIC X(40).

       FD  SV-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SV-CYCLE-PARM-RECORD.
           05 SV-CP-CYCLE-DATE             PIC 9(08).

      *    STORE RANGE MASTER - 'G' STORE GRADE, 'R' RANGE LINE (SEE
      *    SDRNGMNT.cbl).
       FD  SV-RANGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SV-RANGE-IO.
           05 SV-RM-REC-TYPE               PIC X(01).
               88 SV-RM-IS-GRADE               VALUE 'G'.
               88 SV-RM-IS-RANGE               VALUE 'R'.
           05 SV-RM-SCOPE                  PIC X(01).
           05 SV-RM-STORE-NUM              PIC 9(04).
           05 SV-RM-STORE-GRADE            PIC X(02).
           05 SV-RM-KEYCODE                PIC 9(08).
           05 SV-RM-RANGE-IN-DATE          PIC 9(08).
           05 SV-RM-RANGE-OUT-DATE         PIC 9(08).
           05 FILLER                       PIC X(08).

       WORKING-STORAGE SECTION.
       01  SV-SWITCHES.
           05 SV-EOF-SUPPLIER-FILE         PIC X(01) VALUE 'N'.
               88 SV-END-OF-SUPPLIER-FILE      VALUE 'Y'.
           05 SV-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 SV-END-OF-SALES-FILE         VALUE 'Y'.
           05 SV-EOF-RANGE-FILE            PIC X(01) VALUE 'N'.
               88 SV-END-OF-RANGE-FILE         VALUE 'Y'.

       01  SV-ORDER-IDX                    PIC 9(02) COMP.

           05 SV-STORES-READ               PIC 9(07) COMP VALUE ZERO.
           05 SV-ORDERS-CHECKED            PIC 9(07) COMP VALUE ZERO.
           05 SV-ORDERS-EXCEPTION          PIC 9(07) COMP VALUE ZERO.
           05 SV-ORDERS-UNRANGED           PIC 9(07) COMP VALUE ZERO.
           05 SV-GRADE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 SV-RANGE-CNT                 PIC 9(05) COMP VALUE ZERO.

       01  SV-SUPPLIER-TABLE.
           05 SV-SM-ENTRY OCCURS 1 TO 99999 TIMES
       01  SV-SUPPLIER-SEARCH-RESULT       PIC X(01).
           88 SV-SUPPLIER-WAS-FOUND            VALUE 'Y'.

       01  SV-CYCLE-DATE                   PIC 9(08).

      *    THE RANGE MASTER - EACH GRADED STORE'S GRADE, AND THE
      *    RANGE LINES BY STORE OR BY GRADE.
       01  SV-GRADE-TABLE.
           05 SV-GR-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SV-GRADE-CNT.
               10 SV-GR-STORE-NUM          PIC 9(04).
               10 SV-GR-STORE-GRADE        PIC X(02).

       01  SV-RANGE-TABLE.
           05 SV-RL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON SV-RANGE-CNT.
               10 SV-RL-SCOPE              PIC X(01).
                   88 SV-RL-FOR-STORE          VALUE 'S'.
                   88 SV-RL-FOR-GRADE          VALUE 'G'.
               10 SV-RL-STORE-NUM          PIC 9(04).
               10 SV-RL-STORE-GRADE        PIC X(02).
               10 SV-RL-KEYCODE            PIC 9(08).
               10 SV-RL-RANGE-IN-DATE      PIC 9(08).
               10 SV-RL-RANGE-OUT-DATE     PIC 9(08).

      *    RANGE CHECK OF THE ORDER'S keycode-3 AT Store-Num - 'U'
      *    WHEN THE KEYCODE HAS NO RANGE LINE AT ALL AND SO IS NOT
      *    UNDER RANGE CONTROL.
       01  SV-STORE-GRADE                  PIC X(02).
       01  SV-RANGE-STATE                  PIC X(01).
           88 SV-KEYCODE-IS-RANGED             VALUE 'Y'.
           88 SV-KEYCODE-NOT-RANGED            VALUE 'N'.
           88 SV-KEYCODE-NOT-CONTROLLED        VALUE 'U'.
       01  SV-RANGE-IDX                    PIC 9(05) COMP.
       01  SV-GRADE-IDX                    PIC 9(05) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE SUPPLIER MASTER      *
      *                   AND RANGE MASTER TABLES                      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  SV-SUPPLIER-FILE
                OUTPUT SV-EXCEPTION-FILE.
           PERFORM 2000-LOAD-SUPPLIER THRU 2000-EXIT
               UNTIL SV-END-OF-SUPPLIER-FILE.
           OPEN INPUT SV-CYCLE-PARM-FILE.
           READ SV-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO SV-CP-CYCLE-DATE
           END-READ.
           CLOSE SV-CYCLE-PARM-FILE.
           IF SV-CP-CYCLE-DATE = ZERO
               ACCEPT SV-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE SV-CP-CYCLE-DATE TO SV-CYCLE-DATE
           END-IF.
           OPEN INPUT SV-RANGE-FILE.
           PERFORM 2100-LOAD-RANGE THRU 2100-EXIT
               UNTIL SV-END-OF-RANGE-FILE.
           CLOSE SV-RANGE-FILE.
       1000-EXIT.
           EXIT.

       2000-EXIT.
           EXIT.

       2100-LOAD-RANGE.
           READ SV-RANGE-FILE
               AT END
                   SET SV-END-OF-RANGE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF SV-RM-IS-GRADE
               ADD 1 TO SV-GRADE-CNT
               MOVE SV-RM-STORE-NUM   TO SV-GR-STORE-NUM(SV-GRADE-CNT)
               MOVE SV-RM-STORE-GRADE
                                 TO SV-GR-STORE-GRADE(SV-GRADE-CNT)
           END-IF.
           IF SV-RM-IS-RANGE
               ADD 1 TO SV-RANGE-CNT
               MOVE SV-RM-SCOPE       TO SV-RL-SCOPE(SV-RANGE-CNT)
               MOVE SV-RM-STORE-NUM   TO SV-RL-STORE-NUM(SV-RANGE-CNT)
               MOVE SV-RM-STORE-GRADE
                                 TO SV-RL-STORE-GRADE(SV-RANGE-CNT)
               MOVE SV-RM-KEYCODE     TO SV-RL-KEYCODE(SV-RANGE-CNT)
               MOVE SV-RM-RANGE-IN-DATE
                                 TO SV-RL-RANGE-IN-DATE(SV-RANGE-CNT)
               MOVE SV-RM-RANGE-OUT-DATE
                                 TO SV-RL-RANGE-OUT-DATE(SV-RANGE-CNT)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-STORE - READ ONE STORE AND CHECK EVERY ACTIVE     *
      *                      Orders ENTRY'S Source-Code AND RANGE      *
      ******************************************************************
       3000-PROCESS-STORE.
           READ SV-SALES-FILE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO SV-STORES-READ.
           MOVE SPACES TO SV-STORE-GRADE.
           PERFORM 4110-SCAN-GRADE THRU 4110-EXIT
               VARYING SV-GRADE-IDX FROM 1 BY 1
               UNTIL SV-GRADE-IDX > SV-GRADE-CNT
                  OR SV-STORE-GRADE NOT = SPACES.
           PERFORM 3100-CHECK-ORDER THRU 3100-EXIT
               VARYING SV-ORDER-IDX FROM 1 BY 1 UNTIL SV-ORDER-IDX > 15.
       3000-EXIT.
                   SV-EX-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
           PERFORM 4100-CHECK-RANGE THRU 4100-EXIT.
           IF SV-KEYCODE-NOT-RANGED
               MOVE "KEYCODE NOT RANGED AT STORE" TO SV-EX-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               ADD 1 TO SV-ORDERS-UNRANGED
           END-IF.
       3100-EXIT.
           EXIT.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHECK-RANGE - IS THE ORDER'S keycode-3 RANGED AT THE       *
      *                    STORE ON THE CYCLE DATE - BY A RANGE LINE    *
      *                    FOR THE STORE ITSELF OR FOR ITS GRADE,       *
      *                    RANGE-IN ON OR BEFORE THE DATE AND RANGE-OUT *
      *                    AFTER IT                                     *
      ******************************************************************
       4100-CHECK-RANGE.
           SET SV-KEYCODE-NOT-CONTROLLED TO TRUE.
           PERFORM 4120-SCAN-RANGE THRU 4120-EXIT
               VARYING SV-RANGE-IDX FROM 1 BY 1
               UNTIL SV-RANGE-IDX > SV-RANGE-CNT
                  OR SV-KEYCODE-IS-RANGED.
       4100-EXIT.
           EXIT.

       4110-SCAN-GRADE.
           IF SV-GR-STORE-NUM(SV-GRADE-IDX) = Store-Num
               MOVE SV-GR-STORE-GRADE(SV-GRADE-IDX) TO SV-STORE-GRADE
           END-IF.
       4110-EXIT.
           EXIT.

       4120-SCAN-RANGE.
           IF SV-RL-KEYCODE(SV-RANGE-IDX) NOT =
                   keycode-3(SV-ORDER-IDX)
               GO TO 4120-EXIT
           END-IF.
           SET SV-KEYCODE-NOT-RANGED TO TRUE.
           IF SV-RL-FOR-STORE(SV-RANGE-IDX)
               AND SV-RL-STORE-NUM(SV-RANGE-IDX) NOT = Store-Num
               GO TO 4120-EXIT
           END-IF.
           IF SV-RL-FOR-GRADE(SV-RANGE-IDX)
               AND (SV-STORE-GRADE = SPACES
                 OR SV-RL-STORE-GRADE(SV-RANGE-IDX) NOT =
                        SV-STORE-GRADE)
               GO TO 4120-EXIT
           END-IF.
           IF SV-RL-RANGE-IN-DATE(SV-RANGE-IDX) NOT > SV-CYCLE-DATE
               AND (SV-RL-RANGE-OUT-DATE(SV-RANGE-IDX) = ZERO
                 OR SV-RL-RANGE-OUT-DATE(SV-RANGE-IDX) > SV-CYCLE-DATE)
               SET SV-KEYCODE-IS-RANGED TO TRUE
           END-IF.
       4120-EXIT.
           EXIT.

       5000-WRITE-EXCEPTION.
           MOVE Region-No                  TO SV-EX-REGION-NO.
           MOVE Store-Num                  TO SV-EX-STORE-NUM.
           DISPLAY "SDORDVAL STORES READ       = " SV-STORES-READ.
           DISPLAY "SDORDVAL ORDERS CHECKED    = " SV-ORDERS-CHECKED.
           DISPLAY "SDORDVAL ORDERS EXCEPTION  = " SV-ORDERS-EXCEPTION.
           DISPLAY "SDORDVAL ORDERS UNRANGED   = " SV-ORDERS-UNRANGED.
       8000-EXIT.
           EXIT.

