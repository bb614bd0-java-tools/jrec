       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDRNGMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDRNGMNT - STORE RANGE MASTER MAINTENANCE.  NOTHING RECORDED    *
      *            WHICH KEYCODES A STORE IS MEANT TO CARRY, SO ZALCDST *
      *            ALLOCATED TO ANY STORE WITH DEPARTMENT SALES AND     *
      *            Orders ENTRIES COULD BE BOOKED FOR LINES A STORE HAS *
      *            NO SHELF FOR.  THE SDRANGMS RANGE MASTER HOLDS TWO   *
      *            KINDS OF RECORD -                                    *
      *              'G' A STORE'S GRADE (E.G. SMALL FORMAT, TROPICAL)  *
      *              'R' A RANGE LINE - A KEYCODE RANGED AT ONE STORE   *
      *                  (SCOPE 'S') OR AT EVERY STORE OF A GRADE       *
      *                  (SCOPE 'G') FROM ITS RANGE-IN DATE UP TO THE   *
      *                  DAY BEFORE ITS RANGE-OUT DATE (ZERO = OPEN)    *
      *            A KEYCODE WITH NO RANGE LINE AT ALL IS NOT YET UNDER *
      *            RANGE CONTROL AND IS TREATED AS RANGED EVERYWHERE BY *
      *            THE PROGRAMS THAT CHECK THE RANGE (ZALCDST, SDORDVAL *
      *            AND SDUNRNG), SO LINES CAN BE BROUGHT UNDER CONTROL  *
      *            ONE AT A TIME.  ADD, CHANGE-DATES AND REMOVE RANGE   *
      *            LINE AND SET STORE GRADE TRANSACTIONS ARE APPLIED    *
      *            FROM A TRANSACTION FILE WITH EVERY TRANSACTION -     *
      *            APPLIED OR REJECTED - WRITTEN TO A CHANGE LOG, THE   *
      *            SAME SHAPE AS SDDPTMNT.cbl.                          *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RG-TRANS-FILE ASSIGN TO "SDRNGTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RG-OLD-MASTER ASSIGN TO "SDRANGMS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RG-NEW-MASTER ASSIGN TO "SDRANGMN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RG-LOG-FILE ASSIGN TO "SDRNGLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RG-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RG-TRANS-RECORD.
           05 RG-TR-ACTION-CODE           PIC X(02).
               88 RG-TR-ADD-RANGE             VALUE '01'.
               88 RG-TR-CHANGE-DATES          VALUE '02'.
               88 RG-TR-REMOVE-RANGE          VALUE '03'.
               88 RG-TR-SET-GRADE             VALUE '04'.
           05 RG-TR-SCOPE                 PIC X(01).
               88 RG-TR-SCOPE-STORE           VALUE 'S'.
               88 RG-TR-SCOPE-GRADE           VALUE 'G'.
           05 RG-TR-STORE-NUM             PIC 9(04).
           05 RG-TR-STORE-GRADE           PIC X(02).
           05 RG-TR-KEYCODE               PIC 9(08).
           05 RG-TR-RANGE-IN-DATE         PIC 9(08).
           05 RG-TR-RANGE-OUT-DATE        PIC 9(08).
           05 FILLER                      PIC X(07).

       FD  RG-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RG-OLD-IO                      PIC X(40).

       FD  RG-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RG-NEW-IO.
           05 RG-NW-REC-TYPE              PIC X(01).
           05 RG-NW-SCOPE                 PIC X(01).
           05 RG-NW-STORE-NUM             PIC 9(04).
           05 RG-NW-STORE-GRADE           PIC X(02).
           05 RG-NW-KEYCODE               PIC 9(08).
           05 RG-NW-RANGE-IN-DATE         PIC 9(08).
           05 RG-NW-RANGE-OUT-DATE        PIC 9(08).
           05 FILLER                      PIC X(08).

       FD  RG-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RG-LOG-RECORD.
           05 RG-LG-ACTION-CODE           PIC X(02).
           05 RG-LG-SCOPE                 PIC X(01).
           05 RG-LG-STORE-NUM             PIC 9(04).
           05 RG-LG-STORE-GRADE           PIC X(02).
           05 RG-LG-KEYCODE               PIC 9(08).
           05 RG-LG-OLD-GRADE             PIC X(02).
           05 RG-LG-OLD-IN-DATE           PIC 9(08).
           05 RG-LG-OLD-OUT-DATE          PIC 9(08).
           05 RG-LG-NEW-IN-DATE           PIC 9(08).
           05 RG-LG-NEW-OUT-DATE          PIC 9(08).
           05 RG-LG-RESULT                PIC X(10).
           05 RG-LG-REASON                PIC X(30).
           05 RG-LG-TS-DATE               PIC 9(08).
           05 RG-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  RG-SWITCHES.
           05 RG-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 RG-END-OF-TRANS-FILE        VALUE 'Y'.
           05 RG-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 RG-END-OF-OLD-MASTER        VALUE 'Y'.

       01  RG-OLD-PARSE.
           05 RG-OP-REC-TYPE              PIC X(01).
           05 RG-OP-SCOPE                 PIC X(01).
           05 RG-OP-STORE-NUM             PIC 9(04).
           05 RG-OP-STORE-GRADE           PIC X(02).
           05 RG-OP-KEYCODE               PIC 9(08).
           05 RG-OP-RANGE-IN-DATE         PIC 9(08).
           05 RG-OP-RANGE-OUT-DATE        PIC 9(08).
           05 FILLER                      PIC X(08).

       01  RG-COUNTERS.
           05 RG-RANGE-CNT                PIC 9(05) COMP VALUE ZERO.
           05 RG-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 RG-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 RG-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 RG-RECORDS-WRITTEN          PIC 9(07) COMP VALUE ZERO.

      *    THE WHOLE MASTER, GRADE AND RANGE RECORDS TOGETHER.  A
      *    REMOVED RANGE LINE IS MARKED 'X' AND DROPPED WHEN THE NEW
      *    MASTER IS WRITTEN.
       01  RG-RANGE-TABLE.
           05 RG-RT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON RG-RANGE-CNT.
               10 RG-RT-REC-TYPE          PIC X(01).
                   88 RG-RT-IS-GRADE          VALUE 'G'.
                   88 RG-RT-IS-RANGE          VALUE 'R'.
                   88 RG-RT-IS-REMOVED        VALUE 'X'.
               10 RG-RT-SCOPE             PIC X(01).
               10 RG-RT-STORE-NUM         PIC 9(04).
               10 RG-RT-STORE-GRADE       PIC X(02).
               10 RG-RT-KEYCODE           PIC 9(08).
               10 RG-RT-RANGE-IN-DATE     PIC 9(08).
               10 RG-RT-RANGE-OUT-DATE    PIC 9(08).

       01  RG-SCAN-IDX                    PIC 9(05) COMP.
       01  RG-MATCH-IDX                   PIC 9(05) COMP.
       01  RG-MATCH-FOUND                 PIC X(01).
           88 RG-ENTRY-WAS-FOUND              VALUE 'Y'.
       01  RG-REJECT-REASON               PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL RG-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE RANGE MASTER          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  RG-TRANS-FILE
                INPUT  RG-OLD-MASTER
                OUTPUT RG-NEW-MASTER.
           OPEN EXTEND RG-LOG-FILE.
           PERFORM 2000-LOAD-RANGE-TABLE THRU 2000-EXIT
               UNTIL RG-END-OF-OLD-MASTER.
       1000-EXIT.
           EXIT.

       2000-LOAD-RANGE-TABLE.
           READ RG-OLD-MASTER
               AT END
                   SET RG-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE RG-OLD-IO TO RG-OLD-PARSE.
           ADD 1 TO RG-RANGE-CNT.
           MOVE RG-OP-REC-TYPE    TO RG-RT-REC-TYPE(RG-RANGE-CNT).
           MOVE RG-OP-SCOPE       TO RG-RT-SCOPE(RG-RANGE-CNT).
           MOVE RG-OP-STORE-NUM   TO RG-RT-STORE-NUM(RG-RANGE-CNT).
           MOVE RG-OP-STORE-GRADE TO RG-RT-STORE-GRADE(RG-RANGE-CNT).
           MOVE RG-OP-KEYCODE     TO RG-RT-KEYCODE(RG-RANGE-CNT).
           MOVE RG-OP-RANGE-IN-DATE
                            TO RG-RT-RANGE-IN-DATE(RG-RANGE-CNT).
           MOVE RG-OP-RANGE-OUT-DATE
                            TO RG-RT-RANGE-OUT-DATE(RG-RANGE-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - EDIT AND ROUTE ONE MAINTENANCE         *
      *                          TRANSACTION                            *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ RG-TRANS-FILE
               AT END
                   SET RG-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO RG-TRANS-READ.
           MOVE SPACES TO RG-LG-OLD-GRADE.
           MOVE ZERO   TO RG-LG-OLD-IN-DATE
                          RG-LG-OLD-OUT-DATE.
           PERFORM 3100-EDIT-TRANSACTION THRU 3100-EXIT.
           IF RG-REJECT-REASON NOT = SPACES
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF RG-TR-SET-GRADE
               PERFORM 4100-LOOKUP-GRADE THRU 4100-EXIT
           ELSE
               PERFORM 4000-LOOKUP-RANGE THRU 4000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN RG-TR-ADD-RANGE
                   PERFORM 5000-ADD-RANGE THRU 5000-EXIT
               WHEN RG-TR-CHANGE-DATES
                   PERFORM 5100-CHANGE-DATES THRU 5100-EXIT
               WHEN RG-TR-REMOVE-RANGE
                   PERFORM 5200-REMOVE-RANGE THRU 5200-EXIT
               WHEN RG-TR-SET-GRADE
                   PERFORM 5300-SET-GRADE THRU 5300-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *    A RANGE LINE NEEDS A SCOPE AND THE STORE OR GRADE IT NAMES,
      *    AND A RANGE-OUT DATE, WHEN GIVEN, AFTER ITS RANGE-IN DATE.
       3100-EDIT-TRANSACTION.
           MOVE SPACES TO RG-REJECT-REASON.
           IF NOT RG-TR-ADD-RANGE
               AND NOT RG-TR-CHANGE-DATES
               AND NOT RG-TR-REMOVE-RANGE
               AND NOT RG-TR-SET-GRADE
               MOVE "UNRECOGNIZED ACTION CODE" TO RG-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.
           IF RG-TR-SET-GRADE
               IF RG-TR-STORE-NUM NOT NUMERIC
                   OR RG-TR-STORE-NUM = ZERO
                   OR RG-TR-STORE-GRADE = SPACES
                   MOVE "STORE AND GRADE REQUIRED" TO RG-REJECT-REASON
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF RG-TR-KEYCODE NOT NUMERIC
               OR RG-TR-KEYCODE = ZERO
               MOVE "KEYCODE REQUIRED" TO RG-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN RG-TR-SCOPE-STORE
                   IF RG-TR-STORE-NUM NOT NUMERIC
                       OR RG-TR-STORE-NUM = ZERO
                       MOVE "STORE REQUIRED FOR STORE SCOPE"
                                         TO RG-REJECT-REASON
                       GO TO 3100-EXIT
                   END-IF
                   MOVE SPACES TO RG-TR-STORE-GRADE
               WHEN RG-TR-SCOPE-GRADE
                   IF RG-TR-STORE-GRADE = SPACES
                       MOVE "GRADE REQUIRED FOR GRADE SCOPE"
                                         TO RG-REJECT-REASON
                       GO TO 3100-EXIT
                   END-IF
                   MOVE ZERO TO RG-TR-STORE-NUM
               WHEN OTHER
                   MOVE "RANGE SCOPE NOT S OR G" TO RG-REJECT-REASON
                   GO TO 3100-EXIT
           END-EVALUATE.
           IF RG-TR-REMOVE-RANGE
               GO TO 3100-EXIT
           END-IF.
           IF RG-TR-RANGE-IN-DATE NOT NUMERIC
               OR RG-TR-RANGE-IN-DATE = ZERO
               OR RG-TR-RANGE-OUT-DATE NOT NUMERIC
               MOVE "RANGE DATES NOT NUMERIC" TO RG-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.
           IF RG-TR-RANGE-OUT-DATE NOT = ZERO
               AND RG-TR-RANGE-OUT-DATE NOT > RG-TR-RANGE-IN-DATE
               MOVE "RANGE-OUT NOT AFTER RANGE-IN" TO RG-REJECT-REASON
           END-IF.
       3100-EXIT.
           EXIT.

       4000-LOOKUP-RANGE.
           MOVE 'N' TO RG-MATCH-FOUND.
           MOVE ZERO TO RG-MATCH-IDX.
           PERFORM 4010-SCAN-RANGE THRU 4010-EXIT
               VARYING RG-SCAN-IDX FROM 1 BY 1
               UNTIL RG-SCAN-IDX > RG-RANGE-CNT
                  OR RG-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-RANGE.
           IF RG-RT-IS-RANGE(RG-SCAN-IDX)
               AND RG-RT-SCOPE(RG-SCAN-IDX) = RG-TR-SCOPE
               AND RG-RT-STORE-NUM(RG-SCAN-IDX) = RG-TR-STORE-NUM
               AND RG-RT-STORE-GRADE(RG-SCAN-IDX) = RG-TR-STORE-GRADE
               AND RG-RT-KEYCODE(RG-SCAN-IDX) = RG-TR-KEYCODE
               MOVE 'Y' TO RG-MATCH-FOUND
               MOVE RG-SCAN-IDX TO RG-MATCH-IDX
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-GRADE.
           MOVE 'N' TO RG-MATCH-FOUND.
           MOVE ZERO TO RG-MATCH-IDX.
           PERFORM 4110-SCAN-GRADE THRU 4110-EXIT
               VARYING RG-SCAN-IDX FROM 1 BY 1
               UNTIL RG-SCAN-IDX > RG-RANGE-CNT
                  OR RG-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-GRADE.
           IF RG-RT-IS-GRADE(RG-SCAN-IDX)
               AND RG-RT-STORE-NUM(RG-SCAN-IDX) = RG-TR-STORE-NUM
               MOVE 'Y' TO RG-MATCH-FOUND
               MOVE RG-SCAN-IDX TO RG-MATCH-IDX
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ADD-RANGE - APPEND A NEW RANGE LINE, REJECTING ONE ALREADY *
      *                  ON THE MASTER FOR THE SAME STORE OR GRADE      *
      ******************************************************************
       5000-ADD-RANGE.
           IF RG-ENTRY-WAS-FOUND
               MOVE "RANGE LINE ALREADY ON MASTER" TO RG-REJECT-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO RG-RANGE-CNT.
           MOVE 'R'               TO RG-RT-REC-TYPE(RG-RANGE-CNT).
           MOVE RG-TR-SCOPE       TO RG-RT-SCOPE(RG-RANGE-CNT).
           MOVE RG-TR-STORE-NUM   TO RG-RT-STORE-NUM(RG-RANGE-CNT).
           MOVE RG-TR-STORE-GRADE TO RG-RT-STORE-GRADE(RG-RANGE-CNT).
           MOVE RG-TR-KEYCODE     TO RG-RT-KEYCODE(RG-RANGE-CNT).
           MOVE RG-TR-RANGE-IN-DATE
                            TO RG-RT-RANGE-IN-DATE(RG-RANGE-CNT).
           MOVE RG-TR-RANGE-OUT-DATE
                            TO RG-RT-RANGE-OUT-DATE(RG-RANGE-CNT).
           PERFORM 5800-APPLIED THRU 5800-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHANGE-DATES - RE-DATE AN EXISTING RANGE LINE, E.G. TO SET *
      *                     THE RANGE-OUT DATE WHEN A LINE IS DROPPED   *
      ******************************************************************
       5100-CHANGE-DATES.
           IF NOT RG-ENTRY-WAS-FOUND
               MOVE "RANGE LINE NOT ON MASTER" TO RG-REJECT-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE RG-RT-RANGE-IN-DATE(RG-MATCH-IDX)
                                     TO RG-LG-OLD-IN-DATE.
           MOVE RG-RT-RANGE-OUT-DATE(RG-MATCH-IDX)
                                     TO RG-LG-OLD-OUT-DATE.
           MOVE RG-TR-RANGE-IN-DATE
                            TO RG-RT-RANGE-IN-DATE(RG-MATCH-IDX).
           MOVE RG-TR-RANGE-OUT-DATE
                            TO RG-RT-RANGE-OUT-DATE(RG-MATCH-IDX).
           PERFORM 5800-APPLIED THRU 5800-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-REMOVE-RANGE - DROP A RANGE LINE KEYED IN ERROR.  A LINE   *
      *                     LEAVING THE RANGE IS RE-DATED INSTEAD, SO   *
      *                     ITS HISTORY STAYS ON THE MASTER             *
      ******************************************************************
       5200-REMOVE-RANGE.
           IF NOT RG-ENTRY-WAS-FOUND
               MOVE "RANGE LINE NOT ON MASTER" TO RG-REJECT-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE RG-RT-RANGE-IN-DATE(RG-MATCH-IDX)
                                     TO RG-LG-OLD-IN-DATE.
           MOVE RG-RT-RANGE-OUT-DATE(RG-MATCH-IDX)
                                     TO RG-LG-OLD-OUT-DATE.
           MOVE 'X' TO RG-RT-REC-TYPE(RG-MATCH-IDX).
           PERFORM 5800-APPLIED THRU 5800-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-SET-GRADE - GIVE A STORE A GRADE, OR CHANGE ITS GRADE      *
      ******************************************************************
       5300-SET-GRADE.
           IF RG-ENTRY-WAS-FOUND
               MOVE RG-RT-STORE-GRADE(RG-MATCH-IDX) TO RG-LG-OLD-GRADE
               MOVE RG-TR-STORE-GRADE
                            TO RG-RT-STORE-GRADE(RG-MATCH-IDX)
           ELSE
               ADD 1 TO RG-RANGE-CNT
               MOVE 'G'             TO RG-RT-REC-TYPE(RG-RANGE-CNT)
               MOVE SPACE           TO RG-RT-SCOPE(RG-RANGE-CNT)
               MOVE RG-TR-STORE-NUM TO RG-RT-STORE-NUM(RG-RANGE-CNT)
               MOVE RG-TR-STORE-GRADE
                            TO RG-RT-STORE-GRADE(RG-RANGE-CNT)
               MOVE ZERO      TO RG-RT-KEYCODE(RG-RANGE-CNT)
                                 RG-RT-RANGE-IN-DATE(RG-RANGE-CNT)
                                 RG-RT-RANGE-OUT-DATE(RG-RANGE-CNT)
           END-IF.
           MOVE ZERO TO RG-TR-RANGE-IN-DATE
                        RG-TR-RANGE-OUT-DATE.
           PERFORM 5800-APPLIED THRU 5800-EXIT.
       5300-EXIT.
           EXIT.

       5800-APPLIED.
           MOVE "APPLIED   " TO RG-LG-RESULT.
           MOVE SPACES TO RG-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO RG-TRANS-APPLIED.
       5800-EXIT.
           EXIT.

       5900-REJECT.
           MOVE "REJECTED  " TO RG-LG-RESULT.
           MOVE RG-REJECT-REASON TO RG-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO RG-TRANS-REJECTED.
       5900-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE RG-TR-ACTION-CODE     TO RG-LG-ACTION-CODE.
           MOVE RG-TR-SCOPE           TO RG-LG-SCOPE.
           MOVE RG-TR-STORE-NUM       TO RG-LG-STORE-NUM.
           MOVE RG-TR-STORE-GRADE     TO RG-LG-STORE-GRADE.
           MOVE RG-TR-KEYCODE         TO RG-LG-KEYCODE.
           MOVE RG-TR-RANGE-IN-DATE   TO RG-LG-NEW-IN-DATE.
           MOVE RG-TR-RANGE-OUT-DATE  TO RG-LG-NEW-OUT-DATE.
           ACCEPT RG-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT RG-LG-TS-TIME FROM TIME.
           WRITE RG-LOG-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE UPDATED TABLE BACK OUT AS THE NEW    *
      *                  RANGE MASTER                                   *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING RG-SCAN-IDX FROM 1 BY 1
               UNTIL RG-SCAN-IDX > RG-RANGE-CNT.
           CLOSE RG-TRANS-FILE
                 RG-OLD-MASTER
                 RG-NEW-MASTER
                 RG-LOG-FILE.
           DISPLAY "SDRNGMNT TRANS READ      = " RG-TRANS-READ.
           DISPLAY "SDRNGMNT TRANS APPLIED   = " RG-TRANS-APPLIED.
           DISPLAY "SDRNGMNT TRANS REJECTED  = " RG-TRANS-REJECTED.
           DISPLAY "SDRNGMNT RECORDS WRITTEN = " RG-RECORDS-WRITTEN.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           IF RG-RT-IS-REMOVED(RG-SCAN-IDX)
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO RG-NEW-IO.
           MOVE RG-RT-REC-TYPE(RG-SCAN-IDX)    TO RG-NW-REC-TYPE.
           MOVE RG-RT-SCOPE(RG-SCAN-IDX)       TO RG-NW-SCOPE.
           MOVE RG-RT-STORE-NUM(RG-SCAN-IDX)   TO RG-NW-STORE-NUM.
           MOVE RG-RT-STORE-GRADE(RG-SCAN-IDX) TO RG-NW-STORE-GRADE.
           MOVE RG-RT-KEYCODE(RG-SCAN-IDX)     TO RG-NW-KEYCODE.
           MOVE RG-RT-RANGE-IN-DATE(RG-SCAN-IDX)
                                     TO RG-NW-RANGE-IN-DATE.
           MOVE RG-RT-RANGE-OUT-DATE(RG-SCAN-IDX)
                                     TO RG-NW-RANGE-OUT-DATE.
           WRITE RG-NEW-IO.
           ADD 1 TO RG-RECORDS-WRITTEN.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
