       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDTNDLD.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDTNDLD - TENDER DECLARATION LOAD.  AT CLOSE EACH OPERATOR      *
      *           COUNTS THEIR REGISTER DRAWER INTO THE SAFE AND THE    *
      *           STORE BACK OFFICE SENDS ONE SDBOTEND LINE PER TENDER  *
      *           COUNTED (CASH, CARD SLIPS, VOUCHERS).  THIS RUN EDITS *
      *           EACH LINE - STORE ON THE XTAR1000 MASTER, REGISTER    *
      *           AND BUSINESS DATE PRESENT, TENDER TYPE KNOWN, AMOUNT  *
      *           NUMERIC - AND ROLLS THE GOOD LINES UP INTO ONE        *
      *           SDTNDDEC DECLARATION PER STORE, REGISTER, BUSINESS    *
      *           DATE AND OPERATOR CARRYING THE DECLARED CASH, CARD    *
      *           AND VOUCHER TOTALS, WRITTEN IN THAT KEY ORDER FOR     *
      *           THE SDCSHREC CASH-UP RECONCILIATION.  A LINE THAT     *
      *           FAILS AN EDIT IS LISTED ON SDTNDEXC AND LEFT OUT.     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TL-BACKOFFICE-FILE ASSIGN TO "SDBOTEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TL-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TL-DECLARATION-FILE ASSIGN TO "SDTNDDEC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TL-EXCEPTION-FILE ASSIGN TO "SDTNDEXC"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER TENDER COUNTED - A DRAWER COUNTED IN SEVERAL
      *    BAGS SENDS SEVERAL LINES OF THE SAME TYPE, WHICH ADD UP.
       FD  TL-BACKOFFICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TL-BACKOFFICE-RECORD.
           05 TL-BO-STORE-NUM              PIC 9(04).
           05 TL-BO-REGISTER-NUM           PIC 9(04).
           05 TL-BO-BUSINESS-DATE          PIC 9(08).
           05 TL-BO-OPERATOR-ID            PIC X(06).
           05 TL-BO-TENDER-TYPE            PIC X(01).
               88 TL-BO-CASH                   VALUE 'C'.
               88 TL-BO-CARD                   VALUE 'K'.
               88 TL-BO-VOUCHER                VALUE 'V'.
               88 TL-BO-VALID-TENDER           VALUE 'C' 'K' 'V'.
           05 TL-BO-AMOUNT                 PIC S9(07)V99.
           05 FILLER                       PIC X(08).

       FD  TL-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TL-STORE-MASTER-IO              PIC X(76).

      *    TENDER DECLARATION - ONE PER STORE/REGISTER/DAY/OPERATOR.
       FD  TL-DECLARATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TL-DECLARATION-RECORD.
           05 TL-DC-STORE-NUM              PIC 9(04).
           05 TL-DC-REGISTER-NUM           PIC 9(04).
           05 TL-DC-BUSINESS-DATE          PIC 9(08).
           05 TL-DC-OPERATOR-ID            PIC X(06).
           05 TL-DC-DECLARED-CASH          PIC S9(07)V99.
           05 TL-DC-DECLARED-CARD          PIC S9(07)V99.
           05 TL-DC-DECLARED-VOUCHER       PIC S9(07)V99.
           05 TL-DC-TENDER-LINES           PIC 9(03).
           05 FILLER                       PIC X(08).

       FD  TL-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TL-EXCEPTION-RECORD.
           05 TL-EX-BACKOFFICE-LINE        PIC X(40).
           05 TL-EX-REASON                 PIC X(30).

       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".

       01  TL-SWITCHES.
           05 TL-EOF-BACKOFFICE-FILE       PIC X(01) VALUE 'N'.
               88 TL-END-OF-BACKOFFICE-FILE    VALUE 'Y'.
           05 TL-EOF-STORE-FILE            PIC X(01) VALUE 'N'.
               88 TL-END-OF-STORE-FILE         VALUE 'Y'.
           05 TL-MATCH-FOUND               PIC X(01).
               88 TL-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 TL-LOWEST-FOUND              PIC X(01).
               88 TL-UNWRITTEN-WAS-FOUND       VALUE 'Y'.

       01  TL-COUNTERS.
           05 TL-STORE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 TL-DECLARATION-CNT           PIC 9(05) COMP VALUE ZERO.
           05 TL-LINES-READ                PIC 9(07) COMP VALUE ZERO.
           05 TL-LINES-REJECTED            PIC 9(07) COMP VALUE ZERO.
           05 TL-DECLARATIONS-WRITTEN      PIC 9(07) COMP VALUE ZERO.

       01  TL-STORE-TABLE.
           05 TL-ST-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON TL-STORE-CNT.
               10 TL-ST-STORE-NO           PIC 9(04).

      *    THE DECLARATION KEY IS HELD AS ONE 22-BYTE STRING SO THE
      *    LOWEST-UNWRITTEN PASS CAN ORDER IT WITH A SINGLE COMPARE.
       01  TL-DECLARATION-TABLE.
           05 TL-DT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON TL-DECLARATION-CNT.
               10 TL-DT-KEY.
                   15 TL-DT-STORE-NUM      PIC 9(04).
                   15 TL-DT-REGISTER-NUM   PIC 9(04).
                   15 TL-DT-BUSINESS-DATE  PIC 9(08).
                   15 TL-DT-OPERATOR-ID    PIC X(06).
               10 TL-DT-DECLARED-CASH      PIC S9(07)V99.
               10 TL-DT-DECLARED-CARD      PIC S9(07)V99.
               10 TL-DT-DECLARED-VOUCHER   PIC S9(07)V99.
               10 TL-DT-TENDER-LINES       PIC 9(03).
               10 TL-DT-WRITTEN            PIC X(01).
                   88 TL-DT-IS-WRITTEN         VALUE 'Y'.

       01  TL-WORK-KEY.
           05 TL-WK-STORE-NUM              PIC 9(04).
           05 TL-WK-REGISTER-NUM           PIC 9(04).
           05 TL-WK-BUSINESS-DATE          PIC 9(08).
           05 TL-WK-OPERATOR-ID            PIC X(06).

       01  TL-SCAN-IDX                     PIC 9(05) COMP.
       01  TL-MATCH-IDX                    PIC 9(05) COMP.
       01  TL-LOW-IDX                      PIC 9(05) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PROCESS-LINE THRU 3000-EXIT
               UNTIL TL-END-OF-BACKOFFICE-FILE.
           PERFORM 7000-WRITE-NEXT-DECLARATION THRU 7000-EXIT
               UNTIL NOT TL-UNWRITTEN-WAS-FOUND.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT TL-STORE-FILE.
           PERFORM 2000-LOAD-STORE THRU 2000-EXIT
               UNTIL TL-END-OF-STORE-FILE.
           CLOSE TL-STORE-FILE.
           OPEN INPUT  TL-BACKOFFICE-FILE
                OUTPUT TL-DECLARATION-FILE
                OUTPUT TL-EXCEPTION-FILE.
           MOVE 'Y' TO TL-LOWEST-FOUND.
       1000-EXIT.
           EXIT.

       2000-LOAD-STORE.
           READ TL-STORE-FILE
               AT END
                   SET TL-END-OF-STORE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE TL-STORE-MASTER-IO TO 01TAR1000-REC.
           ADD 1 TO TL-STORE-CNT.
           MOVE 00001000-STORE-NO TO TL-ST-STORE-NO(TL-STORE-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-LINE - EDIT ONE BACK-OFFICE TENDER LINE AND ADD    *
      *                     IT TO ITS DECLARATION                       *
      ******************************************************************
       3000-PROCESS-LINE.
           READ TL-BACKOFFICE-FILE
               AT END
                   SET TL-END-OF-BACKOFFICE-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO TL-LINES-READ.
           IF TL-BO-STORE-NUM NOT NUMERIC
               MOVE "STORE NUMBER NOT NUMERIC" TO TL-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO TL-MATCH-FOUND.
           PERFORM 3100-SCAN-STORE THRU 3100-EXIT
               VARYING TL-SCAN-IDX FROM 1 BY 1
               UNTIL TL-SCAN-IDX > TL-STORE-CNT
                  OR TL-ENTRY-WAS-FOUND.
           IF NOT TL-ENTRY-WAS-FOUND
               MOVE "STORE NOT ON XTAR1000" TO TL-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF TL-BO-REGISTER-NUM NOT NUMERIC
              OR TL-BO-REGISTER-NUM = ZERO
               MOVE "NO REGISTER NUMBER" TO TL-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF TL-BO-BUSINESS-DATE NOT NUMERIC
              OR TL-BO-BUSINESS-DATE = ZERO
               MOVE "NO BUSINESS DATE" TO TL-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT TL-BO-VALID-TENDER
               MOVE "UNKNOWN TENDER TYPE" TO TL-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF TL-BO-AMOUNT NOT NUMERIC
               MOVE "TENDER AMOUNT NOT NUMERIC" TO TL-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-FIND-OR-ADD-DECLARATION THRU 4000-EXIT.
           ADD 1 TO TL-DT-TENDER-LINES(TL-MATCH-IDX).
           EVALUATE TRUE
               WHEN TL-BO-CASH
                   ADD TL-BO-AMOUNT
                                 TO TL-DT-DECLARED-CASH(TL-MATCH-IDX)
               WHEN TL-BO-CARD
                   ADD TL-BO-AMOUNT
                                 TO TL-DT-DECLARED-CARD(TL-MATCH-IDX)
               WHEN TL-BO-VOUCHER
                   ADD TL-BO-AMOUNT
                                 TO TL-DT-DECLARED-VOUCHER(TL-MATCH-IDX)
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-SCAN-STORE.
           IF TL-ST-STORE-NO(TL-SCAN-IDX) = TL-BO-STORE-NUM
               MOVE 'Y' TO TL-MATCH-FOUND
           END-IF.
       3100-EXIT.
           EXIT.

       4000-FIND-OR-ADD-DECLARATION.
           MOVE TL-BO-STORE-NUM     TO TL-WK-STORE-NUM.
           MOVE TL-BO-REGISTER-NUM  TO TL-WK-REGISTER-NUM.
           MOVE TL-BO-BUSINESS-DATE TO TL-WK-BUSINESS-DATE.
           MOVE TL-BO-OPERATOR-ID   TO TL-WK-OPERATOR-ID.
           MOVE 'N' TO TL-MATCH-FOUND.
           PERFORM 4100-SCAN-DECLARATION THRU 4100-EXIT
               VARYING TL-SCAN-IDX FROM 1 BY 1
               UNTIL TL-SCAN-IDX > TL-DECLARATION-CNT
                  OR TL-ENTRY-WAS-FOUND.
           IF TL-ENTRY-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO TL-DECLARATION-CNT.
           MOVE TL-DECLARATION-CNT TO TL-MATCH-IDX.
           MOVE TL-WORK-KEY TO TL-DT-KEY(TL-MATCH-IDX).
           MOVE ZERO TO TL-DT-DECLARED-CASH(TL-MATCH-IDX)
                        TL-DT-DECLARED-CARD(TL-MATCH-IDX)
                        TL-DT-DECLARED-VOUCHER(TL-MATCH-IDX)
                        TL-DT-TENDER-LINES(TL-MATCH-IDX).
           MOVE 'N' TO TL-DT-WRITTEN(TL-MATCH-IDX).
       4000-EXIT.
           EXIT.

       4100-SCAN-DECLARATION.
           IF TL-DT-KEY(TL-SCAN-IDX) = TL-WORK-KEY
               MOVE 'Y' TO TL-MATCH-FOUND
               MOVE TL-SCAN-IDX TO TL-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE TL-BACKOFFICE-RECORD TO TL-EX-BACKOFFICE-LINE.
           WRITE TL-EXCEPTION-RECORD.
           ADD 1 TO TL-LINES-REJECTED.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-NEXT-DECLARATION - WRITE THE LOWEST UNWRITTEN        *
      *                               DECLARATION, SO SDTNDDEC COMES    *
      *                               OUT IN STORE/REGISTER/DATE/       *
      *                               OPERATOR ORDER                    *
      ******************************************************************
       7000-WRITE-NEXT-DECLARATION.
           MOVE 'N' TO TL-LOWEST-FOUND.
           MOVE ZERO TO TL-LOW-IDX.
           PERFORM 7100-FIND-LOWEST THRU 7100-EXIT
               VARYING TL-SCAN-IDX FROM 1 BY 1
               UNTIL TL-SCAN-IDX > TL-DECLARATION-CNT.
           IF NOT TL-UNWRITTEN-WAS-FOUND
               GO TO 7000-EXIT
           END-IF.
           MOVE 'Y' TO TL-DT-WRITTEN(TL-LOW-IDX).
           MOVE SPACES TO TL-DECLARATION-RECORD.
           MOVE TL-DT-STORE-NUM(TL-LOW-IDX)     TO TL-DC-STORE-NUM.
           MOVE TL-DT-REGISTER-NUM(TL-LOW-IDX)  TO TL-DC-REGISTER-NUM.
           MOVE TL-DT-BUSINESS-DATE(TL-LOW-IDX)
                                     TO TL-DC-BUSINESS-DATE.
           MOVE TL-DT-OPERATOR-ID(TL-LOW-IDX)   TO TL-DC-OPERATOR-ID.
           MOVE TL-DT-DECLARED-CASH(TL-LOW-IDX)
                                     TO TL-DC-DECLARED-CASH.
           MOVE TL-DT-DECLARED-CARD(TL-LOW-IDX)
                                     TO TL-DC-DECLARED-CARD.
           MOVE TL-DT-DECLARED-VOUCHER(TL-LOW-IDX)
                                     TO TL-DC-DECLARED-VOUCHER.
           MOVE TL-DT-TENDER-LINES(TL-LOW-IDX)  TO TL-DC-TENDER-LINES.
           WRITE TL-DECLARATION-RECORD.
           ADD 1 TO TL-DECLARATIONS-WRITTEN.
       7000-EXIT.
           EXIT.

       7100-FIND-LOWEST.
           IF TL-DT-IS-WRITTEN(TL-SCAN-IDX)
               GO TO 7100-EXIT
           END-IF.
           IF TL-UNWRITTEN-WAS-FOUND
               IF TL-DT-KEY(TL-SCAN-IDX) NOT < TL-DT-KEY(TL-LOW-IDX)
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO TL-LOWEST-FOUND.
           MOVE TL-SCAN-IDX TO TL-LOW-IDX.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE TL-BACKOFFICE-FILE
                 TL-DECLARATION-FILE
                 TL-EXCEPTION-FILE.
           DISPLAY "SDTNDLD TENDER LINES READ     = " TL-LINES-READ.
           DISPLAY "SDTNDLD TENDER LINES REJECTED = "
               TL-LINES-REJECTED.
           DISPLAY "SDTNDLD DECLARATIONS WRITTEN  = "
               TL-DECLARATIONS-WRITTEN.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
