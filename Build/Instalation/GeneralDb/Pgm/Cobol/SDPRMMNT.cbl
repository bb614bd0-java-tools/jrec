       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPRMMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDPRMMNT - PROMOTION MASTER MAINTENANCE.  MARKETING RUNS PRICE  *
      *            PROMOTIONS BY KEYCODE AND REGION BUT NOTHING ON THE  *
      *            SYSTEM KNEW A PROMOTION HAPPENED, SO A SPIKE ON      *
      *            SDREGVEL OR SDDEPTRL JUST LOOKED LIKE A GOOD WEEK.   *
      *            THE SDPROMO MASTER HOLDS ONE ROW PER PROMOTION,      *
      *            KEYCODE AND REGION (REGION 0000 = EVERY REGION)      *
      *            WITH THE START/END DATES AND PROMOTED PRICE.  ADD,   *
      *            CHANGE AND CANCEL TRANSACTIONS ARE APPLIED AGAINST   *
      *            THE MASTER WITH EVERY TRANSACTION - APPLIED OR       *
      *            REJECTED - WRITTEN TO A CHANGE LOG, THE SAME SHAPE   *
      *            AS SDSUPMNT.cbl.  A ROW WHOSE PROMOTION HAS ALREADY  *
      *            ENDED CANNOT BE CHANGED OR CANCELLED, SO THE         *
      *            SDPRMUPL.cbl UPLIFT REPORT ALWAYS MEASURES WHAT      *
      *            ACTUALLY RAN.                                        *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PR-TRANS-FILE ASSIGN TO "SDPRMTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PR-OLD-MASTER ASSIGN TO "SDPROMO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PR-NEW-MASTER ASSIGN TO "SDPROMON"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PR-LOG-FILE ASSIGN TO "SDPRMLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PR-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PR-TRANS-RECORD.
           05 PR-TR-ACTION-CODE           PIC X(02).
               88 PR-TR-ADD-PROMO-LINE        VALUE '01'.
               88 PR-TR-CHANGE-PROMO-LINE     VALUE '02'.
               88 PR-TR-CANCEL-PROMO-LINE     VALUE '03'.
           05 PR-TR-PROMO-ID              PIC X(08).
           05 PR-TR-KEYCODE               PIC 9(08).
           05 PR-TR-REGION-NO             PIC 9(04).
           05 PR-TR-START-DATE            PIC 9(08).
           05 PR-TR-END-DATE              PIC 9(08).
           05 PR-TR-PROMO-PRICE           PIC 9(05)V99.
           05 FILLER                      PIC X(15).

       FD  PR-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PR-OLD-IO                      PIC X(60).

       FD  PR-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PR-NEW-IO.
           05 PR-NW-PROMO-ID              PIC X(08).
           05 PR-NW-KEYCODE               PIC 9(08).
           05 PR-NW-REGION-NO             PIC 9(04).
           05 PR-NW-START-DATE            PIC 9(08).
           05 PR-NW-END-DATE              PIC 9(08).
           05 PR-NW-PROMO-PRICE           PIC 9(05)V99.
           05 PR-NW-STATUS                PIC X(01).
           05 FILLER                      PIC X(16).

       FD  PR-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PR-LOG-RECORD.
           05 PR-LG-ACTION-CODE           PIC X(02).
           05 PR-LG-PROMO-ID              PIC X(08).
           05 PR-LG-KEYCODE               PIC 9(08).
           05 PR-LG-REGION-NO             PIC 9(04).
           05 PR-LG-START-DATE            PIC 9(08).
           05 PR-LG-END-DATE              PIC 9(08).
           05 PR-LG-PROMO-PRICE           PIC 9(05)V99.
           05 PR-LG-RESULT                PIC X(10).
           05 PR-LG-REASON                PIC X(30).
           05 PR-LG-TS-DATE               PIC 9(08).
           05 PR-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  PR-SWITCHES.
           05 PR-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 PR-END-OF-TRANS-FILE        VALUE 'Y'.
           05 PR-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 PR-END-OF-OLD-MASTER        VALUE 'Y'.

       01  PR-COUNTERS.
           05 PR-PROMO-CNT                PIC 9(07) COMP VALUE ZERO.
           05 PR-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 PR-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 PR-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.

      *    AN ADD TRANSACTION APPENDS AT THE END OF THE TABLE, SO IT
      *    IS SCANNED LINEARLY RATHER THAN VIA SEARCH ALL, THE SAME
      *    REASON XTAR1000M.cbl GIVES FOR ITS STORE TABLE.  A
      *    CANCELLED ROW STAYS ON THE MASTER WITH STATUS 'C' SO THE
      *    PROMOTION'S HISTORY IS NOT LOST.
       01  PR-PROMO-TABLE.
           05 PR-PM-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON PR-PROMO-CNT.
               10 PR-PM-PROMO-ID          PIC X(08).
               10 PR-PM-KEYCODE           PIC 9(08).
               10 PR-PM-REGION-NO         PIC 9(04).
               10 PR-PM-START-DATE        PIC 9(08).
               10 PR-PM-END-DATE          PIC 9(08).
               10 PR-PM-PROMO-PRICE       PIC 9(05)V99.
               10 PR-PM-STATUS            PIC X(01).
                   88 PR-PM-ACTIVE            VALUE 'A'.
                   88 PR-PM-CANCELLED         VALUE 'C'.

       01  PR-SCAN-IDX                    PIC 9(05) COMP.
       01  PR-MATCH-IDX                   PIC 9(05) COMP.
       01  PR-MATCH-FOUND                 PIC X(01).
           88 PR-ENTRY-WAS-FOUND              VALUE 'Y'.

       01  PR-TODAY                       PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL PR-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE PROMOTION MASTER      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PR-TRANS-FILE
                INPUT  PR-OLD-MASTER
                OUTPUT PR-NEW-MASTER.
           OPEN EXTEND PR-LOG-FILE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-PROMO THRU 2000-EXIT
               UNTIL PR-END-OF-OLD-MASTER.
       1000-EXIT.
           EXIT.

       2000-LOAD-PROMO.
           READ PR-OLD-MASTER
               AT END
                   SET PR-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO PR-PROMO-CNT.
           MOVE PR-OLD-IO(1:8)   TO PR-PM-PROMO-ID(PR-PROMO-CNT).
           MOVE PR-OLD-IO(9:8)   TO PR-PM-KEYCODE(PR-PROMO-CNT).
           MOVE PR-OLD-IO(17:4)  TO PR-PM-REGION-NO(PR-PROMO-CNT).
           MOVE PR-OLD-IO(21:8)  TO PR-PM-START-DATE(PR-PROMO-CNT).
           MOVE PR-OLD-IO(29:8)  TO PR-PM-END-DATE(PR-PROMO-CNT).
           MOVE PR-OLD-IO(37:7)  TO PR-PM-PROMO-PRICE(PR-PROMO-CNT).
           MOVE PR-OLD-IO(44:1)  TO PR-PM-STATUS(PR-PROMO-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - ROUTE ONE MAINTENANCE TRANSACTION      *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ PR-TRANS-FILE
               AT END
                   SET PR-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO PR-TRANS-READ.
           PERFORM 4000-LOOKUP-PROMO THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN PR-TR-ADD-PROMO-LINE
                   PERFORM 5000-ADD-PROMO-LINE THRU 5000-EXIT
               WHEN PR-TR-CHANGE-PROMO-LINE
                   PERFORM 5100-CHANGE-PROMO-LINE THRU 5100-EXIT
               WHEN PR-TR-CANCEL-PROMO-LINE
                   PERFORM 5200-CANCEL-PROMO-LINE THRU 5200-EXIT
               WHEN OTHER
                   MOVE "REJECTED  " TO PR-LG-RESULT
                   MOVE "UNRECOGNIZED ACTION CODE" TO PR-LG-REASON
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-PROMO.
           MOVE 'N' TO PR-MATCH-FOUND.
           MOVE ZERO TO PR-MATCH-IDX.
           PERFORM 4100-SCAN-PROMO THRU 4100-EXIT
               VARYING PR-SCAN-IDX FROM 1 BY 1
               UNTIL PR-SCAN-IDX > PR-PROMO-CNT
                  OR PR-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-PROMO.
           IF PR-PM-PROMO-ID(PR-SCAN-IDX) = PR-TR-PROMO-ID
               AND PR-PM-KEYCODE(PR-SCAN-IDX) = PR-TR-KEYCODE
               AND PR-PM-REGION-NO(PR-SCAN-IDX) = PR-TR-REGION-NO
               MOVE 'Y' TO PR-MATCH-FOUND
               MOVE PR-SCAN-IDX TO PR-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ADD-PROMO-LINE - NEW PROMOTION/KEYCODE/REGION ROW          *
      ******************************************************************
       5000-ADD-PROMO-LINE.
           IF PR-ENTRY-WAS-FOUND
               MOVE "REJECTED  " TO PR-LG-RESULT
               MOVE "PROMOTION LINE ALREADY ON FILE" TO PR-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-EDIT-DATES-PRICE THRU 5500-EXIT.
           IF PR-LG-RESULT = "REJECTED  "
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO PR-PROMO-CNT.
           MOVE PR-TR-PROMO-ID    TO PR-PM-PROMO-ID(PR-PROMO-CNT).
           MOVE PR-TR-KEYCODE     TO PR-PM-KEYCODE(PR-PROMO-CNT).
           MOVE PR-TR-REGION-NO   TO PR-PM-REGION-NO(PR-PROMO-CNT).
           MOVE PR-TR-START-DATE  TO PR-PM-START-DATE(PR-PROMO-CNT).
           MOVE PR-TR-END-DATE    TO PR-PM-END-DATE(PR-PROMO-CNT).
           MOVE PR-TR-PROMO-PRICE TO PR-PM-PROMO-PRICE(PR-PROMO-CNT).
           MOVE 'A'               TO PR-PM-STATUS(PR-PROMO-CNT).
           MOVE "APPLIED   " TO PR-LG-RESULT.
           MOVE SPACES TO PR-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PR-TRANS-APPLIED.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHANGE-PROMO-LINE - NEW DATES AND PRICE FOR A ROW WHOSE    *
      *                          PROMOTION HAS NOT YET ENDED            *
      ******************************************************************
       5100-CHANGE-PROMO-LINE.
           IF NOT PR-ENTRY-WAS-FOUND
               MOVE "REJECTED  " TO PR-LG-RESULT
               MOVE "PROMOTION LINE NOT ON FILE" TO PR-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 5100-EXIT
           END-IF.
           IF PR-PM-END-DATE(PR-MATCH-IDX) < PR-TODAY
               OR PR-PM-CANCELLED(PR-MATCH-IDX)
               MOVE "REJECTED  " TO PR-LG-RESULT
               MOVE "PROMOTION ENDED OR CANCELLED" TO PR-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5500-EDIT-DATES-PRICE THRU 5500-EXIT.
           IF PR-LG-RESULT = "REJECTED  "
               GO TO 5100-EXIT
           END-IF.
           MOVE PR-TR-START-DATE  TO PR-PM-START-DATE(PR-MATCH-IDX).
           MOVE PR-TR-END-DATE    TO PR-PM-END-DATE(PR-MATCH-IDX).
           MOVE PR-TR-PROMO-PRICE TO PR-PM-PROMO-PRICE(PR-MATCH-IDX).
           MOVE "APPLIED   " TO PR-LG-RESULT.
           MOVE SPACES TO PR-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PR-TRANS-APPLIED.
       5100-EXIT.
           EXIT.

       5200-CANCEL-PROMO-LINE.
           IF NOT PR-ENTRY-WAS-FOUND
               MOVE "REJECTED  " TO PR-LG-RESULT
               MOVE "PROMOTION LINE NOT ON FILE" TO PR-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 5200-EXIT
           END-IF.
           IF PR-PM-END-DATE(PR-MATCH-IDX) < PR-TODAY
               OR PR-PM-CANCELLED(PR-MATCH-IDX)
               MOVE "REJECTED  " TO PR-LG-RESULT
               MOVE "PROMOTION ENDED OR CANCELLED" TO PR-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 5200-EXIT
           END-IF.
           MOVE 'C' TO PR-PM-STATUS(PR-MATCH-IDX).
           MOVE "APPLIED   " TO PR-LG-RESULT.
           MOVE SPACES TO PR-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PR-TRANS-APPLIED.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5500-EDIT-DATES-PRICE - BOTH DATES PRESENT, END NOT BEFORE      *
      *                         START, AND A NON-ZERO PROMOTED PRICE    *
      ******************************************************************
       5500-EDIT-DATES-PRICE.
           MOVE SPACES TO PR-LG-RESULT.
           IF PR-TR-START-DATE = ZERO
               OR PR-TR-END-DATE = ZERO
               OR PR-TR-END-DATE < PR-TR-START-DATE
               MOVE "REJECTED  " TO PR-LG-RESULT
               MOVE "PROMOTION DATES INVALID" TO PR-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 5500-EXIT
           END-IF.
           IF PR-TR-PROMO-PRICE = ZERO
               MOVE "REJECTED  " TO PR-LG-RESULT
               MOVE "PROMOTED PRICE MISSING" TO PR-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PR-TRANS-REJECTED
           END-IF.
       5500-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE PR-TR-ACTION-CODE TO PR-LG-ACTION-CODE.
           MOVE PR-TR-PROMO-ID    TO PR-LG-PROMO-ID.
           MOVE PR-TR-KEYCODE     TO PR-LG-KEYCODE.
           MOVE PR-TR-REGION-NO   TO PR-LG-REGION-NO.
           MOVE PR-TR-START-DATE  TO PR-LG-START-DATE.
           MOVE PR-TR-END-DATE    TO PR-LG-END-DATE.
           MOVE PR-TR-PROMO-PRICE TO PR-LG-PROMO-PRICE.
           ACCEPT PR-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT PR-LG-TS-TIME FROM TIME.
           WRITE PR-LOG-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE UPDATED TABLE BACK OUT AS THE NEW    *
      *                  PROMOTION MASTER                               *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING PR-SCAN-IDX FROM 1 BY 1
               UNTIL PR-SCAN-IDX > PR-PROMO-CNT.
           CLOSE PR-TRANS-FILE
                 PR-OLD-MASTER
                 PR-NEW-MASTER
                 PR-LOG-FILE.
           DISPLAY "SDPRMMNT TRANS READ     = " PR-TRANS-READ.
           DISPLAY "SDPRMMNT TRANS APPLIED  = " PR-TRANS-APPLIED.
           DISPLAY "SDPRMMNT TRANS REJECTED = " PR-TRANS-REJECTED.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           MOVE SPACES TO PR-NEW-IO.
           MOVE PR-PM-PROMO-ID(PR-SCAN-IDX)    TO PR-NW-PROMO-ID.
           MOVE PR-PM-KEYCODE(PR-SCAN-IDX)     TO PR-NW-KEYCODE.
           MOVE PR-PM-REGION-NO(PR-SCAN-IDX)   TO PR-NW-REGION-NO.
           MOVE PR-PM-START-DATE(PR-SCAN-IDX)  TO PR-NW-START-DATE.
           MOVE PR-PM-END-DATE(PR-SCAN-IDX)    TO PR-NW-END-DATE.
           MOVE PR-PM-PROMO-PRICE(PR-SCAN-IDX) TO PR-NW-PROMO-PRICE.
           MOVE PR-PM-STATUS(PR-SCAN-IDX)      TO PR-NW-STATUS.
           WRITE PR-NEW-IO.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
