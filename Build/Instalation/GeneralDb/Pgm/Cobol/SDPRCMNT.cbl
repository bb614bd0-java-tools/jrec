       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPRCMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDPRCMNT - RETAIL SELLING-PRICE MASTER MAINTENANCE.  RD430-     *
      *            PROD-RECORD CARRIES ONLY RD430-PROD-COST, SO UNTIL   *
      *            NOW THE ONLY SELLING PRICE ANYWHERE WAS WHATEVER THE *
      *            REGISTER RANG INTO Price-1.  THE SDPRCM MASTER HOLDS *
      *            ONE ROW PER KEYCODE, REGION AND EFFECTIVE DATE - A   *
      *            REGION OF 0000 IS THE CHAIN-WIDE PRICE AND ANY OTHER *
      *            REGION IS AN OVERRIDE FOR THAT Region-No ONLY.  A    *
      *            NEW PRICE IS LOADED AS A NEW DATED ROW SO THE PRICE  *
      *            IN FORCE ON ANY PAST DATE STAYS ANSWERABLE.  ADD,    *
      *            CHANGE AND DELETE TRANSACTIONS ARE APPLIED AGAINST   *
      *            THE MASTER WITH EVERY TRANSACTION - APPLIED OR       *
      *            REJECTED - WRITTEN TO A CHANGE LOG CARRYING THE OLD  *
      *            AND NEW PRICE, THE SAME SHAPE AS SDSUPMNT.cbl.  A    *
      *            ROW ALREADY IN FORCE (EFFECTIVE ON OR BEFORE TODAY)  *
      *            CANNOT BE CHANGED OR DELETED - A CORRECTION IS A NEW *
      *            DATED ROW.  SDPRCAUD.cbl IS THE NIGHTLY POS AUDIT    *
      *            AGAINST THIS MASTER.                                 *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PM-TRANS-FILE ASSIGN TO "SDPRCTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-OLD-MASTER ASSIGN TO "SDPRCM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-NEW-MASTER ASSIGN TO "SDPRCMN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-LOG-FILE ASSIGN TO "SDPRCLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PM-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-TRANS-RECORD.
           05 PM-TR-ACTION-CODE           PIC X(02).
               88 PM-TR-ADD-PRICE             VALUE '01'.
               88 PM-TR-CHANGE-PRICE          VALUE '02'.
               88 PM-TR-DELETE-PRICE          VALUE '03'.
           05 PM-TR-KEYCODE               PIC 9(08).
           05 PM-TR-REGION-NO             PIC 9(04).
           05 PM-TR-EFFECTIVE-DATE        PIC 9(08).
           05 PM-TR-RETAIL-PRICE          PIC 9(05)V99.
           05 FILLER                      PIC X(11).

       FD  PM-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-OLD-IO                      PIC X(40).

       FD  PM-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-NEW-IO.
           05 PM-NW-KEYCODE               PIC 9(08).
           05 PM-NW-REGION-NO             PIC 9(04).
           05 PM-NW-EFFECTIVE-DATE        PIC 9(08).
           05 PM-NW-RETAIL-PRICE          PIC 9(05)V99.
           05 FILLER                      PIC X(13).

       FD  PM-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-LOG-RECORD.
           05 PM-LG-ACTION-CODE           PIC X(02).
           05 PM-LG-KEYCODE               PIC 9(08).
           05 PM-LG-REGION-NO             PIC 9(04).
           05 PM-LG-EFFECTIVE-DATE        PIC 9(08).
           05 PM-LG-OLD-PRICE             PIC 9(05)V99.
           05 PM-LG-NEW-PRICE             PIC 9(05)V99.
           05 PM-LG-RESULT                PIC X(10).
           05 PM-LG-REASON                PIC X(30).
           05 PM-LG-TS-DATE               PIC 9(08).
           05 PM-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  PM-SWITCHES.
           05 PM-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 PM-END-OF-TRANS-FILE        VALUE 'Y'.
           05 PM-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 PM-END-OF-OLD-MASTER        VALUE 'Y'.

       01  PM-COUNTERS.
           05 PM-PRICE-CNT                PIC 9(07) COMP VALUE ZERO.
           05 PM-ROWS-WRITTEN             PIC 9(07) COMP VALUE ZERO.
           05 PM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 PM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 PM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.

      *    AN ADD TRANSACTION APPENDS AT THE END OF THE TABLE, SO IT
      *    IS SCANNED LINEARLY RATHER THAN VIA SEARCH ALL, THE SAME
      *    REASON XTAR1000M.cbl GIVES FOR ITS STORE TABLE.  A DELETED
      *    ROW IS MARKED RATHER THAN CLOSED UP AND IS DROPPED WHEN THE
      *    NEW MASTER IS WRITTEN.
       01  PM-PRICE-TABLE.
           05 PM-PR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON PM-PRICE-CNT.
               10 PM-PR-KEYCODE           PIC 9(08).
               10 PM-PR-REGION-NO         PIC 9(04).
               10 PM-PR-EFFECTIVE-DATE    PIC 9(08).
               10 PM-PR-RETAIL-PRICE      PIC 9(05)V99.
               10 PM-PR-DELETED           PIC X(01).
                   88 PM-PR-IS-DELETED        VALUE 'Y'.

       01  PM-SCAN-IDX                    PIC 9(07) COMP.
       01  PM-MATCH-IDX                   PIC 9(07) COMP.
       01  PM-MATCH-FOUND                 PIC X(01).
           88 PM-ENTRY-WAS-FOUND              VALUE 'Y'.

       01  PM-TODAY                       PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL PM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE PRICE MASTER          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PM-TRANS-FILE
                INPUT  PM-OLD-MASTER
                OUTPUT PM-NEW-MASTER.
           OPEN EXTEND PM-LOG-FILE.
           ACCEPT PM-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-PRICE THRU 2000-EXIT
               UNTIL PM-END-OF-OLD-MASTER.
       1000-EXIT.
           EXIT.

       2000-LOAD-PRICE.
           READ PM-OLD-MASTER
               AT END
                   SET PM-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO PM-PRICE-CNT.
           MOVE PM-OLD-IO(1:8)   TO PM-PR-KEYCODE(PM-PRICE-CNT).
           MOVE PM-OLD-IO(9:4)   TO PM-PR-REGION-NO(PM-PRICE-CNT).
           MOVE PM-OLD-IO(13:8)  TO PM-PR-EFFECTIVE-DATE(PM-PRICE-CNT).
           MOVE PM-OLD-IO(21:7)  TO PM-PR-RETAIL-PRICE(PM-PRICE-CNT).
           MOVE 'N' TO PM-PR-DELETED(PM-PRICE-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - ROUTE ONE MAINTENANCE TRANSACTION      *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ PM-TRANS-FILE
               AT END
                   SET PM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO PM-TRANS-READ.
           MOVE ZERO TO PM-LG-OLD-PRICE.
           MOVE PM-TR-RETAIL-PRICE TO PM-LG-NEW-PRICE.
           PERFORM 4000-LOOKUP-PRICE THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN PM-TR-ADD-PRICE
                   PERFORM 5000-ADD-PRICE THRU 5000-EXIT
               WHEN PM-TR-CHANGE-PRICE
                   PERFORM 5100-CHANGE-PRICE THRU 5100-EXIT
               WHEN PM-TR-DELETE-PRICE
                   PERFORM 5200-DELETE-PRICE THRU 5200-EXIT
               WHEN OTHER
                   MOVE "REJECTED  " TO PM-LG-RESULT
                   MOVE "UNRECOGNIZED ACTION CODE" TO PM-LG-REASON
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO PM-TRANS-REJECTED
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-PRICE.
           MOVE 'N' TO PM-MATCH-FOUND.
           MOVE ZERO TO PM-MATCH-IDX.
           PERFORM 4100-SCAN-PRICE THRU 4100-EXIT
               VARYING PM-SCAN-IDX FROM 1 BY 1
               UNTIL PM-SCAN-IDX > PM-PRICE-CNT
                  OR PM-ENTRY-WAS-FOUND.
           IF PM-ENTRY-WAS-FOUND
               MOVE PM-PR-RETAIL-PRICE(PM-MATCH-IDX) TO PM-LG-OLD-PRICE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SCAN-PRICE.
           IF PM-PR-KEYCODE(PM-SCAN-IDX) = PM-TR-KEYCODE
               AND PM-PR-REGION-NO(PM-SCAN-IDX) = PM-TR-REGION-NO
               AND PM-PR-EFFECTIVE-DATE(PM-SCAN-IDX) =
                   PM-TR-EFFECTIVE-DATE
               AND NOT PM-PR-IS-DELETED(PM-SCAN-IDX)
               MOVE 'Y' TO PM-MATCH-FOUND
               MOVE PM-SCAN-IDX TO PM-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ADD-PRICE - A NEW DATED PRICE ROW.  THE PRICE MUST BE      *
      *                  NON-ZERO AND THE ROW MUST NOT ALREADY EXIST    *
      ******************************************************************
       5000-ADD-PRICE.
           IF PM-ENTRY-WAS-FOUND
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "PRICE ROW ALREADY ON MASTER" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 5000-EXIT
           END-IF.
           IF PM-TR-RETAIL-PRICE = ZERO
               OR PM-TR-EFFECTIVE-DATE = ZERO
               OR PM-TR-KEYCODE = ZERO
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "KEYCODE, DATE OR PRICE MISSING" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO PM-PRICE-CNT.
           MOVE PM-TR-KEYCODE        TO PM-PR-KEYCODE(PM-PRICE-CNT).
           MOVE PM-TR-REGION-NO      TO PM-PR-REGION-NO(PM-PRICE-CNT).
           MOVE PM-TR-EFFECTIVE-DATE
                               TO PM-PR-EFFECTIVE-DATE(PM-PRICE-CNT).
           MOVE PM-TR-RETAIL-PRICE
                               TO PM-PR-RETAIL-PRICE(PM-PRICE-CNT).
           MOVE 'N' TO PM-PR-DELETED(PM-PRICE-CNT).
           MOVE "APPLIED   " TO PM-LG-RESULT.
           MOVE SPACES TO PM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PM-TRANS-APPLIED.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHANGE-PRICE - RE-PRICE A ROW NOT YET IN FORCE             *
      ******************************************************************
       5100-CHANGE-PRICE.
           IF NOT PM-ENTRY-WAS-FOUND
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "PRICE ROW NOT ON MASTER" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 5100-EXIT
           END-IF.
           IF PM-PR-EFFECTIVE-DATE(PM-MATCH-IDX) NOT > PM-TODAY
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "PRICE ROW ALREADY IN FORCE" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 5100-EXIT
           END-IF.
           IF PM-TR-RETAIL-PRICE = ZERO
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "KEYCODE, DATE OR PRICE MISSING" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 5100-EXIT
           END-IF.
           MOVE PM-TR-RETAIL-PRICE TO PM-PR-RETAIL-PRICE(PM-MATCH-IDX).
           MOVE "APPLIED   " TO PM-LG-RESULT.
           MOVE SPACES TO PM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PM-TRANS-APPLIED.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-DELETE-PRICE - WITHDRAW A ROW NOT YET IN FORCE             *
      ******************************************************************
       5200-DELETE-PRICE.
           MOVE ZERO TO PM-LG-NEW-PRICE.
           IF NOT PM-ENTRY-WAS-FOUND
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "PRICE ROW NOT ON MASTER" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 5200-EXIT
           END-IF.
           IF PM-PR-EFFECTIVE-DATE(PM-MATCH-IDX) NOT > PM-TODAY
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "PRICE ROW ALREADY IN FORCE" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 5200-EXIT
           END-IF.
           MOVE 'Y' TO PM-PR-DELETED(PM-MATCH-IDX).
           MOVE "APPLIED   " TO PM-LG-RESULT.
           MOVE SPACES TO PM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PM-TRANS-APPLIED.
       5200-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE PM-TR-ACTION-CODE    TO PM-LG-ACTION-CODE.
           MOVE PM-TR-KEYCODE        TO PM-LG-KEYCODE.
           MOVE PM-TR-REGION-NO      TO PM-LG-REGION-NO.
           MOVE PM-TR-EFFECTIVE-DATE TO PM-LG-EFFECTIVE-DATE.
           ACCEPT PM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT PM-LG-TS-TIME FROM TIME.
           WRITE PM-LOG-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE UPDATED TABLE BACK OUT AS THE NEW    *
      *                  PRICE MASTER                                   *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING PM-SCAN-IDX FROM 1 BY 1
               UNTIL PM-SCAN-IDX > PM-PRICE-CNT.
           CLOSE PM-TRANS-FILE
                 PM-OLD-MASTER
                 PM-NEW-MASTER
                 PM-LOG-FILE.
           DISPLAY "SDPRCMNT TRANS READ     = " PM-TRANS-READ.
           DISPLAY "SDPRCMNT TRANS APPLIED  = " PM-TRANS-APPLIED.
           DISPLAY "SDPRCMNT TRANS REJECTED = " PM-TRANS-REJECTED.
           DISPLAY "SDPRCMNT PRICE ROWS OUT = " PM-ROWS-WRITTEN.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           IF PM-PR-IS-DELETED(PM-SCAN-IDX)
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO PM-NEW-IO.
           MOVE PM-PR-KEYCODE(PM-SCAN-IDX)   TO PM-NW-KEYCODE.
           MOVE PM-PR-REGION-NO(PM-SCAN-IDX) TO PM-NW-REGION-NO.
           MOVE PM-PR-EFFECTIVE-DATE(PM-SCAN-IDX)
                                             TO PM-NW-EFFECTIVE-DATE.
           MOVE PM-PR-RETAIL-PRICE(PM-SCAN-IDX)
                                             TO PM-NW-RETAIL-PRICE.
           WRITE PM-NEW-IO.
           ADD 1 TO PM-ROWS-WRITTEN.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
