       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZGRNIACR.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZGRNIACR - MONTH-END GOODS-RECEIVED-NOT-INVOICED ACCRUAL.       *
      *            STOCK RECEIVED BUT NOT YET INVOICED IS A LIABILITY   *
      *            THE GL NEVER SAW - ZRCVPOST KNOWS WHAT WAS RECEIVED  *
      *            AND ZINVMTCH WHAT WAS INVOICED, BUT NOTHING          *
      *            COMPARED THE TWO AT A CUT-OFF.  THIS RUN ADDS UP,    *
      *            PER PO-Line-Item, THE Goods-Receipt-Record QUANTITY  *
      *            ON ZPORCPT DATED ON OR BEFORE THE CUT-OFF AND        *
      *            THE Supplier-Invoice-Record QUANTITY AND COST ON     *
      *            ZPOINV (AN INVOICE LINE CARRIES NO DATE OF ITS OWN,  *
      *            SO ZPOINV IS TAKEN AS IT STANDS AT THE CUT-OFF RUN), *
      *            AND ACCRUES THE RECEIVED VALUE - AT THE LINE'S UNIT  *
      *            COST, Line-Cost / Ordered-Qty - LESS THE INVOICED    *
      *            VALUE, CONVERTED TO AUD AT THE ZCURRATE RATE FOR THE *
      *            PO'S Currency-Code.  THE ACCRUAL IS POSTED BY        *
      *            RECEIVING LOCATION IN THE SDGLEXT SDGLOUT LAYOUT TO  *
      *            ZGRNIGL - DEBIT THE PARM STOCK ACCOUNT, CREDIT THE   *
      *            PARM ACCRUAL ACCOUNT AT THE CUT-OFF DATE, WITH THE   *
      *            AUTOMATIC REVERSAL DATED THE FIRST DAY OF THE NEXT   *
      *            PERIOD.  AS IN SDGLEXT THE JOURNAL RELEASES AS ONE   *
      *            PIECE OR HOLDS AS ONE PIECE - A LINE THAT CANNOT BE  *
      *            VALUED (NO ORDERED QTY, NO PO, NO RATE) SENDS THE    *
      *            WHOLE JOURNAL TO ZGRNIHLD WITH A NONZERO             *
      *            RETURN-CODE.  ZGRNIR LISTS EVERY ACCRUED PO LINE     *
      *            WITH ITS AGE FROM THE FIRST RECEIPT, FLAGGING LINES  *
      *            OLDER THAN THE PARM STALE-DAYS FOR ACCOUNTS PAYABLE  *
      *            TO CHASE.                                            *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   CUT-OFF IS NOW THE END OF THE OPEN    *
      *                          PERIOD ON THE SDRETCAL RETAIL         *
      *                          CALENDAR AND THE REVERSAL IS DATED    *
      *                          THE START OF THE FOLLOWING PERIOD -   *
      *                          THE PARM CUT-OFF DATE IS RETIRED.  A  *
      *                          RELEASED JOURNAL POSTS A DATED STEP-  *
      *                          COMPLETION RECORD TO BATRUNCT         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GR-PARM-FILE ASSIGN TO "ZGRNIP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-LINE-FILE ASSIGN TO "ZPOLINE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-RECEIPT-FILE ASSIGN TO "ZPORCPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-INVOICE-FILE ASSIGN TO "ZPOINV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-RATE-FILE ASSIGN TO "ZCURRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-EXTRACT-FILE ASSIGN TO "ZGRNIGL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-HOLD-FILE ASSIGN TO "ZGRNIHLD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-REPORT-FILE ASSIGN TO "ZGRNIR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GR-RUNCTL-FILE ASSIGN TO "BATRUNCT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GR-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-PARM-RECORD.
           05 FILLER                       PIC X(08).
           05 GR-PARM-STOCK-ACCOUNT        PIC X(10).
           05 GR-PARM-ACCRUAL-ACCOUNT      PIC X(10).
           05 GR-PARM-STALE-DAYS           PIC 9(03).
           05 FILLER                       PIC X(49).

       FD  GR-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-PO-IO                        PIC X(33).

       FD  GR-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-LINE-IO                      PIC X(41).

       FD  GR-RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-RECEIPT-IO                   PIC X(42).

       FD  GR-INVOICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-INVOICE-IO                   PIC X(41).

      *    SAME LAYOUT ZCURCONV.cbl READS.
       FD  GR-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-RATE-IO.
           05 GR-RT-CODE-IO               PIC X(03).
           05 GR-RT-RATE-IO               PIC S9(3)V9(6) COMP-3.
           05 FILLER                      PIC X(10).

      *    SAME LAYOUT AS THE SDGLEXT SDGLOUT EXTRACT.
       FD  GR-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-EXTRACT-RECORD.
           05 GR-EX-POSTING-DATE           PIC 9(08).
           05 GR-EX-STORE-NUM              PIC 9(04).
           05 GR-EX-DEPARTMENT-NUM         PIC 9(04).
           05 GR-EX-ACCOUNT                PIC X(10).
           05 GR-EX-AMOUNT                 PIC S9(09)V99.

       FD  GR-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-HOLD-RECORD.
           05 GR-HD-POSTING-DATE           PIC 9(08).
           05 GR-HD-STORE-NUM              PIC 9(04).
           05 GR-HD-DEPARTMENT-NUM         PIC 9(04).
           05 GR-HD-ACCOUNT                PIC X(10).
           05 GR-HD-AMOUNT                 PIC S9(09)V99.

       FD  GR-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-RPT-LINE                     PIC X(132).

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  GR-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-CALENDAR-RECORD.
           05 GR-CR-WEEK-START-DATE        PIC 9(08).
           05 GR-CR-WEEK-END-DATE          PIC 9(08).
           05 GR-CR-RETAIL-YEAR            PIC 9(04).
           05 GR-CR-QUARTER                PIC 9(01).
           05 GR-CR-PERIOD                 PIC 9(02).
           05 GR-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 GR-CR-WEEK-OF-YEAR           PIC 9(02).
           05 GR-CR-PERIOD-START-DATE      PIC 9(08).
           05 GR-CR-PERIOD-END-DATE        PIC 9(08).
           05 GR-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 GR-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 GR-CR-PERIOD-STATUS          PIC X(01).
               88 GR-CR-PERIOD-IS-OPEN         VALUE 'O'.
           05 GR-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

       FD  GR-RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GR-RUNCTL-RECORD.
           05 GR-RC-DATE                   PIC 9(08).
           05 GR-RC-STEP-NAME              PIC X(08).
           05 GR-RC-TS-TIME                PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  GR-SWITCHES.
           05 GR-EOF-PO-FILE               PIC X(01) VALUE 'N'.
               88 GR-END-OF-PO-FILE            VALUE 'Y'.
           05 GR-EOF-LINE-FILE             PIC X(01) VALUE 'N'.
               88 GR-END-OF-LINE-FILE          VALUE 'Y'.
           05 GR-EOF-RECEIPT-FILE          PIC X(01) VALUE 'N'.
               88 GR-END-OF-RECEIPT-FILE       VALUE 'Y'.
           05 GR-EOF-INVOICE-FILE          PIC X(01) VALUE 'N'.
               88 GR-END-OF-INVOICE-FILE       VALUE 'Y'.
           05 GR-EOF-RATE-FILE             PIC X(01) VALUE 'N'.
               88 GR-END-OF-RATE-FILE          VALUE 'Y'.
           05 GR-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 GR-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 GR-ABORT                     PIC X(01) VALUE 'N'.
               88 GR-ABORT-RUN                 VALUE 'Y'.
           05 GR-MATCH-FOUND               PIC X(01).
               88 GR-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 GR-JOURNAL-STATE             PIC X(01) VALUE 'Y'.
               88 GR-JOURNAL-IS-CLEAN          VALUE 'Y'.

       01  GR-COUNTERS.
           05 GR-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 GR-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 GR-RATE-CNT                  PIC 9(03) COMP VALUE ZERO.
           05 GR-LOC-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 GR-RECEIPTS-READ             PIC 9(07) COMP VALUE ZERO.
           05 GR-RECEIPTS-AFTER-CUT-OFF    PIC 9(07) COMP VALUE ZERO.
           05 GR-INVOICES-READ             PIC 9(07) COMP VALUE ZERO.
           05 GR-LINES-ACCRUED             PIC 9(07) COMP VALUE ZERO.
           05 GR-LINES-STALE               PIC 9(07) COMP VALUE ZERO.
           05 GR-LINES-NOT-VALUED          PIC 9(07) COMP VALUE ZERO.
           05 GR-GL-LINES-WRITTEN          PIC 9(07) COMP VALUE ZERO.

       01  GR-PO-TABLE.
           05 GR-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON GR-PO-CNT.
               10 GR-PO-ID                 PIC X(14).
               10 GR-PO-CURRENCY           PIC X(03).

      *    ZCURRATE IS MAINTAINED IN Currency-Code ORDER, AS
      *    ZCURCONV.cbl ALREADY REQUIRES.
       01  GR-RATE-TABLE.
           05 GR-RT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON GR-RATE-CNT
                   ASCENDING KEY IS GR-RT-CODE
                   INDEXED BY GR-RT-IDX.
               10 GR-RT-CODE               PIC X(03).
               10 GR-RT-RATE               PIC S9(3)V9(6) COMP-3.

      *    ONE ENTRY PER PO LINE - RECEIPTS UP TO THE CUT-OFF AND
      *    INVOICES ARE FOLDED ONTO IT.
       01  GR-LINE-TABLE.
           05 GR-LN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON GR-LINE-CNT.
               10 GR-LN-PO-ID              PIC X(14).
               10 GR-LN-PRODUCT-CODE       PIC 9(08).
               10 GR-LN-ORDERED-QTY        PIC S9(05).
               10 GR-LN-LINE-COST          PIC S9(09)V99.
               10 GR-LN-RECEIVED-QTY       PIC S9(07).
               10 GR-LN-FIRST-RECEIPT      PIC 9(08).
               10 GR-LN-LOCATION           PIC 9(04).
               10 GR-LN-INVOICED-QTY       PIC S9(07).
               10 GR-LN-INVOICED-COST      PIC S9(11)V99.

      *    ACCRUAL TOTAL PER RECEIVING LOCATION - ONE DEBIT/CREDIT
      *    PAIR AND ITS REVERSAL IS POSTED FOR EACH.
       01  GR-LOCATION-TABLE.
           05 GR-LC-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON GR-LOC-CNT.
               10 GR-LC-LOCATION           PIC 9(04).
               10 GR-LC-AMOUNT             PIC S9(09)V99.

       01  GR-SCAN-IDX                     PIC 9(05) COMP.
       01  GR-LN-IDX                       PIC 9(05) COMP.
       01  GR-LC-IDX                       PIC 9(05) COMP.

       01  GR-CUT-OFF-DATE                 PIC 9(08) VALUE ZERO.
       01  GR-REVERSAL-DATE                PIC 9(08) VALUE ZERO.
       01  GR-STALE-DAYS                   PIC 9(03).

       01  GR-LOOKUP-PO-ID                 PIC X(14).
       01  GR-LOOKUP-PRODUCT-CODE          PIC 9(08).
       01  GR-LOOKUP-CODE                  PIC X(03).
       01  GR-RATE-USED                    PIC S9(3)V9(6).
       01  GR-RECEIVED-VALUE               PIC S9(11)V99.
       01  GR-INVOICED-VALUE               PIC S9(11)V99.
       01  GR-ACCRUAL-VALUE                PIC S9(11)V99.
       01  GR-AGE-DAYS                     PIC S9(05).
       01  GR-ACCRUAL-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  GR-GL-DATE                      PIC 9(08).
       01  GR-GL-ACCOUNT                   PIC X(10).
       01  GR-GL-AMOUNT                    PIC S9(09)V99.

       01  GR-HEADING-1.
           05 FILLER                       PIC X(32)
               VALUE "ZGRNIACR GRNI ACCRUAL  CUT-OFF ".
           05 GR-H1-CUT-OFF-DATE           PIC 9(08).
           05 FILLER                       PIC X(13)
               VALUE "  REVERSES ON".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 GR-H1-REVERSAL-DATE          PIC 9(08).
           05 FILLER                       PIC X(15)
               VALUE "  STALE AFTER  ".
           05 GR-H1-STALE-DAYS             PIC ZZ9.
           05 FILLER                       PIC X(05) VALUE " DAYS".
           05 FILLER                       PIC X(47) VALUE SPACES.

       01  GR-HEADING-2.
           05 FILLER                       PIC X(16) VALUE "PO-ID".
           05 FILLER                       PIC X(10) VALUE "PRODUCT".
           05 FILLER                       PIC X(06) VALUE "LOCN".
           05 FILLER                       PIC X(05) VALUE "CUR".
           05 FILLER                       PIC X(09) VALUE "  RCVD".
           05 FILLER                       PIC X(09) VALUE "  INVD".
           05 FILLER                       PIC X(16)
               VALUE "   RECEIVED AUD".
           05 FILLER                       PIC X(16)
               VALUE "   INVOICED AUD".
           05 FILLER                       PIC X(16)
               VALUE "    ACCRUAL AUD".
           05 FILLER                       PIC X(10) VALUE "1ST RCPT".
           05 FILLER                       PIC X(07) VALUE "   AGE".
           05 FILLER                       PIC X(12) VALUE SPACES.

       01  GR-DETAIL-LINE.
           05 GR-DL-PO-ID                  PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 GR-DL-PRODUCT-CODE           PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 GR-DL-LOCATION               PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 GR-DL-CURRENCY               PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 GR-DL-RECEIVED-QTY           PIC -(7)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 GR-DL-INVOICED-QTY           PIC -(7)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 GR-DL-RECEIVED-VALUE         PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 GR-DL-INVOICED-VALUE         PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 GR-DL-ACCRUAL-VALUE          PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 GR-DL-FIRST-RECEIPT          PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 GR-DL-AGE-DAYS               PIC -(4)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 GR-DL-FLAG                   PIC X(11).

       01  GR-TOTAL-LINE.
           05 FILLER                       PIC X(30)
               VALUE "TOTAL ACCRUAL (AUD)".
           05 FILLER                       PIC X(57) VALUE SPACES.
           05 GR-TL-ACCRUAL-VALUE          PIC -(11)9.99.
           05 FILLER                       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF GR-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-ACCRUE-LINE THRU 3000-EXIT
               VARYING GR-LN-IDX FROM 1 BY 1
               UNTIL GR-LN-IDX > GR-LINE-CNT.
           PERFORM 6000-RELEASE-OR-HOLD THRU 6000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           IF GR-JOURNAL-IS-CLEAN
               PERFORM 8900-POST-STEP THRU 8900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE ACCOUNTS, TAKE THE CUT-OFF AND       *
      *                   REVERSAL DATES FROM THE RETAIL CALENDAR,      *
      *                   AND BUILD THE PO LINE TABLE                   *
      *                   WITH ITS RECEIPTS AND INVOICES                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  GR-PARM-FILE.
           READ GR-PARM-FILE
               AT END
                   MOVE SPACES TO GR-PARM-RECORD
           END-READ.
           CLOSE GR-PARM-FILE.
           IF GR-PARM-STOCK-ACCOUNT = SPACES
               OR GR-PARM-ACCRUAL-ACCOUNT = SPACES
               DISPLAY "ZGRNIACR *** ABEND *** PARM FILE MUST CARRY "
                   "STOCK AND ACCRUAL ACCOUNTS"
               MOVE 16 TO RETURN-CODE
               SET GR-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT GR-CALENDAR-FILE.
           PERFORM 1050-READ-CALENDAR THRU 1050-EXIT
               UNTIL GR-END-OF-CALENDAR-FILE.
           CLOSE GR-CALENDAR-FILE.
           IF GR-CUT-OFF-DATE = ZERO
               OR GR-REVERSAL-DATE = ZERO
               DISPLAY "ZGRNIACR *** ABEND *** SDRETCAL CALENDAR HAS "
                   "NO OPEN PERIOD OR NO PERIOD AFTER IT"
               MOVE 16 TO RETURN-CODE
               SET GR-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF GR-PARM-STALE-DAYS NUMERIC
               AND GR-PARM-STALE-DAYS > ZERO
               MOVE GR-PARM-STALE-DAYS TO GR-STALE-DAYS
           ELSE
               MOVE 60 TO GR-STALE-DAYS
           END-IF.
           OPEN INPUT  GR-PO-FILE
                INPUT  GR-LINE-FILE
                INPUT  GR-RECEIPT-FILE
                INPUT  GR-INVOICE-FILE
                INPUT  GR-RATE-FILE
                OUTPUT GR-REPORT-FILE.
           PERFORM 2000-LOAD-PO THRU 2000-EXIT
               UNTIL GR-END-OF-PO-FILE.
           PERFORM 2100-LOAD-RATE THRU 2100-EXIT
               UNTIL GR-END-OF-RATE-FILE.
           PERFORM 2200-LOAD-LINE THRU 2200-EXIT
               UNTIL GR-END-OF-LINE-FILE.
           PERFORM 2300-LOAD-RECEIPT THRU 2300-EXIT
               UNTIL GR-END-OF-RECEIPT-FILE.
           PERFORM 2400-LOAD-INVOICE THRU 2400-EXIT
               UNTIL GR-END-OF-INVOICE-FILE.
           MOVE GR-CUT-OFF-DATE  TO GR-H1-CUT-OFF-DATE.
           MOVE GR-REVERSAL-DATE TO GR-H1-REVERSAL-DATE.
           MOVE GR-STALE-DAYS    TO GR-H1-STALE-DAYS.
           WRITE GR-RPT-LINE FROM GR-HEADING-1.
           WRITE GR-RPT-LINE FROM GR-HEADING-2.
       1000-EXIT.
           EXIT.

      *    THE FIRST OPEN WEEK GIVES THE CUT-OFF (ITS PERIOD END); THE
      *    FIRST WEEK AFTER THAT GIVES THE REVERSAL (ITS PERIOD START).
       1050-READ-CALENDAR.
           READ GR-CALENDAR-FILE
               AT END
                   SET GR-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 1050-EXIT
           END-READ.
           IF GR-CUT-OFF-DATE = ZERO
               IF GR-CR-PERIOD-IS-OPEN
                   MOVE GR-CR-PERIOD-END-DATE TO GR-CUT-OFF-DATE
               END-IF
               GO TO 1050-EXIT
           END-IF.
           IF GR-CR-WEEK-START-DATE > GR-CUT-OFF-DATE
               MOVE GR-CR-PERIOD-START-DATE TO GR-REVERSAL-DATE
               SET GR-END-OF-CALENDAR-FILE TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

       2000-LOAD-PO.
           READ GR-PO-FILE
               AT END
                   SET GR-END-OF-PO-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE GR-PO-IO TO PO-Record.
           ADD 1 TO GR-PO-CNT.
           MOVE PO-Id OF PO-Record   TO GR-PO-ID(GR-PO-CNT).
           MOVE Currency-Code OF PO-Record
                                     TO GR-PO-CURRENCY(GR-PO-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-RATE.
           READ GR-RATE-FILE
               AT END
                   SET GR-END-OF-RATE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO GR-RATE-CNT.
           SET GR-RT-IDX TO GR-RATE-CNT.
           MOVE GR-RT-CODE-IO TO GR-RT-CODE(GR-RT-IDX).
           MOVE GR-RT-RATE-IO TO GR-RT-RATE(GR-RT-IDX).
       2100-EXIT.
           EXIT.

       2200-LOAD-LINE.
           READ GR-LINE-FILE
               AT END
                   SET GR-END-OF-LINE-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE GR-LINE-IO TO PO-Line-Item.
           ADD 1 TO GR-LINE-CNT.
           MOVE PO-Id OF PO-Line-Item
                                     TO GR-LN-PO-ID(GR-LINE-CNT).
           MOVE Product-Code OF PO-Line-Item
                                     TO GR-LN-PRODUCT-CODE(GR-LINE-CNT).
           MOVE Ordered-Qty OF PO-Line-Item
                                     TO GR-LN-ORDERED-QTY(GR-LINE-CNT).
           MOVE Line-Cost OF PO-Line-Item
                                     TO GR-LN-LINE-COST(GR-LINE-CNT).
           MOVE ZERO TO GR-LN-RECEIVED-QTY(GR-LINE-CNT)
                        GR-LN-FIRST-RECEIPT(GR-LINE-CNT)
                        GR-LN-LOCATION(GR-LINE-CNT)
                        GR-LN-INVOICED-QTY(GR-LINE-CNT)
                        GR-LN-INVOICED-COST(GR-LINE-CNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOAD-RECEIPT - ONLY RECEIPTS DATED ON OR BEFORE THE        *
      *                     CUT-OFF COUNT.  A RECEIPT WITH NO LINE IS   *
      *                     ZRCVPOST'S EXCEPTION TO REPORT AND IS       *
      *                     SKIPPED HERE, AS IN ZINVMTCH                *
      ******************************************************************
       2300-LOAD-RECEIPT.
           READ GR-RECEIPT-FILE
               AT END
                   SET GR-END-OF-RECEIPT-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO GR-RECEIPTS-READ.
           MOVE GR-RECEIPT-IO TO Goods-Receipt-Record.
           IF Receipt-Date > GR-CUT-OFF-DATE
               ADD 1 TO GR-RECEIPTS-AFTER-CUT-OFF
               GO TO 2300-EXIT
           END-IF.
           MOVE PO-Id OF Goods-Receipt-Record TO GR-LOOKUP-PO-ID.
           MOVE Product-Code OF Goods-Receipt-Record
                                     TO GR-LOOKUP-PRODUCT-CODE.
           PERFORM 4000-LOOKUP-LINE THRU 4000-EXIT.
           IF NOT GR-ENTRY-WAS-FOUND
               GO TO 2300-EXIT
           END-IF.
           ADD Received-Qty TO GR-LN-RECEIVED-QTY(GR-LN-IDX).
           IF GR-LN-FIRST-RECEIPT(GR-LN-IDX) = ZERO
               OR Receipt-Date < GR-LN-FIRST-RECEIPT(GR-LN-IDX)
               MOVE Receipt-Date TO GR-LN-FIRST-RECEIPT(GR-LN-IDX)
               MOVE Receiving-Location TO GR-LN-LOCATION(GR-LN-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

       2400-LOAD-INVOICE.
           READ GR-INVOICE-FILE
               AT END
                   SET GR-END-OF-INVOICE-FILE TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           ADD 1 TO GR-INVOICES-READ.
           MOVE GR-INVOICE-IO TO Supplier-Invoice-Record.
           MOVE PO-Id OF Supplier-Invoice-Record TO GR-LOOKUP-PO-ID.
           MOVE Product-Code OF Supplier-Invoice-Record
                                     TO GR-LOOKUP-PRODUCT-CODE.
           PERFORM 4000-LOOKUP-LINE THRU 4000-EXIT.
           IF NOT GR-ENTRY-WAS-FOUND
               GO TO 2400-EXIT
           END-IF.
           ADD Invoiced-Qty  TO GR-LN-INVOICED-QTY(GR-LN-IDX).
           ADD Invoiced-Cost TO GR-LN-INVOICED-COST(GR-LN-IDX).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ACCRUE-LINE - RECEIVED VALUE LESS INVOICED VALUE FOR ONE   *
      *                    PO LINE, IN AUD.  NOTHING RECEIVED, OR       *
      *                    INVOICED UP TO (OR BEYOND) WHAT WAS          *
      *                    RECEIVED, ACCRUES NOTHING                    *
      ******************************************************************
       3000-ACCRUE-LINE.
           IF GR-LN-RECEIVED-QTY(GR-LN-IDX) NOT > ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO GR-DL-FLAG.
           IF GR-LN-ORDERED-QTY(GR-LN-IDX) NOT > ZERO
               MOVE "NO ORD QTY" TO GR-DL-FLAG
               PERFORM 5500-NOT-VALUED THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4200-LOOKUP-PO-RATE THRU 4200-EXIT.
           IF NOT GR-ENTRY-WAS-FOUND
               MOVE "NO AUD RATE" TO GR-DL-FLAG
               PERFORM 5500-NOT-VALUED THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.
           COMPUTE GR-RECEIVED-VALUE ROUNDED =
               GR-LN-RECEIVED-QTY(GR-LN-IDX)
               * GR-LN-LINE-COST(GR-LN-IDX) * GR-RATE-USED
               / GR-LN-ORDERED-QTY(GR-LN-IDX).
           COMPUTE GR-INVOICED-VALUE ROUNDED =
               GR-LN-INVOICED-COST(GR-LN-IDX) * GR-RATE-USED.
           COMPUTE GR-ACCRUAL-VALUE =
               GR-RECEIVED-VALUE - GR-INVOICED-VALUE.
           IF GR-ACCRUAL-VALUE NOT > ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO GR-LINES-ACCRUED.
           ADD GR-ACCRUAL-VALUE TO GR-ACCRUAL-TOTAL.
           PERFORM 5000-FOLD-LOCATION THRU 5000-EXIT.
           COMPUTE GR-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(GR-CUT-OFF-DATE)
               - FUNCTION INTEGER-OF-DATE
                     (GR-LN-FIRST-RECEIPT(GR-LN-IDX)).
           IF GR-AGE-DAYS > GR-STALE-DAYS
               MOVE "*** STALE" TO GR-DL-FLAG
               ADD 1 TO GR-LINES-STALE
           END-IF.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-LINE.
           MOVE 'N' TO GR-MATCH-FOUND.
           MOVE ZERO TO GR-LN-IDX.
           PERFORM 4100-SCAN-LINE THRU 4100-EXIT
               VARYING GR-SCAN-IDX FROM 1 BY 1
               UNTIL GR-SCAN-IDX > GR-LINE-CNT
                  OR GR-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-LINE.
           IF GR-LN-PO-ID(GR-SCAN-IDX) = GR-LOOKUP-PO-ID
               AND GR-LN-PRODUCT-CODE(GR-SCAN-IDX) =
                   GR-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO GR-MATCH-FOUND
               MOVE GR-SCAN-IDX TO GR-LN-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LOOKUP-PO-RATE - FIND THE PO'S Currency-Code AND ITS RATE  *
      *                       TO AUD - Home-Currency NEEDS NO RATE      *
      ******************************************************************
       4200-LOOKUP-PO-RATE.
           MOVE 'N' TO GR-MATCH-FOUND.
           MOVE SPACES TO GR-LOOKUP-CODE.
           PERFORM 4210-SCAN-PO THRU 4210-EXIT
               VARYING GR-SCAN-IDX FROM 1 BY 1
               UNTIL GR-SCAN-IDX > GR-PO-CNT
                  OR GR-ENTRY-WAS-FOUND.
           IF NOT GR-ENTRY-WAS-FOUND
               GO TO 4200-EXIT
           END-IF.
           IF GR-LOOKUP-CODE = "AUD"
               MOVE 1 TO GR-RATE-USED
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO GR-MATCH-FOUND.
           SET GR-RT-IDX TO 1.
           SEARCH ALL GR-RT-ENTRY
               AT END
                   MOVE 'N' TO GR-MATCH-FOUND
               WHEN GR-RT-CODE(GR-RT-IDX) = GR-LOOKUP-CODE
                   MOVE 'Y' TO GR-MATCH-FOUND
           END-SEARCH.
           IF GR-ENTRY-WAS-FOUND
               MOVE GR-RT-RATE(GR-RT-IDX) TO GR-RATE-USED
           END-IF.
       4200-EXIT.
           EXIT.

       4210-SCAN-PO.
           IF GR-PO-ID(GR-SCAN-IDX) = GR-LN-PO-ID(GR-LN-IDX)
               MOVE 'Y' TO GR-MATCH-FOUND
               MOVE GR-PO-CURRENCY(GR-SCAN-IDX) TO GR-LOOKUP-CODE
           END-IF.
       4210-EXIT.
           EXIT.

       5000-FOLD-LOCATION.
           MOVE 'N' TO GR-MATCH-FOUND.
           MOVE ZERO TO GR-LC-IDX.
           PERFORM 5010-SCAN-LOCATION THRU 5010-EXIT
               VARYING GR-SCAN-IDX FROM 1 BY 1
               UNTIL GR-SCAN-IDX > GR-LOC-CNT
                  OR GR-ENTRY-WAS-FOUND.
           IF NOT GR-ENTRY-WAS-FOUND
               ADD 1 TO GR-LOC-CNT
               MOVE GR-LOC-CNT TO GR-LC-IDX
               MOVE GR-LN-LOCATION(GR-LN-IDX)
                                     TO GR-LC-LOCATION(GR-LC-IDX)
               MOVE ZERO             TO GR-LC-AMOUNT(GR-LC-IDX)
           END-IF.
           ADD GR-ACCRUAL-VALUE TO GR-LC-AMOUNT(GR-LC-IDX).
       5000-EXIT.
           EXIT.

       5010-SCAN-LOCATION.
           IF GR-LC-LOCATION(GR-SCAN-IDX) = GR-LN-LOCATION(GR-LN-IDX)
               MOVE 'Y' TO GR-MATCH-FOUND
               MOVE GR-SCAN-IDX TO GR-LC-IDX
           END-IF.
       5010-EXIT.
           EXIT.

      *    A RECEIVED LINE THAT CANNOT BE VALUED WOULD LEAVE THE
      *    ACCRUAL SHORT - IT IS LISTED AND THE JOURNAL IS HELD.
       5500-NOT-VALUED.
           ADD 1 TO GR-LINES-NOT-VALUED.
           MOVE 'N' TO GR-JOURNAL-STATE.
           MOVE ZERO TO GR-RECEIVED-VALUE
                        GR-INVOICED-VALUE
                        GR-ACCRUAL-VALUE
                        GR-AGE-DAYS.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RELEASE-OR-HOLD - THE JOURNAL RELEASES AS ONE PIECE OR     *
      *                        HOLDS AS ONE PIECE, AS IN SDGLEXT        *
      ******************************************************************
       6000-RELEASE-OR-HOLD.
           IF GR-JOURNAL-IS-CLEAN
               OPEN OUTPUT GR-EXTRACT-FILE
           ELSE
               OPEN OUTPUT GR-HOLD-FILE
           END-IF.
           PERFORM 6100-POST-LOCATION THRU 6100-EXIT
               VARYING GR-LC-IDX FROM 1 BY 1
               UNTIL GR-LC-IDX > GR-LOC-CNT.
           IF GR-JOURNAL-IS-CLEAN
               CLOSE GR-EXTRACT-FILE
           ELSE
               CLOSE GR-HOLD-FILE
               DISPLAY "ZGRNIACR *** ABEND *** JOURNAL HELD - "
                   "RECEIVED PO LINES COULD NOT BE VALUED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *    DEBIT STOCK / CREDIT ACCRUAL AT THE CUT-OFF, AND THE SAME
      *    PAIR REVERSED ON THE FIRST DAY OF THE NEXT PERIOD.
       6100-POST-LOCATION.
           MOVE GR-CUT-OFF-DATE TO GR-GL-DATE.
           MOVE GR-PARM-STOCK-ACCOUNT TO GR-GL-ACCOUNT.
           MOVE GR-LC-AMOUNT(GR-LC-IDX) TO GR-GL-AMOUNT.
           PERFORM 6200-WRITE-GL-LINE THRU 6200-EXIT.
           MOVE GR-PARM-ACCRUAL-ACCOUNT TO GR-GL-ACCOUNT.
           COMPUTE GR-GL-AMOUNT = ZERO - GR-LC-AMOUNT(GR-LC-IDX).
           PERFORM 6200-WRITE-GL-LINE THRU 6200-EXIT.
           MOVE GR-REVERSAL-DATE TO GR-GL-DATE.
           MOVE GR-PARM-STOCK-ACCOUNT TO GR-GL-ACCOUNT.
           COMPUTE GR-GL-AMOUNT = ZERO - GR-LC-AMOUNT(GR-LC-IDX).
           PERFORM 6200-WRITE-GL-LINE THRU 6200-EXIT.
           MOVE GR-PARM-ACCRUAL-ACCOUNT TO GR-GL-ACCOUNT.
           MOVE GR-LC-AMOUNT(GR-LC-IDX) TO GR-GL-AMOUNT.
           PERFORM 6200-WRITE-GL-LINE THRU 6200-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-GL-LINE.
           IF GR-JOURNAL-IS-CLEAN
               MOVE GR-GL-DATE              TO GR-EX-POSTING-DATE
               MOVE GR-LC-LOCATION(GR-LC-IDX) TO GR-EX-STORE-NUM
               MOVE ZERO                    TO GR-EX-DEPARTMENT-NUM
               MOVE GR-GL-ACCOUNT           TO GR-EX-ACCOUNT
               MOVE GR-GL-AMOUNT            TO GR-EX-AMOUNT
               WRITE GR-EXTRACT-RECORD
           ELSE
               MOVE GR-GL-DATE              TO GR-HD-POSTING-DATE
               MOVE GR-LC-LOCATION(GR-LC-IDX) TO GR-HD-STORE-NUM
               MOVE ZERO                    TO GR-HD-DEPARTMENT-NUM
               MOVE GR-GL-ACCOUNT           TO GR-HD-ACCOUNT
               MOVE GR-GL-AMOUNT            TO GR-HD-AMOUNT
               WRITE GR-HOLD-RECORD
           END-IF.
           ADD 1 TO GR-GL-LINES-WRITTEN.
       6200-EXIT.
           EXIT.

       7000-WRITE-DETAIL.
           MOVE GR-LN-PO-ID(GR-LN-IDX)        TO GR-DL-PO-ID.
           MOVE GR-LN-PRODUCT-CODE(GR-LN-IDX) TO GR-DL-PRODUCT-CODE.
           MOVE GR-LN-LOCATION(GR-LN-IDX)     TO GR-DL-LOCATION.
           MOVE GR-LOOKUP-CODE                TO GR-DL-CURRENCY.
           MOVE GR-LN-RECEIVED-QTY(GR-LN-IDX) TO GR-DL-RECEIVED-QTY.
           MOVE GR-LN-INVOICED-QTY(GR-LN-IDX) TO GR-DL-INVOICED-QTY.
           MOVE GR-RECEIVED-VALUE             TO GR-DL-RECEIVED-VALUE.
           MOVE GR-INVOICED-VALUE             TO GR-DL-INVOICED-VALUE.
           MOVE GR-ACCRUAL-VALUE              TO GR-DL-ACCRUAL-VALUE.
           MOVE GR-LN-FIRST-RECEIPT(GR-LN-IDX) TO GR-DL-FIRST-RECEIPT.
           MOVE GR-AGE-DAYS                   TO GR-DL-AGE-DAYS.
           WRITE GR-RPT-LINE FROM GR-DETAIL-LINE.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE GR-ACCRUAL-TOTAL TO GR-TL-ACCRUAL-VALUE.
           WRITE GR-RPT-LINE FROM GR-TOTAL-LINE.
           CLOSE GR-PO-FILE
                 GR-LINE-FILE
                 GR-RECEIPT-FILE
                 GR-INVOICE-FILE
                 GR-RATE-FILE
                 GR-REPORT-FILE.
           DISPLAY "ZGRNIACR RECEIPTS READ       = " GR-RECEIPTS-READ.
           DISPLAY "ZGRNIACR RECEIPTS AFTER CUT  = "
               GR-RECEIPTS-AFTER-CUT-OFF.
           DISPLAY "ZGRNIACR INVOICES READ       = " GR-INVOICES-READ.
           DISPLAY "ZGRNIACR LINES ACCRUED       = " GR-LINES-ACCRUED.
           DISPLAY "ZGRNIACR LINES STALE         = " GR-LINES-STALE.
           DISPLAY "ZGRNIACR LINES NOT VALUED    = "
               GR-LINES-NOT-VALUED.
           DISPLAY "ZGRNIACR GL LINES WRITTEN    = "
               GR-GL-LINES-WRITTEN.
           DISPLAY "ZGRNIACR ACCRUAL TOTAL AUD   = " GR-ACCRUAL-TOTAL.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8900-POST-STEP - STEP-COMPLETION RECORD UNDER THE CUT-OFF,     *
      *                  WHICH IS WHAT SDPERCLS LOOKS FOR              *
      ******************************************************************
       8900-POST-STEP.
           OPEN EXTEND GR-RUNCTL-FILE.
           MOVE GR-CUT-OFF-DATE TO GR-RC-DATE.
           MOVE "ZGRNIACR" TO GR-RC-STEP-NAME.
           ACCEPT GR-RC-TS-TIME FROM TIME.
           WRITE GR-RUNCTL-RECORD.
           CLOSE GR-RUNCTL-FILE.
       8900-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
