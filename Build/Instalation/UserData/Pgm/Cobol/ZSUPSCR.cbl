       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZSUPSCR.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZSUPSCR - MONTHLY SUPPLIER PERFORMANCE SCORECARD.  EVERY PIECE  *
      *           OF SUPPLIER PERFORMANCE DATA ALREADY EXISTS BUT NEVER *
      *           IN ONE PLACE - SHORT/OVER DELIVERIES ON ZRCVPOST'S    *
      *           ZRCVPSTX EXCEPTIONS, PRICE AND QUANTITY DISPUTES ON   *
      *           ZINVMTCH'S ZINVMTCX EXCEPTIONS, AND THE On-Order TO   *
      *           In-DC ELAPSED TIME ON ZPOSTUPD'S ZPOSTLOG TRANSITION  *
      *           LOG.  EACH PO IS TIED TO ITS SUPPLIER THROUGH THE     *
      *           ZPOSUPP CROSS-REFERENCE AND, FOR THE PARM-FILE MONTH, *
      *           EACH SUPPLIER GETS                                    *
      *             FILL RATE     - UNITS RECEIVED IN THE MONTH OVER    *
      *                             THE ORDERED QTY OF THE LINES THEY   *
      *                             WERE RECEIVED AGAINST               *
      *             ON-TIME RATE  - POS REACHING In-DC IN THE MONTH     *
      *                             WITHIN THE PARM TARGET LEAD DAYS    *
      *             AVG LEAD TIME - DAYS FROM On-Order TO In-DC OVER    *
      *                             THOSE SAME POS                      *
      *             INVOICE ACCURACY - INVOICE LINES NOT ON THE         *
      *                             ZINVMTCX EXCEPTIONS OVER ALL        *
      *                             INVOICE LINES                       *
      *             POS AFFECTED  - DISTINCT POS WITH A RECEIVING OR    *
      *                             INVOICE EXCEPTION                   *
      *           AND IS RANKED ON THE AVERAGE OF THE THREE RATES       *
      *           (FILL RATE CAPPED AT 100 - OVER-DELIVERY IS NOT A     *
      *           BETTER SCORE; A RATE WITH NO ACTIVITY IN THE MONTH IS *
      *           LEFT OUT OF THE AVERAGE).  THE EXCEPTION AND INVOICE  *
      *           FILES CARRY NO DATE, SO THE MONTH-END JOB PRESENTS    *
      *           THE MONTH'S ACCUMULATED COPIES.  A PO WITH NO         *
      *           ZPOSUPP ENTRY IS COUNTED AS UNLINKED AND NOT SCORED.  *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZF-PARM-FILE ASSIGN TO "ZSUPSCRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-SUPPLIER-FILE ASSIGN TO "SDSUPPM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-XREF-FILE ASSIGN TO "ZPOSUPP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-LINE-FILE ASSIGN TO "ZPOLINE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-RECEIPT-FILE ASSIGN TO "ZPORCPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-RCVEXC-FILE ASSIGN TO "ZRCVPSTX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-INVOICE-FILE ASSIGN TO "ZPOINV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-INVEXC-FILE ASSIGN TO "ZINVMTCX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-STATLOG-FILE ASSIGN TO "ZPOSTLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZF-REPORT-FILE ASSIGN TO "ZSUPSCRR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZF-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-PARM-RECORD.
           05 ZF-PARM-MONTH                PIC 9(06).
           05 ZF-PARM-TARGET-LEAD-DAYS     PIC 9(03).

       FD  ZF-SUPPLIER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-SUPPLIER-IO                  PIC X(200).

       FD  ZF-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-XREF-IO.
           05 ZF-XR-PO-ID-IO               PIC X(14).
           05 ZF-XR-SUPPLIER-CODE-IO       PIC X(06).

       FD  ZF-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-LINE-IO                      PIC X(41).

       FD  ZF-RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-RECEIPT-IO                   PIC X(42).

      *    SAME LAYOUT ZRCVPOST.cbl WRITES.
       FD  ZF-RCVEXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-RCVEXC-RECORD.
           05 ZF-RX-PO-ID                  PIC X(14).
           05 ZF-RX-PRODUCT-CODE           PIC 9(08).
           05 ZF-RX-LOCATION               PIC 9(04).
           05 ZF-RX-ORDERED-QTY            PIC S9(05).
           05 ZF-RX-RECEIVED-QTY           PIC S9(05).
           05 ZF-RX-REASON                 PIC X(30).

       FD  ZF-INVOICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-INVOICE-IO                   PIC X(41).

      *    SAME LAYOUT ZINVMTCH.cbl WRITES.
       FD  ZF-INVEXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-INVEXC-RECORD.
           05 ZF-IX-PO-ID                  PIC X(14).
           05 ZF-IX-PRODUCT-CODE           PIC 9(08).
           05 ZF-IX-ORDERED-QTY            PIC S9(05).
           05 ZF-IX-RECEIVED-QTY           PIC S9(05).
           05 ZF-IX-INVOICED-QTY           PIC S9(05).
           05 ZF-IX-LINE-COST              PIC S9(09)V99.
           05 ZF-IX-INVOICED-COST          PIC S9(09)V99.
           05 ZF-IX-REASON                 PIC X(40).

      *    SAME LAYOUT ZPOSTUPD.cbl WRITES.
       FD  ZF-STATLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-STATLOG-RECORD.
           05 ZF-SL-PO-ID                  PIC X(14).
           05 ZF-SL-OLD-STATUS             PIC 99.
           05 ZF-SL-NEW-STATUS             PIC 99.
           05 ZF-SL-RESULT                 PIC X(10).
           05 ZF-SL-REASON                 PIC X(30).
           05 ZF-SL-TS-DATE                PIC 9(08).
           05 ZF-SL-TS-TIME                PIC 9(08).

       FD  ZF-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZF-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  ZF-SWITCHES.
           05 ZF-EOF-SUPPLIER-FILE         PIC X(01) VALUE 'N'.
               88 ZF-END-OF-SUPPLIER-FILE      VALUE 'Y'.
           05 ZF-EOF-XREF-FILE             PIC X(01) VALUE 'N'.
               88 ZF-END-OF-XREF-FILE          VALUE 'Y'.
           05 ZF-EOF-LINE-FILE             PIC X(01) VALUE 'N'.
               88 ZF-END-OF-LINE-FILE          VALUE 'Y'.
           05 ZF-EOF-RECEIPT-FILE          PIC X(01) VALUE 'N'.
               88 ZF-END-OF-RECEIPT-FILE       VALUE 'Y'.
           05 ZF-EOF-RCVEXC-FILE           PIC X(01) VALUE 'N'.
               88 ZF-END-OF-RCVEXC-FILE        VALUE 'Y'.
           05 ZF-EOF-INVOICE-FILE          PIC X(01) VALUE 'N'.
               88 ZF-END-OF-INVOICE-FILE       VALUE 'Y'.
           05 ZF-EOF-INVEXC-FILE           PIC X(01) VALUE 'N'.
               88 ZF-END-OF-INVEXC-FILE        VALUE 'Y'.
           05 ZF-EOF-STATLOG-FILE          PIC X(01) VALUE 'N'.
               88 ZF-END-OF-STATLOG-FILE       VALUE 'Y'.
           05 ZF-MATCH-FOUND               PIC X(01).
               88 ZF-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  ZF-MONTH                        PIC 9(06).
       01  ZF-TARGET-LEAD-DAYS             PIC 9(03).

       01  ZF-COUNTERS.
           05 ZF-SUPPLIER-CNT              PIC 9(05) COMP VALUE ZERO.
           05 ZF-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 ZF-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 ZF-UNLINKED-CNT              PIC 9(07) COMP VALUE ZERO.
           05 ZF-SUPPLIERS-RANKED          PIC 9(05) COMP VALUE ZERO.

       01  ZF-SUPPLIER-TABLE.
           05 ZF-SP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ZF-SUPPLIER-CNT.
               10 ZF-SP-CODE               PIC X(06).
               10 ZF-SP-NAME               PIC X(30).
               10 ZF-SP-ORDERED-QTY        PIC S9(09).
               10 ZF-SP-RECEIVED-QTY       PIC S9(09).
               10 ZF-SP-DELIVERIES         PIC 9(05).
               10 ZF-SP-ON-TIME            PIC 9(05).
               10 ZF-SP-LEAD-DAYS          PIC 9(07).
               10 ZF-SP-INVOICE-LINES      PIC 9(05).
               10 ZF-SP-INVOICE-EXC        PIC 9(05).
               10 ZF-SP-RECEIPT-EXC        PIC 9(05).
               10 ZF-SP-POS-AFFECTED       PIC 9(05).
               10 ZF-SP-FILL-PCT           PIC S9(03)V9.
               10 ZF-SP-ON-TIME-PCT        PIC S9(03)V9.
               10 ZF-SP-INV-ACC-PCT        PIC S9(03)V9.
               10 ZF-SP-AVG-LEAD           PIC 9(03)V9.
               10 ZF-SP-SCORE              PIC S9(03)V9.
               10 ZF-SP-RANK               PIC 9(05).

      *    EVERY PO ON THE CROSS-REFERENCE WITH ITS SUPPLIER, THE DATE
      *    IT WENT On-Order AND WHETHER IT HAS ANY EXCEPTION.
       01  ZF-PO-TABLE.
           05 ZF-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZF-PO-CNT.
               10 ZF-PO-ID                 PIC X(14).
               10 ZF-PO-SUPPLIER-IDX       PIC 9(05).
               10 ZF-PO-ON-ORDER-DATE      PIC 9(08).
               10 ZF-PO-AFFECTED           PIC X(01).

       01  ZF-LINE-TABLE.
           05 ZF-LN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZF-LINE-CNT.
               10 ZF-LN-PO-ID              PIC X(14).
               10 ZF-LN-PRODUCT-CODE       PIC 9(08).
               10 ZF-LN-ORDERED-QTY        PIC S9(05).
               10 ZF-LN-RECEIVED-QTY       PIC S9(07).
               10 ZF-LN-RECEIPT-SEEN       PIC X(01).

       01  ZF-SCAN-IDX                     PIC 9(05) COMP.
       01  ZF-MATCH-IDX                    PIC 9(05) COMP.
       01  ZF-PO-IDX                       PIC 9(05) COMP.
       01  ZF-SP-IDX                       PIC 9(05) COMP.
       01  ZF-RANK-IDX                     PIC 9(05) COMP.

       01  ZF-LOOKUP-PO-ID                 PIC X(14).
       01  ZF-LOOKUP-CODE                  PIC X(06).
       01  ZF-LOOKUP-PRODUCT-CODE          PIC 9(08).
       01  ZF-DATE-MONTH                   PIC 9(06).
       01  ZF-LEAD-DAYS                    PIC S9(07).
       01  ZF-SCORE-TOTAL                  PIC S9(05)V9.
       01  ZF-SCORE-PARTS                  PIC 9(01).
       01  ZF-CAPPED-FILL                  PIC S9(03)V9.

       01  ZF-HEADING-1.
           05 FILLER                       PIC X(38)
               VALUE "ZSUPSCR SUPPLIER SCORECARD FOR MONTH ".
           05 ZF-H1-MONTH                  PIC 9(06).
           05 FILLER                       PIC X(22)
               VALUE "   TARGET LEAD DAYS  ".
           05 ZF-H1-TARGET                 PIC ZZ9.
           05 FILLER                       PIC X(63) VALUE SPACES.

       01  ZF-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "RANK  ".
           05 FILLER                       PIC X(07) VALUE "SUPPL  ".
           05 FILLER                       PIC X(21) VALUE
               "NAME                 ".
           05 FILLER                       PIC X(11) VALUE
               "ORDERED    ".
           05 FILLER                       PIC X(11) VALUE
               "RECEIVED   ".
           05 FILLER                       PIC X(07) VALUE "FILL%  ".
           05 FILLER                       PIC X(06) VALUE "DELIV ".
           05 FILLER                       PIC X(08) VALUE "ONTIME% ".
           05 FILLER                       PIC X(07) VALUE "AVGLD  ".
           05 FILLER                       PIC X(07) VALUE "INVLN  ".
           05 FILLER                       PIC X(07) VALUE "INVAC% ".
           05 FILLER                       PIC X(07) VALUE "RCVEX  ".
           05 FILLER                       PIC X(07) VALUE "INVEX  ".
           05 FILLER                       PIC X(07) VALUE "POSAFF ".
           05 FILLER                       PIC X(06) VALUE "SCORE ".
           05 FILLER                       PIC X(07) VALUE SPACES.

       01  ZF-DETAIL-LINE.
           05 ZF-DL-RANK                   PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ZF-DL-CODE                   PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZF-DL-NAME                   PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZF-DL-ORDERED                PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZF-DL-RECEIVED               PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZF-DL-FILL-PCT               PIC ---9.9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZF-DL-DELIVERIES             PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ZF-DL-ON-TIME-PCT            PIC ---9.9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZF-DL-AVG-LEAD               PIC ZZ9.9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ZF-DL-INVOICE-LINES          PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZF-DL-INV-ACC-PCT            PIC ---9.9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ZF-DL-RECEIPT-EXC            PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ZF-DL-INVOICE-EXC            PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ZF-DL-POS-AFFECTED           PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ZF-DL-SCORE                  PIC ---9.9.
           05 FILLER                       PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-FOLD-RECEIPT THRU 3000-EXIT
               UNTIL ZF-END-OF-RECEIPT-FILE.
           PERFORM 3100-FOLD-RECEIVED-LINE THRU 3100-EXIT
               VARYING ZF-SCAN-IDX FROM 1 BY 1
               UNTIL ZF-SCAN-IDX > ZF-LINE-CNT.
           PERFORM 3200-FOLD-RECEIPT-EXCEPTION THRU 3200-EXIT
               UNTIL ZF-END-OF-RCVEXC-FILE.
           PERFORM 3300-FOLD-INVOICE THRU 3300-EXIT
               UNTIL ZF-END-OF-INVOICE-FILE.
           PERFORM 3400-FOLD-INVOICE-EXCEPTION THRU 3400-EXIT
               UNTIL ZF-END-OF-INVEXC-FILE.
           PERFORM 3500-FOLD-STATUS-MOVE THRU 3500-EXIT
               UNTIL ZF-END-OF-STATLOG-FILE.
           PERFORM 6000-SCORE-SUPPLIER THRU 6000-EXIT
               VARYING ZF-SP-IDX FROM 1 BY 1
               UNTIL ZF-SP-IDX > ZF-SUPPLIER-CNT.
           PERFORM 6500-RANK-SUPPLIER THRU 6500-EXIT
               VARYING ZF-SP-IDX FROM 1 BY 1
               UNTIL ZF-SP-IDX > ZF-SUPPLIER-CNT.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE PARM, LOAD SUPPLIERS, THE PO         *
      *                   CROSS-REFERENCE AND THE PO LINES              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ZF-PARM-FILE.
           READ ZF-PARM-FILE
               AT END
                   MOVE ZERO TO ZF-PARM-MONTH
                   MOVE ZERO TO ZF-PARM-TARGET-LEAD-DAYS
           END-READ.
           MOVE ZF-PARM-MONTH            TO ZF-MONTH.
           MOVE ZF-PARM-TARGET-LEAD-DAYS TO ZF-TARGET-LEAD-DAYS.
           CLOSE ZF-PARM-FILE.
           OPEN INPUT  ZF-SUPPLIER-FILE
                INPUT  ZF-XREF-FILE
                INPUT  ZF-LINE-FILE
                INPUT  ZF-RECEIPT-FILE
                INPUT  ZF-RCVEXC-FILE
                INPUT  ZF-INVOICE-FILE
                INPUT  ZF-INVEXC-FILE
                INPUT  ZF-STATLOG-FILE
                OUTPUT ZF-REPORT-FILE.
           PERFORM 2000-LOAD-SUPPLIER THRU 2000-EXIT
               UNTIL ZF-END-OF-SUPPLIER-FILE.
           PERFORM 2100-LOAD-XREF THRU 2100-EXIT
               UNTIL ZF-END-OF-XREF-FILE.
           PERFORM 2200-LOAD-LINE THRU 2200-EXIT
               UNTIL ZF-END-OF-LINE-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-SUPPLIER.
           READ ZF-SUPPLIER-FILE
               AT END
                   SET ZF-END-OF-SUPPLIER-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO ZF-SUPPLIER-CNT.
           MOVE ZF-SUPPLIER-IO(1:6)  TO ZF-SP-CODE(ZF-SUPPLIER-CNT).
           MOVE ZF-SUPPLIER-IO(7:30) TO ZF-SP-NAME(ZF-SUPPLIER-CNT).
           MOVE ZERO TO ZF-SP-ORDERED-QTY(ZF-SUPPLIER-CNT)
                        ZF-SP-RECEIVED-QTY(ZF-SUPPLIER-CNT)
                        ZF-SP-DELIVERIES(ZF-SUPPLIER-CNT)
                        ZF-SP-ON-TIME(ZF-SUPPLIER-CNT)
                        ZF-SP-LEAD-DAYS(ZF-SUPPLIER-CNT)
                        ZF-SP-INVOICE-LINES(ZF-SUPPLIER-CNT)
                        ZF-SP-INVOICE-EXC(ZF-SUPPLIER-CNT)
                        ZF-SP-RECEIPT-EXC(ZF-SUPPLIER-CNT)
                        ZF-SP-POS-AFFECTED(ZF-SUPPLIER-CNT)
                        ZF-SP-RANK(ZF-SUPPLIER-CNT).
       2000-EXIT.
           EXIT.

      *    A CROSS-REFERENCE TO A SUPPLIER NOT ON SDSUPPM IS IGNORED -
      *    SDSUPMNT.cbl OWNS THAT FILE.
       2100-LOAD-XREF.
           READ ZF-XREF-FILE
               AT END
                   SET ZF-END-OF-XREF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE ZF-XR-SUPPLIER-CODE-IO TO ZF-LOOKUP-CODE.
           PERFORM 5200-LOOKUP-SUPPLIER THRU 5200-EXIT.
           IF NOT ZF-ENTRY-WAS-FOUND
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO ZF-PO-CNT.
           MOVE ZF-XR-PO-ID-IO TO ZF-PO-ID(ZF-PO-CNT).
           MOVE ZF-MATCH-IDX   TO ZF-PO-SUPPLIER-IDX(ZF-PO-CNT).
           MOVE ZERO           TO ZF-PO-ON-ORDER-DATE(ZF-PO-CNT).
           MOVE 'N'            TO ZF-PO-AFFECTED(ZF-PO-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-LINE.
           READ ZF-LINE-FILE
               AT END
                   SET ZF-END-OF-LINE-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE ZF-LINE-IO TO PO-Line-Item.
           ADD 1 TO ZF-LINE-CNT.
           MOVE PO-Id OF PO-Line-Item  TO ZF-LN-PO-ID(ZF-LINE-CNT).
           MOVE Product-Code OF PO-Line-Item
                                    TO ZF-LN-PRODUCT-CODE(ZF-LINE-CNT).
           MOVE Ordered-Qty OF PO-Line-Item
                                    TO ZF-LN-ORDERED-QTY(ZF-LINE-CNT).
           MOVE ZERO TO ZF-LN-RECEIVED-QTY(ZF-LINE-CNT).
           MOVE 'N'  TO ZF-LN-RECEIPT-SEEN(ZF-LINE-CNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FOLD-RECEIPT - A GOODS RECEIPT DATED IN THE MONTH IS ADDED *
      *                     TO ITS PO LINE                              *
      ******************************************************************
       3000-FOLD-RECEIPT.
           READ ZF-RECEIPT-FILE
               AT END
                   SET ZF-END-OF-RECEIPT-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           MOVE ZF-RECEIPT-IO TO Goods-Receipt-Record.
           MOVE Receipt-Date(1:6) TO ZF-DATE-MONTH.
           IF ZF-DATE-MONTH NOT = ZF-MONTH
               GO TO 3000-EXIT
           END-IF.
           MOVE PO-Id OF Goods-Receipt-Record TO ZF-LOOKUP-PO-ID.
           MOVE Product-Code OF Goods-Receipt-Record
                                     TO ZF-LOOKUP-PRODUCT-CODE.
           MOVE 'N' TO ZF-MATCH-FOUND.
           PERFORM 3010-SCAN-LINE THRU 3010-EXIT
               VARYING ZF-SCAN-IDX FROM 1 BY 1
               UNTIL ZF-SCAN-IDX > ZF-LINE-CNT
                  OR ZF-ENTRY-WAS-FOUND.
           IF ZF-ENTRY-WAS-FOUND
               ADD Received-Qty TO ZF-LN-RECEIVED-QTY(ZF-MATCH-IDX)
               MOVE 'Y' TO ZF-LN-RECEIPT-SEEN(ZF-MATCH-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

       3010-SCAN-LINE.
           IF ZF-LN-PO-ID(ZF-SCAN-IDX) = ZF-LOOKUP-PO-ID
               AND ZF-LN-PRODUCT-CODE(ZF-SCAN-IDX) =
                   ZF-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO ZF-MATCH-FOUND
               MOVE ZF-SCAN-IDX TO ZF-MATCH-IDX
           END-IF.
       3010-EXIT.
           EXIT.

      *    A LINE RECEIVED AGAINST IN THE MONTH CONTRIBUTES ITS ORDERED
      *    AND RECEIVED QTY TO ITS SUPPLIER'S FILL RATE.
       3100-FOLD-RECEIVED-LINE.
           IF ZF-LN-RECEIPT-SEEN(ZF-SCAN-IDX) NOT = 'Y'
               GO TO 3100-EXIT
           END-IF.
           MOVE ZF-LN-PO-ID(ZF-SCAN-IDX) TO ZF-LOOKUP-PO-ID.
           PERFORM 5000-LOOKUP-PO THRU 5000-EXIT.
           IF NOT ZF-ENTRY-WAS-FOUND
               ADD 1 TO ZF-UNLINKED-CNT
               GO TO 3100-EXIT
           END-IF.
           MOVE ZF-PO-SUPPLIER-IDX(ZF-PO-IDX) TO ZF-SP-IDX.
           ADD ZF-LN-ORDERED-QTY(ZF-SCAN-IDX)
                                  TO ZF-SP-ORDERED-QTY(ZF-SP-IDX).
           ADD ZF-LN-RECEIVED-QTY(ZF-SCAN-IDX)
                                  TO ZF-SP-RECEIVED-QTY(ZF-SP-IDX).
       3100-EXIT.
           EXIT.

       3200-FOLD-RECEIPT-EXCEPTION.
           READ ZF-RCVEXC-FILE
               AT END
                   SET ZF-END-OF-RCVEXC-FILE TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           MOVE ZF-RX-PO-ID TO ZF-LOOKUP-PO-ID.
           PERFORM 5000-LOOKUP-PO THRU 5000-EXIT.
           IF NOT ZF-ENTRY-WAS-FOUND
               ADD 1 TO ZF-UNLINKED-CNT
               GO TO 3200-EXIT
           END-IF.
           MOVE ZF-PO-SUPPLIER-IDX(ZF-PO-IDX) TO ZF-SP-IDX.
           ADD 1 TO ZF-SP-RECEIPT-EXC(ZF-SP-IDX).
           PERFORM 5100-MARK-PO-AFFECTED THRU 5100-EXIT.
       3200-EXIT.
           EXIT.

       3300-FOLD-INVOICE.
           READ ZF-INVOICE-FILE
               AT END
                   SET ZF-END-OF-INVOICE-FILE TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           MOVE ZF-INVOICE-IO TO Supplier-Invoice-Record.
           MOVE PO-Id OF Supplier-Invoice-Record TO ZF-LOOKUP-PO-ID.
           PERFORM 5000-LOOKUP-PO THRU 5000-EXIT.
           IF NOT ZF-ENTRY-WAS-FOUND
               ADD 1 TO ZF-UNLINKED-CNT
               GO TO 3300-EXIT
           END-IF.
           MOVE ZF-PO-SUPPLIER-IDX(ZF-PO-IDX) TO ZF-SP-IDX.
           ADD 1 TO ZF-SP-INVOICE-LINES(ZF-SP-IDX).
       3300-EXIT.
           EXIT.

       3400-FOLD-INVOICE-EXCEPTION.
           READ ZF-INVEXC-FILE
               AT END
                   SET ZF-END-OF-INVEXC-FILE TO TRUE
                   GO TO 3400-EXIT
           END-READ.
           MOVE ZF-IX-PO-ID TO ZF-LOOKUP-PO-ID.
           PERFORM 5000-LOOKUP-PO THRU 5000-EXIT.
           IF NOT ZF-ENTRY-WAS-FOUND
               ADD 1 TO ZF-UNLINKED-CNT
               GO TO 3400-EXIT
           END-IF.
           MOVE ZF-PO-SUPPLIER-IDX(ZF-PO-IDX) TO ZF-SP-IDX.
           ADD 1 TO ZF-SP-INVOICE-EXC(ZF-SP-IDX).
           PERFORM 5100-MARK-PO-AFFECTED THRU 5100-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-FOLD-STATUS-MOVE - AN APPLIED OR OVERRIDDEN MOVE TO        *
      *                         On-Order(10) STAMPS THE PO'S ORDER      *
      *                         DATE; A MOVE TO In-DC(15) DATED IN THE  *
      *                         MONTH IS A DELIVERY AND ITS LEAD TIME   *
      *                         IS MEASURED FROM THAT ORDER DATE        *
      ******************************************************************
       3500-FOLD-STATUS-MOVE.
           READ ZF-STATLOG-FILE
               AT END
                   SET ZF-END-OF-STATLOG-FILE TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           IF ZF-SL-RESULT(1:7) NOT = "APPLIED"
               AND ZF-SL-RESULT(1:8) NOT = "OVERRIDE"
               GO TO 3500-EXIT
           END-IF.
           MOVE ZF-SL-PO-ID TO ZF-LOOKUP-PO-ID.
           PERFORM 5000-LOOKUP-PO THRU 5000-EXIT.
           IF NOT ZF-ENTRY-WAS-FOUND
               GO TO 3500-EXIT
           END-IF.
           IF ZF-SL-NEW-STATUS = 10
               MOVE ZF-SL-TS-DATE TO ZF-PO-ON-ORDER-DATE(ZF-PO-IDX)
               GO TO 3500-EXIT
           END-IF.
           IF ZF-SL-NEW-STATUS NOT = 15
               GO TO 3500-EXIT
           END-IF.
           MOVE ZF-SL-TS-DATE(1:6) TO ZF-DATE-MONTH.
           IF ZF-DATE-MONTH NOT = ZF-MONTH
               OR ZF-PO-ON-ORDER-DATE(ZF-PO-IDX) = ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE ZF-PO-SUPPLIER-IDX(ZF-PO-IDX) TO ZF-SP-IDX.
           COMPUTE ZF-LEAD-DAYS =
               FUNCTION INTEGER-OF-DATE(ZF-SL-TS-DATE)
               - FUNCTION INTEGER-OF-DATE
                     (ZF-PO-ON-ORDER-DATE(ZF-PO-IDX)).
           ADD 1 TO ZF-SP-DELIVERIES(ZF-SP-IDX).
           ADD ZF-LEAD-DAYS TO ZF-SP-LEAD-DAYS(ZF-SP-IDX).
           IF ZF-LEAD-DAYS NOT > ZF-TARGET-LEAD-DAYS
               ADD 1 TO ZF-SP-ON-TIME(ZF-SP-IDX)
           END-IF.
       3500-EXIT.
           EXIT.

       5000-LOOKUP-PO.
           MOVE 'N' TO ZF-MATCH-FOUND.
           MOVE ZERO TO ZF-PO-IDX.
           PERFORM 5010-SCAN-PO THRU 5010-EXIT
               VARYING ZF-MATCH-IDX FROM 1 BY 1
               UNTIL ZF-MATCH-IDX > ZF-PO-CNT
                  OR ZF-ENTRY-WAS-FOUND.
       5000-EXIT.
           EXIT.

       5010-SCAN-PO.
           IF ZF-PO-ID(ZF-MATCH-IDX) = ZF-LOOKUP-PO-ID
               MOVE 'Y' TO ZF-MATCH-FOUND
               MOVE ZF-MATCH-IDX TO ZF-PO-IDX
           END-IF.
       5010-EXIT.
           EXIT.

       5100-MARK-PO-AFFECTED.
           IF ZF-PO-AFFECTED(ZF-PO-IDX) NOT = 'Y'
               MOVE 'Y' TO ZF-PO-AFFECTED(ZF-PO-IDX)
               ADD 1 TO ZF-SP-POS-AFFECTED(ZF-SP-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

       5200-LOOKUP-SUPPLIER.
           MOVE 'N' TO ZF-MATCH-FOUND.
           MOVE ZERO TO ZF-MATCH-IDX.
           PERFORM 5210-SCAN-SUPPLIER THRU 5210-EXIT
               VARYING ZF-SCAN-IDX FROM 1 BY 1
               UNTIL ZF-SCAN-IDX > ZF-SUPPLIER-CNT
                  OR ZF-ENTRY-WAS-FOUND.
       5200-EXIT.
           EXIT.

       5210-SCAN-SUPPLIER.
           IF ZF-SP-CODE(ZF-SCAN-IDX) = ZF-LOOKUP-CODE
               MOVE 'Y' TO ZF-MATCH-FOUND
               MOVE ZF-SCAN-IDX TO ZF-MATCH-IDX
           END-IF.
       5210-EXIT.
           EXIT.

      ******************************************************************
      * 6000-SCORE-SUPPLIER - RATES AND THE COMPOSITE SCORE             *
      ******************************************************************
       6000-SCORE-SUPPLIER.
           MOVE ZERO TO ZF-SCORE-TOTAL
                        ZF-SCORE-PARTS
                        ZF-SP-FILL-PCT(ZF-SP-IDX)
                        ZF-SP-ON-TIME-PCT(ZF-SP-IDX)
                        ZF-SP-INV-ACC-PCT(ZF-SP-IDX)
                        ZF-SP-AVG-LEAD(ZF-SP-IDX)
                        ZF-SP-SCORE(ZF-SP-IDX).
           IF ZF-SP-ORDERED-QTY(ZF-SP-IDX) > ZERO
               COMPUTE ZF-SP-FILL-PCT(ZF-SP-IDX) ROUNDED =
                   ZF-SP-RECEIVED-QTY(ZF-SP-IDX) * 100
                   / ZF-SP-ORDERED-QTY(ZF-SP-IDX)
               MOVE ZF-SP-FILL-PCT(ZF-SP-IDX) TO ZF-CAPPED-FILL
               IF ZF-CAPPED-FILL > 100
                   MOVE 100 TO ZF-CAPPED-FILL
               END-IF
               ADD ZF-CAPPED-FILL TO ZF-SCORE-TOTAL
               ADD 1 TO ZF-SCORE-PARTS
           END-IF.
           IF ZF-SP-DELIVERIES(ZF-SP-IDX) > ZERO
               COMPUTE ZF-SP-ON-TIME-PCT(ZF-SP-IDX) ROUNDED =
                   ZF-SP-ON-TIME(ZF-SP-IDX) * 100
                   / ZF-SP-DELIVERIES(ZF-SP-IDX)
               COMPUTE ZF-SP-AVG-LEAD(ZF-SP-IDX) ROUNDED =
                   ZF-SP-LEAD-DAYS(ZF-SP-IDX)
                   / ZF-SP-DELIVERIES(ZF-SP-IDX)
               ADD ZF-SP-ON-TIME-PCT(ZF-SP-IDX) TO ZF-SCORE-TOTAL
               ADD 1 TO ZF-SCORE-PARTS
           END-IF.
           IF ZF-SP-INVOICE-LINES(ZF-SP-IDX) > ZERO
               COMPUTE ZF-SP-INV-ACC-PCT(ZF-SP-IDX) ROUNDED =
                   (ZF-SP-INVOICE-LINES(ZF-SP-IDX)
                    - ZF-SP-INVOICE-EXC(ZF-SP-IDX)) * 100
                   / ZF-SP-INVOICE-LINES(ZF-SP-IDX)
               ADD ZF-SP-INV-ACC-PCT(ZF-SP-IDX) TO ZF-SCORE-TOTAL
               ADD 1 TO ZF-SCORE-PARTS
           END-IF.
           IF ZF-SCORE-PARTS > ZERO
               COMPUTE ZF-SP-SCORE(ZF-SP-IDX) ROUNDED =
                   ZF-SCORE-TOTAL / ZF-SCORE-PARTS
               ADD 1 TO ZF-SUPPLIERS-RANKED
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-RANK-SUPPLIER - RANK = 1 + SUPPLIERS SCORING HIGHER, TIES  *
      *                      TO THE EARLIER SUPPLIER.  A SUPPLIER WITH  *
      *                      NO ACTIVITY IN THE MONTH IS NOT RANKED     *
      ******************************************************************
       6500-RANK-SUPPLIER.
           IF ZF-SP-ORDERED-QTY(ZF-SP-IDX) = ZERO
               AND ZF-SP-DELIVERIES(ZF-SP-IDX) = ZERO
               AND ZF-SP-INVOICE-LINES(ZF-SP-IDX) = ZERO
               GO TO 6500-EXIT
           END-IF.
           MOVE 1 TO ZF-SP-RANK(ZF-SP-IDX).
           PERFORM 6510-COMPARE-SCORE THRU 6510-EXIT
               VARYING ZF-SCAN-IDX FROM 1 BY 1
               UNTIL ZF-SCAN-IDX > ZF-SUPPLIER-CNT.
       6500-EXIT.
           EXIT.

       6510-COMPARE-SCORE.
           IF ZF-SCAN-IDX = ZF-SP-IDX
               GO TO 6510-EXIT
           END-IF.
           IF ZF-SP-ORDERED-QTY(ZF-SCAN-IDX) = ZERO
               AND ZF-SP-DELIVERIES(ZF-SCAN-IDX) = ZERO
               AND ZF-SP-INVOICE-LINES(ZF-SCAN-IDX) = ZERO
               GO TO 6510-EXIT
           END-IF.
           IF ZF-SP-SCORE(ZF-SCAN-IDX) > ZF-SP-SCORE(ZF-SP-IDX)
               OR (ZF-SP-SCORE(ZF-SCAN-IDX) = ZF-SP-SCORE(ZF-SP-IDX)
                   AND ZF-SCAN-IDX < ZF-SP-IDX)
               ADD 1 TO ZF-SP-RANK(ZF-SP-IDX)
           END-IF.
       6510-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT - SUPPLIERS PRINTED IN RANK ORDER             *
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE ZF-MONTH            TO ZF-H1-MONTH.
           MOVE ZF-TARGET-LEAD-DAYS TO ZF-H1-TARGET.
           WRITE ZF-RPT-LINE FROM ZF-HEADING-1.
           WRITE ZF-RPT-LINE FROM ZF-HEADING-2.
           PERFORM 7100-WRITE-RANK THRU 7100-EXIT
               VARYING ZF-RANK-IDX FROM 1 BY 1
               UNTIL ZF-RANK-IDX > ZF-SUPPLIERS-RANKED.
       7000-EXIT.
           EXIT.

       7100-WRITE-RANK.
           PERFORM 7200-WRITE-SUPPLIER-LINE THRU 7200-EXIT
               VARYING ZF-SP-IDX FROM 1 BY 1
               UNTIL ZF-SP-IDX > ZF-SUPPLIER-CNT.
       7100-EXIT.
           EXIT.

       7200-WRITE-SUPPLIER-LINE.
           IF ZF-SP-RANK(ZF-SP-IDX) NOT = ZF-RANK-IDX
               GO TO 7200-EXIT
           END-IF.
           MOVE ZF-SP-RANK(ZF-SP-IDX)          TO ZF-DL-RANK.
           MOVE ZF-SP-CODE(ZF-SP-IDX)          TO ZF-DL-CODE.
           MOVE ZF-SP-NAME(ZF-SP-IDX)          TO ZF-DL-NAME.
           MOVE ZF-SP-ORDERED-QTY(ZF-SP-IDX)   TO ZF-DL-ORDERED.
           MOVE ZF-SP-RECEIVED-QTY(ZF-SP-IDX)  TO ZF-DL-RECEIVED.
           MOVE ZF-SP-FILL-PCT(ZF-SP-IDX)      TO ZF-DL-FILL-PCT.
           MOVE ZF-SP-DELIVERIES(ZF-SP-IDX)    TO ZF-DL-DELIVERIES.
           MOVE ZF-SP-ON-TIME-PCT(ZF-SP-IDX)   TO ZF-DL-ON-TIME-PCT.
           MOVE ZF-SP-AVG-LEAD(ZF-SP-IDX)      TO ZF-DL-AVG-LEAD.
           MOVE ZF-SP-INVOICE-LINES(ZF-SP-IDX) TO ZF-DL-INVOICE-LINES.
           MOVE ZF-SP-INV-ACC-PCT(ZF-SP-IDX)   TO ZF-DL-INV-ACC-PCT.
           MOVE ZF-SP-RECEIPT-EXC(ZF-SP-IDX)   TO ZF-DL-RECEIPT-EXC.
           MOVE ZF-SP-INVOICE-EXC(ZF-SP-IDX)   TO ZF-DL-INVOICE-EXC.
           MOVE ZF-SP-POS-AFFECTED(ZF-SP-IDX)  TO ZF-DL-POS-AFFECTED.
           MOVE ZF-SP-SCORE(ZF-SP-IDX)         TO ZF-DL-SCORE.
           WRITE ZF-RPT-LINE FROM ZF-DETAIL-LINE.
       7200-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE ZF-SUPPLIER-FILE
                 ZF-XREF-FILE
                 ZF-LINE-FILE
                 ZF-RECEIPT-FILE
                 ZF-RCVEXC-FILE
                 ZF-INVOICE-FILE
                 ZF-INVEXC-FILE
                 ZF-STATLOG-FILE
                 ZF-REPORT-FILE.
           DISPLAY "ZSUPSCR SUPPLIERS ON MASTER = " ZF-SUPPLIER-CNT.
           DISPLAY "ZSUPSCR SUPPLIERS RANKED    = " ZF-SUPPLIERS-RANKED.
           DISPLAY "ZSUPSCR POS CROSS-REFERENCED= " ZF-PO-CNT.
           DISPLAY "ZSUPSCR UNLINKED ITEMS      = " ZF-UNLINKED-CNT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
