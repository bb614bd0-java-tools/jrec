      *                          JOURNALLED AS A DATED 'R' MOVEMENT ON *
      *                          THE ZPOMVMT STOCK MOVEMENT JOURNAL    *
      *                          ZMVMROLL AUDITS AGAINST               *
      *  03  15/10/26  R PATEL   EVERY APPLIED RECEIPT NOW ALSO MOVES  *
      *                          THE PRODUCT'S MOVING WEIGHTED-AVERAGE *
      *                          COST ON THE ZPOAVGC FILE (REWRITTEN   *
      *                          OLD/NEW TO ZPOAVGCN) - THE PO LINE'S  *
      *                          UNIT COST (Line-Cost / Ordered-Qty)   *
      *                          IS CONVERTED TO AUD AT THE ZCURRATE   *
      *                          RATE FOR THE PO'S Currency-Code, THE  *
      *                          SAME RATE TABLE ZCURCONV USES, AND    *
      *                          WEIGHTED AGAINST THE CHAIN-WIDE       *
      *                          ON-HAND HELD BEFORE THE RECEIPT.      *
      *                          EVERY COST CHANGE IS LOGGED TO        *
      *                          ZAVGCLOG.  A RECEIPT THAT CANNOT BE   *
      *                          COSTED STILL POSTS ITS QUANTITY AND   *
      *                          IS FLAGGED ON THE EXCEPTION FILE      *
      *  04  15/10/26  R PATEL   RECEIPTS ARE NOW CHECKED AGAINST THE  *
      *                          ZPOASNR OPEN ADVANCE SHIPPING NOTICE  *
      *                          REGISTER ZASNINTK BUILDS - EVERY LINE *
      *                          RECEIPTED THIS RUN WHOSE RECEIVED QTY *
      *                          DIFFERS FROM ITS OPEN ASN SHIPPED     *
      *                          QTY,                                  *
      *                          THAT CAME IN AT ANOTHER DC THAN THE   *
      *                          ASN SAID, OR THAT HAD NO ASN AT ALL   *
      *                          IS LISTED ON ZRCVASNV.  THE RECEIPT   *
      *                          CLOSES THE LINE'S OPEN ASNs, AND THE  *
      *                          REST ARE CARRIED TO ZPOASNRN          *
      *  05  15/10/26  R PATEL   A PO LINE ZLANDCST HAS VALUED ON      *
      *                          ZPOLAND IS NOW AVERAGED AT ITS LANDED *
      *                          UNIT COST (FIRST COST IN AUD PLUS ITS *
      *                          SHARE OF FREIGHT, INSURANCE AND DUTY) *
      *                          - ANY OTHER LINE IS STILL COSTED AT   *
      *                          Line-Cost CONVERTED AT THE PO RATE    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-MOVEMENT-FILE ASSIGN TO "ZPOMVMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-RATE-FILE ASSIGN TO "ZCURRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-OLD-AVG-FILE ASSIGN TO "ZPOAVGC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-NEW-AVG-FILE ASSIGN TO "ZPOAVGCN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-COST-LOG-FILE ASSIGN TO "ZAVGCLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-OLD-ASN-FILE ASSIGN TO "ZPOASNR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-NEW-ASN-FILE ASSIGN TO "ZPOASNRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-ASN-VARIANCE-FILE ASSIGN TO "ZRCVASNV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZG-LANDED-FILE ASSIGN TO "ZPOLAND"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  ZG-MOVEMENT-IO                  PIC X(43).

       FD  ZG-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-PO-IO                        PIC X(33).

      *    SAME LAYOUT ZCURCONV.cbl READS.
       FD  ZG-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-RATE-IO.
           05 ZG-RT-CODE-IO               PIC X(03).
           05 ZG-RT-RATE-IO               PIC S9(3)V9(6) COMP-3.
           05 FILLER                      PIC X(10).

       FD  ZG-OLD-AVG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-OLD-AVG-IO                   PIC X(30).

       FD  ZG-NEW-AVG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-NEW-AVG-IO                   PIC X(30).

       FD  ZG-COST-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-COST-LOG-RECORD.
           05 ZG-CL-PRODUCT-CODE           PIC 9(08).
           05 ZG-CL-PO-ID                  PIC X(14).
           05 ZG-CL-CURRENCY               PIC X(03).
           05 ZG-CL-RATE-USED              PIC S9(3)V9(6).
           05 ZG-CL-RECEIPT-UNIT-COST      PIC S9(7)V9(4).
           05 ZG-CL-RECEIVED-QTY           PIC S9(05).
           05 ZG-CL-BASIS-QTY              PIC S9(07).
           05 ZG-CL-OLD-AVG-COST           PIC S9(7)V9(4).
           05 ZG-CL-NEW-AVG-COST           PIC S9(7)V9(4).
           05 ZG-CL-TS-DATE                PIC 9(08).
           05 ZG-CL-TS-TIME                PIC 9(08).

       FD  ZG-OLD-ASN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-OLD-ASN-IO                   PIC X(72).

       FD  ZG-NEW-ASN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-NEW-ASN-IO                   PIC X(72).

       FD  ZG-ASN-VARIANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-ASN-VARIANCE-RECORD.
           05 ZG-VR-PO-ID                  PIC X(14).
           05 ZG-VR-PRODUCT-CODE           PIC 9(08).
           05 ZG-VR-ASN-LOCATION           PIC 9(04).
           05 ZG-VR-RECEIVING-LOCATION     PIC 9(04).
           05 ZG-VR-SHIPPED-QTY            PIC S9(07).
           05 ZG-VR-RECEIVED-QTY           PIC S9(05).
           05 ZG-VR-DIFFERENCE-QTY         PIC S9(07).
           05 ZG-VR-REASON                 PIC X(30).

       FD  ZG-LANDED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZG-LANDED-IO                    PIC X(71).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

               88 ZG-END-OF-LINE-FILE          VALUE 'Y'.
           05 ZG-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 ZG-END-OF-QTY-FILE           VALUE 'Y'.
           05 ZG-EOF-PO-FILE               PIC X(01) VALUE 'N'.
               88 ZG-END-OF-PO-FILE            VALUE 'Y'.
           05 ZG-EOF-RATE-FILE             PIC X(01) VALUE 'N'.
               88 ZG-END-OF-RATE-FILE          VALUE 'Y'.
           05 ZG-EOF-AVG-FILE              PIC X(01) VALUE 'N'.
               88 ZG-END-OF-AVG-FILE           VALUE 'Y'.
           05 ZG-EOF-ASN-FILE              PIC X(01) VALUE 'N'.
               88 ZG-END-OF-ASN-FILE           VALUE 'Y'.
           05 ZG-EOF-LANDED-FILE           PIC X(01) VALUE 'N'.
               88 ZG-END-OF-LANDED-FILE        VALUE 'Y'.
           05 ZG-MATCH-FOUND               PIC X(01).
               88 ZG-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  ZG-COUNTERS.
           05 ZG-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 ZG-RECEIPTS-UNMATCHED        PIC 9(07) COMP VALUE ZERO.
           05 ZG-LINES-SHORT               PIC 9(07) COMP VALUE ZERO.
           05 ZG-LINES-OVER                PIC 9(07) COMP VALUE ZERO.
           05 ZG-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 ZG-RATE-CNT                  PIC 9(03) COMP VALUE ZERO.
           05 ZG-AVG-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 ZG-COSTS-AVERAGED            PIC 9(07) COMP VALUE ZERO.
           05 ZG-COSTS-NOT-AVERAGED        PIC 9(07) COMP VALUE ZERO.
           05 ZG-COST-CHANGES-LOGGED       PIC 9(07) COMP VALUE ZERO.
           05 ZG-ASN-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 ZG-ASN-CLOSED                PIC 9(07) COMP VALUE ZERO.
           05 ZG-ASN-VARIANCES             PIC 9(07) COMP VALUE ZERO.
           05 ZG-LANDED-LINES              PIC 9(07) COMP VALUE ZERO.
           05 ZG-COSTS-AT-LANDED           PIC 9(07) COMP VALUE ZERO.

       01  ZG-LINE-TABLE.
           05 ZG-LN-ENTRY OCCURS 1 TO 99999 TIMES
               10 ZG-LN-PO-ID              PIC X(14).
               10 ZG-LN-PRODUCT-CODE       PIC 9(08).
               10 ZG-LN-ORDERED-QTY        PIC S9(05).
               10 ZG-LN-LINE-COST          PIC S9(09)V99.
               10 ZG-LN-RECEIVED-QTY       PIC S9(05).
               10 ZG-LN-RECEIPT-SEEN       PIC X(01).
                   88 ZG-LN-WAS-RECEIPTED      VALUE 'Y'.
               10 ZG-LN-LAST-LOCATION      PIC 9(04).
               10 ZG-LN-ASN-QTY            PIC S9(07).
               10 ZG-LN-ASN-LOCATION       PIC 9(04).
               10 ZG-LN-ASN-SEEN           PIC X(01).
                   88 ZG-LN-HAS-OPEN-ASN       VALUE 'Y'.
               10 ZG-LN-LANDED-COST        PIC S9(7)V9(4).
               10 ZG-LN-LANDED-SEEN        PIC X(01).
                   88 ZG-LN-HAS-LANDED-COST    VALUE 'Y'.

      *    LOADED IN FILE ORDER, NOT GROUPED BY Location/Product-Code,
      *    SO IT'S SCANNED LINEARLY RATHER THAN VIA SEARCH ALL - A
       01  ZG-QT-MATCH-FOUND               PIC X(01).
           88 ZG-QTY-ROW-WAS-FOUND             VALUE 'Y'.

       01  ZG-PO-TABLE.
           05 ZG-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZG-PO-CNT.
               10 ZG-PO-ID                 PIC X(14).
               10 ZG-PO-CURRENCY           PIC X(03).

      *    ZCURRATE IS MAINTAINED IN Currency-Code ORDER, AS
      *    ZCURCONV.cbl ALREADY REQUIRES.
       01  ZG-RATE-TABLE.
           05 ZG-RT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON ZG-RATE-CNT
                   ASCENDING KEY IS ZG-RT-CODE
                   INDEXED BY ZG-RT-IDX.
               10 ZG-RT-CODE               PIC X(03).
               10 ZG-RT-RATE               PIC S9(3)V9(6) COMP-3.

      *    ONE ROW PER Product-Code - A PRODUCT RECEIPTED FOR THE
      *    FIRST TIME APPENDS A ROW, SO THE TABLE IS SCANNED LINEARLY
      *    THE SAME AS THE QTY TABLE.
       01  ZG-AVG-TABLE.
           05 ZG-AV-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZG-AVG-CNT.
               10 ZG-AV-PRODUCT-CODE       PIC 9(08).
               10 ZG-AV-UNIT-COST          PIC S9(7)V9(4).
               10 ZG-AV-COST-DATE          PIC 9(08).

      *    THE OPEN ASN REGISTER AS READ, EACH LINE TIED TO ITS PO
      *    LINE (ZERO WHEN IT HAS NONE) SO A RECEIPT CAN CLOSE IT.
       01  ZG-ASN-TABLE.
           05 ZG-AN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZG-ASN-CNT.
               10 ZG-AN-IO                 PIC X(72).
               10 ZG-AN-LN-IDX             PIC 9(05) COMP.

       01  ZG-SCAN-IDX                     PIC 9(05) COMP.
       01  ZG-AV-IDX                       PIC 9(05) COMP.
       01  ZG-LOOKUP-CODE                  PIC X(03).
       01  ZG-RATE-USED                    PIC S9(3)V9(6).
       01  ZG-RECEIPT-UNIT-COST            PIC S9(7)V9(4).
       01  ZG-BASIS-QTY                    PIC S9(07).
       01  ZG-OLD-AVG-COST                 PIC S9(7)V9(4).
       01  ZG-NEW-AVG-COST                 PIC S9(7)V9(4).

       01  ZG-TODAY                        PIC 9(08).

       PROCEDURE DIVISION.
           PERFORM 6000-FLAG-SHORT-OVER THRU 6000-EXIT
               VARYING ZG-LN-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-LN-SCAN-IDX > ZG-LINE-CNT.
           PERFORM 6100-FLAG-ASN-VARIANCE THRU 6100-EXIT
               VARYING ZG-LN-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-LN-SCAN-IDX > ZG-LINE-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

                INPUT  ZG-OLD-QTY-FILE
                OUTPUT ZG-NEW-QTY-FILE
                OUTPUT ZG-EXCEPTION-FILE.
           OPEN INPUT  ZG-PO-FILE
                INPUT  ZG-RATE-FILE
                INPUT  ZG-OLD-AVG-FILE
                OUTPUT ZG-NEW-AVG-FILE.
           OPEN EXTEND ZG-MOVEMENT-FILE
                       ZG-COST-LOG-FILE.
           OPEN INPUT  ZG-OLD-ASN-FILE
                OUTPUT ZG-NEW-ASN-FILE
                OUTPUT ZG-ASN-VARIANCE-FILE.
           OPEN INPUT  ZG-LANDED-FILE.
           ACCEPT ZG-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-LINE-TABLE THRU 2000-EXIT
               UNTIL ZG-END-OF-LINE-FILE.
           PERFORM 2100-LOAD-QTY-TABLE THRU 2100-EXIT
               UNTIL ZG-END-OF-QTY-FILE.
           PERFORM 2200-LOAD-PO-TABLE THRU 2200-EXIT
               UNTIL ZG-END-OF-PO-FILE.
           PERFORM 2300-LOAD-RATE-TABLE THRU 2300-EXIT
               UNTIL ZG-END-OF-RATE-FILE.
           PERFORM 2400-LOAD-AVG-TABLE THRU 2400-EXIT
               UNTIL ZG-END-OF-AVG-FILE.
           PERFORM 2500-LOAD-ASN-TABLE THRU 2500-EXIT
               UNTIL ZG-END-OF-ASN-FILE.
           PERFORM 2600-LOAD-LANDED-COST THRU 2600-EXIT
               UNTIL ZG-END-OF-LANDED-FILE.
       1000-EXIT.
           EXIT.

                                     TO ZG-LN-PRODUCT-CODE(ZG-LINE-CNT).
           MOVE Ordered-Qty OF PO-Line-Item
                                     TO ZG-LN-ORDERED-QTY(ZG-LINE-CNT).
           MOVE Line-Cost OF PO-Line-Item
                                     TO ZG-LN-LINE-COST(ZG-LINE-CNT).
           MOVE ZERO                 TO ZG-LN-RECEIVED-QTY(ZG-LINE-CNT).
           MOVE 'N'                  TO ZG-LN-RECEIPT-SEEN(ZG-LINE-CNT).
           MOVE ZERO             TO ZG-LN-LAST-LOCATION(ZG-LINE-CNT).
           MOVE ZERO                 TO ZG-LN-ASN-QTY(ZG-LINE-CNT).
           MOVE ZERO             TO ZG-LN-ASN-LOCATION(ZG-LINE-CNT).
           MOVE 'N'                  TO ZG-LN-ASN-SEEN(ZG-LINE-CNT).
           MOVE ZERO             TO ZG-LN-LANDED-COST(ZG-LINE-CNT).
           MOVE 'N'                  TO ZG-LN-LANDED-SEEN(ZG-LINE-CNT).
       2000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

       2200-LOAD-PO-TABLE.
           READ ZG-PO-FILE
               AT END
                   SET ZG-END-OF-PO-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE ZG-PO-IO TO PO-Record.
           ADD 1 TO ZG-PO-CNT.
           MOVE PO-Id OF PO-Record   TO ZG-PO-ID(ZG-PO-CNT).
           MOVE Currency-Code OF PO-Record
                                     TO ZG-PO-CURRENCY(ZG-PO-CNT).
       2200-EXIT.
           EXIT.

       2300-LOAD-RATE-TABLE.
           READ ZG-RATE-FILE
               AT END
                   SET ZG-END-OF-RATE-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO ZG-RATE-CNT.
           SET ZG-RT-IDX TO ZG-RATE-CNT.
           MOVE ZG-RT-CODE-IO TO ZG-RT-CODE(ZG-RT-IDX).
           MOVE ZG-RT-RATE-IO TO ZG-RT-RATE(ZG-RT-IDX).
       2300-EXIT.
           EXIT.

       2400-LOAD-AVG-TABLE.
           READ ZG-OLD-AVG-FILE
               AT END
                   SET ZG-END-OF-AVG-FILE TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           MOVE ZG-OLD-AVG-IO TO Average-Cost-Record.
           ADD 1 TO ZG-AVG-CNT.
           MOVE Product-Code OF Average-Cost-Record
                                     TO ZG-AV-PRODUCT-CODE(ZG-AVG-CNT).
           MOVE Avg-Unit-Cost        TO ZG-AV-UNIT-COST(ZG-AVG-CNT).
           MOVE Avg-Cost-Date        TO ZG-AV-COST-DATE(ZG-AVG-CNT).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-ASN-TABLE - HOLD EACH OPEN ASN LINE AND ADD ITS       *
      *                       SHIPPED QTY ONTO ITS PO LINE              *
      ******************************************************************
       2500-LOAD-ASN-TABLE.
           READ ZG-OLD-ASN-FILE
               AT END
                   SET ZG-END-OF-ASN-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE ZG-OLD-ASN-IO TO Advance-Ship-Notice-Record.
           ADD 1 TO ZG-ASN-CNT.
           MOVE ZG-OLD-ASN-IO TO ZG-AN-IO(ZG-ASN-CNT).
           MOVE ZERO TO ZG-AN-LN-IDX(ZG-ASN-CNT).
           MOVE 'N' TO ZG-LN-MATCH-FOUND.
           PERFORM 2510-SCAN-ASN-LINE THRU 2510-EXIT
               VARYING ZG-LN-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-LN-SCAN-IDX > ZG-LINE-CNT
                  OR ZG-LINE-WAS-FOUND.
           IF NOT ZG-LINE-WAS-FOUND
               GO TO 2500-EXIT
           END-IF.
           MOVE ZG-LN-MATCH-IDX TO ZG-AN-LN-IDX(ZG-ASN-CNT).
           ADD Shipped-Qty TO ZG-LN-ASN-QTY(ZG-LN-MATCH-IDX).
           MOVE Ship-To-Location
                    TO ZG-LN-ASN-LOCATION(ZG-LN-MATCH-IDX).
           MOVE 'Y' TO ZG-LN-ASN-SEEN(ZG-LN-MATCH-IDX).
       2500-EXIT.
           EXIT.

       2510-SCAN-ASN-LINE.
           IF ZG-LN-PO-ID(ZG-LN-SCAN-IDX) =
                   PO-Id OF Advance-Ship-Notice-Record
               AND ZG-LN-PRODUCT-CODE(ZG-LN-SCAN-IDX) =
                   Product-Code OF Advance-Ship-Notice-Record
               MOVE 'Y' TO ZG-LN-MATCH-FOUND
               MOVE ZG-LN-SCAN-IDX TO ZG-LN-MATCH-IDX
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LOAD-LANDED-COST - PUT EACH ZPOLAND LANDED UNIT COST ONTO  *
      *                         ITS PO LINE; A LATER ROW FOR THE SAME   *
      *                         LINE REPLACES AN EARLIER ONE            *
      ******************************************************************
       2600-LOAD-LANDED-COST.
           READ ZG-LANDED-FILE
               AT END
                   SET ZG-END-OF-LANDED-FILE TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           MOVE ZG-LANDED-IO TO Landed-Cost-Line-Record.
           MOVE 'N' TO ZG-LN-MATCH-FOUND.
           PERFORM 2610-SCAN-LANDED-LINE THRU 2610-EXIT
               VARYING ZG-LN-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-LN-SCAN-IDX > ZG-LINE-CNT
                  OR ZG-LINE-WAS-FOUND.
           IF NOT ZG-LINE-WAS-FOUND
               GO TO 2600-EXIT
           END-IF.
           MOVE Landed-Unit-Cost
                    TO ZG-LN-LANDED-COST(ZG-LN-MATCH-IDX).
           IF NOT ZG-LN-HAS-LANDED-COST(ZG-LN-MATCH-IDX)
               ADD 1 TO ZG-LANDED-LINES
           END-IF.
           MOVE 'Y' TO ZG-LN-LANDED-SEEN(ZG-LN-MATCH-IDX).
       2600-EXIT.
           EXIT.

       2610-SCAN-LANDED-LINE.
           IF ZG-LN-PO-ID(ZG-LN-SCAN-IDX) =
                   PO-Id OF Landed-Cost-Line-Record
               AND ZG-LN-PRODUCT-CODE(ZG-LN-SCAN-IDX) =
                   Product-Code OF Landed-Cost-Line-Record
               MOVE 'Y' TO ZG-LN-MATCH-FOUND
               MOVE ZG-LN-SCAN-IDX TO ZG-LN-MATCH-IDX
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-RECEIPT - READ ONE GOODS RECEIPT, MATCH IT TO ITS    *
      *                      PO LINE AND POST THE QUANTITY ONTO THE     *
           MOVE 'Y' TO ZG-LN-RECEIPT-SEEN(ZG-LN-MATCH-IDX).
           MOVE Receiving-Location
                    TO ZG-LN-LAST-LOCATION(ZG-LN-MATCH-IDX).
           PERFORM 5700-AVERAGE-COST THRU 5700-EXIT.
           PERFORM 5000-POST-ON-HAND THRU 5000-EXIT.
           PERFORM 5500-WRITE-MOVEMENT THRU 5500-EXIT.
           ADD 1 TO ZG-RECEIPTS-APPLIED.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5700-AVERAGE-COST - MOVE THE PRODUCT'S WEIGHTED-AVERAGE COST BY *
      *                     THIS RECEIPT, AT THE PO LINE'S LANDED UNIT  *
      *                     COST WHERE ZLANDCST HAS VALUED IT, ELSE ITS *
      *                     UNIT COST IN AUD, AGAINST THE CHAIN-WIDE    *
      *                     ON-HAND HELD BEFORE THE RECEIPT POSTS.      *
      *                     WITH NOTHING (OR LESS) ON HAND THE RECEIPT  *
      *                     COST BECOMES THE AVERAGE                    *
      ******************************************************************
       5700-AVERAGE-COST.
           IF Received-Qty NOT > ZERO
               GO TO 5700-EXIT
           END-IF.
           IF ZG-LN-ORDERED-QTY(ZG-LN-MATCH-IDX) NOT > ZERO
               MOVE "NO ORDERED QTY - NOT AVERAGED" TO ZG-EX-REASON
               PERFORM 5750-COST-EXCEPTION THRU 5750-EXIT
               GO TO 5700-EXIT
           END-IF.
           IF ZG-LN-HAS-LANDED-COST(ZG-LN-MATCH-IDX)
               MOVE ZG-LN-LANDED-COST(ZG-LN-MATCH-IDX)
                                     TO ZG-RECEIPT-UNIT-COST
               MOVE "AUD"            TO ZG-LOOKUP-CODE
               MOVE 1                TO ZG-RATE-USED
               ADD 1 TO ZG-COSTS-AT-LANDED
               GO TO 5705-AVERAGE-RECEIPT
           END-IF.
           PERFORM 5800-LOOKUP-PO-RATE THRU 5800-EXIT.
           IF NOT ZG-ENTRY-WAS-FOUND
               MOVE "NO AUD RATE - NOT AVERAGED"
                                         TO ZG-EX-REASON
               PERFORM 5750-COST-EXCEPTION THRU 5750-EXIT
               GO TO 5700-EXIT
           END-IF.
           COMPUTE ZG-RECEIPT-UNIT-COST ROUNDED =
               ZG-LN-LINE-COST(ZG-LN-MATCH-IDX) * ZG-RATE-USED
               / ZG-LN-ORDERED-QTY(ZG-LN-MATCH-IDX).

       5705-AVERAGE-RECEIPT.
           MOVE ZERO TO ZG-BASIS-QTY.
           PERFORM 5710-SUM-ON-HAND THRU 5710-EXIT
               VARYING ZG-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-SCAN-IDX > ZG-QTY-CNT.
           PERFORM 5720-LOOKUP-AVG THRU 5720-EXIT.
           IF NOT ZG-ENTRY-WAS-FOUND
               ADD 1 TO ZG-AVG-CNT
               MOVE ZG-AVG-CNT TO ZG-AV-IDX
               MOVE Product-Code OF Goods-Receipt-Record
                                     TO ZG-AV-PRODUCT-CODE(ZG-AV-IDX)
               MOVE ZERO             TO ZG-AV-UNIT-COST(ZG-AV-IDX)
               MOVE ZERO             TO ZG-BASIS-QTY
           END-IF.
           MOVE ZG-AV-UNIT-COST(ZG-AV-IDX) TO ZG-OLD-AVG-COST.
           IF ZG-BASIS-QTY NOT > ZERO
               MOVE ZG-RECEIPT-UNIT-COST TO ZG-NEW-AVG-COST
           ELSE
               COMPUTE ZG-NEW-AVG-COST ROUNDED =
                   (ZG-BASIS-QTY * ZG-OLD-AVG-COST
                    + Received-Qty * ZG-RECEIPT-UNIT-COST)
                   / (ZG-BASIS-QTY + Received-Qty)
           END-IF.
           MOVE ZG-NEW-AVG-COST TO ZG-AV-UNIT-COST(ZG-AV-IDX).
           MOVE ZG-TODAY        TO ZG-AV-COST-DATE(ZG-AV-IDX).
           ADD 1 TO ZG-COSTS-AVERAGED.
           IF ZG-NEW-AVG-COST NOT = ZG-OLD-AVG-COST
               PERFORM 5900-LOG-COST-CHANGE THRU 5900-EXIT
           END-IF.
       5700-EXIT.
           EXIT.

       5710-SUM-ON-HAND.
           IF ZG-QT-PRODUCT-CODE(ZG-SCAN-IDX) =
                   Product-Code OF Goods-Receipt-Record
               ADD ZG-QT-ON-HAND-QTY(ZG-SCAN-IDX) TO ZG-BASIS-QTY
           END-IF.
       5710-EXIT.
           EXIT.

       5720-LOOKUP-AVG.
           MOVE 'N' TO ZG-MATCH-FOUND.
           MOVE ZERO TO ZG-AV-IDX.
           PERFORM 5730-SCAN-AVG THRU 5730-EXIT
               VARYING ZG-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-SCAN-IDX > ZG-AVG-CNT
                  OR ZG-ENTRY-WAS-FOUND.
       5720-EXIT.
           EXIT.

       5730-SCAN-AVG.
           IF ZG-AV-PRODUCT-CODE(ZG-SCAN-IDX) =
                   Product-Code OF Goods-Receipt-Record
               MOVE 'Y' TO ZG-MATCH-FOUND
               MOVE ZG-SCAN-IDX TO ZG-AV-IDX
           END-IF.
       5730-EXIT.
           EXIT.

      *    THE RECEIPT'S QUANTITY STILL POSTS - ONLY ITS COST IS LEFT
      *    OUT OF THE AVERAGE.
       5750-COST-EXCEPTION.
           MOVE PO-Id OF Goods-Receipt-Record TO ZG-EX-PO-ID.
           MOVE Product-Code OF Goods-Receipt-Record
                                     TO ZG-EX-PRODUCT-CODE.
           MOVE Receiving-Location   TO ZG-EX-LOCATION.
           MOVE ZG-LN-ORDERED-QTY(ZG-LN-MATCH-IDX)
                                     TO ZG-EX-ORDERED-QTY.
           MOVE Received-Qty         TO ZG-EX-RECEIVED-QTY.
           WRITE ZG-EXCEPTION-RECORD.
           ADD 1 TO ZG-COSTS-NOT-AVERAGED.
       5750-EXIT.
           EXIT.

      ******************************************************************
      * 5800-LOOKUP-PO-RATE - FIND THE PO'S Currency-Code AND ITS RATE  *
      *                       TO AUD - Home-Currency NEEDS NO RATE      *
      ******************************************************************
       5800-LOOKUP-PO-RATE.
           MOVE 'N' TO ZG-MATCH-FOUND.
           MOVE SPACES TO ZG-LOOKUP-CODE.
           PERFORM 5810-SCAN-PO THRU 5810-EXIT
               VARYING ZG-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-SCAN-IDX > ZG-PO-CNT
                  OR ZG-ENTRY-WAS-FOUND.
           IF NOT ZG-ENTRY-WAS-FOUND
               GO TO 5800-EXIT
           END-IF.
           IF ZG-LOOKUP-CODE = "AUD"
               MOVE 1 TO ZG-RATE-USED
               GO TO 5800-EXIT
           END-IF.
           MOVE 'N' TO ZG-MATCH-FOUND.
           SET ZG-RT-IDX TO 1.
           SEARCH ALL ZG-RT-ENTRY
               AT END
                   MOVE 'N' TO ZG-MATCH-FOUND
               WHEN ZG-RT-CODE(ZG-RT-IDX) = ZG-LOOKUP-CODE
                   MOVE 'Y' TO ZG-MATCH-FOUND
           END-SEARCH.
           IF ZG-ENTRY-WAS-FOUND
               MOVE ZG-RT-RATE(ZG-RT-IDX) TO ZG-RATE-USED
           END-IF.
       5800-EXIT.
           EXIT.

       5810-SCAN-PO.
           IF ZG-PO-ID(ZG-SCAN-IDX) = PO-Id OF Goods-Receipt-Record
               MOVE 'Y' TO ZG-MATCH-FOUND
               MOVE ZG-PO-CURRENCY(ZG-SCAN-IDX) TO ZG-LOOKUP-CODE
           END-IF.
       5810-EXIT.
           EXIT.

       5900-LOG-COST-CHANGE.
           MOVE Product-Code OF Goods-Receipt-Record
                                     TO ZG-CL-PRODUCT-CODE.
           MOVE PO-Id OF Goods-Receipt-Record TO ZG-CL-PO-ID.
           MOVE ZG-LOOKUP-CODE       TO ZG-CL-CURRENCY.
           MOVE ZG-RATE-USED         TO ZG-CL-RATE-USED.
           MOVE ZG-RECEIPT-UNIT-COST TO ZG-CL-RECEIPT-UNIT-COST.
           MOVE Received-Qty         TO ZG-CL-RECEIVED-QTY.
           MOVE ZG-BASIS-QTY         TO ZG-CL-BASIS-QTY.
           MOVE ZG-OLD-AVG-COST      TO ZG-CL-OLD-AVG-COST.
           MOVE ZG-NEW-AVG-COST      TO ZG-CL-NEW-AVG-COST.
           ACCEPT ZG-CL-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT ZG-CL-TS-TIME FROM TIME.
           WRITE ZG-COST-LOG-RECORD.
           ADD 1 TO ZG-COST-CHANGES-LOGGED.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FLAG-SHORT-OVER - AFTER EVERY RECEIPT HAS POSTED, FLAG     *
      *                        EACH RECEIPTED LINE WHOSE ACCUMULATED    *
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-FLAG-ASN-VARIANCE - EACH LINE RECEIPTED THIS RUN AGAINST   *
      *                          WHAT ITS OPEN ASNs SAID WAS SHIPPED -  *
      *                          QUANTITY FIRST, THEN THE DC            *
      ******************************************************************
       6100-FLAG-ASN-VARIANCE.
           IF NOT ZG-LN-WAS-RECEIPTED(ZG-LN-SCAN-IDX)
               GO TO 6100-EXIT
           END-IF.
           MOVE ZG-LN-PO-ID(ZG-LN-SCAN-IDX)         TO ZG-VR-PO-ID.
           MOVE ZG-LN-PRODUCT-CODE(ZG-LN-SCAN-IDX)
                                            TO ZG-VR-PRODUCT-CODE.
           MOVE ZG-LN-ASN-LOCATION(ZG-LN-SCAN-IDX)
                                            TO ZG-VR-ASN-LOCATION.
           MOVE ZG-LN-LAST-LOCATION(ZG-LN-SCAN-IDX)
                                            TO ZG-VR-RECEIVING-LOCATION.
           MOVE ZG-LN-ASN-QTY(ZG-LN-SCAN-IDX)
                                            TO ZG-VR-SHIPPED-QTY.
           MOVE ZG-LN-RECEIVED-QTY(ZG-LN-SCAN-IDX)
                                            TO ZG-VR-RECEIVED-QTY.
           COMPUTE ZG-VR-DIFFERENCE-QTY =
               ZG-LN-RECEIVED-QTY(ZG-LN-SCAN-IDX)
               - ZG-LN-ASN-QTY(ZG-LN-SCAN-IDX).
           EVALUATE TRUE
               WHEN NOT ZG-LN-HAS-OPEN-ASN(ZG-LN-SCAN-IDX)
                   MOVE "RECEIVED WITH NO ASN"      TO ZG-VR-REASON
               WHEN ZG-VR-DIFFERENCE-QTY < ZERO
                   MOVE "RECEIVED SHORT OF ASN"     TO ZG-VR-REASON
               WHEN ZG-VR-DIFFERENCE-QTY > ZERO
                   MOVE "RECEIVED OVER ASN"         TO ZG-VR-REASON
               WHEN ZG-LN-ASN-LOCATION(ZG-LN-SCAN-IDX) NOT =
                       ZG-LN-LAST-LOCATION(ZG-LN-SCAN-IDX)
                   MOVE "RECEIVED AT OTHER DC THAN ASN"
                                                    TO ZG-VR-REASON
               WHEN OTHER
                   GO TO 6100-EXIT
           END-EVALUATE.
           WRITE ZG-ASN-VARIANCE-RECORD.
           ADD 1 TO ZG-ASN-VARIANCES.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE UPDATED ON-HAND TABLE BACK OUT AS    *
      *                  THE NEW QTY MASTER                             *
           PERFORM 7000-WRITE-QTY-MASTER THRU 7000-EXIT
               VARYING ZG-QT-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-QT-SCAN-IDX > ZG-QTY-CNT.
           PERFORM 7100-WRITE-AVG-MASTER THRU 7100-EXIT
               VARYING ZG-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-SCAN-IDX > ZG-AVG-CNT.
           PERFORM 7200-CARRY-OPEN-ASN THRU 7200-EXIT
               VARYING ZG-SCAN-IDX FROM 1 BY 1
               UNTIL ZG-SCAN-IDX > ZG-ASN-CNT.
           CLOSE ZG-RECEIPT-FILE
                 ZG-LINE-FILE
                 ZG-OLD-QTY-FILE
                 ZG-NEW-QTY-FILE
                 ZG-EXCEPTION-FILE
                 ZG-MOVEMENT-FILE
                 ZG-PO-FILE
                 ZG-RATE-FILE
                 ZG-OLD-AVG-FILE
                 ZG-NEW-AVG-FILE
                 ZG-COST-LOG-FILE
                 ZG-OLD-ASN-FILE
                 ZG-NEW-ASN-FILE
                 ZG-ASN-VARIANCE-FILE
                 ZG-LANDED-FILE.
           DISPLAY "ZRCVPOST RECEIPTS READ      = " ZG-RECEIPTS-READ.
           DISPLAY "ZRCVPOST RECEIPTS APPLIED   = " ZG-RECEIPTS-APPLIED.
           DISPLAY "ZRCVPOST RECEIPTS UNMATCHED = "
               ZG-RECEIPTS-UNMATCHED.
           DISPLAY "ZRCVPOST LINES SHORT        = " ZG-LINES-SHORT.
           DISPLAY "ZRCVPOST LINES OVER         = " ZG-LINES-OVER.
           DISPLAY "ZRCVPOST COSTS AVERAGED     = " ZG-COSTS-AVERAGED.
           DISPLAY "ZRCVPOST COSTS NOT AVERAGED = "
               ZG-COSTS-NOT-AVERAGED.
           DISPLAY "ZRCVPOST COST CHANGES LOGGED= "
               ZG-COST-CHANGES-LOGGED.
           DISPLAY "ZRCVPOST ASN LINES CLOSED   = " ZG-ASN-CLOSED.
           DISPLAY "ZRCVPOST ASN VARIANCES      = " ZG-ASN-VARIANCES.
           DISPLAY "ZRCVPOST LANDED LINES       = " ZG-LANDED-LINES.
           DISPLAY "ZRCVPOST COSTS AT LANDED    = " ZG-COSTS-AT-LANDED.
       8000-EXIT.
           EXIT.

       7000-EXIT.
           EXIT.

       7100-WRITE-AVG-MASTER.
           MOVE 'AVC' TO Record-Type OF Average-Cost-Record.
           MOVE ZG-AV-PRODUCT-CODE(ZG-SCAN-IDX)
                        TO Product-Code OF Average-Cost-Record.
           MOVE ZG-AV-UNIT-COST(ZG-SCAN-IDX) TO Avg-Unit-Cost.
           MOVE ZG-AV-COST-DATE(ZG-SCAN-IDX) TO Avg-Cost-Date.
           MOVE Average-Cost-Record TO ZG-NEW-AVG-IO.
           WRITE ZG-NEW-AVG-IO.
       7100-EXIT.
           EXIT.

      *    A LINE RECEIPTED THIS RUN CLOSES ALL ITS OPEN ASNs; THE REST
      *    STAY OPEN FOR THE NEXT TRUCK.
       7200-CARRY-OPEN-ASN.
           IF ZG-AN-LN-IDX(ZG-SCAN-IDX) NOT = ZERO
               IF ZG-LN-WAS-RECEIPTED(ZG-AN-LN-IDX(ZG-SCAN-IDX))
                   ADD 1 TO ZG-ASN-CLOSED
                   GO TO 7200-EXIT
               END-IF
           END-IF.
           MOVE ZG-AN-IO(ZG-SCAN-IDX) TO ZG-NEW-ASN-IO.
           WRITE ZG-NEW-ASN-IO.
       7200-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
