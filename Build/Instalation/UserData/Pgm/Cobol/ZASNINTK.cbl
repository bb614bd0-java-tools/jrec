       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZASNINTK.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZASNINTK - ADVANCE SHIPPING NOTICE INTAKE.  SUPPLIERS' ASNs HAD *
      *            NOWHERE TO GO, SO THE DC ONLY LEARNT WHAT WAS ON A   *
      *            TRUCK WHEN THE DOORS OPENED AND ZRCVPOST RECEIVED    *
      *            BLIND.  THIS RUN MATCHES EACH Advance-Ship-Notice-   *
      *            Record (zPO.cbl) ON ZPOASN TO ITS PO-Line-Item.  A   *
      *            LINE IS REJECTED TO ZASNINTX WHEN ITS PO IS NOT ON   *
      *            ZPOPO, THE PO IS NOT OPEN (on-Order OR In-DC), THE   *
      *            PRODUCT IS NOT ORDERED ON THE PO, THE SHIP-TO IS NOT *
      *            A DC ON ZPOLOC, THE QUANTITY IS NOT POSITIVE, OR THE *
      *            SAME ASN/PO/PRODUCT/CARTON IS ALREADY OPEN.  A LINE  *
      *            THAT TAKES THE SHIPPED TOTAL FOR ITS PO LINE (OPEN   *
      *            ASNs PLUS THIS INTAKE) PAST Ordered-Qty IS ACCEPTED  *
      *            BUT FLAGGED AS AN OVER-SHIPMENT.  ACCEPTED LINES ARE *
      *            APPENDED TO THE ZPOASNR OPEN-ASN REGISTER, WHICH     *
      *            ZRCVPOST CLOSES OFF AS THE GOODS ARE RECEIVED.  THE  *
      *            ZASNWRK PRE-RECEIVING WORKLIST LISTS EVERY OPEN ASN  *
      *            LINE BY DC AND EXPECTED ARRIVAL DATE.  TABLES ARE    *
      *            SCANNED LINEARLY AS IN ZRCVPOST.cbl, EXCEPT ZPOPO    *
      *            WHICH IS HELD IN PO-Id ORDER.                        *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AN-ASN-FILE ASSIGN TO "ZPOASN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AN-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AN-LINE-FILE ASSIGN TO "ZPOLINE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AN-LOC-FILE ASSIGN TO "ZPOLOC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AN-REGISTER-FILE ASSIGN TO "ZPOASNR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AN-EXCEPTION-FILE ASSIGN TO "ZASNINTX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AN-REPORT-FILE ASSIGN TO "ZASNWRK"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AN-ASN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AN-ASN-IO                       PIC X(72).

       FD  AN-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AN-PO-IO                        PIC X(33).

       FD  AN-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AN-LINE-IO                      PIC X(41).

       FD  AN-LOC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AN-LOC-IO                       PIC X(43).

       FD  AN-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AN-REGISTER-IO                  PIC X(72).

       FD  AN-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AN-EXCEPTION-RECORD.
           05 AN-EX-ASN-ID                 PIC X(12).
           05 AN-EX-PO-ID                  PIC X(14).
           05 AN-EX-PRODUCT-CODE           PIC 9(08).
           05 AN-EX-CARTON-ID              PIC X(18).
           05 AN-EX-LOCATION               PIC 9(04).
           05 AN-EX-ARRIVAL-DATE           PIC 9(08).
           05 AN-EX-SHIPPED-QTY            PIC S9(05).
           05 AN-EX-ORDERED-QTY            PIC S9(05).
           05 AN-EX-TOTAL-SHIPPED-QTY      PIC S9(07).
           05 AN-EX-ACCEPTED               PIC X(01).
           05 AN-EX-REASON                 PIC X(30).

       FD  AN-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AN-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  AN-SWITCHES.
           05 AN-EOF-ASN-FILE              PIC X(01) VALUE 'N'.
               88 AN-END-OF-ASN-FILE           VALUE 'Y'.
           05 AN-EOF-PO-FILE               PIC X(01) VALUE 'N'.
               88 AN-END-OF-PO-FILE            VALUE 'Y'.
           05 AN-EOF-LINE-FILE             PIC X(01) VALUE 'N'.
               88 AN-END-OF-LINE-FILE          VALUE 'Y'.
           05 AN-EOF-LOC-FILE              PIC X(01) VALUE 'N'.
               88 AN-END-OF-LOC-FILE           VALUE 'Y'.
           05 AN-EOF-REGISTER-FILE         PIC X(01) VALUE 'N'.
               88 AN-END-OF-REGISTER-FILE      VALUE 'Y'.
           05 AN-MATCH-FOUND               PIC X(01).
               88 AN-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 AN-LN-MATCH-FOUND            PIC X(01).
               88 AN-LINE-WAS-FOUND            VALUE 'Y'.

       01  AN-COUNTERS.
           05 AN-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 AN-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 AN-DC-CNT                    PIC 9(04) COMP VALUE ZERO.
           05 AN-WL-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 AN-REGISTER-READ             PIC 9(07) COMP VALUE ZERO.
           05 AN-ASN-READ                  PIC 9(07) COMP VALUE ZERO.
           05 AN-ASN-ACCEPTED              PIC 9(07) COMP VALUE ZERO.
           05 AN-ASN-REJECTED              PIC 9(07) COMP VALUE ZERO.
           05 AN-ASN-OVER-SHIPPED          PIC 9(07) COMP VALUE ZERO.
           05 AN-ITEMS-DONE                PIC 9(05) COMP VALUE ZERO.

      *    ZPOPO IS HELD IN PO-Id ORDER, AS ZPOSTUPD ALREADY REQUIRES.
       01  AN-PO-TABLE.
           05 AN-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON AN-PO-CNT
                   ASCENDING KEY IS AN-PO-ID
                   INDEXED BY AN-PO-IDX.
               10 AN-PO-ID                 PIC X(14).
               10 AN-PO-STATUS             PIC 9(02).

      *    AN-LN-SHIPPED-QTY IS THE TOTAL ON OPEN ASNs - THE REGISTER
      *    AS LOADED PLUS EVERY LINE ACCEPTED THIS RUN.
       01  AN-LINE-TABLE.
           05 AN-LN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON AN-LINE-CNT.
               10 AN-LN-PO-ID              PIC X(14).
               10 AN-LN-PRODUCT-CODE       PIC 9(08).
               10 AN-LN-ORDERED-QTY        PIC S9(05).
               10 AN-LN-SHIPPED-QTY        PIC S9(07).

       01  AN-DC-TABLE.
           05 AN-DC-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON AN-DC-CNT.
               10 AN-DC-LOCATION           PIC 9(04).
               10 AN-DC-NAME               PIC X(30).

      *    EVERY OPEN ASN LINE FOR THE WORKLIST - THE REGISTER AS
      *    LOADED AND THIS RUN'S ACCEPTED LINES.  THE KEY GROUP SORTS
      *    THE WORKLIST AND IDENTIFIES A DUPLICATE.
       01  AN-WORKLIST-TABLE.
           05 AN-WL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON AN-WL-CNT.
               10 AN-WL-KEY.
                   15 AN-WL-LOCATION       PIC 9(04).
                   15 AN-WL-ARRIVAL-DATE   PIC 9(08).
                   15 AN-WL-PO-ID          PIC X(14).
                   15 AN-WL-PRODUCT-CODE   PIC 9(08).
                   15 AN-WL-CARTON-ID      PIC X(18).
                   15 AN-WL-ASN-ID         PIC X(12).
               10 AN-WL-SHIPPED-QTY        PIC S9(05).
               10 AN-WL-LN-IDX             PIC 9(05) COMP.
               10 AN-WL-NEW                PIC X(01).
               10 AN-WL-PRINTED            PIC X(01).

       01  AN-SCAN-IDX                     PIC 9(05) COMP.
       01  AN-NEXT-IDX                     PIC 9(05) COMP.
       01  AN-WL-IDX                       PIC 9(05) COMP.
       01  AN-LN-MATCH-IDX                 PIC 9(05) COMP.
       01  AN-DC-IDX                       PIC 9(04) COMP.
       01  AN-CURRENT-DC                   PIC 9(04).
       01  AN-DC-LINES                     PIC 9(05) COMP.
       01  AN-DC-UNITS                     PIC S9(07).
       01  AN-TODAY                        PIC 9(08).

       01  AN-REJECT-REASON                PIC X(30).
       01  AN-STATUS-TEXT.
           05 FILLER                       PIC X(22)
               VALUE "PO NOT OPEN - STATUS ".
           05 AN-ST-STATUS                 PIC 9(02).
           05 FILLER                       PIC X(06) VALUE SPACES.

       01  AN-HEADING-1.
           05 FILLER                       PIC X(34)
               VALUE "ZASNWRK PRE-RECEIVING WORKLIST   ".
           05 FILLER                       PIC X(07) VALUE "RUN ON ".
           05 AN-H1-RUN-DATE               PIC 9(08).
           05 FILLER                       PIC X(83) VALUE SPACES.

       01  AN-DC-HEADING.
           05 FILLER                       PIC X(03) VALUE "DC ".
           05 AN-DH-LOCATION               PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AN-DH-NAME                   PIC X(30).
           05 FILLER                       PIC X(93) VALUE SPACES.

       01  AN-HEADING-2.
           05 FILLER                       PIC X(10) VALUE "ARRIVAL".
           05 FILLER                       PIC X(14) VALUE "ASN-ID".
           05 FILLER                       PIC X(16) VALUE "PO-ID".
           05 FILLER                       PIC X(10) VALUE "PRODUCT".
           05 FILLER                       PIC X(20)
               VALUE "CARTON/PALLET ID".
           05 FILLER                       PIC X(09) VALUE "  SHIPPED".
           05 FILLER                       PIC X(09) VALUE "  ORDERED".
           05 FILLER                       PIC X(12)
               VALUE "   TOTAL ASN".
           05 FILLER                       PIC X(06) VALUE "  FLAG".
           05 FILLER                       PIC X(26) VALUE SPACES.

       01  AN-DETAIL-LINE.
           05 AN-DL-ARRIVAL-DATE           PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AN-DL-ASN-ID                 PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AN-DL-PO-ID                  PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AN-DL-PRODUCT-CODE           PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AN-DL-CARTON-ID              PIC X(18).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 AN-DL-SHIPPED-QTY            PIC -(06)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AN-DL-ORDERED-QTY            PIC -(06)9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 AN-DL-TOTAL-SHIPPED-QTY      PIC -(08)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 AN-DL-FLAG                   PIC X(08).
           05 FILLER                       PIC X(22) VALUE SPACES.

       01  AN-TOTAL-LINE.
           05 FILLER                       PIC X(10) VALUE "DC TOTAL".
           05 AN-TL-LINES                  PIC ZZZZ9.
           05 FILLER                       PIC X(12) VALUE " ASN LINES".
           05 FILLER                       PIC X(43) VALUE SPACES.
           05 AN-TL-UNITS                  PIC -(08)9.
           05 FILLER                       PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-INTAKE-ASN THRU 3000-EXIT
               UNTIL AN-END-OF-ASN-FILE.
           PERFORM 7000-WRITE-WORKLIST THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - LOAD THE PO, LINE AND DC TABLES AND THE OPEN  *
      *                   ASN REGISTER, THEN REOPEN THE REGISTER TO     *
      *                   TAKE THIS RUN'S ACCEPTED LINES                *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT AN-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT  AN-ASN-FILE
                INPUT  AN-PO-FILE
                INPUT  AN-LINE-FILE
                INPUT  AN-LOC-FILE
                INPUT  AN-REGISTER-FILE
                OUTPUT AN-EXCEPTION-FILE
                OUTPUT AN-REPORT-FILE.
           PERFORM 2000-LOAD-PO-TABLE THRU 2000-EXIT
               UNTIL AN-END-OF-PO-FILE.
           PERFORM 2100-LOAD-LINE-TABLE THRU 2100-EXIT
               UNTIL AN-END-OF-LINE-FILE.
           PERFORM 2200-LOAD-DC-TABLE THRU 2200-EXIT
               UNTIL AN-END-OF-LOC-FILE.
           PERFORM 2300-LOAD-REGISTER THRU 2300-EXIT
               UNTIL AN-END-OF-REGISTER-FILE.
           CLOSE AN-REGISTER-FILE.
           OPEN EXTEND AN-REGISTER-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-PO-TABLE.
           READ AN-PO-FILE
               AT END
                   SET AN-END-OF-PO-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE AN-PO-IO TO PO-Record.
           ADD 1 TO AN-PO-CNT.
           SET AN-PO-IDX TO AN-PO-CNT.
           MOVE PO-Id OF PO-Record   TO AN-PO-ID(AN-PO-IDX).
           MOVE Po-Status            TO AN-PO-STATUS(AN-PO-IDX).
       2000-EXIT.
           EXIT.

       2100-LOAD-LINE-TABLE.
           READ AN-LINE-FILE
               AT END
                   SET AN-END-OF-LINE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE AN-LINE-IO TO PO-Line-Item.
           ADD 1 TO AN-LINE-CNT.
           MOVE PO-Id OF PO-Line-Item
                                     TO AN-LN-PO-ID(AN-LINE-CNT).
           MOVE Product-Code OF PO-Line-Item
                                     TO AN-LN-PRODUCT-CODE(AN-LINE-CNT).
           MOVE Ordered-Qty OF PO-Line-Item
                                     TO AN-LN-ORDERED-QTY(AN-LINE-CNT).
           MOVE ZERO                 TO AN-LN-SHIPPED-QTY(AN-LINE-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-DC-TABLE.
           READ AN-LOC-FILE
               AT END
                   SET AN-END-OF-LOC-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE AN-LOC-IO TO Location-Record.
           IF NOT Is-DC
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO AN-DC-CNT.
           MOVE Location OF Location-Record
                                     TO AN-DC-LOCATION(AN-DC-CNT).
           MOVE Location-Name        TO AN-DC-NAME(AN-DC-CNT).
       2200-EXIT.
           EXIT.

      *    A REGISTER LINE WHOSE PO LINE HAS SINCE GONE (PURGED) STILL
      *    GOES ON THE WORKLIST - THE GOODS ARE STILL EXPECTED.
       2300-LOAD-REGISTER.
           READ AN-REGISTER-FILE
               AT END
                   SET AN-END-OF-REGISTER-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO AN-REGISTER-READ.
           MOVE AN-REGISTER-IO TO Advance-Ship-Notice-Record.
           PERFORM 4100-LOOKUP-LINE THRU 4100-EXIT.
           IF AN-LINE-WAS-FOUND
               ADD Shipped-Qty TO AN-LN-SHIPPED-QTY(AN-LN-MATCH-IDX)
           END-IF.
           PERFORM 5100-ADD-WORKLIST THRU 5100-EXIT.
           MOVE 'N' TO AN-WL-NEW(AN-WL-IDX).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INTAKE-ASN - VALIDATE ONE ASN LINE AND MATCH IT TO ITS PO  *
      *                   LINE; ACCEPTED LINES GO ON THE REGISTER       *
      ******************************************************************
       3000-INTAKE-ASN.
           READ AN-ASN-FILE
               AT END
                   SET AN-END-OF-ASN-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO AN-ASN-READ.
           MOVE AN-ASN-IO TO Advance-Ship-Notice-Record.
           MOVE 'N' TO AN-LN-MATCH-FOUND.
           MOVE SPACES TO AN-REJECT-REASON.
           PERFORM 4000-VALIDATE-ASN THRU 4000-EXIT.
           IF AN-REJECT-REASON NOT = SPACES
               MOVE 'N' TO AN-EX-ACCEPTED
               MOVE AN-REJECT-REASON TO AN-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               ADD 1 TO AN-ASN-REJECTED
               GO TO 3000-EXIT
           END-IF.
           ADD Shipped-Qty TO AN-LN-SHIPPED-QTY(AN-LN-MATCH-IDX).
           MOVE AN-ASN-IO TO AN-REGISTER-IO.
           WRITE AN-REGISTER-IO.
           ADD 1 TO AN-ASN-ACCEPTED.
           PERFORM 5100-ADD-WORKLIST THRU 5100-EXIT.
           MOVE 'Y' TO AN-WL-NEW(AN-WL-IDX).
           IF AN-LN-SHIPPED-QTY(AN-LN-MATCH-IDX) >
                   AN-LN-ORDERED-QTY(AN-LN-MATCH-IDX)
               MOVE 'Y' TO AN-EX-ACCEPTED
               MOVE "OVER-SHIPMENT AGAINST ORDERED" TO AN-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               ADD 1 TO AN-ASN-OVER-SHIPPED
           END-IF.
       3000-EXIT.
           EXIT.

      *    THE FIRST FAILING CHECK IS THE REASON GIVEN.
       4000-VALIDATE-ASN.
           IF NOT Advance-Ship-Notice-Rec
               MOVE "NOT AN ASN RECORD" TO AN-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           SET AN-PO-IDX TO 1.
           SEARCH ALL AN-PO-ENTRY
               AT END
                   MOVE "UNKNOWN PO" TO AN-REJECT-REASON
               WHEN AN-PO-ID(AN-PO-IDX) =
                       PO-Id OF Advance-Ship-Notice-Record
                   CONTINUE
           END-SEARCH.
           IF AN-REJECT-REASON NOT = SPACES
               GO TO 4000-EXIT
           END-IF.
           IF AN-PO-STATUS(AN-PO-IDX) NOT = 10
               AND AN-PO-STATUS(AN-PO-IDX) NOT = 15
               MOVE AN-PO-STATUS(AN-PO-IDX) TO AN-ST-STATUS
               MOVE AN-STATUS-TEXT TO AN-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LOOKUP-LINE THRU 4100-EXIT.
           IF NOT AN-LINE-WAS-FOUND
               MOVE "PRODUCT NOT ORDERED ON PO" TO AN-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO AN-MATCH-FOUND.
           PERFORM 4200-SCAN-DC THRU 4200-EXIT
               VARYING AN-SCAN-IDX FROM 1 BY 1
               UNTIL AN-SCAN-IDX > AN-DC-CNT
                  OR AN-ENTRY-WAS-FOUND.
           IF NOT AN-ENTRY-WAS-FOUND
               MOVE "SHIP-TO IS NOT A DC" TO AN-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           IF Shipped-Qty NOT > ZERO
               MOVE "SHIPPED QTY NOT POSITIVE" TO AN-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO AN-MATCH-FOUND.
           PERFORM 4300-SCAN-DUPLICATE THRU 4300-EXIT
               VARYING AN-SCAN-IDX FROM 1 BY 1
               UNTIL AN-SCAN-IDX > AN-WL-CNT
                  OR AN-ENTRY-WAS-FOUND.
           IF AN-ENTRY-WAS-FOUND
               MOVE "DUPLICATE OF AN OPEN ASN LINE" TO AN-REJECT-REASON
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LOOKUP-LINE.
           MOVE 'N' TO AN-LN-MATCH-FOUND.
           MOVE ZERO TO AN-LN-MATCH-IDX.
           PERFORM 4110-SCAN-LINE-ENTRY THRU 4110-EXIT
               VARYING AN-SCAN-IDX FROM 1 BY 1
               UNTIL AN-SCAN-IDX > AN-LINE-CNT
                  OR AN-LINE-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-LINE-ENTRY.
           IF AN-LN-PO-ID(AN-SCAN-IDX) =
                   PO-Id OF Advance-Ship-Notice-Record
               AND AN-LN-PRODUCT-CODE(AN-SCAN-IDX) =
                   Product-Code OF Advance-Ship-Notice-Record
               MOVE 'Y' TO AN-LN-MATCH-FOUND
               MOVE AN-SCAN-IDX TO AN-LN-MATCH-IDX
           END-IF.
       4110-EXIT.
           EXIT.

       4200-SCAN-DC.
           IF AN-DC-LOCATION(AN-SCAN-IDX) = Ship-To-Location
               MOVE 'Y' TO AN-MATCH-FOUND
           END-IF.
       4200-EXIT.
           EXIT.

       4300-SCAN-DUPLICATE.
           IF AN-WL-ASN-ID(AN-SCAN-IDX) = ASN-Id
               AND AN-WL-PO-ID(AN-SCAN-IDX) =
                   PO-Id OF Advance-Ship-Notice-Record
               AND AN-WL-PRODUCT-CODE(AN-SCAN-IDX) =
                   Product-Code OF Advance-Ship-Notice-Record
               AND AN-WL-CARTON-ID(AN-SCAN-IDX) = Carton-Id
               MOVE 'Y' TO AN-MATCH-FOUND
           END-IF.
       4300-EXIT.
           EXIT.

       5100-ADD-WORKLIST.
           ADD 1 TO AN-WL-CNT.
           MOVE AN-WL-CNT TO AN-WL-IDX.
           MOVE Ship-To-Location      TO AN-WL-LOCATION(AN-WL-IDX).
           MOVE Expected-Arrival-Date TO AN-WL-ARRIVAL-DATE(AN-WL-IDX).
           MOVE PO-Id OF Advance-Ship-Notice-Record
                                      TO AN-WL-PO-ID(AN-WL-IDX).
           MOVE Product-Code OF Advance-Ship-Notice-Record
                                      TO AN-WL-PRODUCT-CODE(AN-WL-IDX).
           MOVE Carton-Id             TO AN-WL-CARTON-ID(AN-WL-IDX).
           MOVE ASN-Id                TO AN-WL-ASN-ID(AN-WL-IDX).
           MOVE Shipped-Qty           TO AN-WL-SHIPPED-QTY(AN-WL-IDX).
           IF AN-LINE-WAS-FOUND
               MOVE AN-LN-MATCH-IDX   TO AN-WL-LN-IDX(AN-WL-IDX)
           ELSE
               MOVE ZERO              TO AN-WL-LN-IDX(AN-WL-IDX)
           END-IF.
           MOVE 'N'                   TO AN-WL-PRINTED(AN-WL-IDX).
       5100-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE ASN-Id                TO AN-EX-ASN-ID.
           MOVE PO-Id OF Advance-Ship-Notice-Record TO AN-EX-PO-ID.
           MOVE Product-Code OF Advance-Ship-Notice-Record
                                      TO AN-EX-PRODUCT-CODE.
           MOVE Carton-Id             TO AN-EX-CARTON-ID.
           MOVE Ship-To-Location      TO AN-EX-LOCATION.
           MOVE Expected-Arrival-Date TO AN-EX-ARRIVAL-DATE.
           MOVE Shipped-Qty           TO AN-EX-SHIPPED-QTY.
           IF AN-LINE-WAS-FOUND
               MOVE AN-LN-ORDERED-QTY(AN-LN-MATCH-IDX)
                                      TO AN-EX-ORDERED-QTY
               MOVE AN-LN-SHIPPED-QTY(AN-LN-MATCH-IDX)
                                      TO AN-EX-TOTAL-SHIPPED-QTY
           ELSE
               MOVE ZERO              TO AN-EX-ORDERED-QTY
                                         AN-EX-TOTAL-SHIPPED-QTY
           END-IF.
           WRITE AN-EXCEPTION-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-WORKLIST - OPEN ASN LINES BY DC, EXPECTED ARRIVAL    *
      *                       DATE, PO AND PRODUCT, LOWEST FIRST        *
      ******************************************************************
       7000-WRITE-WORKLIST.
           MOVE AN-TODAY TO AN-H1-RUN-DATE.
           WRITE AN-RPT-LINE FROM AN-HEADING-1.
           MOVE ZERO TO AN-ITEMS-DONE.
           MOVE 9999 TO AN-CURRENT-DC.
           MOVE ZERO TO AN-DC-LINES.
           PERFORM 7100-PRINT-NEXT-LINE THRU 7100-EXIT
               UNTIL AN-ITEMS-DONE NOT < AN-WL-CNT.
           IF AN-WL-CNT > ZERO
               PERFORM 7300-DC-TOTAL THRU 7300-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-NEXT-LINE.
           MOVE ZERO TO AN-NEXT-IDX.
           PERFORM 7110-FIND-LOWEST-LINE THRU 7110-EXIT
               VARYING AN-SCAN-IDX FROM 1 BY 1
               UNTIL AN-SCAN-IDX > AN-WL-CNT.
           MOVE AN-NEXT-IDX TO AN-WL-IDX.
           MOVE 'Y' TO AN-WL-PRINTED(AN-WL-IDX).
           ADD 1 TO AN-ITEMS-DONE.
           IF AN-WL-LOCATION(AN-WL-IDX) NOT = AN-CURRENT-DC
               OR AN-DC-LINES = ZERO
               IF AN-DC-LINES > ZERO
                   PERFORM 7300-DC-TOTAL THRU 7300-EXIT
               END-IF
               PERFORM 7200-DC-HEADING THRU 7200-EXIT
           END-IF.
           MOVE AN-WL-ARRIVAL-DATE(AN-WL-IDX) TO AN-DL-ARRIVAL-DATE.
           MOVE AN-WL-ASN-ID(AN-WL-IDX)       TO AN-DL-ASN-ID.
           MOVE AN-WL-PO-ID(AN-WL-IDX)        TO AN-DL-PO-ID.
           MOVE AN-WL-PRODUCT-CODE(AN-WL-IDX) TO AN-DL-PRODUCT-CODE.
           MOVE AN-WL-CARTON-ID(AN-WL-IDX)    TO AN-DL-CARTON-ID.
           MOVE AN-WL-SHIPPED-QTY(AN-WL-IDX)  TO AN-DL-SHIPPED-QTY.
           MOVE SPACES TO AN-DL-FLAG.
           IF AN-WL-NEW(AN-WL-IDX) = 'Y'
               MOVE "NEW" TO AN-DL-FLAG
           END-IF.
           IF AN-WL-LN-IDX(AN-WL-IDX) = ZERO
               MOVE ZERO TO AN-DL-ORDERED-QTY
                            AN-DL-TOTAL-SHIPPED-QTY
               MOVE "NO LINE" TO AN-DL-FLAG
           ELSE
               MOVE AN-WL-LN-IDX(AN-WL-IDX) TO AN-LN-MATCH-IDX
               MOVE AN-LN-ORDERED-QTY(AN-LN-MATCH-IDX)
                                          TO AN-DL-ORDERED-QTY
               MOVE AN-LN-SHIPPED-QTY(AN-LN-MATCH-IDX)
                                          TO AN-DL-TOTAL-SHIPPED-QTY
               IF AN-LN-SHIPPED-QTY(AN-LN-MATCH-IDX) >
                       AN-LN-ORDERED-QTY(AN-LN-MATCH-IDX)
                   MOVE "OVER" TO AN-DL-FLAG
               END-IF
           END-IF.
           WRITE AN-RPT-LINE FROM AN-DETAIL-LINE.
           ADD 1 TO AN-DC-LINES.
           ADD AN-WL-SHIPPED-QTY(AN-WL-IDX) TO AN-DC-UNITS.
       7100-EXIT.
           EXIT.

       7110-FIND-LOWEST-LINE.
           IF AN-WL-PRINTED(AN-SCAN-IDX) = 'Y'
               GO TO 7110-EXIT
           END-IF.
           IF AN-NEXT-IDX = ZERO
               MOVE AN-SCAN-IDX TO AN-NEXT-IDX
               GO TO 7110-EXIT
           END-IF.
           IF AN-WL-KEY(AN-SCAN-IDX) < AN-WL-KEY(AN-NEXT-IDX)
               MOVE AN-SCAN-IDX TO AN-NEXT-IDX
           END-IF.
       7110-EXIT.
           EXIT.

       7200-DC-HEADING.
           MOVE AN-WL-LOCATION(AN-WL-IDX) TO AN-CURRENT-DC.
           MOVE AN-CURRENT-DC TO AN-DH-LOCATION.
           MOVE SPACES TO AN-DH-NAME.
           PERFORM 7210-FIND-DC-NAME THRU 7210-EXIT
               VARYING AN-DC-IDX FROM 1 BY 1
               UNTIL AN-DC-IDX > AN-DC-CNT.
           MOVE SPACES TO AN-RPT-LINE.
           WRITE AN-RPT-LINE.
           WRITE AN-RPT-LINE FROM AN-DC-HEADING.
           WRITE AN-RPT-LINE FROM AN-HEADING-2.
           MOVE ZERO TO AN-DC-LINES
                        AN-DC-UNITS.
       7200-EXIT.
           EXIT.

       7210-FIND-DC-NAME.
           IF AN-DC-LOCATION(AN-DC-IDX) = AN-CURRENT-DC
               MOVE AN-DC-NAME(AN-DC-IDX) TO AN-DH-NAME
           END-IF.
       7210-EXIT.
           EXIT.

       7300-DC-TOTAL.
           MOVE AN-DC-LINES TO AN-TL-LINES.
           MOVE AN-DC-UNITS TO AN-TL-UNITS.
           WRITE AN-RPT-LINE FROM AN-TOTAL-LINE.
       7300-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE AN-ASN-FILE
                 AN-PO-FILE
                 AN-LINE-FILE
                 AN-LOC-FILE
                 AN-REGISTER-FILE
                 AN-EXCEPTION-FILE
                 AN-REPORT-FILE.
           DISPLAY "ZASNINTK OPEN ASN LINES READ = " AN-REGISTER-READ.
           DISPLAY "ZASNINTK ASN LINES READ      = " AN-ASN-READ.
           DISPLAY "ZASNINTK ASN LINES ACCEPTED  = " AN-ASN-ACCEPTED.
           DISPLAY "ZASNINTK ASN LINES REJECTED  = " AN-ASN-REJECTED.
           DISPLAY "ZASNINTK OVER-SHIPMENTS      = "
               AN-ASN-OVER-SHIPPED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
