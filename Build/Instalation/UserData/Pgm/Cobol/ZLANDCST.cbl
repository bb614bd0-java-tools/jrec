       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZLANDCST.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZLANDCST - LANDED-COST APPORTIONMENT.  ZCURCONV CONVERTS AN     *
      *            OVERSEAS SUPPLIER'S PRICE, BUT FREIGHT, INSURANCE    *
      *            AND IMPORT DUTY ARE BILLED SEPARATELY AND NEVER      *
      *            REACHED PRODUCT COST, SO IMPORTED LINES LOOKED MORE  *
      *            PROFITABLE THAN THEY ARE.  THIS RUN TAKES EACH       *
      *            Landed-Cost-Charge-Record (zPO.cbl) ON ZPOLCC,       *
      *            CONVERTS IT TO AUD AT THE ZCURRATE RATE FOR ITS OWN  *
      *            Currency-Code, AND SPREADS IT OVER THE PO'S LINES BY *
      *            LINE VALUE OR BY ORDERED QUANTITY AS THE CHARGE      *
      *            TYPE'S Landed-Cost-Basis-Record ON ZLCBASIS SAYS (A  *
      *            TYPE NOT ON ZLCBASIS IS SPREAD BY VALUE AND NOTED).  *
      *            THE LAST LINE OF THE PO TAKES THE ROUNDING SO THE    *
      *            SHARES ADD BACK TO THE CHARGE.  EVERY VALUED PO LINE *
      *            IS WRITTEN TO ZPOLAND AS A Landed-Cost-Line-Record   *
      *            WITH ITS FIRST COST (Line-Cost IN AUD), ITS SHARE OF *
      *            CHARGES AND THE RESULTING LANDED UNIT COST, WHICH    *
      *            ZRCVPOST AVERAGES RECEIPTS AT AND SDMARGIN FALLS     *
      *            BACK ON.  ZLANDCSR SHOWS EACH PO'S FIRST COST, ITS   *
      *            CHARGES BY TYPE AND ITS LANDED COST SIDE BY SIDE.    *
      *            CHARGES THAT CANNOT BE SPREAD GO TO ZLANDCSX.        *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LC-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LC-LINE-FILE ASSIGN TO "ZPOLINE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LC-RATE-FILE ASSIGN TO "ZCURRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LC-BASIS-FILE ASSIGN TO "ZLCBASIS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LC-CHARGE-FILE ASSIGN TO "ZPOLCC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LC-LANDED-FILE ASSIGN TO "ZPOLAND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LC-EXCEPTION-FILE ASSIGN TO "ZLANDCSX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LC-REPORT-FILE ASSIGN TO "ZLANDCSR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LC-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-PO-IO                        PIC X(33).

       FD  LC-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-LINE-IO                      PIC X(41).

      *    SAME LAYOUT ZCURCONV.cbl READS.
       FD  LC-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-RATE-IO.
           05 LC-RT-CODE-IO               PIC X(03).
           05 LC-RT-RATE-IO               PIC S9(3)V9(6) COMP-3.
           05 FILLER                      PIC X(10).

       FD  LC-BASIS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-BASIS-IO                     PIC X(27).

       FD  LC-CHARGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-CHARGE-IO                    PIC X(46).

       FD  LC-LANDED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-LANDED-IO                    PIC X(71).

       FD  LC-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-EXCEPTION-RECORD.
           05 LC-EX-PO-ID                  PIC X(14).
           05 LC-EX-CHARGE-TYPE            PIC X(03).
           05 LC-EX-CHARGE-REF             PIC X(12).
           05 LC-EX-CURRENCY               PIC X(03).
           05 LC-EX-CHARGE-AMOUNT          PIC S9(09)V99.
           05 LC-EX-SPREAD                 PIC X(01).
           05 LC-EX-REASON                 PIC X(30).

       FD  LC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LC-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  LC-SWITCHES.
           05 LC-EOF-PO-FILE               PIC X(01) VALUE 'N'.
               88 LC-END-OF-PO-FILE            VALUE 'Y'.
           05 LC-EOF-LINE-FILE             PIC X(01) VALUE 'N'.
               88 LC-END-OF-LINE-FILE          VALUE 'Y'.
           05 LC-EOF-RATE-FILE             PIC X(01) VALUE 'N'.
               88 LC-END-OF-RATE-FILE          VALUE 'Y'.
           05 LC-EOF-BASIS-FILE            PIC X(01) VALUE 'N'.
               88 LC-END-OF-BASIS-FILE         VALUE 'Y'.
           05 LC-EOF-CHARGE-FILE           PIC X(01) VALUE 'N'.
               88 LC-END-OF-CHARGE-FILE        VALUE 'Y'.
           05 LC-SEARCH-RESULT             PIC X(01).
               88 LC-RATE-WAS-FOUND            VALUE 'Y'.
           05 LC-PO-SEARCH-RESULT          PIC X(01).
               88 LC-PO-WAS-FOUND              VALUE 'Y'.
           05 LC-MATCH-FOUND               PIC X(01).
               88 LC-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 LC-SPREAD-BASIS              PIC X(01).
               88 LC-SPREAD-BY-VALUE           VALUE 'V'.
               88 LC-SPREAD-BY-QTY             VALUE 'Q'.

       01  LC-COUNTERS.
           05 LC-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 LC-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 LC-RATE-CNT                  PIC 9(03) COMP VALUE ZERO.
           05 LC-BASIS-CNT                 PIC 9(03) COMP VALUE ZERO.
           05 LC-CHARGES-READ              PIC 9(07) COMP VALUE ZERO.
           05 LC-CHARGES-SPREAD            PIC 9(07) COMP VALUE ZERO.
           05 LC-CHARGES-REJECTED          PIC 9(07) COMP VALUE ZERO.
           05 LC-CHARGES-DEFAULTED         PIC 9(07) COMP VALUE ZERO.
           05 LC-LINES-NOT-VALUED          PIC 9(07) COMP VALUE ZERO.
           05 LC-LANDED-WRITTEN            PIC 9(07) COMP VALUE ZERO.
           05 LC-POS-REPORTED              PIC 9(07) COMP VALUE ZERO.

      *    ZPOPO IS HELD IN PO-Id ORDER, AS ZPOSTUPD ALREADY REQUIRES.
      *    THE FIRST COST AND CHARGE TOTALS ARE BUILT UP FOR ZLANDCSR.
       01  LC-PO-TABLE.
           05 LC-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON LC-PO-CNT
                   ASCENDING KEY IS LC-PO-ID
                   INDEXED BY LC-PO-IDX.
               10 LC-PO-ID                 PIC X(14).
               10 LC-PO-CURRENCY           PIC X(03).
               10 LC-PO-RATE               PIC S9(3)V9(6).
               10 LC-PO-RATE-FOUND         PIC X(01).
                   88 LC-PO-IS-VALUED          VALUE 'Y'.
               10 LC-PO-LINES              PIC 9(05) COMP.
               10 LC-PO-FIRST-COST         PIC S9(11)V99.
               10 LC-PO-FREIGHT            PIC S9(11)V99.
               10 LC-PO-INSURANCE          PIC S9(11)V99.
               10 LC-PO-DUTY               PIC S9(11)V99.
               10 LC-PO-OTHER              PIC S9(11)V99.

       01  LC-LINE-TABLE.
           05 LC-LN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON LC-LINE-CNT.
               10 LC-LN-PO-ID              PIC X(14).
               10 LC-LN-PRODUCT-CODE       PIC 9(08).
               10 LC-LN-ORDERED-QTY        PIC S9(05).
               10 LC-LN-FIRST-COST         PIC S9(09)V99.
               10 LC-LN-CHARGES            PIC S9(09)V99.
               10 LC-LN-VALUED             PIC X(01).
                   88 LC-LN-IS-VALUED          VALUE 'Y'.

      *    ZCURRATE IS MAINTAINED IN Currency-Code ORDER, AS
      *    ZCURCONV.cbl ALREADY REQUIRES.
       01  LC-RATE-TABLE.
           05 LC-RT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON LC-RATE-CNT
                   ASCENDING KEY IS LC-RT-CODE
                   INDEXED BY LC-RT-IDX.
               10 LC-RT-CODE               PIC X(03).
               10 LC-RT-RATE               PIC S9(3)V9(6) COMP-3.

       01  LC-BASIS-TABLE.
           05 LC-BS-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON LC-BASIS-CNT.
               10 LC-BS-CHARGE-TYPE        PIC X(03).
               10 LC-BS-BASIS              PIC X(01).

       01  LC-SCAN-IDX                     PIC 9(05) COMP.
       01  LC-LN-IDX                       PIC 9(05) COMP.
       01  LC-LAST-LN-IDX                  PIC 9(05) COMP.
       01  LC-LOOKUP-CODE                  PIC X(03).
       01  LC-LOOKUP-PO-ID                 PIC X(14).
       01  LC-RATE-USED                    PIC S9(3)V9(6).
       01  LC-TODAY                        PIC 9(08).

       01  LC-CHARGE-AUD                   PIC S9(09)V99.
       01  LC-CHARGE-LEFT                  PIC S9(09)V99.
       01  LC-BASIS-TOTAL                  PIC S9(11)V99.
       01  LC-LINE-BASIS                   PIC S9(11)V99.
       01  LC-LINE-SHARE                   PIC S9(09)V99.
       01  LC-LANDED-VALUE                 PIC S9(11)V99.
       01  LC-UPLIFT-PCT                   PIC S9(05)V9.

       01  LC-HEADING-1.
           05 FILLER                       PIC X(34)
               VALUE "ZLANDCST LANDED COST BY PO       ".
           05 FILLER                       PIC X(07) VALUE "RUN ON ".
           05 LC-H1-RUN-DATE               PIC 9(08).
           05 FILLER                       PIC X(83)
               VALUE "   (ALL VALUES AUD)".

       01  LC-HEADING-2.
           05 FILLER                       PIC X(16) VALUE "PO-ID".
           05 FILLER                       PIC X(05) VALUE "CUR".
           05 FILLER                       PIC X(06) VALUE "LINES".
           05 FILLER                       PIC X(15)
               VALUE "     FIRST COST".
           05 FILLER                       PIC X(15)
               VALUE "        FREIGHT".
           05 FILLER                       PIC X(15)
               VALUE "      INSURANCE".
           05 FILLER                       PIC X(15)
               VALUE "           DUTY".
           05 FILLER                       PIC X(15)
               VALUE "          OTHER".
           05 FILLER                       PIC X(15)
               VALUE "    LANDED COST".
           05 FILLER                       PIC X(09) VALUE "  UPLIFT%".
           05 FILLER                       PIC X(22) VALUE SPACES.

       01  LC-DETAIL-LINE.
           05 LC-DL-PO-ID                  PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-DL-CURRENCY               PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-DL-LINES                  PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LC-DL-FIRST-COST             PIC -(11)9.99.
           05 LC-DL-FREIGHT                PIC -(11)9.99.
           05 LC-DL-INSURANCE              PIC -(11)9.99.
           05 LC-DL-DUTY                   PIC -(11)9.99.
           05 LC-DL-OTHER                  PIC -(11)9.99.
           05 LC-DL-LANDED-COST            PIC -(11)9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 LC-DL-UPLIFT-PCT             PIC ----9.9.
           05 FILLER                       PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-SPREAD-CHARGE THRU 3000-EXIT
               UNTIL LC-END-OF-CHARGE-FILE.
           PERFORM 6000-WRITE-LANDED-LINE THRU 6000-EXIT
               VARYING LC-LN-IDX FROM 1 BY 1
               UNTIL LC-LN-IDX > LC-LINE-CNT.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - LOAD RATES, BASES AND POs, THEN THE PO LINES  *
      *                   WITH THEIR FIRST COST IN AUD                  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT LC-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT  LC-PO-FILE
                INPUT  LC-LINE-FILE
                INPUT  LC-RATE-FILE
                INPUT  LC-BASIS-FILE
                INPUT  LC-CHARGE-FILE
                OUTPUT LC-LANDED-FILE
                OUTPUT LC-EXCEPTION-FILE
                OUTPUT LC-REPORT-FILE.
           PERFORM 2000-LOAD-RATE-TABLE THRU 2000-EXIT
               UNTIL LC-END-OF-RATE-FILE.
           PERFORM 2100-LOAD-BASIS-TABLE THRU 2100-EXIT
               UNTIL LC-END-OF-BASIS-FILE.
           PERFORM 2200-LOAD-PO-TABLE THRU 2200-EXIT
               UNTIL LC-END-OF-PO-FILE.
           PERFORM 2300-LOAD-LINE-TABLE THRU 2300-EXIT
               UNTIL LC-END-OF-LINE-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-RATE-TABLE.
           READ LC-RATE-FILE
               AT END
                   SET LC-END-OF-RATE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO LC-RATE-CNT.
           SET LC-RT-IDX TO LC-RATE-CNT.
           MOVE LC-RT-CODE-IO TO LC-RT-CODE(LC-RT-IDX).
           MOVE LC-RT-RATE-IO TO LC-RT-RATE(LC-RT-IDX).
       2000-EXIT.
           EXIT.

       2100-LOAD-BASIS-TABLE.
           READ LC-BASIS-FILE
               AT END
                   SET LC-END-OF-BASIS-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE LC-BASIS-IO TO Landed-Cost-Basis-Record.
           ADD 1 TO LC-BASIS-CNT.
           MOVE Charge-Type OF Landed-Cost-Basis-Record
                                     TO LC-BS-CHARGE-TYPE(LC-BASIS-CNT).
           MOVE Apportion-Basis      TO LC-BS-BASIS(LC-BASIS-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-PO-TABLE.
           READ LC-PO-FILE
               AT END
                   SET LC-END-OF-PO-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE LC-PO-IO TO PO-Record.
           ADD 1 TO LC-PO-CNT.
           SET LC-PO-IDX TO LC-PO-CNT.
           MOVE PO-Id OF PO-Record   TO LC-PO-ID(LC-PO-IDX).
           MOVE Currency-Code OF PO-Record
                                     TO LC-PO-CURRENCY(LC-PO-IDX).
           MOVE Currency-Code OF PO-Record TO LC-LOOKUP-CODE.
           PERFORM 5000-LOOKUP-RATE THRU 5000-EXIT.
           IF LC-RATE-WAS-FOUND
               MOVE 'Y' TO LC-PO-RATE-FOUND(LC-PO-IDX)
               MOVE LC-RATE-USED TO LC-PO-RATE(LC-PO-IDX)
           ELSE
               MOVE 'N' TO LC-PO-RATE-FOUND(LC-PO-IDX)
               MOVE ZERO TO LC-PO-RATE(LC-PO-IDX)
           END-IF.
           MOVE ZERO TO LC-PO-LINES(LC-PO-IDX)
                        LC-PO-FIRST-COST(LC-PO-IDX)
                        LC-PO-FREIGHT(LC-PO-IDX)
                        LC-PO-INSURANCE(LC-PO-IDX)
                        LC-PO-DUTY(LC-PO-IDX)
                        LC-PO-OTHER(LC-PO-IDX).
       2200-EXIT.
           EXIT.

      *    A LINE IS VALUED ONLY WHEN ITS PO IS ON FILE WITH A RATE TO
      *    AUD - ANY OTHER LINE IS LEFT FOR ZRCVPOST TO COST ITSELF.
       2300-LOAD-LINE-TABLE.
           READ LC-LINE-FILE
               AT END
                   SET LC-END-OF-LINE-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           MOVE LC-LINE-IO TO PO-Line-Item.
           ADD 1 TO LC-LINE-CNT.
           MOVE PO-Id OF PO-Line-Item
                                     TO LC-LN-PO-ID(LC-LINE-CNT).
           MOVE Product-Code OF PO-Line-Item
                                     TO LC-LN-PRODUCT-CODE(LC-LINE-CNT).
           MOVE Ordered-Qty OF PO-Line-Item
                                     TO LC-LN-ORDERED-QTY(LC-LINE-CNT).
           MOVE ZERO                 TO LC-LN-FIRST-COST(LC-LINE-CNT)
                                        LC-LN-CHARGES(LC-LINE-CNT).
           MOVE 'N'                  TO LC-LN-VALUED(LC-LINE-CNT).
           MOVE PO-Id OF PO-Line-Item TO LC-LOOKUP-PO-ID.
           PERFORM 5100-LOOKUP-PO THRU 5100-EXIT.
           IF NOT LC-PO-WAS-FOUND
               ADD 1 TO LC-LINES-NOT-VALUED
               GO TO 2300-EXIT
           END-IF.
           IF NOT LC-PO-IS-VALUED(LC-PO-IDX)
               ADD 1 TO LC-LINES-NOT-VALUED
               GO TO 2300-EXIT
           END-IF.
           MOVE 'Y' TO LC-LN-VALUED(LC-LINE-CNT).
           COMPUTE LC-LN-FIRST-COST(LC-LINE-CNT) ROUNDED =
               Line-Cost * LC-PO-RATE(LC-PO-IDX).
           ADD 1 TO LC-PO-LINES(LC-PO-IDX).
           ADD LC-LN-FIRST-COST(LC-LINE-CNT)
                                     TO LC-PO-FIRST-COST(LC-PO-IDX).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SPREAD-CHARGE - CONVERT ONE CHARGE TO AUD AND SHARE IT     *
      *                      OVER THE PO'S VALUED LINES                 *
      ******************************************************************
       3000-SPREAD-CHARGE.
           READ LC-CHARGE-FILE
               AT END
                   SET LC-END-OF-CHARGE-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO LC-CHARGES-READ.
           MOVE LC-CHARGE-IO TO Landed-Cost-Charge-Record.
           MOVE PO-Id OF Landed-Cost-Charge-Record TO LC-LOOKUP-PO-ID.
           PERFORM 5100-LOOKUP-PO THRU 5100-EXIT.
           IF NOT LC-PO-WAS-FOUND
               MOVE "PO NOT ON ZPOPO" TO LC-EX-REASON
               PERFORM 6500-REJECT-CHARGE THRU 6500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE Currency-Code OF Landed-Cost-Charge-Record
                                     TO LC-LOOKUP-CODE.
           PERFORM 5000-LOOKUP-RATE THRU 5000-EXIT.
           IF NOT LC-RATE-WAS-FOUND
               MOVE "CHARGE CURRENCY NOT ON RATES" TO LC-EX-REASON
               PERFORM 6500-REJECT-CHARGE THRU 6500-EXIT
               GO TO 3000-EXIT
           END-IF.
           COMPUTE LC-CHARGE-AUD ROUNDED =
               Charge-Amount * LC-RATE-USED.
           PERFORM 5200-LOOKUP-BASIS THRU 5200-EXIT.
           MOVE ZERO TO LC-BASIS-TOTAL.
           MOVE ZERO TO LC-LAST-LN-IDX.
           PERFORM 3100-TOTAL-BASIS THRU 3100-EXIT
               VARYING LC-LN-IDX FROM 1 BY 1
               UNTIL LC-LN-IDX > LC-LINE-CNT.
           IF LC-BASIS-TOTAL NOT > ZERO
               IF LC-SPREAD-BY-QTY
                   MOVE "PO HAS NO QTY TO SPREAD OVER" TO LC-EX-REASON
               ELSE
                   MOVE "PO HAS NO VALUE TO SPREAD OVER"
                                         TO LC-EX-REASON
               END-IF
               PERFORM 6500-REJECT-CHARGE THRU 6500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE LC-CHARGE-AUD TO LC-CHARGE-LEFT.
           PERFORM 3200-SHARE-CHARGE THRU 3200-EXIT
               VARYING LC-LN-IDX FROM 1 BY 1
               UNTIL LC-LN-IDX > LC-LINE-CNT.
           EVALUATE TRUE
               WHEN Freight-Charge
                   ADD LC-CHARGE-AUD TO LC-PO-FREIGHT(LC-PO-IDX)
               WHEN Insurance-Charge
                   ADD LC-CHARGE-AUD TO LC-PO-INSURANCE(LC-PO-IDX)
               WHEN Duty-Charge
                   ADD LC-CHARGE-AUD TO LC-PO-DUTY(LC-PO-IDX)
               WHEN OTHER
                   ADD LC-CHARGE-AUD TO LC-PO-OTHER(LC-PO-IDX)
           END-EVALUATE.
           ADD 1 TO LC-CHARGES-SPREAD.
       3000-EXIT.
           EXIT.

       3100-TOTAL-BASIS.
           IF LC-LN-PO-ID(LC-LN-IDX) NOT = LC-LOOKUP-PO-ID
               OR NOT LC-LN-IS-VALUED(LC-LN-IDX)
               GO TO 3100-EXIT
           END-IF.
           IF LC-SPREAD-BY-QTY
               ADD LC-LN-ORDERED-QTY(LC-LN-IDX) TO LC-BASIS-TOTAL
           ELSE
               ADD LC-LN-FIRST-COST(LC-LN-IDX)  TO LC-BASIS-TOTAL
           END-IF.
           MOVE LC-LN-IDX TO LC-LAST-LN-IDX.
       3100-EXIT.
           EXIT.

      *    THE LAST LINE TAKES WHAT IS LEFT, SO ROUNDING NEVER LOSES OR
      *    MAKES A CENT.
       3200-SHARE-CHARGE.
           IF LC-LN-PO-ID(LC-LN-IDX) NOT = LC-LOOKUP-PO-ID
               OR NOT LC-LN-IS-VALUED(LC-LN-IDX)
               GO TO 3200-EXIT
           END-IF.
           IF LC-LN-IDX = LC-LAST-LN-IDX
               MOVE LC-CHARGE-LEFT TO LC-LINE-SHARE
           ELSE
               IF LC-SPREAD-BY-QTY
                   MOVE LC-LN-ORDERED-QTY(LC-LN-IDX) TO LC-LINE-BASIS
               ELSE
                   MOVE LC-LN-FIRST-COST(LC-LN-IDX)  TO LC-LINE-BASIS
               END-IF
               COMPUTE LC-LINE-SHARE ROUNDED =
                   LC-CHARGE-AUD * LC-LINE-BASIS / LC-BASIS-TOTAL
           END-IF.
           ADD LC-LINE-SHARE TO LC-LN-CHARGES(LC-LN-IDX).
           SUBTRACT LC-LINE-SHARE FROM LC-CHARGE-LEFT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LOOKUP-RATE - RATE TO AUD FOR LC-LOOKUP-CODE; AUD ITSELF   *
      *                    NEEDS NO RATE                                *
      ******************************************************************
       5000-LOOKUP-RATE.
           MOVE 'N' TO LC-SEARCH-RESULT.
           IF LC-LOOKUP-CODE = "AUD"
               MOVE 'Y' TO LC-SEARCH-RESULT
               MOVE 1 TO LC-RATE-USED
               GO TO 5000-EXIT
           END-IF.
           SET LC-RT-IDX TO 1.
           SEARCH ALL LC-RT-ENTRY
               AT END
                   MOVE 'N' TO LC-SEARCH-RESULT
               WHEN LC-RT-CODE(LC-RT-IDX) = LC-LOOKUP-CODE
                   MOVE 'Y' TO LC-SEARCH-RESULT
           END-SEARCH.
           IF LC-RATE-WAS-FOUND
               MOVE LC-RT-RATE(LC-RT-IDX) TO LC-RATE-USED
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LOOKUP-PO.
           MOVE 'N' TO LC-PO-SEARCH-RESULT.
           SET LC-PO-IDX TO 1.
           SEARCH ALL LC-PO-ENTRY
               AT END
                   MOVE 'N' TO LC-PO-SEARCH-RESULT
               WHEN LC-PO-ID(LC-PO-IDX) = LC-LOOKUP-PO-ID
                   MOVE 'Y' TO LC-PO-SEARCH-RESULT
           END-SEARCH.
       5100-EXIT.
           EXIT.

      *    A CHARGE TYPE NOT ON ZLCBASIS IS SPREAD BY VALUE AND NOTED.
       5200-LOOKUP-BASIS.
           MOVE 'N' TO LC-MATCH-FOUND.
           MOVE 'V' TO LC-SPREAD-BASIS.
           PERFORM 5210-SCAN-BASIS THRU 5210-EXIT
               VARYING LC-SCAN-IDX FROM 1 BY 1
               UNTIL LC-SCAN-IDX > LC-BASIS-CNT
                  OR LC-ENTRY-WAS-FOUND.
           IF NOT LC-ENTRY-WAS-FOUND
               MOVE 'Y' TO LC-EX-SPREAD
               MOVE "TYPE NOT ON ZLCBASIS-BY VALUE" TO LC-EX-REASON
               PERFORM 6600-WRITE-EXCEPTION THRU 6600-EXIT
               ADD 1 TO LC-CHARGES-DEFAULTED
           END-IF.
       5200-EXIT.
           EXIT.

       5210-SCAN-BASIS.
           IF LC-BS-CHARGE-TYPE(LC-SCAN-IDX) =
                   Charge-Type OF Landed-Cost-Charge-Record
               MOVE 'Y' TO LC-MATCH-FOUND
               IF LC-BS-BASIS(LC-SCAN-IDX) = 'Q'
                   MOVE 'Q' TO LC-SPREAD-BASIS
               END-IF
           END-IF.
       5210-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-LANDED-LINE - ONE Landed-Cost-Line-Record PER VALUED *
      *                          PO LINE WITH A QUANTITY ORDERED        *
      ******************************************************************
       6000-WRITE-LANDED-LINE.
           IF NOT LC-LN-IS-VALUED(LC-LN-IDX)
               OR LC-LN-ORDERED-QTY(LC-LN-IDX) NOT > ZERO
               GO TO 6000-EXIT
           END-IF.
           MOVE 'LCL' TO Record-Type OF Landed-Cost-Line-Record.
           MOVE LC-LN-PO-ID(LC-LN-IDX)
                             TO PO-Id OF Landed-Cost-Line-Record.
           MOVE LC-LN-PRODUCT-CODE(LC-LN-IDX)
                             TO Product-Code OF Landed-Cost-Line-Record.
           MOVE LC-LN-ORDERED-QTY(LC-LN-IDX)
                             TO Ordered-Qty OF Landed-Cost-Line-Record.
           MOVE LC-LN-FIRST-COST(LC-LN-IDX) TO First-Cost.
           MOVE LC-LN-CHARGES(LC-LN-IDX)    TO Landed-Charges.
           COMPUTE Landed-Unit-Cost ROUNDED =
               (LC-LN-FIRST-COST(LC-LN-IDX) + LC-LN-CHARGES(LC-LN-IDX))
               / LC-LN-ORDERED-QTY(LC-LN-IDX).
           MOVE LC-TODAY TO Landed-Cost-Date.
           MOVE Landed-Cost-Line-Record TO LC-LANDED-IO.
           WRITE LC-LANDED-IO.
           ADD 1 TO LC-LANDED-WRITTEN.
       6000-EXIT.
           EXIT.

       6500-REJECT-CHARGE.
           MOVE 'N' TO LC-EX-SPREAD.
           PERFORM 6600-WRITE-EXCEPTION THRU 6600-EXIT.
           ADD 1 TO LC-CHARGES-REJECTED.
       6500-EXIT.
           EXIT.

       6600-WRITE-EXCEPTION.
           MOVE PO-Id OF Landed-Cost-Charge-Record TO LC-EX-PO-ID.
           MOVE Charge-Type OF Landed-Cost-Charge-Record
                                     TO LC-EX-CHARGE-TYPE.
           MOVE Charge-Ref           TO LC-EX-CHARGE-REF.
           MOVE Currency-Code OF Landed-Cost-Charge-Record
                                     TO LC-EX-CURRENCY.
           MOVE Charge-Amount        TO LC-EX-CHARGE-AMOUNT.
           WRITE LC-EXCEPTION-RECORD.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT - EVERY PO WITH VALUED LINES, IN PO-Id ORDER  *
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE LC-TODAY TO LC-H1-RUN-DATE.
           WRITE LC-RPT-LINE FROM LC-HEADING-1.
           WRITE LC-RPT-LINE FROM LC-HEADING-2.
           PERFORM 7100-WRITE-PO-LINE THRU 7100-EXIT
               VARYING LC-SCAN-IDX FROM 1 BY 1
               UNTIL LC-SCAN-IDX > LC-PO-CNT.
       7000-EXIT.
           EXIT.

       7100-WRITE-PO-LINE.
           IF LC-PO-LINES(LC-SCAN-IDX) = ZERO
               GO TO 7100-EXIT
           END-IF.
           COMPUTE LC-LANDED-VALUE =
               LC-PO-FIRST-COST(LC-SCAN-IDX)
               + LC-PO-FREIGHT(LC-SCAN-IDX)
               + LC-PO-INSURANCE(LC-SCAN-IDX)
               + LC-PO-DUTY(LC-SCAN-IDX)
               + LC-PO-OTHER(LC-SCAN-IDX).
           IF LC-PO-FIRST-COST(LC-SCAN-IDX) = ZERO
               MOVE ZERO TO LC-UPLIFT-PCT
           ELSE
               COMPUTE LC-UPLIFT-PCT ROUNDED =
                   (LC-LANDED-VALUE - LC-PO-FIRST-COST(LC-SCAN-IDX))
                   * 100 / LC-PO-FIRST-COST(LC-SCAN-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO LC-UPLIFT-PCT
               END-COMPUTE
           END-IF.
           MOVE LC-PO-ID(LC-SCAN-IDX)         TO LC-DL-PO-ID.
           MOVE LC-PO-CURRENCY(LC-SCAN-IDX)   TO LC-DL-CURRENCY.
           MOVE LC-PO-LINES(LC-SCAN-IDX)      TO LC-DL-LINES.
           MOVE LC-PO-FIRST-COST(LC-SCAN-IDX) TO LC-DL-FIRST-COST.
           MOVE LC-PO-FREIGHT(LC-SCAN-IDX)    TO LC-DL-FREIGHT.
           MOVE LC-PO-INSURANCE(LC-SCAN-IDX)  TO LC-DL-INSURANCE.
           MOVE LC-PO-DUTY(LC-SCAN-IDX)       TO LC-DL-DUTY.
           MOVE LC-PO-OTHER(LC-SCAN-IDX)      TO LC-DL-OTHER.
           MOVE LC-LANDED-VALUE               TO LC-DL-LANDED-COST.
           MOVE LC-UPLIFT-PCT                 TO LC-DL-UPLIFT-PCT.
           WRITE LC-RPT-LINE FROM LC-DETAIL-LINE.
           ADD 1 TO LC-POS-REPORTED.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE LC-PO-FILE
                 LC-LINE-FILE
                 LC-RATE-FILE
                 LC-BASIS-FILE
                 LC-CHARGE-FILE
                 LC-LANDED-FILE
                 LC-EXCEPTION-FILE
                 LC-REPORT-FILE.
           DISPLAY "ZLANDCST CHARGES READ       = " LC-CHARGES-READ.
           DISPLAY "ZLANDCST CHARGES SPREAD     = " LC-CHARGES-SPREAD.
           DISPLAY "ZLANDCST CHARGES REJECTED   = "
               LC-CHARGES-REJECTED.
           DISPLAY "ZLANDCST SPREAD BY DEFAULT  = "
               LC-CHARGES-DEFAULTED.
           DISPLAY "ZLANDCST LINES NOT VALUED   = "
               LC-LINES-NOT-VALUED.
           DISPLAY "ZLANDCST LANDED LINES       = " LC-LANDED-WRITTEN.
           DISPLAY "ZLANDCST POs REPORTED       = " LC-POS-REPORTED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
