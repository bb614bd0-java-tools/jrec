       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZINVVAL.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZINVVAL - MONTH-END INVENTORY VALUATION.  THE BALANCE SHEET     *
      *           STOCK FIGURE WAS AN ESTIMATE - NOTHING EVER PRICED    *
      *           THE QTY MASTER.  THIS RUN VALUES EVERY                *
      *           Location-Product-Qty On-Hand-Qty, AND EVERY           *
      *           In-Transit-Record Transit-Qty (OWNED STOCK ON A TRUCK *
      *           BETWEEN THE DC AND ITS To-Location), AT THE PRODUCT'S *
      *           COST - THE MOVING WEIGHTED-AVERAGE COST ON ZPOAVGC    *
      *           WHERE ZRCVPOST HAS SET ONE, OTHERWISE THE ZPOPROD     *
      *           Product-Cost CONVERTED TO AUD AT THE ZCURRATE RATE    *
      *           ZCURCONV.cbl USES.  VALUES ARE SUB-TOTALLED BY        *
      *           LOCATION AND DEPARTMENT, THEN BY LOCATION,            *
      *           Location-type, REGION AND DEPARTMENT.  A PRODUCT'S    *
      *           DEPARTMENT AND A STORE'S REGION COME FROM THE         *
      *           Store-Dtls SALES ARRAY THE SAME WAY ZALCDST.cbl       *
      *           RESOLVES THEM - A DC OR A PRODUCT THE ARRAY DOES NOT  *
      *           CARRY FALLS UNDER 0000.  NEGATIVE AND UNCOSTED ROWS   *
      *           ARE NOT VALUED BUT ARE LISTED SEPARATELY.             *
      *           EACH RUN APPENDS ONE ZINVVALH HISTORY RECORD PER      *
      *           LOCATION FOR THE PERIOD VALUED (A PERIOD CAN ONLY BE  *
      *           VALUED ONCE - A SECOND RUN ABENDS), AND THE PRIOR     *
      *           PERIOD'S RECORD GIVES THE OPENING VALUE FOR THE       *
      *           MOVEMENT-OF-STOCK-VALUE SECTION, WHICH RECONCILES IT  *
      *           TO THE CLOSING VALUE THROUGH THE PERIOD'S ZPOMVMT     *
      *           RECEIPTS, SALES, ADJUSTMENTS AND OTHER MOVEMENTS      *
      *           VALUED AT THE SAME COST.  THE DIFFERENCE COLUMN IS    *
      *           THE REVALUATION AND EXCLUDED-ROW EFFECT.              *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IV-PARM-FILE ASSIGN TO "ZINVVALP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-TRANSIT-FILE ASSIGN TO "ZPOTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-LOCATION-FILE ASSIGN TO "ZPOLOC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-PROD-FILE ASSIGN TO "ZPOPROD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-AVG-FILE ASSIGN TO "ZPOAVGC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-RATE-FILE ASSIGN TO "ZCURRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-MOVEMENT-FILE ASSIGN TO "ZPOMVMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-HISTORY-FILE ASSIGN TO "ZINVVALH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IV-REPORT-FILE ASSIGN TO "ZINVVALR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IV-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-PARM-RECORD.
           05 IV-PARM-PERIOD               PIC 9(06).
           05 FILLER                       PIC X(74).

       FD  IV-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-QTY-IO                       PIC X(20).

       FD  IV-TRANSIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-TRANSIT-IO                   PIC X(46).

       FD  IV-LOCATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-LOCATION-IO                  PIC X(43).

       FD  IV-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-PROD-IO                      PIC X(42).

       FD  IV-AVG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-AVG-IO                       PIC X(30).

      *    SAME LAYOUT ZCURCONV.cbl READS.
       FD  IV-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-RATE-IO.
           05 IV-RT-CODE-IO               PIC X(03).
           05 IV-RT-RATE-IO               PIC S9(3)V9(6) COMP-3.
           05 FILLER                      PIC X(10).

       FD  IV-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  IV-SALES-IO.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       FD  IV-MOVEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-MOVEMENT-IO                  PIC X(43).

       FD  IV-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-HISTORY-RECORD.
           05 IV-HS-PERIOD                 PIC 9(06).
           05 IV-HS-LOCATION               PIC 9(04).
           05 IV-HS-LOCATION-TYPE          PIC X(01).
           05 IV-HS-REGION                 PIC 9(04).
           05 IV-HS-ON-HAND-QTY            PIC S9(09).
           05 IV-HS-ON-HAND-VALUE          PIC S9(11)V99.
           05 IV-HS-TRANSIT-QTY            PIC S9(09).
           05 IV-HS-TRANSIT-VALUE          PIC S9(11)V99.
           05 IV-HS-RUN-DATE               PIC 9(08).
           05 FILLER                       PIC X(13).

       FD  IV-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IV-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  IV-SWITCHES.
           05 IV-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 IV-END-OF-QTY-FILE           VALUE 'Y'.
           05 IV-EOF-TRANSIT-FILE          PIC X(01) VALUE 'N'.
               88 IV-END-OF-TRANSIT-FILE       VALUE 'Y'.
           05 IV-EOF-LOCATION-FILE         PIC X(01) VALUE 'N'.
               88 IV-END-OF-LOCATION-FILE      VALUE 'Y'.
           05 IV-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 IV-END-OF-PROD-FILE          VALUE 'Y'.
           05 IV-EOF-AVG-FILE              PIC X(01) VALUE 'N'.
               88 IV-END-OF-AVG-FILE           VALUE 'Y'.
           05 IV-EOF-RATE-FILE             PIC X(01) VALUE 'N'.
               88 IV-END-OF-RATE-FILE          VALUE 'Y'.
           05 IV-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 IV-END-OF-SALES-FILE         VALUE 'Y'.
           05 IV-EOF-MOVEMENT-FILE         PIC X(01) VALUE 'N'.
               88 IV-END-OF-MOVEMENT-FILE      VALUE 'Y'.
           05 IV-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 IV-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 IV-ABORT                     PIC X(01) VALUE 'N'.
               88 IV-ABORT-RUN                 VALUE 'Y'.
           05 IV-MATCH-FOUND               PIC X(01).
               88 IV-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 IV-COST-FOUND                PIC X(01).
               88 IV-COST-WAS-FOUND            VALUE 'Y'.
           05 IV-PRIOR-FOUND               PIC X(01) VALUE 'N'.
               88 IV-PRIOR-WAS-FOUND           VALUE 'Y'.

       01  IV-SUBSCRIPTS.
           05 IV-DEPT-IDX                  PIC 9(02) COMP.
           05 IV-PROD-IDX                  PIC 9(03) COMP.

       01  IV-COUNTERS.
           05 IV-KC-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 IV-STORE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 IV-LOC-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 IV-PRODUCT-CNT               PIC 9(05) COMP VALUE ZERO.
           05 IV-AVG-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 IV-RATE-CNT                  PIC 9(03) COMP VALUE ZERO.
           05 IV-LV-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 IV-GROUP-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 IV-SUMMARY-CNT               PIC 9(05) COMP VALUE ZERO.
           05 IV-EXCEPTION-CNT             PIC 9(05) COMP VALUE ZERO.
           05 IV-QTY-READ                  PIC 9(07) COMP VALUE ZERO.
           05 IV-TRANSIT-READ              PIC 9(07) COMP VALUE ZERO.
           05 IV-ROWS-VALUED               PIC 9(07) COMP VALUE ZERO.
           05 IV-ROWS-NEGATIVE             PIC 9(07) COMP VALUE ZERO.
           05 IV-ROWS-UNCOSTED             PIC 9(07) COMP VALUE ZERO.
           05 IV-MOVEMENTS-READ            PIC 9(07) COMP VALUE ZERO.
           05 IV-MOVEMENTS-IN-PERIOD       PIC 9(07) COMP VALUE ZERO.
           05 IV-MOVEMENTS-UNCOSTED        PIC 9(07) COMP VALUE ZERO.
           05 IV-HISTORY-WRITTEN           PIC 9(07) COMP VALUE ZERO.

      *    KEYCODE-TO-DEPARTMENT MAP BUILT WHILE THE ARRAY LOADS -
      *    FIRST STORE SEEN CARRYING A KEYCODE WINS.
       01  IV-KEYCODE-TABLE.
           05 IV-KC-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON IV-KC-CNT.
               10 IV-KC-KEYCODE            PIC 9(08).
               10 IV-KC-DEPARTMENT-NUM     PIC 9(04).

       01  IV-STORE-REGION-TABLE.
           05 IV-SR-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON IV-STORE-CNT.
               10 IV-SR-STORE-NUM          PIC 9(04).
               10 IV-SR-REGION-NO          PIC 9(04).

       01  IV-LOCATION-TABLE.
           05 IV-LC-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON IV-LOC-CNT.
               10 IV-LC-LOCATION           PIC 9(04).
               10 IV-LC-LOCATION-TYPE      PIC X(01).

       01  IV-PRODUCT-TABLE.
           05 IV-PD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON IV-PRODUCT-CNT.
               10 IV-PD-PRODUCT-CODE       PIC 9(08).
               10 IV-PD-PRODUCT-COST       PIC S9(05)V99.
               10 IV-PD-CURRENCY-CODE      PIC X(03).

       01  IV-AVG-TABLE.
           05 IV-AV-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON IV-AVG-CNT.
               10 IV-AV-PRODUCT-CODE       PIC 9(08).
               10 IV-AV-UNIT-COST          PIC S9(7)V9(4).

      *    ZCURRATE IS MAINTAINED IN Currency-Code ORDER, AS
      *    ZCURCONV.cbl ALREADY REQUIRES.
       01  IV-RATE-TABLE.
           05 IV-RT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON IV-RATE-CNT
                   ASCENDING KEY IS IV-RT-CODE
                   INDEXED BY IV-RT-IDX.
               10 IV-RT-CODE               PIC X(03).
               10 IV-RT-RATE               PIC S9(3)V9(6) COMP-3.

      *    ONE ENTRY PER LOCATION - THE VALUATION, THE PRIOR PERIOD'S
      *    OPENING VALUE AND THE PERIOD'S MOVEMENTS AT COST.
       01  IV-LOC-VALUE-TABLE.
           05 IV-LV-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON IV-LV-CNT.
               10 IV-LV-LOCATION           PIC 9(04).
               10 IV-LV-LOCATION-TYPE      PIC X(01).
               10 IV-LV-REGION             PIC 9(04).
               10 IV-LV-ON-HAND-QTY        PIC S9(09).
               10 IV-LV-ON-HAND-VALUE      PIC S9(11)V99.
               10 IV-LV-TRANSIT-QTY        PIC S9(09).
               10 IV-LV-TRANSIT-VALUE      PIC S9(11)V99.
               10 IV-LV-OPENING-VALUE      PIC S9(11)V99.
               10 IV-LV-RECEIPT-VALUE      PIC S9(11)V99.
               10 IV-LV-SALE-VALUE         PIC S9(11)V99.
               10 IV-LV-ADJUST-VALUE       PIC S9(11)V99.
               10 IV-LV-OTHER-VALUE        PIC S9(11)V99.
               10 IV-LV-PRINTED            PIC X(01).

      *    ONE ENTRY PER LOCATION/DEPARTMENT - KEY IS LOCATION * 10000
      *    + DEPARTMENT SO THE LOWEST KEY IS THE NEXT GROUP TO PRINT.
       01  IV-GROUP-TABLE.
           05 IV-GP-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON IV-GROUP-CNT.
               10 IV-GP-KEY                PIC 9(08).
               10 IV-GP-KEY-PARTS REDEFINES IV-GP-KEY.
                   15 IV-GP-LOCATION       PIC 9(04).
                   15 IV-GP-DEPARTMENT     PIC 9(04).
               10 IV-GP-ON-HAND-QTY        PIC S9(09).
               10 IV-GP-ON-HAND-VALUE      PIC S9(11)V99.
               10 IV-GP-TRANSIT-QTY        PIC S9(09).
               10 IV-GP-TRANSIT-VALUE      PIC S9(11)V99.
               10 IV-GP-PRINTED            PIC X(01).

      *    Location-type, REGION AND DEPARTMENT TOTALS SHARE ONE TABLE -
      *    IV-SM-CLASS SAYS WHICH ('T', 'R' OR 'D').
       01  IV-SUMMARY-TABLE.
           05 IV-SM-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON IV-SUMMARY-CNT.
               10 IV-SM-CLASS              PIC X(01).
               10 IV-SM-KEY                PIC X(04).
               10 IV-SM-ON-HAND-QTY        PIC S9(09).
               10 IV-SM-ON-HAND-VALUE      PIC S9(11)V99.
               10 IV-SM-TRANSIT-QTY        PIC S9(09).
               10 IV-SM-TRANSIT-VALUE      PIC S9(11)V99.
               10 IV-SM-PRINTED            PIC X(01).

       01  IV-EXCEPTION-TABLE.
           05 IV-EX-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON IV-EXCEPTION-CNT.
               10 IV-EX-KIND               PIC X(01).
                   88 IV-EX-NEGATIVE           VALUE 'N'.
                   88 IV-EX-UNCOSTED           VALUE 'U'.
               10 IV-EX-SOURCE             PIC X(08).
               10 IV-EX-LOCATION           PIC 9(04).
               10 IV-EX-PRODUCT-CODE       PIC 9(08).
               10 IV-EX-QTY                PIC S9(05).
               10 IV-EX-UNIT-COST          PIC S9(07)V9(4).

       01  IV-SCAN-IDX                     PIC 9(05) COMP.
       01  IV-MATCH-IDX                    PIC 9(05) COMP.
       01  IV-LV-IDX                       PIC 9(05) COMP.
       01  IV-GP-IDX                       PIC 9(05) COMP.
       01  IV-SM-IDX                       PIC 9(05) COMP.
       01  IV-NEXT-IDX                     PIC 9(05) COMP.
       01  IV-ITEMS-DONE                   PIC 9(05) COMP.

       01  IV-PERIOD                       PIC 9(06).
       01  IV-PERIOD-PARTS REDEFINES IV-PERIOD.
           05 IV-PERIOD-YEAR               PIC 9(04).
           05 IV-PERIOD-MONTH              PIC 9(02).
       01  IV-PRIOR-PERIOD                 PIC 9(06).
       01  IV-PRIOR-PERIOD-PARTS REDEFINES IV-PRIOR-PERIOD.
           05 IV-PRIOR-YEAR                PIC 9(04).
           05 IV-PRIOR-MONTH               PIC 9(02).
       01  IV-MOVEMENT-DATE                PIC 9(08).
       01  IV-MOVEMENT-DATE-PARTS REDEFINES IV-MOVEMENT-DATE.
           05 IV-MOVEMENT-PERIOD           PIC 9(06).
           05 IV-MOVEMENT-DAY              PIC 9(02).
       01  IV-TODAY                        PIC 9(08).

       01  IV-LOOKUP-LOCATION              PIC 9(04).
       01  IV-LOOKUP-PRODUCT-CODE          PIC 9(08).
       01  IV-LOOKUP-DEPARTMENT            PIC 9(04).
       01  IV-LOOKUP-REGION                PIC 9(04).
       01  IV-LOOKUP-CODE                  PIC X(03).
       01  IV-UNIT-COST                    PIC S9(07)V9(4).
       01  IV-ROW-QTY                      PIC S9(05).
       01  IV-ROW-VALUE                    PIC S9(11)V99.
       01  IV-ROW-KIND                     PIC X(01).
           88 IV-ROW-IS-ON-HAND                VALUE 'H'.
           88 IV-ROW-IS-TRANSIT                VALUE 'T'.
       01  IV-FOLD-CLASS                   PIC X(01).
       01  IV-FOLD-KEY                     PIC X(04).
       01  IV-PRINT-CLASS                  PIC X(01).

       01  IV-GROUP-KEY                    PIC 9(08).
       01  IV-GROUP-KEY-PARTS REDEFINES IV-GROUP-KEY.
           05 IV-GROUP-LOCATION            PIC 9(04).
           05 IV-GROUP-DEPARTMENT          PIC 9(04).

       01  IV-EXPECTED-VALUE               PIC S9(11)V99.
       01  IV-DIFFERENCE-VALUE             PIC S9(11)V99.

       01  IV-GRAND-TOTALS.
           05 IV-GT-ON-HAND-QTY            PIC S9(09) VALUE ZERO.
           05 IV-GT-ON-HAND-VALUE          PIC S9(11)V99 VALUE ZERO.
           05 IV-GT-TRANSIT-QTY            PIC S9(09) VALUE ZERO.
           05 IV-GT-TRANSIT-VALUE          PIC S9(11)V99 VALUE ZERO.
           05 IV-GT-OPENING-VALUE          PIC S9(11)V99 VALUE ZERO.
           05 IV-GT-RECEIPT-VALUE          PIC S9(11)V99 VALUE ZERO.
           05 IV-GT-SALE-VALUE             PIC S9(11)V99 VALUE ZERO.
           05 IV-GT-ADJUST-VALUE           PIC S9(11)V99 VALUE ZERO.
           05 IV-GT-OTHER-VALUE            PIC S9(11)V99 VALUE ZERO.

       01  IV-LABEL-WORK.
           05 IV-LW-TEXT                   PIC X(12).
           05 IV-LW-KEY                    PIC X(05).
           05 IV-LW-EXTRA                  PIC X(13).

       01  IV-HEADING-1.
           05 FILLER                       PIC X(31)
               VALUE "ZINVVAL INVENTORY VALUATION   ".
           05 FILLER                       PIC X(07) VALUE "PERIOD ".
           05 IV-H1-PERIOD                 PIC 9(06).
           05 FILLER                       PIC X(15)
               VALUE "  PRIOR PERIOD ".
           05 IV-H1-PRIOR-PERIOD           PIC 9(06).
           05 FILLER                       PIC X(10) VALUE "  RUN ON ".
           05 IV-H1-RUN-DATE               PIC 9(08).
           05 FILLER                       PIC X(49) VALUE SPACES.

       01  IV-HEADING-TITLE.
           05 IV-HT-TEXT                   PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01  IV-VALUE-HEADING.
           05 FILLER                       PIC X(30)
               VALUE "LOCATION / DEPARTMENT".
           05 FILLER                       PIC X(12)
               VALUE " ON-HAND QTY".
           05 FILLER                       PIC X(16)
               VALUE "   ON-HAND VALUE".
           05 FILLER                       PIC X(12)
               VALUE " TRANSIT QTY".
           05 FILLER                       PIC X(16)
               VALUE "   TRANSIT VALUE".
           05 FILLER                       PIC X(16)
               VALUE "     TOTAL VALUE".
           05 FILLER                       PIC X(30) VALUE SPACES.

       01  IV-VALUE-LINE.
           05 IV-VL-LABEL                  PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-VL-ON-HAND-QTY            PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-VL-ON-HAND-VALUE          PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-VL-TRANSIT-QTY            PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-VL-TRANSIT-VALUE          PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-VL-TOTAL-VALUE            PIC -(11)9.99.
           05 FILLER                       PIC X(32) VALUE SPACES.

       01  IV-RECON-HEADING.
           05 FILLER                       PIC X(12) VALUE "LOCATION".
           05 FILLER                       PIC X(15)
               VALUE "        OPENING".
           05 FILLER                       PIC X(15)
               VALUE "       RECEIPTS".
           05 FILLER                       PIC X(15)
               VALUE "          SALES".
           05 FILLER                       PIC X(15)
               VALUE "    ADJUSTMENTS".
           05 FILLER                       PIC X(15)
               VALUE "          OTHER".
           05 FILLER                       PIC X(15)
               VALUE "       EXPECTED".
           05 FILLER                       PIC X(15)
               VALUE "        CLOSING".
           05 FILLER                       PIC X(15)
               VALUE "     DIFFERENCE".

       01  IV-RECON-LINE.
           05 IV-RL-LABEL                  PIC X(12).
           05 IV-RL-OPENING                PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-RL-RECEIPT                PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-RL-SALE                   PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-RL-ADJUST                 PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-RL-OTHER                  PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-RL-EXPECTED               PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-RL-CLOSING                PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-RL-DIFFERENCE             PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.

       01  IV-EXCEPTION-HEADING.
           05 FILLER                       PIC X(10) VALUE "SOURCE".
           05 FILLER                       PIC X(10) VALUE "LOCATION".
           05 FILLER                       PIC X(10) VALUE "PRODUCT".
           05 FILLER                       PIC X(10) VALUE "       QTY".
           05 FILLER                       PIC X(15)
               VALUE "      UNIT COST".
           05 FILLER                       PIC X(77) VALUE SPACES.

       01  IV-EXCEPTION-LINE.
           05 IV-XL-SOURCE                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 IV-XL-LOCATION               PIC 9(04).
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 IV-XL-PRODUCT-CODE           PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 IV-XL-QTY                    PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 IV-XL-UNIT-COST              PIC -(7)9.9(4).
           05 FILLER                       PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF IV-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-VALUE-QTY-ROW THRU 3000-EXIT
               UNTIL IV-END-OF-QTY-FILE.
           PERFORM 3500-VALUE-TRANSIT-ROW THRU 3500-EXIT
               UNTIL IV-END-OF-TRANSIT-FILE.
           PERFORM 3800-VALUE-MOVEMENT THRU 3800-EXIT
               UNTIL IV-END-OF-MOVEMENT-FILE.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE PERIOD TO VALUE, REFUSE A PERIOD     *
      *                   ALREADY ON THE HISTORY FILE, PICK UP THE      *
      *                   PRIOR PERIOD'S OPENING VALUES AND LOAD THE    *
      *                   COST, LOCATION, DEPARTMENT AND REGION TABLES  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  IV-PARM-FILE.
           READ IV-PARM-FILE
               AT END
                   MOVE SPACES TO IV-PARM-RECORD
           END-READ.
           CLOSE IV-PARM-FILE.
           IF IV-PARM-PERIOD NOT NUMERIC
               DISPLAY "ZINVVAL *** ABEND *** PARM FILE MUST CARRY THE "
                   "PERIOD TO VALUE AS YYYYMM"
               MOVE 16 TO RETURN-CODE
               SET IV-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE IV-PARM-PERIOD TO IV-PERIOD.
           IF IV-PERIOD-MONTH < 1 OR IV-PERIOD-MONTH > 12
               DISPLAY "ZINVVAL *** ABEND *** PERIOD " IV-PERIOD
                   " IS NOT A VALID YYYYMM"
               MOVE 16 TO RETURN-CODE
               SET IV-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF IV-PERIOD-MONTH = 1
               COMPUTE IV-PRIOR-YEAR = IV-PERIOD-YEAR - 1
               MOVE 12 TO IV-PRIOR-MONTH
           ELSE
               MOVE IV-PERIOD-YEAR TO IV-PRIOR-YEAR
               COMPUTE IV-PRIOR-MONTH = IV-PERIOD-MONTH - 1
           END-IF.
           ACCEPT IV-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT  IV-LOCATION-FILE
                INPUT  IV-SALES-FILE.
           PERFORM 2000-LOAD-LOCATION THRU 2000-EXIT
               UNTIL IV-END-OF-LOCATION-FILE.
           PERFORM 2100-LOAD-STORE THRU 2100-EXIT
               UNTIL IV-END-OF-SALES-FILE.
           CLOSE IV-LOCATION-FILE
                 IV-SALES-FILE.
           OPEN INPUT  IV-HISTORY-FILE.
           PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
               UNTIL IV-END-OF-HISTORY-FILE
                  OR IV-ABORT-RUN.
           CLOSE IV-HISTORY-FILE.
           IF IV-ABORT-RUN
               DISPLAY "ZINVVAL *** ABEND *** PERIOD " IV-PERIOD
                   " HAS ALREADY BEEN VALUED"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  IV-QTY-FILE
                INPUT  IV-TRANSIT-FILE
                INPUT  IV-PROD-FILE
                INPUT  IV-AVG-FILE
                INPUT  IV-RATE-FILE
                INPUT  IV-MOVEMENT-FILE
                OUTPUT IV-REPORT-FILE.
           OPEN EXTEND IV-HISTORY-FILE.
           PERFORM 2600-LOAD-PRODUCT THRU 2600-EXIT
               UNTIL IV-END-OF-PROD-FILE.
           PERFORM 2700-LOAD-AVG-COST THRU 2700-EXIT
               UNTIL IV-END-OF-AVG-FILE.
           PERFORM 2800-LOAD-RATE THRU 2800-EXIT
               UNTIL IV-END-OF-RATE-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-LOCATION.
           READ IV-LOCATION-FILE
               AT END
                   SET IV-END-OF-LOCATION-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE IV-LOCATION-IO TO Location-Record.
           ADD 1 TO IV-LOC-CNT.
           MOVE Location OF Location-Record
                                     TO IV-LC-LOCATION(IV-LOC-CNT).
           MOVE Location-type        TO IV-LC-LOCATION-TYPE(IV-LOC-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-STORE.
           READ IV-SALES-FILE
               AT END
                   SET IV-END-OF-SALES-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO IV-STORE-CNT.
           MOVE Store-Num            TO IV-SR-STORE-NUM(IV-STORE-CNT).
           MOVE Region-No            TO IV-SR-REGION-NO(IV-STORE-CNT).
           PERFORM 2200-LOAD-DEPARTMENT THRU 2200-EXIT
               VARYING IV-DEPT-IDX FROM 1 BY 1 UNTIL IV-DEPT-IDX > 5.
       2100-EXIT.
           EXIT.

       2200-LOAD-DEPARTMENT.
           PERFORM 2300-MAP-KEYCODE THRU 2300-EXIT
               VARYING IV-PROD-IDX FROM 1 BY 1
               UNTIL IV-PROD-IDX > Product-Details-Cnt(IV-DEPT-IDX).
       2200-EXIT.
           EXIT.

       2300-MAP-KEYCODE.
           MOVE 'N' TO IV-MATCH-FOUND.
           PERFORM 2310-SCAN-KEYCODE THRU 2310-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-KC-CNT
                  OR IV-ENTRY-WAS-FOUND.
           IF NOT IV-ENTRY-WAS-FOUND
               ADD 1 TO IV-KC-CNT
               MOVE keycode-1(IV-DEPT-IDX IV-PROD-IDX)
                                     TO IV-KC-KEYCODE(IV-KC-CNT)
               MOVE Department-Num(IV-DEPT-IDX)
                                     TO IV-KC-DEPARTMENT-NUM(IV-KC-CNT)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SCAN-KEYCODE.
           IF IV-KC-KEYCODE(IV-SCAN-IDX) =
                   keycode-1(IV-DEPT-IDX IV-PROD-IDX)
               MOVE 'Y' TO IV-MATCH-FOUND
           END-IF.
       2310-EXIT.
           EXIT.

      *    THE PERIOD BEING VALUED MUST NOT BE ON FILE YET; THE PRIOR
      *    PERIOD'S ON-HAND VALUE OPENS EACH LOCATION'S RECONCILIATION.
       2500-LOAD-HISTORY.
           READ IV-HISTORY-FILE
               AT END
                   SET IV-END-OF-HISTORY-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           IF IV-HS-PERIOD = IV-PERIOD
               SET IV-ABORT-RUN TO TRUE
               GO TO 2500-EXIT
           END-IF.
           IF IV-HS-PERIOD NOT = IV-PRIOR-PERIOD
               GO TO 2500-EXIT
           END-IF.
           SET IV-PRIOR-WAS-FOUND TO TRUE.
           MOVE IV-HS-LOCATION TO IV-LOOKUP-LOCATION.
           PERFORM 5100-FIND-OR-ADD-LOCATION THRU 5100-EXIT.
           ADD IV-HS-ON-HAND-VALUE TO IV-LV-OPENING-VALUE(IV-LV-IDX).
           ADD IV-HS-ON-HAND-VALUE TO IV-GT-OPENING-VALUE.
       2500-EXIT.
           EXIT.

       2600-LOAD-PRODUCT.
           READ IV-PROD-FILE
               AT END
                   SET IV-END-OF-PROD-FILE TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           MOVE IV-PROD-IO TO Product-Record.
           ADD 1 TO IV-PRODUCT-CNT.
           MOVE Product-Code OF Product-Record
                               TO IV-PD-PRODUCT-CODE(IV-PRODUCT-CNT).
           MOVE Product-Cost   TO IV-PD-PRODUCT-COST(IV-PRODUCT-CNT).
           MOVE Currency-Code OF Product-Record
                               TO IV-PD-CURRENCY-CODE(IV-PRODUCT-CNT).
       2600-EXIT.
           EXIT.

       2700-LOAD-AVG-COST.
           READ IV-AVG-FILE
               AT END
                   SET IV-END-OF-AVG-FILE TO TRUE
                   GO TO 2700-EXIT
           END-READ.
           MOVE IV-AVG-IO TO Average-Cost-Record.
           ADD 1 TO IV-AVG-CNT.
           MOVE Product-Code OF Average-Cost-Record
                                     TO IV-AV-PRODUCT-CODE(IV-AVG-CNT).
           MOVE Avg-Unit-Cost        TO IV-AV-UNIT-COST(IV-AVG-CNT).
       2700-EXIT.
           EXIT.

       2800-LOAD-RATE.
           READ IV-RATE-FILE
               AT END
                   SET IV-END-OF-RATE-FILE TO TRUE
                   GO TO 2800-EXIT
           END-READ.
           ADD 1 TO IV-RATE-CNT.
           SET IV-RT-IDX TO IV-RATE-CNT.
           MOVE IV-RT-CODE-IO TO IV-RT-CODE(IV-RT-IDX).
           MOVE IV-RT-RATE-IO TO IV-RT-RATE(IV-RT-IDX).
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VALUE-QTY-ROW - VALUE ONE Location-Product-Qty ROW         *
      ******************************************************************
       3000-VALUE-QTY-ROW.
           READ IV-QTY-FILE
               AT END
                   SET IV-END-OF-QTY-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO IV-QTY-READ.
           MOVE IV-QTY-IO TO Location-Product-Qty.
           MOVE Location OF Location-Product-Qty
                                     TO IV-LOOKUP-LOCATION.
           MOVE Product-Code OF Location-Product-Qty
                                     TO IV-LOOKUP-PRODUCT-CODE.
           MOVE On-Hand-Qty          TO IV-ROW-QTY.
           SET IV-ROW-IS-ON-HAND TO TRUE.
           PERFORM 3300-VALUE-ROW THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3300-VALUE-ROW - PRICE ONE ON-HAND OR IN-TRANSIT ROW AND FOLD   *
      *                  IT INTO EVERY TOTAL IT BELONGS TO, OR LIST IT  *
      *                  AS NEGATIVE / UNCOSTED                         *
      ******************************************************************
       3300-VALUE-ROW.
           IF IV-ROW-QTY = ZERO
               GO TO 3300-EXIT
           END-IF.
           PERFORM 4300-LOOKUP-UNIT-COST THRU 4300-EXIT.
           IF IV-ROW-QTY < ZERO
               ADD 1 TO IV-ROWS-NEGATIVE
               PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
               MOVE 'N' TO IV-EX-KIND(IV-EXCEPTION-CNT)
               GO TO 3300-EXIT
           END-IF.
           IF NOT IV-COST-WAS-FOUND
               ADD 1 TO IV-ROWS-UNCOSTED
               PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
               MOVE 'U' TO IV-EX-KIND(IV-EXCEPTION-CNT)
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO IV-ROWS-VALUED.
           COMPUTE IV-ROW-VALUE ROUNDED = IV-ROW-QTY * IV-UNIT-COST.
           PERFORM 4000-LOOKUP-DEPARTMENT THRU 4000-EXIT.
           PERFORM 5100-FIND-OR-ADD-LOCATION THRU 5100-EXIT.
           PERFORM 5000-FOLD-GROUP THRU 5000-EXIT.
           MOVE 'T' TO IV-FOLD-CLASS.
           MOVE IV-LV-LOCATION-TYPE(IV-LV-IDX) TO IV-FOLD-KEY.
           PERFORM 5300-FOLD-SUMMARY THRU 5300-EXIT.
           MOVE 'R' TO IV-FOLD-CLASS.
           MOVE IV-LV-REGION(IV-LV-IDX) TO IV-FOLD-KEY.
           PERFORM 5300-FOLD-SUMMARY THRU 5300-EXIT.
           MOVE 'D' TO IV-FOLD-CLASS.
           MOVE IV-LOOKUP-DEPARTMENT TO IV-FOLD-KEY.
           PERFORM 5300-FOLD-SUMMARY THRU 5300-EXIT.
           IF IV-ROW-IS-ON-HAND
               ADD IV-ROW-QTY   TO IV-LV-ON-HAND-QTY(IV-LV-IDX)
                                   IV-GT-ON-HAND-QTY
               ADD IV-ROW-VALUE TO IV-LV-ON-HAND-VALUE(IV-LV-IDX)
                                   IV-GT-ON-HAND-VALUE
           ELSE
               ADD IV-ROW-QTY   TO IV-LV-TRANSIT-QTY(IV-LV-IDX)
                                   IV-GT-TRANSIT-QTY
               ADD IV-ROW-VALUE TO IV-LV-TRANSIT-VALUE(IV-LV-IDX)
                                   IV-GT-TRANSIT-VALUE
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-VALUE-TRANSIT-ROW - STOCK ON A TRUCK IS OWNED STOCK AND IS *
      *                          VALUED AGAINST ITS To-Location         *
      ******************************************************************
       3500-VALUE-TRANSIT-ROW.
           READ IV-TRANSIT-FILE
               AT END
                   SET IV-END-OF-TRANSIT-FILE TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           ADD 1 TO IV-TRANSIT-READ.
           MOVE IV-TRANSIT-IO TO In-Transit-Record.
           MOVE To-Location          TO IV-LOOKUP-LOCATION.
           MOVE Product-Code OF In-Transit-Record
                                     TO IV-LOOKUP-PRODUCT-CODE.
           MOVE Transit-Qty          TO IV-ROW-QTY.
           SET IV-ROW-IS-TRANSIT TO TRUE.
           PERFORM 3300-VALUE-ROW THRU 3300-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3800-VALUE-MOVEMENT - VALUE ONE ZPOMVMT MOVEMENT DATED IN THE   *
      *                       PERIOD AT THE SAME COST AS THE CLOSING    *
      *                       STOCK AND ADD IT TO ITS LOCATION'S        *
      *                       RECONCILIATION BUCKET                     *
      ******************************************************************
       3800-VALUE-MOVEMENT.
           READ IV-MOVEMENT-FILE
               AT END
                   SET IV-END-OF-MOVEMENT-FILE TO TRUE
                   GO TO 3800-EXIT
           END-READ.
           ADD 1 TO IV-MOVEMENTS-READ.
           MOVE IV-MOVEMENT-IO TO Stock-Movement-Record.
           MOVE Movement-Date TO IV-MOVEMENT-DATE.
           IF IV-MOVEMENT-PERIOD NOT = IV-PERIOD
               GO TO 3800-EXIT
           END-IF.
           ADD 1 TO IV-MOVEMENTS-IN-PERIOD.
           MOVE Location OF Stock-Movement-Record
                                     TO IV-LOOKUP-LOCATION.
           MOVE Product-Code OF Stock-Movement-Record
                                     TO IV-LOOKUP-PRODUCT-CODE.
           PERFORM 4300-LOOKUP-UNIT-COST THRU 4300-EXIT.
           IF NOT IV-COST-WAS-FOUND
               ADD 1 TO IV-MOVEMENTS-UNCOSTED
               GO TO 3800-EXIT
           END-IF.
           COMPUTE IV-ROW-VALUE ROUNDED = Movement-Qty * IV-UNIT-COST.
           PERFORM 5100-FIND-OR-ADD-LOCATION THRU 5100-EXIT.
           EVALUATE TRUE
               WHEN Receipt-Movement
                   ADD IV-ROW-VALUE TO IV-LV-RECEIPT-VALUE(IV-LV-IDX)
                                       IV-GT-RECEIPT-VALUE
               WHEN Sale-Movement
                   ADD IV-ROW-VALUE TO IV-LV-SALE-VALUE(IV-LV-IDX)
                                       IV-GT-SALE-VALUE
               WHEN Adjustment-Movement
                   ADD IV-ROW-VALUE TO IV-LV-ADJUST-VALUE(IV-LV-IDX)
                                       IV-GT-ADJUST-VALUE
               WHEN OTHER
                   ADD IV-ROW-VALUE TO IV-LV-OTHER-VALUE(IV-LV-IDX)
                                       IV-GT-OTHER-VALUE
           END-EVALUATE.
       3800-EXIT.
           EXIT.

       4000-LOOKUP-DEPARTMENT.
           MOVE ZERO TO IV-LOOKUP-DEPARTMENT.
           MOVE 'N' TO IV-MATCH-FOUND.
           PERFORM 4010-SCAN-DEPARTMENT THRU 4010-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-KC-CNT
                  OR IV-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-DEPARTMENT.
           IF IV-KC-KEYCODE(IV-SCAN-IDX) = IV-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-KC-DEPARTMENT-NUM(IV-SCAN-IDX)
                                     TO IV-LOOKUP-DEPARTMENT
           END-IF.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4300-LOOKUP-UNIT-COST - AVERAGE COST FIRST; OTHERWISE THE       *
      *                         PRODUCT MASTER COST IN AUD.  NO PRODUCT *
      *                         ROW, A ZERO COST OR A CURRENCY WITH NO  *
      *                         RATE LEAVES THE ROW UNCOSTED            *
      ******************************************************************
       4300-LOOKUP-UNIT-COST.
           MOVE 'N' TO IV-COST-FOUND.
           MOVE ZERO TO IV-UNIT-COST.
           MOVE 'N' TO IV-MATCH-FOUND.
           PERFORM 4310-SCAN-AVG-COST THRU 4310-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-AVG-CNT
                  OR IV-ENTRY-WAS-FOUND.
           IF IV-ENTRY-WAS-FOUND
               MOVE 'Y' TO IV-COST-FOUND
               GO TO 4300-EXIT
           END-IF.
           MOVE ZERO TO IV-MATCH-IDX.
           PERFORM 4320-SCAN-PRODUCT THRU 4320-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-PRODUCT-CNT
                  OR IV-ENTRY-WAS-FOUND.
           IF NOT IV-ENTRY-WAS-FOUND
               GO TO 4300-EXIT
           END-IF.
           IF IV-PD-PRODUCT-COST(IV-MATCH-IDX) NOT > ZERO
               GO TO 4300-EXIT
           END-IF.
           MOVE IV-PD-CURRENCY-CODE(IV-MATCH-IDX) TO IV-LOOKUP-CODE.
           IF IV-LOOKUP-CODE = "AUD" OR IV-LOOKUP-CODE = SPACES
               MOVE IV-PD-PRODUCT-COST(IV-MATCH-IDX) TO IV-UNIT-COST
               MOVE 'Y' TO IV-COST-FOUND
               GO TO 4300-EXIT
           END-IF.
           SET IV-RT-IDX TO 1.
           SEARCH ALL IV-RT-ENTRY
               AT END
                   GO TO 4300-EXIT
               WHEN IV-RT-CODE(IV-RT-IDX) = IV-LOOKUP-CODE
                   COMPUTE IV-UNIT-COST ROUNDED =
                       IV-PD-PRODUCT-COST(IV-MATCH-IDX)
                       * IV-RT-RATE(IV-RT-IDX)
                   MOVE 'Y' TO IV-COST-FOUND
           END-SEARCH.
       4300-EXIT.
           EXIT.

       4310-SCAN-AVG-COST.
           IF IV-AV-PRODUCT-CODE(IV-SCAN-IDX) = IV-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-AV-UNIT-COST(IV-SCAN-IDX) TO IV-UNIT-COST
           END-IF.
       4310-EXIT.
           EXIT.

       4320-SCAN-PRODUCT.
           IF IV-PD-PRODUCT-CODE(IV-SCAN-IDX) = IV-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-SCAN-IDX TO IV-MATCH-IDX
           END-IF.
       4320-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FOLD-GROUP - ADD THE VALUED ROW TO ITS LOCATION/DEPARTMENT *
      *                   GROUP                                         *
      ******************************************************************
       5000-FOLD-GROUP.
           MOVE IV-LOOKUP-LOCATION   TO IV-GROUP-LOCATION.
           MOVE IV-LOOKUP-DEPARTMENT TO IV-GROUP-DEPARTMENT.
           MOVE 'N' TO IV-MATCH-FOUND.
           MOVE ZERO TO IV-GP-IDX.
           PERFORM 5010-SCAN-GROUP THRU 5010-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-GROUP-CNT
                  OR IV-ENTRY-WAS-FOUND.
           IF NOT IV-ENTRY-WAS-FOUND
               ADD 1 TO IV-GROUP-CNT
               MOVE IV-GROUP-CNT TO IV-GP-IDX
               MOVE IV-GROUP-KEY TO IV-GP-KEY(IV-GP-IDX)
               MOVE ZERO         TO IV-GP-ON-HAND-QTY(IV-GP-IDX)
                                    IV-GP-ON-HAND-VALUE(IV-GP-IDX)
                                    IV-GP-TRANSIT-QTY(IV-GP-IDX)
                                    IV-GP-TRANSIT-VALUE(IV-GP-IDX)
               MOVE 'N'          TO IV-GP-PRINTED(IV-GP-IDX)
           END-IF.
           IF IV-ROW-IS-ON-HAND
               ADD IV-ROW-QTY   TO IV-GP-ON-HAND-QTY(IV-GP-IDX)
               ADD IV-ROW-VALUE TO IV-GP-ON-HAND-VALUE(IV-GP-IDX)
           ELSE
               ADD IV-ROW-QTY   TO IV-GP-TRANSIT-QTY(IV-GP-IDX)
               ADD IV-ROW-VALUE TO IV-GP-TRANSIT-VALUE(IV-GP-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       5010-SCAN-GROUP.
           IF IV-GP-KEY(IV-SCAN-IDX) = IV-GROUP-KEY
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-SCAN-IDX TO IV-GP-IDX
           END-IF.
       5010-EXIT.
           EXIT.

      ******************************************************************
      * 5100-FIND-OR-ADD-LOCATION - A NEW ENTRY TAKES ITS Location-type *
      *                             FROM ZPOLOC ('?' WHEN NOT ON IT)   *
      *                             AND ITS REGION FROM THE ARRAY       *
      ******************************************************************
       5100-FIND-OR-ADD-LOCATION.
           MOVE 'N' TO IV-MATCH-FOUND.
           MOVE ZERO TO IV-LV-IDX.
           PERFORM 5110-SCAN-LOC-VALUE THRU 5110-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-LV-CNT
                  OR IV-ENTRY-WAS-FOUND.
           IF IV-ENTRY-WAS-FOUND
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO IV-LV-CNT.
           MOVE IV-LV-CNT TO IV-LV-IDX.
           MOVE IV-LOOKUP-LOCATION TO IV-LV-LOCATION(IV-LV-IDX).
           MOVE '?'  TO IV-LV-LOCATION-TYPE(IV-LV-IDX).
           MOVE ZERO TO IV-LV-REGION(IV-LV-IDX)
                        IV-LV-ON-HAND-QTY(IV-LV-IDX)
                        IV-LV-ON-HAND-VALUE(IV-LV-IDX)
                        IV-LV-TRANSIT-QTY(IV-LV-IDX)
                        IV-LV-TRANSIT-VALUE(IV-LV-IDX)
                        IV-LV-OPENING-VALUE(IV-LV-IDX)
                        IV-LV-RECEIPT-VALUE(IV-LV-IDX)
                        IV-LV-SALE-VALUE(IV-LV-IDX)
                        IV-LV-ADJUST-VALUE(IV-LV-IDX)
                        IV-LV-OTHER-VALUE(IV-LV-IDX).
           MOVE 'N'  TO IV-LV-PRINTED(IV-LV-IDX).
           MOVE 'N' TO IV-MATCH-FOUND.
           PERFORM 5120-SCAN-LOCATION THRU 5120-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-LOC-CNT
                  OR IV-ENTRY-WAS-FOUND.
           MOVE 'N' TO IV-MATCH-FOUND.
           PERFORM 5130-SCAN-REGION THRU 5130-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-STORE-CNT
                  OR IV-ENTRY-WAS-FOUND.
       5100-EXIT.
           EXIT.

       5110-SCAN-LOC-VALUE.
           IF IV-LV-LOCATION(IV-SCAN-IDX) = IV-LOOKUP-LOCATION
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-SCAN-IDX TO IV-LV-IDX
           END-IF.
       5110-EXIT.
           EXIT.

       5120-SCAN-LOCATION.
           IF IV-LC-LOCATION(IV-SCAN-IDX) = IV-LOOKUP-LOCATION
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-LC-LOCATION-TYPE(IV-SCAN-IDX)
                                     TO IV-LV-LOCATION-TYPE(IV-LV-IDX)
           END-IF.
       5120-EXIT.
           EXIT.

       5130-SCAN-REGION.
           IF IV-SR-STORE-NUM(IV-SCAN-IDX) = IV-LOOKUP-LOCATION
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-SR-REGION-NO(IV-SCAN-IDX)
                                     TO IV-LV-REGION(IV-LV-IDX)
           END-IF.
       5130-EXIT.
           EXIT.

       5300-FOLD-SUMMARY.
           MOVE 'N' TO IV-MATCH-FOUND.
           MOVE ZERO TO IV-SM-IDX.
           PERFORM 5310-SCAN-SUMMARY THRU 5310-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-SUMMARY-CNT
                  OR IV-ENTRY-WAS-FOUND.
           IF NOT IV-ENTRY-WAS-FOUND
               ADD 1 TO IV-SUMMARY-CNT
               MOVE IV-SUMMARY-CNT TO IV-SM-IDX
               MOVE IV-FOLD-CLASS  TO IV-SM-CLASS(IV-SM-IDX)
               MOVE IV-FOLD-KEY    TO IV-SM-KEY(IV-SM-IDX)
               MOVE ZERO           TO IV-SM-ON-HAND-QTY(IV-SM-IDX)
                                      IV-SM-ON-HAND-VALUE(IV-SM-IDX)
                                      IV-SM-TRANSIT-QTY(IV-SM-IDX)
                                      IV-SM-TRANSIT-VALUE(IV-SM-IDX)
               MOVE 'N'            TO IV-SM-PRINTED(IV-SM-IDX)
           END-IF.
           IF IV-ROW-IS-ON-HAND
               ADD IV-ROW-QTY   TO IV-SM-ON-HAND-QTY(IV-SM-IDX)
               ADD IV-ROW-VALUE TO IV-SM-ON-HAND-VALUE(IV-SM-IDX)
           ELSE
               ADD IV-ROW-QTY   TO IV-SM-TRANSIT-QTY(IV-SM-IDX)
               ADD IV-ROW-VALUE TO IV-SM-TRANSIT-VALUE(IV-SM-IDX)
           END-IF.
       5300-EXIT.
           EXIT.

       5310-SCAN-SUMMARY.
           IF IV-SM-CLASS(IV-SCAN-IDX) = IV-FOLD-CLASS
               AND IV-SM-KEY(IV-SCAN-IDX) = IV-FOLD-KEY
               MOVE 'Y' TO IV-MATCH-FOUND
               MOVE IV-SCAN-IDX TO IV-SM-IDX
           END-IF.
       5310-EXIT.
           EXIT.

       6000-LIST-EXCEPTION.
           ADD 1 TO IV-EXCEPTION-CNT.
           IF IV-ROW-IS-ON-HAND
               MOVE "ON-HAND " TO IV-EX-SOURCE(IV-EXCEPTION-CNT)
           ELSE
               MOVE "TRANSIT " TO IV-EX-SOURCE(IV-EXCEPTION-CNT)
           END-IF.
           MOVE IV-LOOKUP-LOCATION TO IV-EX-LOCATION(IV-EXCEPTION-CNT).
           MOVE IV-LOOKUP-PRODUCT-CODE
                               TO IV-EX-PRODUCT-CODE(IV-EXCEPTION-CNT).
           MOVE IV-ROW-QTY     TO IV-EX-QTY(IV-EXCEPTION-CNT).
           MOVE IV-UNIT-COST   TO IV-EX-UNIT-COST(IV-EXCEPTION-CNT).
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT - LOCATION/DEPARTMENT VALUATION, THEN THE     *
      *                     Location-type, REGION AND DEPARTMENT        *
      *                     TOTALS, THE MOVEMENT-OF-STOCK-VALUE         *
      *                     RECONCILIATION AND THE ROWS NOT VALUED      *
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE IV-PERIOD       TO IV-H1-PERIOD.
           MOVE IV-PRIOR-PERIOD TO IV-H1-PRIOR-PERIOD.
           MOVE IV-TODAY        TO IV-H1-RUN-DATE.
           WRITE IV-RPT-LINE FROM IV-HEADING-1.
           MOVE "VALUATION BY LOCATION AND DEPARTMENT" TO IV-HT-TEXT.
           PERFORM 7900-WRITE-TITLE THRU 7900-EXIT.
           WRITE IV-RPT-LINE FROM IV-VALUE-HEADING.
           MOVE ZERO TO IV-ITEMS-DONE.
           PERFORM 7100-PRINT-NEXT-LOCATION THRU 7100-EXIT
               UNTIL IV-ITEMS-DONE NOT < IV-LV-CNT.
           MOVE "CHAIN TOTAL" TO IV-VL-LABEL.
           MOVE IV-GT-ON-HAND-QTY   TO IV-VL-ON-HAND-QTY.
           MOVE IV-GT-ON-HAND-VALUE TO IV-VL-ON-HAND-VALUE.
           MOVE IV-GT-TRANSIT-QTY   TO IV-VL-TRANSIT-QTY.
           MOVE IV-GT-TRANSIT-VALUE TO IV-VL-TRANSIT-VALUE.
           COMPUTE IV-VL-TOTAL-VALUE =
               IV-GT-ON-HAND-VALUE + IV-GT-TRANSIT-VALUE.
           WRITE IV-RPT-LINE FROM IV-VALUE-LINE.
           MOVE "TOTALS BY LOCATION-TYPE" TO IV-HT-TEXT.
           MOVE 'T' TO IV-PRINT-CLASS.
           PERFORM 7300-PRINT-SUMMARY-CLASS THRU 7300-EXIT.
           MOVE "TOTALS BY REGION (0000 = NOT ON THE SALES ARRAY)"
                                     TO IV-HT-TEXT.
           MOVE 'R' TO IV-PRINT-CLASS.
           PERFORM 7300-PRINT-SUMMARY-CLASS THRU 7300-EXIT.
           MOVE "TOTALS BY DEPARTMENT (0000 = NOT ON THE SALES ARRAY)"
                                     TO IV-HT-TEXT.
           MOVE 'D' TO IV-PRINT-CLASS.
           PERFORM 7300-PRINT-SUMMARY-CLASS THRU 7300-EXIT.
           PERFORM 7500-WRITE-RECONCILIATION THRU 7500-EXIT.
           MOVE "NEGATIVE ON-HAND ROWS - NOT VALUED" TO IV-HT-TEXT.
           PERFORM 7900-WRITE-TITLE THRU 7900-EXIT.
           WRITE IV-RPT-LINE FROM IV-EXCEPTION-HEADING.
           PERFORM 7700-PRINT-NEGATIVE THRU 7700-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-EXCEPTION-CNT.
           MOVE "UNCOSTED ROWS - NOT VALUED" TO IV-HT-TEXT.
           PERFORM 7900-WRITE-TITLE THRU 7900-EXIT.
           WRITE IV-RPT-LINE FROM IV-EXCEPTION-HEADING.
           PERFORM 7800-PRINT-UNCOSTED THRU 7800-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-EXCEPTION-CNT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-PRINT-NEXT-LOCATION - THE LOWEST LOCATION NOT YET PRINTED, *
      *                            ITS DEPARTMENT GROUPS IN ORDER, THEN *
      *                            ITS LOCATION TOTAL                   *
      ******************************************************************
       7100-PRINT-NEXT-LOCATION.
           MOVE ZERO TO IV-NEXT-IDX.
           PERFORM 7110-FIND-LOWEST-LOCATION THRU 7110-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-LV-CNT.
           MOVE IV-NEXT-IDX TO IV-LV-IDX.
           MOVE 'Y' TO IV-LV-PRINTED(IV-LV-IDX).
           ADD 1 TO IV-ITEMS-DONE.
           PERFORM 7200-PRINT-NEXT-GROUP THRU 7200-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-GROUP-CNT.
           MOVE "LOCATION"   TO IV-LW-TEXT.
           MOVE IV-LV-LOCATION(IV-LV-IDX) TO IV-LW-KEY.
           MOVE SPACES       TO IV-LW-EXTRA.
           STRING "TYPE " IV-LV-LOCATION-TYPE(IV-LV-IDX) " TOTAL"
               DELIMITED BY SIZE INTO IV-LW-EXTRA.
           MOVE IV-LABEL-WORK TO IV-VL-LABEL.
           MOVE IV-LV-ON-HAND-QTY(IV-LV-IDX)   TO IV-VL-ON-HAND-QTY.
           MOVE IV-LV-ON-HAND-VALUE(IV-LV-IDX) TO IV-VL-ON-HAND-VALUE.
           MOVE IV-LV-TRANSIT-QTY(IV-LV-IDX)   TO IV-VL-TRANSIT-QTY.
           MOVE IV-LV-TRANSIT-VALUE(IV-LV-IDX) TO IV-VL-TRANSIT-VALUE.
           COMPUTE IV-VL-TOTAL-VALUE =
               IV-LV-ON-HAND-VALUE(IV-LV-IDX)
               + IV-LV-TRANSIT-VALUE(IV-LV-IDX).
           WRITE IV-RPT-LINE FROM IV-VALUE-LINE.
           MOVE SPACES TO IV-RPT-LINE.
           WRITE IV-RPT-LINE.
       7100-EXIT.
           EXIT.

       7110-FIND-LOWEST-LOCATION.
           IF IV-LV-PRINTED(IV-SCAN-IDX) = 'Y'
               GO TO 7110-EXIT
           END-IF.
           IF IV-NEXT-IDX = ZERO
               MOVE IV-SCAN-IDX TO IV-NEXT-IDX
               GO TO 7110-EXIT
           END-IF.
           IF IV-LV-LOCATION(IV-SCAN-IDX) < IV-LV-LOCATION(IV-NEXT-IDX)
               MOVE IV-SCAN-IDX TO IV-NEXT-IDX
           END-IF.
       7110-EXIT.
           EXIT.

      *    CALLED ONCE PER GROUP-TABLE ENTRY - PRINTS THE LOWEST
      *    UNPRINTED DEPARTMENT OF THE CURRENT LOCATION EACH TIME, SO
      *    THE LOCATION'S GROUPS COME OUT IN DEPARTMENT ORDER.
       7200-PRINT-NEXT-GROUP.
           MOVE ZERO TO IV-NEXT-IDX.
           PERFORM 7210-FIND-LOWEST-GROUP THRU 7210-EXIT
               VARYING IV-GP-IDX FROM 1 BY 1
               UNTIL IV-GP-IDX > IV-GROUP-CNT.
           IF IV-NEXT-IDX = ZERO
               GO TO 7200-EXIT
           END-IF.
           MOVE IV-NEXT-IDX TO IV-GP-IDX.
           MOVE 'Y' TO IV-GP-PRINTED(IV-GP-IDX).
           MOVE "  LOCATION" TO IV-LW-TEXT.
           MOVE IV-GP-LOCATION(IV-GP-IDX) TO IV-LW-KEY.
           MOVE SPACES TO IV-LW-EXTRA.
           STRING "DEPT " IV-GP-DEPARTMENT(IV-GP-IDX)
               DELIMITED BY SIZE INTO IV-LW-EXTRA.
           MOVE IV-LABEL-WORK TO IV-VL-LABEL.
           MOVE IV-GP-ON-HAND-QTY(IV-GP-IDX)   TO IV-VL-ON-HAND-QTY.
           MOVE IV-GP-ON-HAND-VALUE(IV-GP-IDX) TO IV-VL-ON-HAND-VALUE.
           MOVE IV-GP-TRANSIT-QTY(IV-GP-IDX)   TO IV-VL-TRANSIT-QTY.
           MOVE IV-GP-TRANSIT-VALUE(IV-GP-IDX) TO IV-VL-TRANSIT-VALUE.
           COMPUTE IV-VL-TOTAL-VALUE =
               IV-GP-ON-HAND-VALUE(IV-GP-IDX)
               + IV-GP-TRANSIT-VALUE(IV-GP-IDX).
           WRITE IV-RPT-LINE FROM IV-VALUE-LINE.
       7200-EXIT.
           EXIT.

       7210-FIND-LOWEST-GROUP.
           IF IV-GP-PRINTED(IV-GP-IDX) = 'Y'
               OR IV-GP-LOCATION(IV-GP-IDX) NOT =
                   IV-LV-LOCATION(IV-LV-IDX)
               GO TO 7210-EXIT
           END-IF.
           IF IV-NEXT-IDX = ZERO
               MOVE IV-GP-IDX TO IV-NEXT-IDX
               GO TO 7210-EXIT
           END-IF.
           IF IV-GP-KEY(IV-GP-IDX) < IV-GP-KEY(IV-NEXT-IDX)
               MOVE IV-GP-IDX TO IV-NEXT-IDX
           END-IF.
       7210-EXIT.
           EXIT.

       7300-PRINT-SUMMARY-CLASS.
           PERFORM 7900-WRITE-TITLE THRU 7900-EXIT.
           WRITE IV-RPT-LINE FROM IV-VALUE-HEADING.
           PERFORM 7310-PRINT-NEXT-SUMMARY THRU 7310-EXIT
               VARYING IV-SM-IDX FROM 1 BY 1
               UNTIL IV-SM-IDX > IV-SUMMARY-CNT.
       7300-EXIT.
           EXIT.

      *    CALLED ONCE PER SUMMARY ENTRY - PRINTS THE LOWEST UNPRINTED
      *    KEY OF THE CLASS BEING PRINTED EACH TIME.
       7310-PRINT-NEXT-SUMMARY.
           MOVE ZERO TO IV-NEXT-IDX.
           PERFORM 7320-FIND-LOWEST-SUMMARY THRU 7320-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-SUMMARY-CNT.
           IF IV-NEXT-IDX = ZERO
               GO TO 7310-EXIT
           END-IF.
           MOVE 'Y' TO IV-SM-PRINTED(IV-NEXT-IDX).
           EVALUATE IV-PRINT-CLASS
               WHEN 'T'
                   MOVE "LOCN TYPE" TO IV-LW-TEXT
               WHEN 'R'
                   MOVE "REGION"        TO IV-LW-TEXT
               WHEN OTHER
                   MOVE "DEPARTMENT"    TO IV-LW-TEXT
           END-EVALUATE.
           MOVE IV-SM-KEY(IV-NEXT-IDX) TO IV-LW-KEY.
           MOVE "TOTAL"      TO IV-LW-EXTRA.
           MOVE IV-LABEL-WORK TO IV-VL-LABEL.
           MOVE IV-SM-ON-HAND-QTY(IV-NEXT-IDX)   TO IV-VL-ON-HAND-QTY.
           MOVE IV-SM-ON-HAND-VALUE(IV-NEXT-IDX) TO IV-VL-ON-HAND-VALUE.
           MOVE IV-SM-TRANSIT-QTY(IV-NEXT-IDX)   TO IV-VL-TRANSIT-QTY.
           MOVE IV-SM-TRANSIT-VALUE(IV-NEXT-IDX) TO IV-VL-TRANSIT-VALUE.
           COMPUTE IV-VL-TOTAL-VALUE =
               IV-SM-ON-HAND-VALUE(IV-NEXT-IDX)
               + IV-SM-TRANSIT-VALUE(IV-NEXT-IDX).
           WRITE IV-RPT-LINE FROM IV-VALUE-LINE.
       7310-EXIT.
           EXIT.

       7320-FIND-LOWEST-SUMMARY.
           IF IV-SM-PRINTED(IV-SCAN-IDX) = 'Y'
               OR IV-SM-CLASS(IV-SCAN-IDX) NOT = IV-PRINT-CLASS
               GO TO 7320-EXIT
           END-IF.
           IF IV-NEXT-IDX = ZERO
               MOVE IV-SCAN-IDX TO IV-NEXT-IDX
               GO TO 7320-EXIT
           END-IF.
           IF IV-SM-KEY(IV-SCAN-IDX) < IV-SM-KEY(IV-NEXT-IDX)
               MOVE IV-SCAN-IDX TO IV-NEXT-IDX
           END-IF.
       7320-EXIT.
           EXIT.

      ******************************************************************
      * 7500-WRITE-RECONCILIATION - OPENING (PRIOR PERIOD) ON-HAND      *
      *                             VALUE PLUS THE PERIOD'S MOVEMENTS   *
      *                             AT COST AGAINST THE CLOSING ON-HAND *
      *                             VALUE, PER LOCATION AND CHAIN-WIDE  *
      ******************************************************************
       7500-WRITE-RECONCILIATION.
           IF IV-PRIOR-WAS-FOUND
               MOVE "MOVEMENT OF STOCK VALUE (ON-HAND, AT CLOSING COST)"
                                     TO IV-HT-TEXT
           ELSE
               MOVE "MOVEMENT OF STOCK VALUE - NO PRIOR PERIOD ON FILE"
                                     TO IV-HT-TEXT
           END-IF.
           PERFORM 7900-WRITE-TITLE THRU 7900-EXIT.
           WRITE IV-RPT-LINE FROM IV-RECON-HEADING.
           MOVE ZERO TO IV-ITEMS-DONE.
           PERFORM 7510-RECONCILE-NEXT-LOCATION THRU 7510-EXIT
               UNTIL IV-ITEMS-DONE NOT < IV-LV-CNT.
           MOVE "CHAIN TOTAL"        TO IV-RL-LABEL.
           MOVE IV-GT-OPENING-VALUE  TO IV-RL-OPENING.
           MOVE IV-GT-RECEIPT-VALUE  TO IV-RL-RECEIPT.
           MOVE IV-GT-SALE-VALUE     TO IV-RL-SALE.
           MOVE IV-GT-ADJUST-VALUE   TO IV-RL-ADJUST.
           MOVE IV-GT-OTHER-VALUE    TO IV-RL-OTHER.
           COMPUTE IV-EXPECTED-VALUE =
               IV-GT-OPENING-VALUE + IV-GT-RECEIPT-VALUE
               + IV-GT-SALE-VALUE + IV-GT-ADJUST-VALUE
               + IV-GT-OTHER-VALUE.
           COMPUTE IV-DIFFERENCE-VALUE =
               IV-GT-ON-HAND-VALUE - IV-EXPECTED-VALUE.
           MOVE IV-EXPECTED-VALUE    TO IV-RL-EXPECTED.
           MOVE IV-GT-ON-HAND-VALUE  TO IV-RL-CLOSING.
           MOVE IV-DIFFERENCE-VALUE  TO IV-RL-DIFFERENCE.
           WRITE IV-RPT-LINE FROM IV-RECON-LINE.
       7500-EXIT.
           EXIT.

      *    THE LOCATION PRINTED FLAG WAS SET BY THE VALUATION SECTION,
      *    SO THIS PASS LOOKS FOR THE LOWEST LOCATION STILL SET 'Y'.
       7510-RECONCILE-NEXT-LOCATION.
           MOVE ZERO TO IV-NEXT-IDX.
           PERFORM 7520-FIND-LOWEST-RECON THRU 7520-EXIT
               VARYING IV-SCAN-IDX FROM 1 BY 1
               UNTIL IV-SCAN-IDX > IV-LV-CNT.
           MOVE IV-NEXT-IDX TO IV-LV-IDX.
           MOVE 'R' TO IV-LV-PRINTED(IV-LV-IDX).
           ADD 1 TO IV-ITEMS-DONE.
           MOVE SPACES TO IV-RL-LABEL.
           STRING "LOCN " IV-LV-LOCATION(IV-LV-IDX)
               DELIMITED BY SIZE INTO IV-RL-LABEL.
           MOVE IV-LV-OPENING-VALUE(IV-LV-IDX) TO IV-RL-OPENING.
           MOVE IV-LV-RECEIPT-VALUE(IV-LV-IDX) TO IV-RL-RECEIPT.
           MOVE IV-LV-SALE-VALUE(IV-LV-IDX)    TO IV-RL-SALE.
           MOVE IV-LV-ADJUST-VALUE(IV-LV-IDX)  TO IV-RL-ADJUST.
           MOVE IV-LV-OTHER-VALUE(IV-LV-IDX)   TO IV-RL-OTHER.
           COMPUTE IV-EXPECTED-VALUE =
               IV-LV-OPENING-VALUE(IV-LV-IDX)
               + IV-LV-RECEIPT-VALUE(IV-LV-IDX)
               + IV-LV-SALE-VALUE(IV-LV-IDX)
               + IV-LV-ADJUST-VALUE(IV-LV-IDX)
               + IV-LV-OTHER-VALUE(IV-LV-IDX).
           COMPUTE IV-DIFFERENCE-VALUE =
               IV-LV-ON-HAND-VALUE(IV-LV-IDX) - IV-EXPECTED-VALUE.
           MOVE IV-EXPECTED-VALUE              TO IV-RL-EXPECTED.
           MOVE IV-LV-ON-HAND-VALUE(IV-LV-IDX) TO IV-RL-CLOSING.
           MOVE IV-DIFFERENCE-VALUE            TO IV-RL-DIFFERENCE.
           WRITE IV-RPT-LINE FROM IV-RECON-LINE.
       7510-EXIT.
           EXIT.

       7520-FIND-LOWEST-RECON.
           IF IV-LV-PRINTED(IV-SCAN-IDX) NOT = 'Y'
               GO TO 7520-EXIT
           END-IF.
           IF IV-NEXT-IDX = ZERO
               MOVE IV-SCAN-IDX TO IV-NEXT-IDX
               GO TO 7520-EXIT
           END-IF.
           IF IV-LV-LOCATION(IV-SCAN-IDX) < IV-LV-LOCATION(IV-NEXT-IDX)
               MOVE IV-SCAN-IDX TO IV-NEXT-IDX
           END-IF.
       7520-EXIT.
           EXIT.

       7700-PRINT-NEGATIVE.
           IF NOT IV-EX-NEGATIVE(IV-SCAN-IDX)
               GO TO 7700-EXIT
           END-IF.
           PERFORM 7850-WRITE-EXCEPTION-LINE THRU 7850-EXIT.
       7700-EXIT.
           EXIT.

       7800-PRINT-UNCOSTED.
           IF NOT IV-EX-UNCOSTED(IV-SCAN-IDX)
               GO TO 7800-EXIT
           END-IF.
           PERFORM 7850-WRITE-EXCEPTION-LINE THRU 7850-EXIT.
       7800-EXIT.
           EXIT.

       7850-WRITE-EXCEPTION-LINE.
           MOVE IV-EX-SOURCE(IV-SCAN-IDX)       TO IV-XL-SOURCE.
           MOVE IV-EX-LOCATION(IV-SCAN-IDX)     TO IV-XL-LOCATION.
           MOVE IV-EX-PRODUCT-CODE(IV-SCAN-IDX) TO IV-XL-PRODUCT-CODE.
           MOVE IV-EX-QTY(IV-SCAN-IDX)          TO IV-XL-QTY.
           MOVE IV-EX-UNIT-COST(IV-SCAN-IDX)    TO IV-XL-UNIT-COST.
           WRITE IV-RPT-LINE FROM IV-EXCEPTION-LINE.
       7850-EXIT.
           EXIT.

       7900-WRITE-TITLE.
           MOVE SPACES TO IV-RPT-LINE.
           WRITE IV-RPT-LINE.
           WRITE IV-RPT-LINE FROM IV-HEADING-TITLE.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - ONE HISTORY RECORD PER LOCATION FOR THE PERIOD *
      *                  VALUED, THEN CLOSE DOWN                        *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 8100-WRITE-HISTORY THRU 8100-EXIT
               VARYING IV-LV-IDX FROM 1 BY 1
               UNTIL IV-LV-IDX > IV-LV-CNT.
           CLOSE IV-QTY-FILE
                 IV-TRANSIT-FILE
                 IV-PROD-FILE
                 IV-AVG-FILE
                 IV-RATE-FILE
                 IV-MOVEMENT-FILE
                 IV-HISTORY-FILE
                 IV-REPORT-FILE.
           DISPLAY "ZINVVAL PERIOD VALUED        = " IV-PERIOD.
           DISPLAY "ZINVVAL QTY ROWS READ        = " IV-QTY-READ.
           DISPLAY "ZINVVAL TRANSIT ROWS READ    = " IV-TRANSIT-READ.
           DISPLAY "ZINVVAL ROWS VALUED          = " IV-ROWS-VALUED.
           DISPLAY "ZINVVAL NEGATIVE ROWS        = " IV-ROWS-NEGATIVE.
           DISPLAY "ZINVVAL UNCOSTED ROWS        = " IV-ROWS-UNCOSTED.
           DISPLAY "ZINVVAL MOVEMENTS IN PERIOD  = "
               IV-MOVEMENTS-IN-PERIOD.
           DISPLAY "ZINVVAL MOVEMENTS UNCOSTED   = "
               IV-MOVEMENTS-UNCOSTED.
           DISPLAY "ZINVVAL HISTORY RECS WRITTEN = " IV-HISTORY-WRITTEN.
       8000-EXIT.
           EXIT.

       8100-WRITE-HISTORY.
           MOVE SPACES TO IV-HISTORY-RECORD.
           MOVE IV-PERIOD                      TO IV-HS-PERIOD.
           MOVE IV-LV-LOCATION(IV-LV-IDX)      TO IV-HS-LOCATION.
           MOVE IV-LV-LOCATION-TYPE(IV-LV-IDX) TO IV-HS-LOCATION-TYPE.
           MOVE IV-LV-REGION(IV-LV-IDX)        TO IV-HS-REGION.
           MOVE IV-LV-ON-HAND-QTY(IV-LV-IDX)   TO IV-HS-ON-HAND-QTY.
           MOVE IV-LV-ON-HAND-VALUE(IV-LV-IDX) TO IV-HS-ON-HAND-VALUE.
           MOVE IV-LV-TRANSIT-QTY(IV-LV-IDX)   TO IV-HS-TRANSIT-QTY.
           MOVE IV-LV-TRANSIT-VALUE(IV-LV-IDX) TO IV-HS-TRANSIT-VALUE.
           MOVE IV-TODAY                       TO IV-HS-RUN-DATE.
           WRITE IV-HISTORY-RECORD.
           ADD 1 TO IV-HISTORY-WRITTEN.
       8100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
