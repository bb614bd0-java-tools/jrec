       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZOTBCALC.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZOTBCALC - WEEKLY OPEN-TO-BUY POSITION BY DEPARTMENT.  BUYERS   *
      *            COULD RAISE AND APPROVE POs FOR A DEPARTMENT ALREADY *
      *            WELL OVER ITS PLAN - NOTHING SET WHAT WAS BEING      *
      *            COMMITTED AGAINST WHAT WAS PLANNED.  FOR THE OPEN    *
      *            PERIOD ON THE SDRETCAL RETAIL CALENDAR THIS RUN      *
      *            TAKES EACH DEPARTMENT'S SDDPLAN PLANNED VALUE AND    *
      *            SUBTRACTS                                            *
      *              - ACTUAL SALES, THE SDDEPTRL Price-2 ROLL-UP       *
      *                SDPLNVAR ALREADY REPORTS AGAINST THE PLAN,       *
      *              - OPEN PO VALUE, THE PO-Line-Item Line-Cost IN AUD *
      *                (AT THE ZCURRATE RATE FOR THE PO'S               *
      *                Currency-Code) ON EVERY PO THAT IS ON-ORDER AND  *
      *                NOT YET FINALISED, AND                           *
      *              - STOCK ON HAND, EVERY Location-Product-Qty        *
      *                On-Hand-Qty AT ZINVVAL'S COST (ZPOAVGC AVERAGE   *
      *                COST, ELSE ZPOPROD Product-Cost IN AUD),         *
      *            TO GIVE THE OPEN-TO-BUY.  A PRODUCT'S DEPARTMENT     *
      *            COMES FROM THE Store-Dtls SALES ARRAY KEYCODE MAP    *
      *            AS IN ZINVVAL - ONE THE ARRAY DOES NOT CARRY FALLS   *
      *            UNDER 0000.  AN In-Creation PO IS NOT YET A          *
      *            COMMITMENT; ITS VALUE BY DEPARTMENT IS WRITTEN TO    *
      *            ZOTBPEND SO ZPOSTUPD CAN CHECK IT AGAINST THE        *
      *            ZOTBPOS POSITION WHEN THE PO IS MOVED TO On-Order.   *
      *            ZOTBR IS THE POSITION REPORT FOR MERCHANDISE         *
      *            PLANNING.  RUN IT AHEAD OF ZPOSTUPD.                 *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OB-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-PLAN-FILE ASSIGN TO "SDDPLAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-ROLLUP-FILE ASSIGN TO "SDDEPTRL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-LINE-FILE ASSIGN TO "ZPOLINE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-PROD-FILE ASSIGN TO "ZPOPROD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-AVG-FILE ASSIGN TO "ZPOAVGC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-RATE-FILE ASSIGN TO "ZCURRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-POSITION-FILE ASSIGN TO "ZOTBPOS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-PENDING-FILE ASSIGN TO "ZOTBPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OB-REPORT-FILE ASSIGN TO "ZOTBR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  OB-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-CALENDAR-RECORD.
           05 OB-CR-WEEK-START-DATE        PIC 9(08).
           05 OB-CR-WEEK-END-DATE          PIC 9(08).
           05 OB-CR-RETAIL-YEAR            PIC 9(04).
           05 OB-CR-QUARTER                PIC 9(01).
           05 OB-CR-PERIOD                 PIC 9(02).
           05 OB-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 OB-CR-WEEK-OF-YEAR           PIC 9(02).
           05 OB-CR-PERIOD-START-DATE      PIC 9(08).
           05 OB-CR-PERIOD-END-DATE        PIC 9(08).
           05 OB-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 OB-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 OB-CR-PERIOD-STATUS          PIC X(01).
               88 OB-CR-PERIOD-IS-OPEN         VALUE 'O'.
           05 OB-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

       FD  OB-PLAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-PLAN-IO.
           05 OB-PL-DEPARTMENT-NUM-IO      PIC 9(04).
           05 OB-PL-PERIOD-IO              PIC 9(06).
           05 OB-PL-PLAN-QTY-IO            PIC S9(09).
           05 OB-PL-PLAN-VALUE-IO          PIC S9(09)V99.

       FD  OB-ROLLUP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-ROLLUP-IO.
           05 OB-RL-DEPARTMENT-NUM         PIC 9(04).
           05 OB-RL-DEPARTMENT-NAME        PIC X(20).
           05 OB-RL-STORE-COUNT            PIC 9(05).
           05 OB-RL-QTY-2                  PIC S9(09).
           05 OB-RL-PRICE-2                PIC S9(09)V99.
           05 OB-RL-SKU-COUNT-2            PIC S9(09).

       FD  OB-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  OB-SALES-IO.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       FD  OB-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-PO-IO                        PIC X(33).

       FD  OB-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-LINE-IO                      PIC X(41).

       FD  OB-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-QTY-IO                       PIC X(20).

       FD  OB-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-PROD-IO                      PIC X(42).

       FD  OB-AVG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-AVG-IO                       PIC X(30).

      *    SAME LAYOUT ZCURCONV.cbl READS.
       FD  OB-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-RATE-IO.
           05 OB-RT-CODE-IO                PIC X(03).
           05 OB-RT-RATE-IO                PIC S9(3)V9(6) COMP-3.
           05 FILLER                       PIC X(10).

      *    ONE ROW PER DEPARTMENT IN DEPARTMENT ORDER - ZPOSTUPD
      *    SEARCHES IT BY DEPARTMENT.
       FD  OB-POSITION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-POSITION-RECORD.
           05 OB-PS-DEPARTMENT-NUM         PIC 9(04).
           05 OB-PS-PERIOD                 PIC 9(06).
           05 OB-PS-PLAN-VALUE             PIC S9(11)V99.
           05 OB-PS-ACTUAL-VALUE           PIC S9(11)V99.
           05 OB-PS-ON-ORDER-VALUE         PIC S9(11)V99.
           05 OB-PS-STOCK-VALUE            PIC S9(11)V99.
           05 OB-PS-OPEN-TO-BUY            PIC S9(11)V99.
           05 FILLER                       PIC X(05).

      *    ONE ROW PER In-Creation PO AND DEPARTMENT, IN PO-Id ORDER
      *    AS ZPOLINE IS.
       FD  OB-PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-PENDING-RECORD.
           05 OB-PN-PO-ID                  PIC X(14).
           05 OB-PN-DEPARTMENT-NUM         PIC 9(04).
           05 OB-PN-VALUE                  PIC S9(11)V99.
           05 FILLER                       PIC X(09).

       FD  OB-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OB-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  OB-SWITCHES.
           05 OB-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 OB-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 OB-EOF-PLAN-FILE             PIC X(01) VALUE 'N'.
               88 OB-END-OF-PLAN-FILE          VALUE 'Y'.
           05 OB-EOF-ROLLUP-FILE           PIC X(01) VALUE 'N'.
               88 OB-END-OF-ROLLUP-FILE        VALUE 'Y'.
           05 OB-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 OB-END-OF-SALES-FILE         VALUE 'Y'.
           05 OB-EOF-PO-FILE               PIC X(01) VALUE 'N'.
               88 OB-END-OF-PO-FILE            VALUE 'Y'.
           05 OB-EOF-LINE-FILE             PIC X(01) VALUE 'N'.
               88 OB-END-OF-LINE-FILE          VALUE 'Y'.
           05 OB-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 OB-END-OF-QTY-FILE           VALUE 'Y'.
           05 OB-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 OB-END-OF-PROD-FILE          VALUE 'Y'.
           05 OB-EOF-AVG-FILE              PIC X(01) VALUE 'N'.
               88 OB-END-OF-AVG-FILE           VALUE 'Y'.
           05 OB-EOF-RATE-FILE             PIC X(01) VALUE 'N'.
               88 OB-END-OF-RATE-FILE          VALUE 'Y'.
           05 OB-ABORT                     PIC X(01) VALUE 'N'.
               88 OB-ABORT-RUN                 VALUE 'Y'.
           05 OB-MATCH-FOUND               PIC X(01).
               88 OB-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 OB-COST-FOUND                PIC X(01).
               88 OB-COST-WAS-FOUND            VALUE 'Y'.

       01  OB-SUBSCRIPTS.
           05 OB-DEPT-IDX                  PIC 9(02) COMP.
           05 OB-PROD-IDX                  PIC 9(03) COMP.

       01  OB-COUNTERS.
           05 OB-KC-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 OB-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 OB-PRODUCT-CNT               PIC 9(05) COMP VALUE ZERO.
           05 OB-AVG-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 OB-RATE-CNT                  PIC 9(03) COMP VALUE ZERO.
           05 OB-DP-CNT                    PIC 9(04) COMP VALUE ZERO.
           05 OB-CP-CNT                    PIC 9(03) COMP VALUE ZERO.
           05 OB-LINES-READ                PIC 9(07) COMP VALUE ZERO.
           05 OB-LINES-ON-ORDER            PIC 9(07) COMP VALUE ZERO.
           05 OB-LINES-PENDING             PIC 9(07) COMP VALUE ZERO.
           05 OB-LINES-NOT-VALUED          PIC 9(07) COMP VALUE ZERO.
           05 OB-QTY-READ                  PIC 9(07) COMP VALUE ZERO.
           05 OB-QTY-NOT-VALUED            PIC 9(07) COMP VALUE ZERO.
           05 OB-PENDING-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05 OB-DEPTS-OVER                PIC 9(04) COMP VALUE ZERO.

      *    KEYCODE-TO-DEPARTMENT MAP BUILT WHILE THE ARRAY LOADS -
      *    FIRST STORE SEEN CARRYING A KEYCODE WINS, AS IN ZINVVAL.
       01  OB-KEYCODE-TABLE.
           05 OB-KC-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OB-KC-CNT.
               10 OB-KC-KEYCODE            PIC 9(08).
               10 OB-KC-DEPARTMENT-NUM     PIC 9(04).

      *    ZPOPO IS HELD IN PO-Id ORDER, AS ZPOSTUPD ALREADY REQUIRES.
       01  OB-PO-TABLE.
           05 OB-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OB-PO-CNT
                   ASCENDING KEY IS OB-PO-ID
                   INDEXED BY OB-PO-IDX.
               10 OB-PO-ID                 PIC X(14).
               10 OB-PO-STATUS             PIC 9(02).
               10 OB-PO-CURRENCY           PIC X(03).

       01  OB-PRODUCT-TABLE.
           05 OB-PD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OB-PRODUCT-CNT.
               10 OB-PD-PRODUCT-CODE       PIC 9(08).
               10 OB-PD-PRODUCT-COST       PIC S9(05)V99.
               10 OB-PD-CURRENCY-CODE      PIC X(03).

       01  OB-AVG-TABLE.
           05 OB-AV-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OB-AVG-CNT.
               10 OB-AV-PRODUCT-CODE       PIC 9(08).
               10 OB-AV-UNIT-COST          PIC S9(7)V9(4).

      *    ZCURRATE IS MAINTAINED IN Currency-Code ORDER, AS
      *    ZCURCONV.cbl ALREADY REQUIRES.
       01  OB-RATE-TABLE.
           05 OB-RT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON OB-RATE-CNT
                   ASCENDING KEY IS OB-RT-CODE
                   INDEXED BY OB-RT-IDX.
               10 OB-RT-CODE               PIC X(03).
               10 OB-RT-RATE               PIC S9(3)V9(6) COMP-3.

       01  OB-DEPT-TABLE.
           05 OB-DP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON OB-DP-CNT.
               10 OB-DP-DEPARTMENT-NUM     PIC 9(04).
               10 OB-DP-DEPARTMENT-NAME    PIC X(20).
               10 OB-DP-PLAN-VALUE         PIC S9(11)V99.
               10 OB-DP-ACTUAL-VALUE       PIC S9(11)V99.
               10 OB-DP-ON-ORDER-VALUE     PIC S9(11)V99.
               10 OB-DP-STOCK-VALUE        PIC S9(11)V99.
               10 OB-DP-OPEN-TO-BUY        PIC S9(11)V99.
               10 OB-DP-PRINTED            PIC X(01).

      *    THE DEPARTMENTS OF THE In-Creation PO CURRENTLY BEING READ -
      *    WRITTEN TO ZOTBPEND WHEN THE PO-Id CHANGES.
       01  OB-CURRENT-PO-ID                PIC X(14) VALUE SPACES.
       01  OB-CURRENT-PO-TABLE.
           05 OB-CP-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON OB-CP-CNT.
               10 OB-CP-DEPARTMENT-NUM     PIC 9(04).
               10 OB-CP-VALUE              PIC S9(11)V99.

       01  OB-SCAN-IDX                     PIC 9(05) COMP.
       01  OB-MATCH-IDX                    PIC 9(05) COMP.
       01  OB-DP-IDX                       PIC 9(05) COMP.
       01  OB-NEXT-IDX                     PIC 9(05) COMP.
       01  OB-ITEMS-DONE                   PIC 9(05) COMP.

       01  OB-PERIOD                       PIC 9(06) VALUE ZERO.
       01  OB-PERIOD-END-DATE              PIC 9(08).
       01  OB-TODAY                        PIC 9(08).

       01  OB-LOOKUP-PRODUCT-CODE          PIC 9(08).
       01  OB-LOOKUP-DEPARTMENT            PIC 9(04).
       01  OB-LOOKUP-CODE                  PIC X(03).
       01  OB-UNIT-COST                    PIC S9(07)V9(4).
       01  OB-RATE-USED                    PIC S9(3)V9(6).
       01  OB-ROW-VALUE                    PIC S9(11)V99.

       01  OB-GRAND-TOTALS.
           05 OB-GT-PLAN-VALUE             PIC S9(11)V99 VALUE ZERO.
           05 OB-GT-ACTUAL-VALUE           PIC S9(11)V99 VALUE ZERO.
           05 OB-GT-ON-ORDER-VALUE         PIC S9(11)V99 VALUE ZERO.
           05 OB-GT-STOCK-VALUE            PIC S9(11)V99 VALUE ZERO.
           05 OB-GT-OPEN-TO-BUY            PIC S9(11)V99 VALUE ZERO.

       01  OB-HEADING-1.
           05 FILLER                       PIC X(34)
               VALUE "ZOTBCALC OPEN-TO-BUY POSITION    ".
           05 FILLER                       PIC X(07) VALUE "PERIOD ".
           05 OB-H1-PERIOD                 PIC 9(06).
           05 FILLER                       PIC X(13)
               VALUE "  PERIOD END ".
           05 OB-H1-PERIOD-END-DATE        PIC 9(08).
           05 FILLER                       PIC X(10) VALUE "  RUN ON ".
           05 OB-H1-RUN-DATE               PIC 9(08).
           05 FILLER                       PIC X(46) VALUE SPACES.

       01  OB-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "DEPT  ".
           05 FILLER                       PIC X(21)
               VALUE "NAME".
           05 FILLER                       PIC X(16)
               VALUE "      PLAN VALUE".
           05 FILLER                       PIC X(16)
               VALUE "    ACTUAL SALES".
           05 FILLER                       PIC X(16)
               VALUE "   OPEN PO VALUE".
           05 FILLER                       PIC X(16)
               VALUE "   STOCK ON HAND".
           05 FILLER                       PIC X(16)
               VALUE "     OPEN-TO-BUY".
           05 FILLER                       PIC X(06) VALUE "  FLAG".
           05 FILLER                       PIC X(19) VALUE SPACES.

       01  OB-DETAIL-LINE.
           05 OB-DL-DEPARTMENT-NUM         PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OB-DL-DEPARTMENT-NAME        PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 OB-DL-PLAN-VALUE             PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 OB-DL-ACTUAL-VALUE           PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 OB-DL-ON-ORDER-VALUE         PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 OB-DL-STOCK-VALUE            PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 OB-DL-OPEN-TO-BUY            PIC -(11)9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OB-DL-FLAG                   PIC X(04).
           05 FILLER                       PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF OB-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-VALUE-PO-LINE THRU 3000-EXIT
               UNTIL OB-END-OF-LINE-FILE.
           PERFORM 3200-WRITE-PENDING THRU 3200-EXIT.
           PERFORM 3500-VALUE-STOCK-ROW THRU 3500-EXIT
               UNTIL OB-END-OF-QTY-FILE.
           PERFORM 7000-WRITE-POSITION THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - TAKE THE PERIOD FROM THE CALENDAR, LOAD THE   *
      *                   PLAN, ACTUALS, DEPARTMENT MAP AND COST TABLES *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT OB-CALENDAR-FILE.
           PERFORM 1050-FIND-OPEN-PERIOD THRU 1050-EXIT
               UNTIL OB-END-OF-CALENDAR-FILE.
           CLOSE OB-CALENDAR-FILE.
           IF OB-PERIOD = ZERO
               DISPLAY "ZOTBCALC *** ABEND *** NO OPEN PERIOD ON "
                   "THE SDRETCAL CALENDAR"
               MOVE 16 TO RETURN-CODE
               SET OB-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT OB-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT  OB-PLAN-FILE
                INPUT  OB-ROLLUP-FILE
                INPUT  OB-SALES-FILE
                INPUT  OB-PO-FILE
                INPUT  OB-LINE-FILE
                INPUT  OB-QTY-FILE
                INPUT  OB-PROD-FILE
                INPUT  OB-AVG-FILE
                INPUT  OB-RATE-FILE
                OUTPUT OB-POSITION-FILE
                OUTPUT OB-PENDING-FILE
                OUTPUT OB-REPORT-FILE.
           PERFORM 2000-LOAD-PLAN THRU 2000-EXIT
               UNTIL OB-END-OF-PLAN-FILE.
           PERFORM 2100-LOAD-ACTUAL THRU 2100-EXIT
               UNTIL OB-END-OF-ROLLUP-FILE.
           PERFORM 2200-LOAD-STORE THRU 2200-EXIT
               UNTIL OB-END-OF-SALES-FILE.
           PERFORM 2500-LOAD-PO THRU 2500-EXIT
               UNTIL OB-END-OF-PO-FILE.
           PERFORM 2600-LOAD-PRODUCT THRU 2600-EXIT
               UNTIL OB-END-OF-PROD-FILE.
           PERFORM 2700-LOAD-AVG-COST THRU 2700-EXIT
               UNTIL OB-END-OF-AVG-FILE.
           PERFORM 2800-LOAD-RATE THRU 2800-EXIT
               UNTIL OB-END-OF-RATE-FILE.
       1000-EXIT.
           EXIT.

      *    THE FIRST OPEN WEEK ON THE CALENDAR NAMES THE PERIOD.
       1050-FIND-OPEN-PERIOD.
           READ OB-CALENDAR-FILE
               AT END
                   SET OB-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 1050-EXIT
           END-READ.
           IF OB-CR-PERIOD-IS-OPEN
               COMPUTE OB-PERIOD =
                   OB-CR-RETAIL-YEAR * 100 + OB-CR-PERIOD
               MOVE OB-CR-PERIOD-END-DATE TO OB-PERIOD-END-DATE
               SET OB-END-OF-CALENDAR-FILE TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

       2000-LOAD-PLAN.
           READ OB-PLAN-FILE
               AT END
                   SET OB-END-OF-PLAN-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF OB-PL-PERIOD-IO NOT = OB-PERIOD
               GO TO 2000-EXIT
           END-IF.
           MOVE OB-PL-DEPARTMENT-NUM-IO TO OB-LOOKUP-DEPARTMENT.
           PERFORM 5000-FIND-OR-ADD-DEPT THRU 5000-EXIT.
           ADD OB-PL-PLAN-VALUE-IO TO OB-DP-PLAN-VALUE(OB-DP-IDX).
       2000-EXIT.
           EXIT.

       2100-LOAD-ACTUAL.
           READ OB-ROLLUP-FILE
               AT END
                   SET OB-END-OF-ROLLUP-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE OB-RL-DEPARTMENT-NUM TO OB-LOOKUP-DEPARTMENT.
           PERFORM 5000-FIND-OR-ADD-DEPT THRU 5000-EXIT.
           MOVE OB-RL-DEPARTMENT-NAME
                               TO OB-DP-DEPARTMENT-NAME(OB-DP-IDX).
           ADD OB-RL-PRICE-2 TO OB-DP-ACTUAL-VALUE(OB-DP-IDX).
       2100-EXIT.
           EXIT.

       2200-LOAD-STORE.
           READ OB-SALES-FILE
               AT END
                   SET OB-END-OF-SALES-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           PERFORM 2300-LOAD-DEPARTMENT THRU 2300-EXIT
               VARYING OB-DEPT-IDX FROM 1 BY 1 UNTIL OB-DEPT-IDX > 5.
       2200-EXIT.
           EXIT.

       2300-LOAD-DEPARTMENT.
           PERFORM 2400-MAP-KEYCODE THRU 2400-EXIT
               VARYING OB-PROD-IDX FROM 1 BY 1
               UNTIL OB-PROD-IDX > Product-Details-Cnt(OB-DEPT-IDX).
       2300-EXIT.
           EXIT.

       2400-MAP-KEYCODE.
           MOVE 'N' TO OB-MATCH-FOUND.
           PERFORM 2410-SCAN-KEYCODE THRU 2410-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-KC-CNT
                  OR OB-ENTRY-WAS-FOUND.
           IF NOT OB-ENTRY-WAS-FOUND
               ADD 1 TO OB-KC-CNT
               MOVE keycode-1(OB-DEPT-IDX OB-PROD-IDX)
                                     TO OB-KC-KEYCODE(OB-KC-CNT)
               MOVE Department-Num(OB-DEPT-IDX)
                                     TO OB-KC-DEPARTMENT-NUM(OB-KC-CNT)
           END-IF.
       2400-EXIT.
           EXIT.

       2410-SCAN-KEYCODE.
           IF OB-KC-KEYCODE(OB-SCAN-IDX) =
                   keycode-1(OB-DEPT-IDX OB-PROD-IDX)
               MOVE 'Y' TO OB-MATCH-FOUND
           END-IF.
       2410-EXIT.
           EXIT.

       2500-LOAD-PO.
           READ OB-PO-FILE
               AT END
                   SET OB-END-OF-PO-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE OB-PO-IO TO PO-Record.
           ADD 1 TO OB-PO-CNT.
           SET OB-PO-IDX TO OB-PO-CNT.
           MOVE PO-Id OF PO-Record   TO OB-PO-ID(OB-PO-IDX).
           MOVE Po-Status            TO OB-PO-STATUS(OB-PO-IDX).
           MOVE Currency-Code OF PO-Record
                                     TO OB-PO-CURRENCY(OB-PO-IDX).
       2500-EXIT.
           EXIT.

       2600-LOAD-PRODUCT.
           READ OB-PROD-FILE
               AT END
                   SET OB-END-OF-PROD-FILE TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           MOVE OB-PROD-IO TO Product-Record.
           ADD 1 TO OB-PRODUCT-CNT.
           MOVE Product-Code OF Product-Record
                               TO OB-PD-PRODUCT-CODE(OB-PRODUCT-CNT).
           MOVE Product-Cost   TO OB-PD-PRODUCT-COST(OB-PRODUCT-CNT).
           MOVE Currency-Code OF Product-Record
                               TO OB-PD-CURRENCY-CODE(OB-PRODUCT-CNT).
       2600-EXIT.
           EXIT.

       2700-LOAD-AVG-COST.
           READ OB-AVG-FILE
               AT END
                   SET OB-END-OF-AVG-FILE TO TRUE
                   GO TO 2700-EXIT
           END-READ.
           MOVE OB-AVG-IO TO Average-Cost-Record.
           ADD 1 TO OB-AVG-CNT.
           MOVE Product-Code OF Average-Cost-Record
                                     TO OB-AV-PRODUCT-CODE(OB-AVG-CNT).
           MOVE Avg-Unit-Cost        TO OB-AV-UNIT-COST(OB-AVG-CNT).
       2700-EXIT.
           EXIT.

       2800-LOAD-RATE.
           READ OB-RATE-FILE
               AT END
                   SET OB-END-OF-RATE-FILE TO TRUE
                   GO TO 2800-EXIT
           END-READ.
           ADD 1 TO OB-RATE-CNT.
           SET OB-RT-IDX TO OB-RATE-CNT.
           MOVE OB-RT-CODE-IO TO OB-RT-CODE(OB-RT-IDX).
           MOVE OB-RT-RATE-IO TO OB-RT-RATE(OB-RT-IDX).
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VALUE-PO-LINE - A LINE ON AN On-Order TO In-Stores PO IS   *
      *                      COMMITTED SPEND; A LINE ON AN In-Creation  *
      *                      PO IS HELD FOR ZOTBPEND.  FINALISED POs    *
      *                      NO LONGER COUNT                            *
      ******************************************************************
       3000-VALUE-PO-LINE.
           READ OB-LINE-FILE
               AT END
                   SET OB-END-OF-LINE-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO OB-LINES-READ.
           MOVE OB-LINE-IO TO PO-Line-Item.
           IF PO-Id OF PO-Line-Item NOT = OB-CURRENT-PO-ID
               PERFORM 3200-WRITE-PENDING THRU 3200-EXIT
               MOVE PO-Id OF PO-Line-Item TO OB-CURRENT-PO-ID
           END-IF.
           PERFORM 4200-LOOKUP-PO-RATE THRU 4200-EXIT.
           IF NOT OB-ENTRY-WAS-FOUND
               ADD 1 TO OB-LINES-NOT-VALUED
               GO TO 3000-EXIT
           END-IF.
           IF OB-PO-STATUS(OB-PO-IDX) = 99
               GO TO 3000-EXIT
           END-IF.
           COMPUTE OB-ROW-VALUE ROUNDED = Line-Cost * OB-RATE-USED.
           MOVE Product-Code OF PO-Line-Item TO OB-LOOKUP-PRODUCT-CODE.
           PERFORM 4000-LOOKUP-DEPARTMENT THRU 4000-EXIT.
           IF OB-PO-STATUS(OB-PO-IDX) = 05
               ADD 1 TO OB-LINES-PENDING
               PERFORM 3100-FOLD-CURRENT-PO THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO OB-LINES-ON-ORDER.
           PERFORM 5000-FIND-OR-ADD-DEPT THRU 5000-EXIT.
           ADD OB-ROW-VALUE TO OB-DP-ON-ORDER-VALUE(OB-DP-IDX).
       3000-EXIT.
           EXIT.

       3100-FOLD-CURRENT-PO.
           MOVE 'N' TO OB-MATCH-FOUND.
           MOVE ZERO TO OB-MATCH-IDX.
           PERFORM 3110-SCAN-CURRENT-PO THRU 3110-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-CP-CNT
                  OR OB-ENTRY-WAS-FOUND.
           IF NOT OB-ENTRY-WAS-FOUND
               ADD 1 TO OB-CP-CNT
               MOVE OB-CP-CNT TO OB-MATCH-IDX
               MOVE OB-LOOKUP-DEPARTMENT
                               TO OB-CP-DEPARTMENT-NUM(OB-MATCH-IDX)
               MOVE ZERO       TO OB-CP-VALUE(OB-MATCH-IDX)
           END-IF.
           ADD OB-ROW-VALUE TO OB-CP-VALUE(OB-MATCH-IDX).
       3100-EXIT.
           EXIT.

       3110-SCAN-CURRENT-PO.
           IF OB-CP-DEPARTMENT-NUM(OB-SCAN-IDX) = OB-LOOKUP-DEPARTMENT
               MOVE 'Y' TO OB-MATCH-FOUND
               MOVE OB-SCAN-IDX TO OB-MATCH-IDX
           END-IF.
       3110-EXIT.
           EXIT.

      *    ONE ZOTBPEND ROW PER DEPARTMENT OF THE PO JUST FINISHED.
       3200-WRITE-PENDING.
           PERFORM 3210-WRITE-PENDING-ROW THRU 3210-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-CP-CNT.
           MOVE ZERO TO OB-CP-CNT.
       3200-EXIT.
           EXIT.

       3210-WRITE-PENDING-ROW.
           MOVE SPACES              TO OB-PENDING-RECORD.
           MOVE OB-CURRENT-PO-ID    TO OB-PN-PO-ID.
           MOVE OB-CP-DEPARTMENT-NUM(OB-SCAN-IDX)
                                    TO OB-PN-DEPARTMENT-NUM.
           MOVE OB-CP-VALUE(OB-SCAN-IDX) TO OB-PN-VALUE.
           WRITE OB-PENDING-RECORD.
           ADD 1 TO OB-PENDING-WRITTEN.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3500-VALUE-STOCK-ROW - ONE Location-Product-Qty ROW AT COST     *
      *                        AGAINST ITS DEPARTMENT.  A NEGATIVE OR   *
      *                        UNCOSTED ROW IS LEFT OUT, AS ZINVVAL     *
      *                        LEAVES IT OUT                            *
      ******************************************************************
       3500-VALUE-STOCK-ROW.
           READ OB-QTY-FILE
               AT END
                   SET OB-END-OF-QTY-FILE TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           ADD 1 TO OB-QTY-READ.
           MOVE OB-QTY-IO TO Location-Product-Qty.
           IF On-Hand-Qty NOT > ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE Product-Code OF Location-Product-Qty
                                     TO OB-LOOKUP-PRODUCT-CODE.
           PERFORM 4300-LOOKUP-UNIT-COST THRU 4300-EXIT.
           IF NOT OB-COST-WAS-FOUND
               ADD 1 TO OB-QTY-NOT-VALUED
               GO TO 3500-EXIT
           END-IF.
           COMPUTE OB-ROW-VALUE ROUNDED = On-Hand-Qty * OB-UNIT-COST.
           PERFORM 4000-LOOKUP-DEPARTMENT THRU 4000-EXIT.
           PERFORM 5000-FIND-OR-ADD-DEPT THRU 5000-EXIT.
           ADD OB-ROW-VALUE TO OB-DP-STOCK-VALUE(OB-DP-IDX).
       3500-EXIT.
           EXIT.

       4000-LOOKUP-DEPARTMENT.
           MOVE ZERO TO OB-LOOKUP-DEPARTMENT.
           MOVE 'N' TO OB-MATCH-FOUND.
           PERFORM 4010-SCAN-DEPARTMENT THRU 4010-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-KC-CNT
                  OR OB-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-DEPARTMENT.
           IF OB-KC-KEYCODE(OB-SCAN-IDX) = OB-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO OB-MATCH-FOUND
               MOVE OB-KC-DEPARTMENT-NUM(OB-SCAN-IDX)
                                     TO OB-LOOKUP-DEPARTMENT
           END-IF.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LOOKUP-PO-RATE - FIND THE LINE'S PO AND THE AUD RATE FOR   *
      *                       ITS Currency-Code.  NO PO, OR NO RATE,    *
      *                       LEAVES THE LINE NOT VALUED                *
      ******************************************************************
       4200-LOOKUP-PO-RATE.
           MOVE 'N' TO OB-MATCH-FOUND.
           SET OB-PO-IDX TO 1.
           SEARCH ALL OB-PO-ENTRY
               AT END
                   MOVE 'N' TO OB-MATCH-FOUND
               WHEN OB-PO-ID(OB-PO-IDX) = PO-Id OF PO-Line-Item
                   MOVE 'Y' TO OB-MATCH-FOUND
           END-SEARCH.
           IF NOT OB-ENTRY-WAS-FOUND
               GO TO 4200-EXIT
           END-IF.
           MOVE OB-PO-CURRENCY(OB-PO-IDX) TO OB-LOOKUP-CODE.
           IF OB-LOOKUP-CODE = "AUD" OR OB-LOOKUP-CODE = SPACES
               MOVE 1 TO OB-RATE-USED
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO OB-MATCH-FOUND.
           SET OB-RT-IDX TO 1.
           SEARCH ALL OB-RT-ENTRY
               AT END
                   MOVE 'N' TO OB-MATCH-FOUND
               WHEN OB-RT-CODE(OB-RT-IDX) = OB-LOOKUP-CODE
                   MOVE 'Y' TO OB-MATCH-FOUND
           END-SEARCH.
           IF OB-ENTRY-WAS-FOUND
               MOVE OB-RT-RATE(OB-RT-IDX) TO OB-RATE-USED
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-LOOKUP-UNIT-COST - AVERAGE COST FIRST; OTHERWISE THE       *
      *                         PRODUCT MASTER COST IN AUD, AS ZINVVAL  *
      ******************************************************************
       4300-LOOKUP-UNIT-COST.
           MOVE 'N' TO OB-COST-FOUND.
           MOVE ZERO TO OB-UNIT-COST.
           MOVE 'N' TO OB-MATCH-FOUND.
           PERFORM 4310-SCAN-AVG-COST THRU 4310-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-AVG-CNT
                  OR OB-ENTRY-WAS-FOUND.
           IF OB-ENTRY-WAS-FOUND
               MOVE 'Y' TO OB-COST-FOUND
               GO TO 4300-EXIT
           END-IF.
           MOVE ZERO TO OB-MATCH-IDX.
           PERFORM 4320-SCAN-PRODUCT THRU 4320-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-PRODUCT-CNT
                  OR OB-ENTRY-WAS-FOUND.
           IF NOT OB-ENTRY-WAS-FOUND
               GO TO 4300-EXIT
           END-IF.
           IF OB-PD-PRODUCT-COST(OB-MATCH-IDX) NOT > ZERO
               GO TO 4300-EXIT
           END-IF.
           MOVE OB-PD-CURRENCY-CODE(OB-MATCH-IDX) TO OB-LOOKUP-CODE.
           IF OB-LOOKUP-CODE = "AUD" OR OB-LOOKUP-CODE = SPACES
               MOVE OB-PD-PRODUCT-COST(OB-MATCH-IDX) TO OB-UNIT-COST
               MOVE 'Y' TO OB-COST-FOUND
               GO TO 4300-EXIT
           END-IF.
           SET OB-RT-IDX TO 1.
           SEARCH ALL OB-RT-ENTRY
               AT END
                   GO TO 4300-EXIT
               WHEN OB-RT-CODE(OB-RT-IDX) = OB-LOOKUP-CODE
                   COMPUTE OB-UNIT-COST ROUNDED =
                       OB-PD-PRODUCT-COST(OB-MATCH-IDX)
                       * OB-RT-RATE(OB-RT-IDX)
                   MOVE 'Y' TO OB-COST-FOUND
           END-SEARCH.
       4300-EXIT.
           EXIT.

       4310-SCAN-AVG-COST.
           IF OB-AV-PRODUCT-CODE(OB-SCAN-IDX) = OB-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO OB-MATCH-FOUND
               MOVE OB-AV-UNIT-COST(OB-SCAN-IDX) TO OB-UNIT-COST
           END-IF.
       4310-EXIT.
           EXIT.

       4320-SCAN-PRODUCT.
           IF OB-PD-PRODUCT-CODE(OB-SCAN-IDX) = OB-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO OB-MATCH-FOUND
               MOVE OB-SCAN-IDX TO OB-MATCH-IDX
           END-IF.
       4320-EXIT.
           EXIT.

       5000-FIND-OR-ADD-DEPT.
           MOVE 'N' TO OB-MATCH-FOUND.
           MOVE ZERO TO OB-DP-IDX.
           PERFORM 5010-SCAN-DEPT THRU 5010-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-DP-CNT
                  OR OB-ENTRY-WAS-FOUND.
           IF NOT OB-ENTRY-WAS-FOUND
               ADD 1 TO OB-DP-CNT
               MOVE OB-DP-CNT TO OB-DP-IDX
               MOVE OB-LOOKUP-DEPARTMENT
                               TO OB-DP-DEPARTMENT-NUM(OB-DP-IDX)
               MOVE SPACES     TO OB-DP-DEPARTMENT-NAME(OB-DP-IDX)
               MOVE ZERO       TO OB-DP-PLAN-VALUE(OB-DP-IDX)
                                  OB-DP-ACTUAL-VALUE(OB-DP-IDX)
                                  OB-DP-ON-ORDER-VALUE(OB-DP-IDX)
                                  OB-DP-STOCK-VALUE(OB-DP-IDX)
                                  OB-DP-OPEN-TO-BUY(OB-DP-IDX)
               MOVE 'N'        TO OB-DP-PRINTED(OB-DP-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       5010-SCAN-DEPT.
           IF OB-DP-DEPARTMENT-NUM(OB-SCAN-IDX) = OB-LOOKUP-DEPARTMENT
               MOVE 'Y' TO OB-MATCH-FOUND
               MOVE OB-SCAN-IDX TO OB-DP-IDX
           END-IF.
       5010-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-POSITION - DEPARTMENTS IN ORDER TO ZOTBPOS AND THE   *
      *                       ZOTBR REPORT, THEN THE CHAIN TOTAL        *
      ******************************************************************
       7000-WRITE-POSITION.
           MOVE OB-PERIOD          TO OB-H1-PERIOD.
           MOVE OB-PERIOD-END-DATE TO OB-H1-PERIOD-END-DATE.
           MOVE OB-TODAY           TO OB-H1-RUN-DATE.
           WRITE OB-RPT-LINE FROM OB-HEADING-1.
           WRITE OB-RPT-LINE FROM OB-HEADING-2.
           MOVE ZERO TO OB-ITEMS-DONE.
           PERFORM 7100-PRINT-NEXT-DEPT THRU 7100-EXIT
               UNTIL OB-ITEMS-DONE NOT < OB-DP-CNT.
           MOVE SPACES TO OB-RPT-LINE.
           WRITE OB-RPT-LINE.
           MOVE ZERO                 TO OB-DL-DEPARTMENT-NUM.
           MOVE "CHAIN TOTAL"        TO OB-DL-DEPARTMENT-NAME.
           MOVE OB-GT-PLAN-VALUE     TO OB-DL-PLAN-VALUE.
           MOVE OB-GT-ACTUAL-VALUE   TO OB-DL-ACTUAL-VALUE.
           MOVE OB-GT-ON-ORDER-VALUE TO OB-DL-ON-ORDER-VALUE.
           MOVE OB-GT-STOCK-VALUE    TO OB-DL-STOCK-VALUE.
           MOVE OB-GT-OPEN-TO-BUY    TO OB-DL-OPEN-TO-BUY.
           IF OB-GT-OPEN-TO-BUY < ZERO
               MOVE "OVER" TO OB-DL-FLAG
           ELSE
               MOVE SPACES TO OB-DL-FLAG
           END-IF.
           WRITE OB-RPT-LINE FROM OB-DETAIL-LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-NEXT-DEPT.
           MOVE ZERO TO OB-NEXT-IDX.
           PERFORM 7110-FIND-LOWEST-DEPT THRU 7110-EXIT
               VARYING OB-SCAN-IDX FROM 1 BY 1
               UNTIL OB-SCAN-IDX > OB-DP-CNT.
           MOVE OB-NEXT-IDX TO OB-DP-IDX.
           MOVE 'Y' TO OB-DP-PRINTED(OB-DP-IDX).
           ADD 1 TO OB-ITEMS-DONE.
           COMPUTE OB-DP-OPEN-TO-BUY(OB-DP-IDX) =
               OB-DP-PLAN-VALUE(OB-DP-IDX)
               - OB-DP-ACTUAL-VALUE(OB-DP-IDX)
               - OB-DP-ON-ORDER-VALUE(OB-DP-IDX)
               - OB-DP-STOCK-VALUE(OB-DP-IDX).
           MOVE SPACES TO OB-POSITION-RECORD.
           MOVE OB-DP-DEPARTMENT-NUM(OB-DP-IDX) TO OB-PS-DEPARTMENT-NUM.
           MOVE OB-PERIOD                       TO OB-PS-PERIOD.
           MOVE OB-DP-PLAN-VALUE(OB-DP-IDX)     TO OB-PS-PLAN-VALUE.
           MOVE OB-DP-ACTUAL-VALUE(OB-DP-IDX)   TO OB-PS-ACTUAL-VALUE.
           MOVE OB-DP-ON-ORDER-VALUE(OB-DP-IDX) TO OB-PS-ON-ORDER-VALUE.
           MOVE OB-DP-STOCK-VALUE(OB-DP-IDX)    TO OB-PS-STOCK-VALUE.
           MOVE OB-DP-OPEN-TO-BUY(OB-DP-IDX)    TO OB-PS-OPEN-TO-BUY.
           WRITE OB-POSITION-RECORD.
           MOVE OB-DP-DEPARTMENT-NUM(OB-DP-IDX) TO OB-DL-DEPARTMENT-NUM.
           MOVE OB-DP-DEPARTMENT-NAME(OB-DP-IDX)
                                           TO OB-DL-DEPARTMENT-NAME.
           IF OB-DP-DEPARTMENT-NUM(OB-DP-IDX) = ZERO
               MOVE "NOT ON SALES ARRAY" TO OB-DL-DEPARTMENT-NAME
           END-IF.
           MOVE OB-DP-PLAN-VALUE(OB-DP-IDX)     TO OB-DL-PLAN-VALUE.
           MOVE OB-DP-ACTUAL-VALUE(OB-DP-IDX)   TO OB-DL-ACTUAL-VALUE.
           MOVE OB-DP-ON-ORDER-VALUE(OB-DP-IDX) TO OB-DL-ON-ORDER-VALUE.
           MOVE OB-DP-STOCK-VALUE(OB-DP-IDX)    TO OB-DL-STOCK-VALUE.
           MOVE OB-DP-OPEN-TO-BUY(OB-DP-IDX)    TO OB-DL-OPEN-TO-BUY.
           IF OB-DP-OPEN-TO-BUY(OB-DP-IDX) < ZERO
               MOVE "OVER" TO OB-DL-FLAG
               ADD 1 TO OB-DEPTS-OVER
           ELSE
               MOVE SPACES TO OB-DL-FLAG
           END-IF.
           WRITE OB-RPT-LINE FROM OB-DETAIL-LINE.
           ADD OB-DP-PLAN-VALUE(OB-DP-IDX)     TO OB-GT-PLAN-VALUE.
           ADD OB-DP-ACTUAL-VALUE(OB-DP-IDX)   TO OB-GT-ACTUAL-VALUE.
           ADD OB-DP-ON-ORDER-VALUE(OB-DP-IDX) TO OB-GT-ON-ORDER-VALUE.
           ADD OB-DP-STOCK-VALUE(OB-DP-IDX)    TO OB-GT-STOCK-VALUE.
           ADD OB-DP-OPEN-TO-BUY(OB-DP-IDX)    TO OB-GT-OPEN-TO-BUY.
       7100-EXIT.
           EXIT.

       7110-FIND-LOWEST-DEPT.
           IF OB-DP-PRINTED(OB-SCAN-IDX) = 'Y'
               GO TO 7110-EXIT
           END-IF.
           IF OB-NEXT-IDX = ZERO
               MOVE OB-SCAN-IDX TO OB-NEXT-IDX
               GO TO 7110-EXIT
           END-IF.
           IF OB-DP-DEPARTMENT-NUM(OB-SCAN-IDX) <
                   OB-DP-DEPARTMENT-NUM(OB-NEXT-IDX)
               MOVE OB-SCAN-IDX TO OB-NEXT-IDX
           END-IF.
       7110-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE OB-PLAN-FILE
                 OB-ROLLUP-FILE
                 OB-SALES-FILE
                 OB-PO-FILE
                 OB-LINE-FILE
                 OB-QTY-FILE
                 OB-PROD-FILE
                 OB-AVG-FILE
                 OB-RATE-FILE
                 OB-POSITION-FILE
                 OB-PENDING-FILE
                 OB-REPORT-FILE.
           DISPLAY "ZOTBCALC PERIOD               = " OB-PERIOD.
           DISPLAY "ZOTBCALC PO LINES READ        = " OB-LINES-READ.
           DISPLAY "ZOTBCALC LINES ON ORDER       = "
               OB-LINES-ON-ORDER.
           DISPLAY "ZOTBCALC LINES IN CREATION    = " OB-LINES-PENDING.
           DISPLAY "ZOTBCALC LINES NOT VALUED     = "
               OB-LINES-NOT-VALUED.
           DISPLAY "ZOTBCALC STOCK ROWS READ      = " OB-QTY-READ.
           DISPLAY "ZOTBCALC STOCK ROWS UNCOSTED  = "
               OB-QTY-NOT-VALUED.
           DISPLAY "ZOTBCALC PENDING ROWS WRITTEN = "
               OB-PENDING-WRITTEN.
           DISPLAY "ZOTBCALC DEPARTMENTS          = " OB-DP-CNT.
           DISPLAY "ZOTBCALC DEPARTMENTS OVER     = " OB-DEPTS-OVER.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
