       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPRCAUD.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDPRCAUD - NIGHTLY POS MISPRICING AUDIT OVER THE STORE SALES    *
      *            ARRAY (StoreDtls.cbl).  EVERY Real-Sale-Trans A-Sale *
      *            ENTRY'S RUNG UNIT PRICE (Price-1 / Qty-1) IS         *
      *            COMPARED TO THE SDPRCM RETAIL PRICE IN FORCE ON THE  *
      *            CYCLE DATE FOR THE STORE'S Region-No - THE REGION    *
      *            OVERRIDE ROW WHEN ONE IS IN FORCE, OTHERWISE THE     *
      *            CHAIN-WIDE (REGION 0000) ROW - AND EVERY STORE,      *
      *            REGISTER AND KEYCODE RINGING OUTSIDE THE PARM-FILE   *
      *            TOLERANCE IS LISTED WITH THE OPERATOR THAT RANG IT,  *
      *            SO SCANNING ERRORS AND STALE SHELF TICKETS SURFACE   *
      *            THE NEXT MORNING RATHER THAN WHEN A CUSTOMER         *
      *            COMPLAINS.  A KEYCODE WITH NO PRICE IN FORCE IS      *
      *            LISTED ONCE PER STORE AS UNPRICED.  SEE SDPRCMNT.cbl *
      *            FOR THE MASTER.                                      *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PA-PARM-FILE ASSIGN TO "SDPRCAUP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PA-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PA-PRICE-FILE ASSIGN TO "SDPRCM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PA-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PA-REPORT-FILE ASSIGN TO "SDPRCAUR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PA-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PA-PARM-RECORD.
           05 PA-PARM-TOLERANCE            PIC 9(03)V99.

       FD  PA-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PA-CYCLE-PARM-RECORD.
           05 PA-CP-CYCLE-DATE              PIC 9(08).

       FD  PA-PRICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PA-PRICE-IO                     PIC X(40).

       FD  PA-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  PA-SALES-IO.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       FD  PA-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PA-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  PA-SWITCHES.
           05 PA-EOF-PRICE-FILE            PIC X(01) VALUE 'N'.
               88 PA-END-OF-PRICE-FILE         VALUE 'Y'.
           05 PA-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 PA-END-OF-SALES-FILE         VALUE 'Y'.
           05 PA-PRICE-STATE               PIC X(01).
               88 PA-PRICE-WAS-FOUND           VALUE 'Y'.

       01  PA-TOLERANCE                    PIC 9(03)V99.
       01  PA-CYCLE-DATE                   PIC 9(08).

       01  PA-SUBSCRIPTS.
           05 PA-DEPT-IDX                  PIC 9(02) COMP.
           05 PA-PROD-IDX                  PIC 9(03) COMP.
           05 PA-SALE-IDX                  PIC 9(03) COMP.

       01  PA-COUNTERS.
           05 PA-PRICE-CNT                 PIC 9(07) COMP VALUE ZERO.
           05 PA-STORES-READ               PIC 9(07) COMP VALUE ZERO.
           05 PA-ENTRIES-CHECKED           PIC 9(09) COMP VALUE ZERO.
           05 PA-ZERO-QTY-SKIPPED          PIC 9(07) COMP VALUE ZERO.
           05 PA-MISPRICED-CNT             PIC 9(07) COMP VALUE ZERO.
           05 PA-UNPRICED-CNT              PIC 9(07) COMP VALUE ZERO.

       01  PA-PRICE-TABLE.
           05 PA-PR-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON PA-PRICE-CNT.
               10 PA-PR-KEYCODE            PIC 9(08).
               10 PA-PR-REGION-NO          PIC 9(04).
               10 PA-PR-EFFECTIVE-DATE     PIC 9(08).
               10 PA-PR-RETAIL-PRICE       PIC 9(05)V99.

       01  PA-SCAN-IDX                     PIC 9(07) COMP.

      *    BEST ROW SO FAR FOR THE KEYCODE BEING PRICED - AN OVERRIDE
      *    FOR THE STORE'S REGION ALWAYS BEATS THE CHAIN-WIDE ROW, AND
      *    WITHIN EITHER THE LATEST EFFECTIVE DATE NOT AFTER THE CYCLE
      *    DATE WINS.
       01  PA-BEST-REGION-DATE             PIC 9(08).
       01  PA-BEST-REGION-PRICE            PIC 9(05)V99.
       01  PA-BEST-CHAIN-DATE              PIC 9(08).
       01  PA-BEST-CHAIN-PRICE             PIC 9(05)V99.
       01  PA-WORK-KEYCODE                 PIC 9(08).
       01  PA-MASTER-PRICE                 PIC 9(05)V99.

      *    PER-ENTRY NUMERIC WORK FIELDS - Qty-1/Price-1 ARE
      *    NUMERIC-EDITED ON THE ARRAY, SAME UNLOAD CONVENTION AS
      *    SDDEPTRL.cbl.
       01  PA-SALE-QTY                     PIC S9(06).
       01  PA-SALE-PRICE                   PIC S9(08)V99.
       01  PA-UNIT-PRICE                   PIC S9(07)V99.
       01  PA-VARIANCE                     PIC S9(07)V99.
       01  PA-ABS-VARIANCE                 PIC 9(07)V99.

       01  PA-HEADING-1.
           05 FILLER                       PIC X(40)
               VALUE "SDPRCAUD POS MISPRICING AUDIT - CYCLE  ".
           05 PA-H1-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(12)
               VALUE "  TOLERANCE ".
           05 PA-H1-TOLERANCE              PIC ZZ9.99.
           05 FILLER                       PIC X(66) VALUE SPACES.

       01  PA-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(07) VALUE "REGION ".
           05 FILLER                       PIC X(06) VALUE "REG   ".
           05 FILLER                       PIC X(09) VALUE "OPERATOR ".
           05 FILLER                       PIC X(10) VALUE "KEYCODE   ".
           05 FILLER                       PIC X(08) VALUE "QTY     ".
           05 FILLER                       PIC X(12) VALUE
               "PRICE RUNG  ".
           05 FILLER                       PIC X(12) VALUE
               "UNIT RUNG   ".
           05 FILLER                       PIC X(12) VALUE
               "MASTER      ".
           05 FILLER                       PIC X(12) VALUE
               "VARIANCE    ".
           05 FILLER                       PIC X(08) VALUE "FLAG    ".
           05 FILLER                       PIC X(30) VALUE SPACES.

       01  PA-DETAIL-LINE.
           05 PA-DL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-REGION-NO              PIC ZZZ9.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 PA-DL-REGISTER-NUM           PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-OPERATOR-ID            PIC X(06).
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 PA-DL-KEYCODE                PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-QTY                    PIC -(5)9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-PRICE                  PIC -(6)9.99.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-UNIT-PRICE             PIC -(6)9.99.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-MASTER-PRICE           PIC Z(6)9.99.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-VARIANCE               PIC -(6)9.99.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PA-DL-FLAG                   PIC X(08).
           05 FILLER                       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PROCESS-STORE THRU 3000-EXIT
               UNTIL PA-END-OF-SALES-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE PARMS AND LOAD THE PRICE MASTER.     *
      *                   THE CYCLE DATE COMES FROM BATCYCP WITH THE    *
      *                   WALL-CLOCK FALLBACK, AS IN SDSNAP.cbl         *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PA-PARM-FILE.
           READ PA-PARM-FILE
               AT END
                   MOVE ZERO TO PA-PARM-TOLERANCE
           END-READ.
           MOVE PA-PARM-TOLERANCE TO PA-TOLERANCE.
           CLOSE PA-PARM-FILE.
           OPEN INPUT PA-CYCLE-PARM-FILE.
           READ PA-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO PA-CP-CYCLE-DATE
           END-READ.
           CLOSE PA-CYCLE-PARM-FILE.
           IF PA-CP-CYCLE-DATE = ZERO
               ACCEPT PA-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE PA-CP-CYCLE-DATE TO PA-CYCLE-DATE
           END-IF.
           OPEN INPUT PA-PRICE-FILE.
           PERFORM 2000-LOAD-PRICE THRU 2000-EXIT
               UNTIL PA-END-OF-PRICE-FILE.
           CLOSE PA-PRICE-FILE.
           OPEN INPUT  PA-SALES-FILE
                OUTPUT PA-REPORT-FILE.
           MOVE PA-CYCLE-DATE TO PA-H1-CYCLE-DATE.
           MOVE PA-TOLERANCE  TO PA-H1-TOLERANCE.
           WRITE PA-RPT-LINE FROM PA-HEADING-1.
           WRITE PA-RPT-LINE FROM PA-HEADING-2.
       1000-EXIT.
           EXIT.

      *    ROWS NOT YET IN FORCE ON THE CYCLE DATE ARE NOT LOADED.
       2000-LOAD-PRICE.
           READ PA-PRICE-FILE
               AT END
                   SET PA-END-OF-PRICE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF PA-PRICE-IO(13:8) > PA-CYCLE-DATE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO PA-PRICE-CNT.
           MOVE PA-PRICE-IO(1:8)  TO PA-PR-KEYCODE(PA-PRICE-CNT).
           MOVE PA-PRICE-IO(9:4)  TO PA-PR-REGION-NO(PA-PRICE-CNT).
           MOVE PA-PRICE-IO(13:8) TO PA-PR-EFFECTIVE-DATE(PA-PRICE-CNT).
           MOVE PA-PRICE-IO(21:7) TO PA-PR-RETAIL-PRICE(PA-PRICE-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-STORE - WALK EVERY Real-Sale-Trans ENTRY ON ONE    *
      *                      STORE AGAINST THE PRICE IN FORCE           *
      ******************************************************************
       3000-PROCESS-STORE.
           READ PA-SALES-FILE
               AT END
                   SET PA-END-OF-SALES-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO PA-STORES-READ.
           PERFORM 3100-PROCESS-DEPARTMENT THRU 3100-EXIT
               VARYING PA-DEPT-IDX FROM 1 BY 1 UNTIL PA-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3100-PROCESS-DEPARTMENT.
           PERFORM 3200-PROCESS-PRODUCT THRU 3200-EXIT
               VARYING PA-PROD-IDX FROM 1 BY 1
               UNTIL PA-PROD-IDX > Product-Details-Cnt(PA-DEPT-IDX).
       3100-EXIT.
           EXIT.

      *    THE PRICE IS LOOKED UP ONCE PER KEYCODE ON THE STORE; AN
      *    UNPRICED KEYCODE IS LISTED ONCE AND ITS ENTRIES SKIPPED.
       3200-PROCESS-PRODUCT.
           MOVE keycode-1(PA-DEPT-IDX PA-PROD-IDX) TO PA-WORK-KEYCODE.
           PERFORM 4000-FIND-PRICE THRU 4000-EXIT.
           IF NOT PA-PRICE-WAS-FOUND
               PERFORM 5100-WRITE-UNPRICED THRU 5100-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-CHECK-SALE THRU 3300-EXIT
               VARYING PA-SALE-IDX FROM 1 BY 1
               UNTIL PA-SALE-IDX >
                   A-Sale-Cnt(PA-DEPT-IDX PA-PROD-IDX).
       3200-EXIT.
           EXIT.

       3300-CHECK-SALE.
           IF NOT Real-Sale-Trans(PA-DEPT-IDX PA-PROD-IDX PA-SALE-IDX)
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO PA-ENTRIES-CHECKED.
           MOVE Qty-1(PA-DEPT-IDX PA-PROD-IDX PA-SALE-IDX)
                                     TO PA-SALE-QTY.
           MOVE Price-1(PA-DEPT-IDX PA-PROD-IDX PA-SALE-IDX)
                                     TO PA-SALE-PRICE.
           IF PA-SALE-QTY = ZERO
               ADD 1 TO PA-ZERO-QTY-SKIPPED
               GO TO 3300-EXIT
           END-IF.
           COMPUTE PA-UNIT-PRICE ROUNDED = PA-SALE-PRICE / PA-SALE-QTY.
           COMPUTE PA-VARIANCE = PA-UNIT-PRICE - PA-MASTER-PRICE.
           IF PA-VARIANCE < ZERO
               COMPUTE PA-ABS-VARIANCE = ZERO - PA-VARIANCE
           ELSE
               MOVE PA-VARIANCE TO PA-ABS-VARIANCE
           END-IF.
           IF PA-ABS-VARIANCE > PA-TOLERANCE
               PERFORM 5000-WRITE-MISPRICED THRU 5000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FIND-PRICE - PRICE IN FORCE FOR THE KEYCODE IN THE STORE'S *
      *                   REGION: REGION OVERRIDE FIRST, THEN CHAIN     *
      ******************************************************************
       4000-FIND-PRICE.
           MOVE ZERO TO PA-BEST-REGION-DATE
                        PA-BEST-REGION-PRICE
                        PA-BEST-CHAIN-DATE
                        PA-BEST-CHAIN-PRICE.
           MOVE 'N' TO PA-PRICE-STATE.
           PERFORM 4100-SCAN-PRICE THRU 4100-EXIT
               VARYING PA-SCAN-IDX FROM 1 BY 1
               UNTIL PA-SCAN-IDX > PA-PRICE-CNT.
           IF PA-BEST-REGION-DATE NOT = ZERO
               MOVE PA-BEST-REGION-PRICE TO PA-MASTER-PRICE
               MOVE 'Y' TO PA-PRICE-STATE
           ELSE
               IF PA-BEST-CHAIN-DATE NOT = ZERO
                   MOVE PA-BEST-CHAIN-PRICE TO PA-MASTER-PRICE
                   MOVE 'Y' TO PA-PRICE-STATE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SCAN-PRICE.
           IF PA-PR-KEYCODE(PA-SCAN-IDX) NOT = PA-WORK-KEYCODE
               GO TO 4100-EXIT
           END-IF.
           IF PA-PR-REGION-NO(PA-SCAN-IDX) = Region-No
               AND PA-PR-EFFECTIVE-DATE(PA-SCAN-IDX) >
                   PA-BEST-REGION-DATE
               MOVE PA-PR-EFFECTIVE-DATE(PA-SCAN-IDX)
                                     TO PA-BEST-REGION-DATE
               MOVE PA-PR-RETAIL-PRICE(PA-SCAN-IDX)
                                     TO PA-BEST-REGION-PRICE
           END-IF.
           IF PA-PR-REGION-NO(PA-SCAN-IDX) = ZERO
               AND PA-PR-EFFECTIVE-DATE(PA-SCAN-IDX) >
                   PA-BEST-CHAIN-DATE
               MOVE PA-PR-EFFECTIVE-DATE(PA-SCAN-IDX)
                                     TO PA-BEST-CHAIN-DATE
               MOVE PA-PR-RETAIL-PRICE(PA-SCAN-IDX)
                                     TO PA-BEST-CHAIN-PRICE
           END-IF.
       4100-EXIT.
           EXIT.

       5000-WRITE-MISPRICED.
           MOVE SPACES TO PA-DETAIL-LINE.
           MOVE Store-Num       TO PA-DL-STORE-NUM.
           MOVE Region-No       TO PA-DL-REGION-NO.
           MOVE Register-Num(PA-DEPT-IDX PA-PROD-IDX PA-SALE-IDX)
                                TO PA-DL-REGISTER-NUM.
           MOVE Operator-Id(PA-DEPT-IDX PA-PROD-IDX PA-SALE-IDX)
                                TO PA-DL-OPERATOR-ID.
           MOVE PA-WORK-KEYCODE TO PA-DL-KEYCODE.
           MOVE PA-SALE-QTY     TO PA-DL-QTY.
           MOVE PA-SALE-PRICE   TO PA-DL-PRICE.
           MOVE PA-UNIT-PRICE   TO PA-DL-UNIT-PRICE.
           MOVE PA-MASTER-PRICE TO PA-DL-MASTER-PRICE.
           MOVE PA-VARIANCE     TO PA-DL-VARIANCE.
           IF PA-VARIANCE > ZERO
               MOVE "OVER    " TO PA-DL-FLAG
           ELSE
               MOVE "UNDER   " TO PA-DL-FLAG
           END-IF.
           WRITE PA-RPT-LINE FROM PA-DETAIL-LINE.
           ADD 1 TO PA-MISPRICED-CNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-UNPRICED.
           MOVE SPACES TO PA-DETAIL-LINE.
           MOVE Store-Num       TO PA-DL-STORE-NUM.
           MOVE Region-No       TO PA-DL-REGION-NO.
           MOVE PA-WORK-KEYCODE TO PA-DL-KEYCODE.
           MOVE "UNPRICED" TO PA-DL-FLAG.
           WRITE PA-RPT-LINE FROM PA-DETAIL-LINE.
           ADD 1 TO PA-UNPRICED-CNT.
       5100-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE PA-SALES-FILE
                 PA-REPORT-FILE.
           DISPLAY "SDPRCAUD STORES READ         = " PA-STORES-READ.
           DISPLAY "SDPRCAUD PRICE ROWS IN FORCE = " PA-PRICE-CNT.
           DISPLAY "SDPRCAUD SALE ENTRIES CHECKED= " PA-ENTRIES-CHECKED.
           DISPLAY "SDPRCAUD ZERO-QTY SKIPPED    = "
               PA-ZERO-QTY-SKIPPED.
           DISPLAY "SDPRCAUD ENTRIES MISPRICED   = " PA-MISPRICED-CNT.
           DISPLAY "SDPRCAUD KEYCODES UNPRICED   = " PA-UNPRICED-CNT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
