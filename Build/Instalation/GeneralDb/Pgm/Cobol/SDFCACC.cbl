       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDFCACC.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDFCACC - FORECAST ACCURACY FOR THE LAST CLOSED RETAIL PERIOD.  *
      *           THE ONE-WEEK-AHEAD FORECASTS SDFCAST LOGGED TO        *
      *           SDFCSTH FOR WEEKS STARTING IN THE PERIOD ARE SET      *
      *           AGAINST THE Real-Sale-Trans UNITS IN THE SDSALHST     *
      *           SNAPSHOTS DATED IN THE PERIOD.  THE ERROR IS TAKEN AT *
      *           STORE AND KEYCODE AND ADDED UP BY STORE/DEPARTMENT    *
      *           AND BY DEPARTMENT CHAIN-WIDE -                        *
      *             BIAS       = FORECAST - ACTUAL  (+ OVER-FORECAST)   *
      *             ABS ERROR  = SUM OF ABS(FORECAST - ACTUAL)          *
      *             ACCURACY % = 100 X (1 - ABS ERROR / ACTUAL),        *
      *                          NEVER BELOW ZERO; WITH NO ACTUAL       *
      *                          SALES IT IS 100 ONLY IF NOTHING WAS    *
      *                          FORECAST                               *
      *           EACH LINE IS MARKED TRUST WHEN ITS ACCURACY REACHES   *
      *           THE SDFCACCP PARM PERCENTAGE (DEFAULT 70) AND REVIEW  *
      *           OTHERWISE, SO PLANNERS KNOW WHICH FORECASTS CAN DRIVE *
      *           ORDERING.  THE REPORT IS SDFCACR.                     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE - ONLY THE CLOSED PERIOD'S       *
      *                          SNAPSHOTS ARE READ, BY KEYED START    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FA-PARM-FILE ASSIGN TO "SDFCACCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FA-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FA-LOG-FILE ASSIGN TO "SDFCSTH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FA-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-HK-KEY
               FILE STATUS IS FA-HK-FILE-STATUS.
           SELECT FA-REPORT-FILE ASSIGN TO "SDFCACR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FA-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FA-PARM-RECORD.
           05 FA-PARM-TRUST-PCT            PIC 9(03).
           05 FILLER                       PIC X(77).

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  FA-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FA-CALENDAR-RECORD.
           05 FA-CR-WEEK-START-DATE        PIC 9(08).
           05 FA-CR-WEEK-END-DATE          PIC 9(08).
           05 FA-CR-RETAIL-YEAR            PIC 9(04).
           05 FA-CR-QUARTER                PIC 9(01).
           05 FA-CR-PERIOD                 PIC 9(02).
           05 FA-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 FA-CR-WEEK-OF-YEAR           PIC 9(02).
           05 FA-CR-PERIOD-START-DATE      PIC 9(08).
           05 FA-CR-PERIOD-END-DATE        PIC 9(08).
           05 FA-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 FA-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 FA-CR-PERIOD-STATUS          PIC X(01).
               88 FA-CR-PERIOD-IS-CLOSED       VALUE 'C'.
           05 FA-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

      *    SDFCSTH FORECAST LOG LAYOUT - SEE SDFCAST.cbl.
       FD  FA-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FA-LOG-RECORD.
           05 FA-LG-FORECAST-DATE          PIC 9(08).
           05 FA-LG-STORE-NUM              PIC 9(04).
           05 FA-LG-DEPARTMENT-NUM         PIC 9(04).
           05 FA-LG-KEYCODE                PIC 9(08).
           05 FA-LG-WEEK-AHEAD             PIC 9(02).
           05 FA-LG-WEEK-START-DATE        PIC 9(08).
           05 FA-LG-WEEK-END-DATE          PIC 9(08).
           05 FA-LG-RETAIL-YEAR            PIC 9(04).
           05 FA-LG-WEEK-OF-YEAR           PIC 9(02).
           05 FA-LG-FORECAST-QTY           PIC S9(07).
           05 FA-LG-BASE-RATE              PIC S9(07)V99.
           05 FA-LG-SEASONAL-INDEX         PIC 9(03)V99.
           05 FILLER                       PIC X(11).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  FA-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON FA-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  FA-HISTORY-SEG.
           05 FA-HK-KEY.
               10 FA-HK-STORE-NUM          PIC 9(04).
               10 FA-HK-AS-OF-DATE         PIC 9(08).
               10 FA-HK-SEG-NO             PIC 9(02).
           05 FA-HK-DETAIL-LEN             PIC 9(07).
           05 FA-HK-SEG-CNT                PIC 9(02).
           05 FA-HK-SEG-DATA               PIC X(32000).

       FD  FA-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FA-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  FA-HISTORY-IO.
           05 FA-HS-AS-OF-DATE             PIC 9(08).
           05 FA-HS-STORE-NUM              PIC 9(04).
           05 FA-HS-DETAIL-LEN             PIC 9(07).
           05 FA-HS-STORE-DETAIL           PIC X(656000).

       01  FA-HK-FILE-STATUS               PIC X(02).
           88 FA-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  FA-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 FA-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  FA-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  FA-SEG-START                    PIC 9(07) COMP.
       01  FA-SEG-LEN                      PIC 9(07) COMP.
       01  FA-WINDOW-FROM                  PIC 9(08).
       01  FA-WINDOW-TO                    PIC 9(08).

       01  FA-STORE-DETAIL.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       01  FA-SWITCHES.
           05 FA-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 FA-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 FA-EOF-LOG-FILE              PIC X(01) VALUE 'N'.
               88 FA-END-OF-LOG-FILE           VALUE 'Y'.
           05 FA-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 FA-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 FA-ABORT                     PIC X(01) VALUE 'N'.
               88 FA-ABORT-RUN                 VALUE 'Y'.
           05 FA-MATCH-FOUND               PIC X(01).
               88 FA-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  FA-IN-REC-LEN                   PIC 9(05) COMP.
       01  FA-TRUST-PCT                    PIC 9(03).
       01  FA-TODAY                        PIC 9(08).

      *    THE LAST CLOSED PERIOD ON THE CALENDAR.
       01  FA-PERIOD                       PIC 9(06) VALUE ZERO.
       01  FA-PERIOD-START-DATE            PIC 9(08) VALUE ZERO.
       01  FA-PERIOD-END-DATE              PIC 9(08) VALUE ZERO.

       01  FA-SUBSCRIPTS.
           05 FA-DEPT-IDX                  PIC 9(02) COMP.
           05 FA-PROD-IDX                  PIC 9(03) COMP.
           05 FA-SALE-IDX                  PIC 9(03) COMP.

       01  FA-COUNTERS.
           05 FA-SK-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 FA-SD-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 FA-DP-CNT                    PIC 9(04) COMP VALUE ZERO.
           05 FA-LOG-READ                  PIC 9(07) COMP VALUE ZERO.
           05 FA-LOG-USED                  PIC 9(07) COMP VALUE ZERO.
           05 FA-SNAPSHOTS-READ            PIC 9(07) COMP VALUE ZERO.
           05 FA-SNAPSHOTS-USED            PIC 9(07) COMP VALUE ZERO.
           05 FA-LINES-TRUST               PIC 9(05) COMP VALUE ZERO.
           05 FA-LINES-REVIEW              PIC 9(05) COMP VALUE ZERO.
           05 FA-ITEMS-DONE                PIC 9(05) COMP VALUE ZERO.

      *    FORECAST AND ACTUAL UNITS BY STORE AND KEYCODE.
       01  FA-SK-TABLE.
           05 FA-SK-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON FA-SK-CNT.
               10 FA-SK-STORE-NUM          PIC 9(04).
               10 FA-SK-DEPARTMENT-NUM     PIC 9(04).
               10 FA-SK-KEYCODE            PIC 9(08).
               10 FA-SK-FORECAST-QTY       PIC S9(09).
               10 FA-SK-ACTUAL-QTY         PIC S9(09).

      *    ACCURACY TOTALS - FA-SD- BY STORE/DEPARTMENT, FA-DP- BY
      *    DEPARTMENT FOR THE CHAIN.
       01  FA-SD-TABLE.
           05 FA-SD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON FA-SD-CNT.
               10 FA-SD-KEY.
                   15 FA-SD-STORE-NUM      PIC 9(04).
                   15 FA-SD-DEPARTMENT-NUM PIC 9(04).
               10 FA-SD-FORECAST-QTY       PIC S9(09).
               10 FA-SD-ACTUAL-QTY         PIC S9(09).
               10 FA-SD-ABS-ERROR          PIC S9(09).
               10 FA-SD-KEYCODE-CNT        PIC 9(05).
               10 FA-SD-PRINTED            PIC X(01).

       01  FA-DP-TABLE.
           05 FA-DP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON FA-DP-CNT.
               10 FA-DP-DEPARTMENT-NUM     PIC 9(04).
               10 FA-DP-FORECAST-QTY       PIC S9(09).
               10 FA-DP-ACTUAL-QTY         PIC S9(09).
               10 FA-DP-ABS-ERROR          PIC S9(09).
               10 FA-DP-KEYCODE-CNT        PIC 9(05).
               10 FA-DP-PRINTED            PIC X(01).

       01  FA-SCAN-IDX                     PIC 9(05) COMP.
       01  FA-MATCH-IDX                    PIC 9(05) COMP.
       01  FA-NEXT-IDX                     PIC 9(05) COMP.
       01  FA-SK-IDX                       PIC 9(05) COMP.
       01  FA-SD-IDX                       PIC 9(05) COMP.
       01  FA-DP-IDX                       PIC 9(04) COMP.

       01  FA-LOOKUP-STORE                 PIC 9(04).
       01  FA-LOOKUP-DEPARTMENT            PIC 9(04).
       01  FA-LOOKUP-KEYCODE               PIC 9(08).
       01  FA-SALE-QTY                     PIC S9(06).
       01  FA-PRODUCT-UNITS                PIC S9(07).
       01  FA-KEYCODE-ERROR                PIC S9(09).

      *    ONE LINE'S FIGURES, LOADED FROM EITHER TOTALS TABLE BEFORE
      *    7500-FORMAT-LINE.
       01  FA-LINE-WORK.
           05 FA-LW-FORECAST-QTY           PIC S9(09).
           05 FA-LW-ACTUAL-QTY             PIC S9(09).
           05 FA-LW-ABS-ERROR              PIC S9(09).
           05 FA-LW-KEYCODE-CNT            PIC 9(05).
           05 FA-LW-ACCURACY-PCT           PIC S9(05)V9.

       01  FA-GT-TOTALS.
           05 FA-GT-FORECAST-QTY           PIC S9(09) VALUE ZERO.
           05 FA-GT-ACTUAL-QTY             PIC S9(09) VALUE ZERO.
           05 FA-GT-ABS-ERROR              PIC S9(09) VALUE ZERO.
           05 FA-GT-KEYCODE-CNT            PIC 9(05)  VALUE ZERO.

       01  FA-HEADING-1.
           05 FILLER                       PIC X(34)
               VALUE "SDFCACC FORECAST ACCURACY        ".
           05 FILLER                       PIC X(07) VALUE "PERIOD ".
           05 FA-H1-PERIOD                 PIC 9(06).
           05 FILLER                       PIC X(07) VALUE "  FROM ".
           05 FA-H1-PERIOD-START-DATE      PIC 9(08).
           05 FILLER                       PIC X(04) VALUE " TO ".
           05 FA-H1-PERIOD-END-DATE        PIC 9(08).
           05 FILLER                       PIC X(10) VALUE "  RUN ON ".
           05 FA-H1-RUN-DATE               PIC 9(08).
           05 FILLER                       PIC X(14)
               VALUE "  TRUST FROM ".
           05 FA-H1-TRUST-PCT              PIC ZZ9.
           05 FILLER                       PIC X(23) VALUE "%".

       01  FA-TITLE-LINE.
           05 FA-TL-TEXT                   PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01  FA-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(06) VALUE "DEPT  ".
           05 FILLER                       PIC X(09) VALUE "KEYCODES".
           05 FILLER                       PIC X(14)
               VALUE "      FORECAST".
           05 FILLER                       PIC X(14)
               VALUE "        ACTUAL".
           05 FILLER                       PIC X(14)
               VALUE "          BIAS".
           05 FILLER                       PIC X(14)
               VALUE "     ABS ERROR".
           05 FILLER                       PIC X(10)
               VALUE "  ACCURACY".
           05 FILLER                       PIC X(08) VALUE "  FLAG".
           05 FILLER                       PIC X(37) VALUE SPACES.

       01  FA-DETAIL-LINE.
           05 FA-DL-STORE-NUM              PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FA-DL-DEPARTMENT-NUM         PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FA-DL-KEYCODE-CNT            PIC ZZZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FA-DL-FORECAST-QTY           PIC -(09)9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FA-DL-ACTUAL-QTY             PIC -(09)9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FA-DL-BIAS-QTY               PIC -(09)9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FA-DL-ABS-ERROR              PIC -(09)9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FA-DL-ACCURACY-PCT           PIC ZZ9.9.
           05 FILLER                       PIC X(01) VALUE "%".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FA-DL-FLAG                   PIC X(06).
           05 FILLER                       PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF FA-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-READ-LOG THRU 2000-EXIT
               UNTIL FA-END-OF-LOG-FILE.
           PERFORM 3000-READ-SNAPSHOT THRU 3000-EXIT
               UNTIL FA-END-OF-HISTORY-FILE.
           PERFORM 6000-ROLL-UP-SK THRU 6000-EXIT
               VARYING FA-SK-IDX FROM 1 BY 1
               UNTIL FA-SK-IDX > FA-SK-CNT.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - TRUST PERCENTAGE AND THE LAST CLOSED PERIOD   *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT FA-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT FA-PARM-FILE.
           READ FA-PARM-FILE
               AT END
                   MOVE ZERO TO FA-PARM-TRUST-PCT
           END-READ.
           CLOSE FA-PARM-FILE.
           IF FA-PARM-TRUST-PCT NUMERIC
               AND FA-PARM-TRUST-PCT > ZERO
               AND FA-PARM-TRUST-PCT NOT > 100
               MOVE FA-PARM-TRUST-PCT TO FA-TRUST-PCT
           ELSE
               MOVE 70 TO FA-TRUST-PCT
           END-IF.
           OPEN INPUT FA-CALENDAR-FILE.
           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
               UNTIL FA-END-OF-CALENDAR-FILE.
           CLOSE FA-CALENDAR-FILE.
           IF FA-PERIOD = ZERO
               DISPLAY "SDFCACC *** ABEND *** NO CLOSED PERIOD ON "
                   "SDRETCAL"
               MOVE 16 TO RETURN-CODE
               SET FA-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  FA-LOG-FILE
                       FA-HISTORY-FILE
                OUTPUT FA-REPORT-FILE.
           MOVE FA-PERIOD-START-DATE TO FA-WINDOW-FROM.
           MOVE FA-PERIOD-END-DATE   TO FA-WINDOW-TO.
           PERFORM 7910-START-HISTORY THRU 7910-EXIT.
       1000-EXIT.
           EXIT.

      *    THE CALENDAR IS IN DATE ORDER, SO THE LAST CLOSED WEEK READ
      *    BELONGS TO THE LAST CLOSED PERIOD.
       1100-READ-CALENDAR.
           READ FA-CALENDAR-FILE
               AT END
                   SET FA-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF FA-CR-PERIOD-IS-CLOSED
               COMPUTE FA-PERIOD =
                   FA-CR-RETAIL-YEAR * 100 + FA-CR-PERIOD
               MOVE FA-CR-PERIOD-START-DATE TO FA-PERIOD-START-DATE
               MOVE FA-CR-PERIOD-END-DATE   TO FA-PERIOD-END-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-LOG - ONE-WEEK-AHEAD FORECASTS FOR WEEKS STARTING IN  *
      *                 THE PERIOD                                      *
      ******************************************************************
       2000-READ-LOG.
           READ FA-LOG-FILE
               AT END
                   SET FA-END-OF-LOG-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO FA-LOG-READ.
           IF FA-LG-WEEK-AHEAD NOT = 1
               OR FA-LG-WEEK-START-DATE < FA-PERIOD-START-DATE
               OR FA-LG-WEEK-START-DATE > FA-PERIOD-END-DATE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO FA-LOG-USED.
           MOVE FA-LG-STORE-NUM      TO FA-LOOKUP-STORE.
           MOVE FA-LG-DEPARTMENT-NUM TO FA-LOOKUP-DEPARTMENT.
           MOVE FA-LG-KEYCODE        TO FA-LOOKUP-KEYCODE.
           PERFORM 5000-FIND-OR-ADD-SK THRU 5000-EXIT.
           ADD FA-LG-FORECAST-QTY TO FA-SK-FORECAST-QTY(FA-MATCH-IDX).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-SNAPSHOT - ACTUAL UNITS FROM SNAPSHOTS IN THE PERIOD  *
      ******************************************************************
       3000-READ-SNAPSHOT.
           PERFORM 7920-READ-SNAPSHOT THRU 7920-EXIT.
           IF FA-END-OF-HISTORY-FILE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO FA-SNAPSHOTS-READ.
           IF FA-HS-STORE-NUM = ZERO
               OR FA-HS-AS-OF-DATE < FA-PERIOD-START-DATE
               OR FA-HS-AS-OF-DATE > FA-PERIOD-END-DATE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO FA-SNAPSHOTS-USED.
           MOVE FA-HS-STORE-DETAIL(1:FA-HS-DETAIL-LEN)
                                     TO FA-STORE-DETAIL.
           PERFORM 3100-WALK-DEPARTMENT THRU 3100-EXIT
               VARYING FA-DEPT-IDX FROM 1 BY 1 UNTIL FA-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3100-WALK-DEPARTMENT.
           PERFORM 3200-WALK-PRODUCT THRU 3200-EXIT
               VARYING FA-PROD-IDX FROM 1 BY 1
               UNTIL FA-PROD-IDX > Product-Details-Cnt(FA-DEPT-IDX).
       3100-EXIT.
           EXIT.

       3200-WALK-PRODUCT.
           MOVE ZERO TO FA-PRODUCT-UNITS.
           PERFORM 3300-FOLD-SALE THRU 3300-EXIT
               VARYING FA-SALE-IDX FROM 1 BY 1
               UNTIL FA-SALE-IDX >
                   A-Sale-Cnt(FA-DEPT-IDX FA-PROD-IDX).
           IF FA-PRODUCT-UNITS = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE FA-HS-STORE-NUM              TO FA-LOOKUP-STORE.
           MOVE Department-Num(FA-DEPT-IDX)  TO FA-LOOKUP-DEPARTMENT.
           MOVE keycode-1(FA-DEPT-IDX FA-PROD-IDX) TO FA-LOOKUP-KEYCODE.
           PERFORM 5000-FIND-OR-ADD-SK THRU 5000-EXIT.
           ADD FA-PRODUCT-UNITS TO FA-SK-ACTUAL-QTY(FA-MATCH-IDX).
       3200-EXIT.
           EXIT.

       3300-FOLD-SALE.
           IF NOT Real-Sale-Trans(FA-DEPT-IDX FA-PROD-IDX FA-SALE-IDX)
               GO TO 3300-EXIT
           END-IF.
           MOVE Qty-1(FA-DEPT-IDX FA-PROD-IDX FA-SALE-IDX)
                                     TO FA-SALE-QTY.
           ADD FA-SALE-QTY TO FA-PRODUCT-UNITS.
       3300-EXIT.
           EXIT.

      *    A STORE/KEYCODE KEEPS THE DEPARTMENT IT WAS FIRST SEEN UNDER.
       5000-FIND-OR-ADD-SK.
           MOVE 'N' TO FA-MATCH-FOUND.
           PERFORM 5010-SCAN-SK THRU 5010-EXIT
               VARYING FA-SCAN-IDX FROM 1 BY 1
               UNTIL FA-SCAN-IDX > FA-SK-CNT
                  OR FA-ENTRY-WAS-FOUND.
           IF NOT FA-ENTRY-WAS-FOUND
               ADD 1 TO FA-SK-CNT
               MOVE FA-SK-CNT TO FA-MATCH-IDX
               MOVE FA-LOOKUP-STORE   TO FA-SK-STORE-NUM(FA-MATCH-IDX)
               MOVE FA-LOOKUP-DEPARTMENT
                               TO FA-SK-DEPARTMENT-NUM(FA-MATCH-IDX)
               MOVE FA-LOOKUP-KEYCODE TO FA-SK-KEYCODE(FA-MATCH-IDX)
               MOVE ZERO TO FA-SK-FORECAST-QTY(FA-MATCH-IDX)
                            FA-SK-ACTUAL-QTY(FA-MATCH-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       5010-SCAN-SK.
           IF FA-SK-STORE-NUM(FA-SCAN-IDX) = FA-LOOKUP-STORE
               AND FA-SK-KEYCODE(FA-SCAN-IDX) = FA-LOOKUP-KEYCODE
               MOVE 'Y' TO FA-MATCH-FOUND
               MOVE FA-SCAN-IDX TO FA-MATCH-IDX
           END-IF.
       5010-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ROLL-UP-SK - ONE STORE/KEYCODE INTO ITS STORE/DEPARTMENT   *
      *                   AND DEPARTMENT TOTALS                         *
      ******************************************************************
       6000-ROLL-UP-SK.
           COMPUTE FA-KEYCODE-ERROR =
               FA-SK-FORECAST-QTY(FA-SK-IDX)
               - FA-SK-ACTUAL-QTY(FA-SK-IDX).
           IF FA-KEYCODE-ERROR < ZERO
               COMPUTE FA-KEYCODE-ERROR = ZERO - FA-KEYCODE-ERROR
           END-IF.
           MOVE 'N' TO FA-MATCH-FOUND.
           PERFORM 6010-SCAN-SD THRU 6010-EXIT
               VARYING FA-SCAN-IDX FROM 1 BY 1
               UNTIL FA-SCAN-IDX > FA-SD-CNT
                  OR FA-ENTRY-WAS-FOUND.
           IF NOT FA-ENTRY-WAS-FOUND
               ADD 1 TO FA-SD-CNT
               MOVE FA-SD-CNT TO FA-MATCH-IDX
               MOVE FA-SK-STORE-NUM(FA-SK-IDX)
                               TO FA-SD-STORE-NUM(FA-MATCH-IDX)
               MOVE FA-SK-DEPARTMENT-NUM(FA-SK-IDX)
                               TO FA-SD-DEPARTMENT-NUM(FA-MATCH-IDX)
               MOVE ZERO TO FA-SD-FORECAST-QTY(FA-MATCH-IDX)
                            FA-SD-ACTUAL-QTY(FA-MATCH-IDX)
                            FA-SD-ABS-ERROR(FA-MATCH-IDX)
                            FA-SD-KEYCODE-CNT(FA-MATCH-IDX)
               MOVE 'N' TO FA-SD-PRINTED(FA-MATCH-IDX)
           END-IF.
           MOVE FA-MATCH-IDX TO FA-SD-IDX.
           ADD FA-SK-FORECAST-QTY(FA-SK-IDX)
                                 TO FA-SD-FORECAST-QTY(FA-SD-IDX).
           ADD FA-SK-ACTUAL-QTY(FA-SK-IDX)
                                 TO FA-SD-ACTUAL-QTY(FA-SD-IDX).
           ADD FA-KEYCODE-ERROR  TO FA-SD-ABS-ERROR(FA-SD-IDX).
           ADD 1                 TO FA-SD-KEYCODE-CNT(FA-SD-IDX).
           MOVE 'N' TO FA-MATCH-FOUND.
           PERFORM 6020-SCAN-DP THRU 6020-EXIT
               VARYING FA-SCAN-IDX FROM 1 BY 1
               UNTIL FA-SCAN-IDX > FA-DP-CNT
                  OR FA-ENTRY-WAS-FOUND.
           IF NOT FA-ENTRY-WAS-FOUND
               ADD 1 TO FA-DP-CNT
               MOVE FA-DP-CNT TO FA-MATCH-IDX
               MOVE FA-SK-DEPARTMENT-NUM(FA-SK-IDX)
                               TO FA-DP-DEPARTMENT-NUM(FA-MATCH-IDX)
               MOVE ZERO TO FA-DP-FORECAST-QTY(FA-MATCH-IDX)
                            FA-DP-ACTUAL-QTY(FA-MATCH-IDX)
                            FA-DP-ABS-ERROR(FA-MATCH-IDX)
                            FA-DP-KEYCODE-CNT(FA-MATCH-IDX)
               MOVE 'N' TO FA-DP-PRINTED(FA-MATCH-IDX)
           END-IF.
           MOVE FA-MATCH-IDX TO FA-DP-IDX.
           ADD FA-SK-FORECAST-QTY(FA-SK-IDX)
                                 TO FA-DP-FORECAST-QTY(FA-DP-IDX).
           ADD FA-SK-ACTUAL-QTY(FA-SK-IDX)
                                 TO FA-DP-ACTUAL-QTY(FA-DP-IDX).
           ADD FA-KEYCODE-ERROR  TO FA-DP-ABS-ERROR(FA-DP-IDX).
           ADD 1                 TO FA-DP-KEYCODE-CNT(FA-DP-IDX).
           ADD FA-SK-FORECAST-QTY(FA-SK-IDX) TO FA-GT-FORECAST-QTY.
           ADD FA-SK-ACTUAL-QTY(FA-SK-IDX)   TO FA-GT-ACTUAL-QTY.
           ADD FA-KEYCODE-ERROR              TO FA-GT-ABS-ERROR.
           ADD 1                             TO FA-GT-KEYCODE-CNT.
       6000-EXIT.
           EXIT.

       6010-SCAN-SD.
           IF FA-SD-STORE-NUM(FA-SCAN-IDX) = FA-SK-STORE-NUM(FA-SK-IDX)
               AND FA-SD-DEPARTMENT-NUM(FA-SCAN-IDX) =
                   FA-SK-DEPARTMENT-NUM(FA-SK-IDX)
               MOVE 'Y' TO FA-MATCH-FOUND
               MOVE FA-SCAN-IDX TO FA-MATCH-IDX
           END-IF.
       6010-EXIT.
           EXIT.

       6020-SCAN-DP.
           IF FA-DP-DEPARTMENT-NUM(FA-SCAN-IDX) =
                   FA-SK-DEPARTMENT-NUM(FA-SK-IDX)
               MOVE 'Y' TO FA-MATCH-FOUND
               MOVE FA-SCAN-IDX TO FA-MATCH-IDX
           END-IF.
       6020-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT - DEPARTMENTS CHAIN-WIDE IN ORDER, THE CHAIN  *
      *                     TOTAL, THEN STORE/DEPARTMENTS IN ORDER      *
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE FA-PERIOD            TO FA-H1-PERIOD.
           MOVE FA-PERIOD-START-DATE TO FA-H1-PERIOD-START-DATE.
           MOVE FA-PERIOD-END-DATE   TO FA-H1-PERIOD-END-DATE.
           MOVE FA-TODAY             TO FA-H1-RUN-DATE.
           MOVE FA-TRUST-PCT         TO FA-H1-TRUST-PCT.
           WRITE FA-RPT-LINE FROM FA-HEADING-1.
           MOVE "ACCURACY BY DEPARTMENT - ALL STORES" TO FA-TL-TEXT.
           PERFORM 7900-WRITE-TITLE THRU 7900-EXIT.
           MOVE ZERO TO FA-ITEMS-DONE.
           PERFORM 7100-PRINT-NEXT-DEPT THRU 7100-EXIT
               UNTIL FA-ITEMS-DONE NOT < FA-DP-CNT.
           MOVE SPACES TO FA-RPT-LINE.
           WRITE FA-RPT-LINE.
           MOVE "ALL"              TO FA-DL-STORE-NUM.
           MOVE "ALL"              TO FA-DL-DEPARTMENT-NUM.
           MOVE FA-GT-FORECAST-QTY TO FA-LW-FORECAST-QTY.
           MOVE FA-GT-ACTUAL-QTY   TO FA-LW-ACTUAL-QTY.
           MOVE FA-GT-ABS-ERROR    TO FA-LW-ABS-ERROR.
           MOVE FA-GT-KEYCODE-CNT  TO FA-LW-KEYCODE-CNT.
           PERFORM 7500-FORMAT-LINE THRU 7500-EXIT.
           WRITE FA-RPT-LINE FROM FA-DETAIL-LINE.
           MOVE "ACCURACY BY STORE AND DEPARTMENT" TO FA-TL-TEXT.
           PERFORM 7900-WRITE-TITLE THRU 7900-EXIT.
           MOVE ZERO TO FA-ITEMS-DONE.
           PERFORM 7200-PRINT-NEXT-STORE-DEPT THRU 7200-EXIT
               UNTIL FA-ITEMS-DONE NOT < FA-SD-CNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-NEXT-DEPT.
           MOVE ZERO TO FA-NEXT-IDX.
           PERFORM 7110-FIND-LOWEST-DEPT THRU 7110-EXIT
               VARYING FA-SCAN-IDX FROM 1 BY 1
               UNTIL FA-SCAN-IDX > FA-DP-CNT.
           MOVE FA-NEXT-IDX TO FA-DP-IDX.
           MOVE 'Y' TO FA-DP-PRINTED(FA-DP-IDX).
           ADD 1 TO FA-ITEMS-DONE.
           MOVE "ALL" TO FA-DL-STORE-NUM.
           MOVE FA-DP-DEPARTMENT-NUM(FA-DP-IDX) TO FA-DL-DEPARTMENT-NUM.
           MOVE FA-DP-FORECAST-QTY(FA-DP-IDX)   TO FA-LW-FORECAST-QTY.
           MOVE FA-DP-ACTUAL-QTY(FA-DP-IDX)     TO FA-LW-ACTUAL-QTY.
           MOVE FA-DP-ABS-ERROR(FA-DP-IDX)      TO FA-LW-ABS-ERROR.
           MOVE FA-DP-KEYCODE-CNT(FA-DP-IDX)    TO FA-LW-KEYCODE-CNT.
           PERFORM 7500-FORMAT-LINE THRU 7500-EXIT.
           WRITE FA-RPT-LINE FROM FA-DETAIL-LINE.
       7100-EXIT.
           EXIT.

       7110-FIND-LOWEST-DEPT.
           IF FA-DP-PRINTED(FA-SCAN-IDX) = 'Y'
               GO TO 7110-EXIT
           END-IF.
           IF FA-NEXT-IDX = ZERO
               MOVE FA-SCAN-IDX TO FA-NEXT-IDX
               GO TO 7110-EXIT
           END-IF.
           IF FA-DP-DEPARTMENT-NUM(FA-SCAN-IDX) <
                   FA-DP-DEPARTMENT-NUM(FA-NEXT-IDX)
               MOVE FA-SCAN-IDX TO FA-NEXT-IDX
           END-IF.
       7110-EXIT.
           EXIT.

       7200-PRINT-NEXT-STORE-DEPT.
           MOVE ZERO TO FA-NEXT-IDX.
           PERFORM 7210-FIND-LOWEST-STORE-DEPT THRU 7210-EXIT
               VARYING FA-SCAN-IDX FROM 1 BY 1
               UNTIL FA-SCAN-IDX > FA-SD-CNT.
           MOVE FA-NEXT-IDX TO FA-SD-IDX.
           MOVE 'Y' TO FA-SD-PRINTED(FA-SD-IDX).
           ADD 1 TO FA-ITEMS-DONE.
           MOVE FA-SD-STORE-NUM(FA-SD-IDX)      TO FA-DL-STORE-NUM.
           MOVE FA-SD-DEPARTMENT-NUM(FA-SD-IDX) TO FA-DL-DEPARTMENT-NUM.
           MOVE FA-SD-FORECAST-QTY(FA-SD-IDX)   TO FA-LW-FORECAST-QTY.
           MOVE FA-SD-ACTUAL-QTY(FA-SD-IDX)     TO FA-LW-ACTUAL-QTY.
           MOVE FA-SD-ABS-ERROR(FA-SD-IDX)      TO FA-LW-ABS-ERROR.
           MOVE FA-SD-KEYCODE-CNT(FA-SD-IDX)    TO FA-LW-KEYCODE-CNT.
           PERFORM 7500-FORMAT-LINE THRU 7500-EXIT.
           WRITE FA-RPT-LINE FROM FA-DETAIL-LINE.
       7200-EXIT.
           EXIT.

       7210-FIND-LOWEST-STORE-DEPT.
           IF FA-SD-PRINTED(FA-SCAN-IDX) = 'Y'
               GO TO 7210-EXIT
           END-IF.
           IF FA-NEXT-IDX = ZERO
               MOVE FA-SCAN-IDX TO FA-NEXT-IDX
               GO TO 7210-EXIT
           END-IF.
           IF FA-SD-KEY(FA-SCAN-IDX) < FA-SD-KEY(FA-NEXT-IDX)
               MOVE FA-SCAN-IDX TO FA-NEXT-IDX
           END-IF.
       7210-EXIT.
           EXIT.

      *    ACCURACY AND THE TRUST/REVIEW FLAG FOR THE FIGURES IN
      *    FA-LINE-WORK.
       7500-FORMAT-LINE.
           IF FA-LW-ACTUAL-QTY > ZERO
               COMPUTE FA-LW-ACCURACY-PCT ROUNDED =
                   100 - (FA-LW-ABS-ERROR * 100 / FA-LW-ACTUAL-QTY)
                   ON SIZE ERROR
                       MOVE ZERO TO FA-LW-ACCURACY-PCT
               END-COMPUTE
               IF FA-LW-ACCURACY-PCT < ZERO
                   MOVE ZERO TO FA-LW-ACCURACY-PCT
               END-IF
           ELSE
               IF FA-LW-FORECAST-QTY = ZERO
                   MOVE 100 TO FA-LW-ACCURACY-PCT
               ELSE
                   MOVE ZERO TO FA-LW-ACCURACY-PCT
               END-IF
           END-IF.
           MOVE FA-LW-KEYCODE-CNT  TO FA-DL-KEYCODE-CNT.
           MOVE FA-LW-FORECAST-QTY TO FA-DL-FORECAST-QTY.
           MOVE FA-LW-ACTUAL-QTY   TO FA-DL-ACTUAL-QTY.
           COMPUTE FA-DL-BIAS-QTY =
               FA-LW-FORECAST-QTY - FA-LW-ACTUAL-QTY.
           MOVE FA-LW-ABS-ERROR    TO FA-DL-ABS-ERROR.
           MOVE FA-LW-ACCURACY-PCT TO FA-DL-ACCURACY-PCT.
           IF FA-LW-ACCURACY-PCT NOT < FA-TRUST-PCT
               MOVE "TRUST"  TO FA-DL-FLAG
               ADD 1 TO FA-LINES-TRUST
           ELSE
               MOVE "REVIEW" TO FA-DL-FLAG
               ADD 1 TO FA-LINES-REVIEW
           END-IF.
       7500-EXIT.
           EXIT.

       7900-WRITE-TITLE.
           MOVE SPACES TO FA-RPT-LINE.
           WRITE FA-RPT-LINE.
           WRITE FA-RPT-LINE FROM FA-TITLE-LINE.
           WRITE FA-RPT-LINE FROM FA-HEADING-2.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7910-START-HISTORY - POSITION AT THE FIRST STORE'S FIRST        *
      *                       SNAPSHOT IN THE DATE WINDOW.  STORE 0000  *
      *                       (THE CYCLE-COMMIT MARKERS) IS PASSED BY   *
      ******************************************************************
       7910-START-HISTORY.
           MOVE 1              TO FA-HK-STORE-NUM.
           MOVE FA-WINDOW-FROM TO FA-HK-AS-OF-DATE.
           MOVE ZERO           TO FA-HK-SEG-NO.
           PERFORM 7950-START-AT-KEY THRU 7950-EXIT.
       7910-EXIT.
           EXIT.

      ******************************************************************
      * 7920-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE SNAPSHOT IN THE    *
      *                      WINDOW IS REASSEMBLED OR THE FILE ENDS     *
      ******************************************************************
       7920-READ-SNAPSHOT.
           MOVE 'N' TO FA-SNAP-COMPLETE.
           PERFORM 7930-READ-SEGMENT THRU 7930-EXIT
               UNTIL FA-SNAPSHOT-IS-COMPLETE
                  OR FA-END-OF-HISTORY-FILE.
       7920-EXIT.
           EXIT.

      *    A SEGMENT DATED BEFORE THE WINDOW RESTARTS AT THE WINDOW'S
      *    FIRST DATE FOR ITS STORE; ONE DATED AFTER IT SKIPS TO THE
      *    NEXT STORE - ONLY THE WINDOW'S KEYS ARE EVER READ THROUGH.
       7930-READ-SEGMENT.
           READ FA-HISTORY-FILE NEXT
               AT END
                   SET FA-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7930-EXIT
           END-READ.
           IF FA-HK-AS-OF-DATE < FA-WINDOW-FROM
               MOVE FA-WINDOW-FROM TO FA-HK-AS-OF-DATE
               MOVE ZERO           TO FA-HK-SEG-NO
               PERFORM 7950-START-AT-KEY THRU 7950-EXIT
               GO TO 7930-EXIT
           END-IF.
           IF FA-HK-AS-OF-DATE > FA-WINDOW-TO
               IF FA-HK-STORE-NUM = 9999
                   SET FA-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7930-EXIT
               END-IF
               ADD 1 TO FA-HK-STORE-NUM
               MOVE FA-WINDOW-FROM TO FA-HK-AS-OF-DATE
               MOVE ZERO           TO FA-HK-SEG-NO
               PERFORM 7950-START-AT-KEY THRU 7950-EXIT
               GO TO 7930-EXIT
           END-IF.
           PERFORM 7940-ADD-SEGMENT THRU 7940-EXIT.
       7930-EXIT.
           EXIT.

       7940-ADD-SEGMENT.
           IF FA-HK-SEG-NO = 1
               MOVE FA-HK-STORE-NUM  TO FA-HS-STORE-NUM
               MOVE FA-HK-AS-OF-DATE TO FA-HS-AS-OF-DATE
               MOVE FA-HK-DETAIL-LEN TO FA-HS-DETAIL-LEN
               MOVE 1 TO FA-NEXT-SEG-NO
           END-IF.
           IF FA-HK-SEG-NO NOT = FA-NEXT-SEG-NO
               OR FA-HK-STORE-NUM NOT = FA-HS-STORE-NUM
               OR FA-HK-AS-OF-DATE NOT = FA-HS-AS-OF-DATE
               MOVE ZERO TO FA-NEXT-SEG-NO
               GO TO 7940-EXIT
           END-IF.
           COMPUTE FA-SEG-START = (FA-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE FA-SEG-LEN = FA-IN-REC-LEN - 23.
           IF FA-SEG-LEN > ZERO
               MOVE FA-HK-SEG-DATA(1:FA-SEG-LEN) TO
                   FA-HS-STORE-DETAIL(FA-SEG-START:FA-SEG-LEN)
           END-IF.
           IF FA-HK-SEG-NO NOT < FA-HK-SEG-CNT
               SET FA-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO FA-NEXT-SEG-NO
           ELSE
               ADD 1 TO FA-NEXT-SEG-NO
           END-IF.
       7940-EXIT.
           EXIT.

       7950-START-AT-KEY.
           START FA-HISTORY-FILE KEY IS NOT LESS THAN FA-HK-KEY
               INVALID KEY
                   SET FA-END-OF-HISTORY-FILE TO TRUE
           END-START.
       7950-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE FA-LOG-FILE
                 FA-HISTORY-FILE
                 FA-REPORT-FILE.
           DISPLAY "SDFCACC PERIOD            = " FA-PERIOD.
           DISPLAY "SDFCACC FORECASTS READ    = " FA-LOG-READ.
           DISPLAY "SDFCACC FORECASTS USED    = " FA-LOG-USED.
           DISPLAY "SDFCACC SNAPSHOTS READ    = " FA-SNAPSHOTS-READ.
           DISPLAY "SDFCACC SNAPSHOTS USED    = " FA-SNAPSHOTS-USED.
           DISPLAY "SDFCACC STORE/KEYCODES    = " FA-SK-CNT.
           DISPLAY "SDFCACC LINES TRUST       = " FA-LINES-TRUST.
           DISPLAY "SDFCACC LINES REVIEW      = " FA-LINES-REVIEW.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
