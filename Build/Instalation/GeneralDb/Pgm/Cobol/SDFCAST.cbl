       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDFCAST.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDFCAST - WEEKLY STORE/KEYCODE DEMAND FORECAST.  REPLENISHMENT  *
      *           AND ALLOCATION ONLY EVER LOOKED BACK AT ONE DAY'S     *
      *           Qty-2 OR A FLAT PARM MINIMUM, WHILE MONTHS OF         *
      *           PER-STORE HISTORY SAT IN SDSALHST UNUSED.  THIS RUN   *
      *           PROJECTS IT FORWARD.  THE BASE WEEKS ARE THE PARM     *
      *           NUMBER OF RETAIL WEEKS (SDRETCAL) ENDING WITH THE     *
      *           LAST WEEK COMPLETE AT THE BATCYCP CYCLE DATE, AND THE *
      *           FORECAST WEEKS THE PARM NUMBER OF WEEKS AFTER IT.     *
      *           FOR EVERY STORE AND KEYCODE WITH Real-Sale-Trans      *
      *           UNITS IN THE SNAPSHOTS -                              *
      *             BASE RATE  = BASE-WEEK UNITS / BASE WEEKS           *
      *             SEASONAL   = UNITS IN THE SAME RETAIL WEEK LAST     *
      *             INDEX        YEAR / AVERAGE WEEKLY UNITS OVER THE   *
      *                          BASE WEEKS LAST YEAR (1.00 WHEN LAST   *
      *                          YEAR'S BASE WEEKS SOLD NOTHING)        *
      *             FORECAST   = BASE RATE X SEASONAL INDEX             *
      *           WITH LAST YEAR'S WEEK TAKEN AS IT STANDS WHEN THE     *
      *           KEYCODE SOLD NOTHING IN EITHER BASE WINDOW (A         *
      *           SEASONAL LINE COMING BACK).  LAST YEAR'S DATES COME   *
      *           FROM THE CALENDAR'S SAME-WEEK-LAST-YEAR COLUMNS.      *
      *           BECAUSE SDSNAPRT THINS OLD HISTORY TO ONE SNAPSHOT    *
      *           PER STORE PER WEEK, LAST YEAR IS ONLY EVER USED AS A  *
      *           RATIO OF ITSELF.  EVERY FORECAST WEEK GOES TO SDFCST; *
      *           THE ONE-WEEK-AHEAD ROWS ARE ALSO APPENDED TO THE      *
      *           SDFCSTH LOG THAT SDFCACC MEASURES ACCURACY FROM - A   *
      *           WEEK ALREADY ON THE LOG IS NOT LOGGED AGAIN, SO A     *
      *           RERUN DOES NOT DOUBLE IT.                             *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE - EACH STORE IS READ FROM LAST   *
      *                          YEAR'S FIRST BASE WEEK TO THIS YEAR'S *
      *                          LAST BASE WEEK BY KEYED START, NOT    *
      *                          BY A SCAN OF THE WHOLE HISTORY        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FC-PARM-FILE ASSIGN TO "SDFCASTP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FC-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FC-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FC-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-HK-KEY
               FILE STATUS IS FC-HK-FILE-STATUS.
           SELECT FC-FORECAST-FILE ASSIGN TO "SDFCST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FC-LOG-FILE ASSIGN TO "SDFCSTH"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FC-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FC-PARM-RECORD.
           05 FC-PARM-WEEKS-AHEAD          PIC 9(02).
           05 FC-PARM-BASE-WEEKS           PIC 9(02).
           05 FILLER                       PIC X(76).

       FD  FC-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FC-CYCLE-PARM-RECORD.
           05 FC-CP-CYCLE-DATE             PIC 9(08).

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  FC-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FC-CALENDAR-RECORD.
           05 FC-CR-WEEK-START-DATE        PIC 9(08).
           05 FC-CR-WEEK-END-DATE          PIC 9(08).
           05 FC-CR-RETAIL-YEAR            PIC 9(04).
           05 FC-CR-QUARTER                PIC 9(01).
           05 FC-CR-PERIOD                 PIC 9(02).
           05 FC-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 FC-CR-WEEK-OF-YEAR           PIC 9(02).
           05 FC-CR-PERIOD-START-DATE      PIC 9(08).
           05 FC-CR-PERIOD-END-DATE        PIC 9(08).
           05 FC-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 FC-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 FC-CR-PERIOD-STATUS          PIC X(01).
           05 FC-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  FC-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON FC-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  FC-HISTORY-SEG.
           05 FC-HK-KEY.
               10 FC-HK-STORE-NUM          PIC 9(04).
               10 FC-HK-AS-OF-DATE         PIC 9(08).
               10 FC-HK-SEG-NO             PIC 9(02).
           05 FC-HK-DETAIL-LEN             PIC 9(07).
           05 FC-HK-SEG-CNT                PIC 9(02).
           05 FC-HK-SEG-DATA               PIC X(32000).

      *    ONE ROW PER STORE, KEYCODE AND FORECAST WEEK.  SDFCSTH
      *    CARRIES THE SAME LAYOUT.
       FD  FC-FORECAST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FC-FORECAST-RECORD.
           05 FC-FR-FORECAST-DATE          PIC 9(08).
           05 FC-FR-STORE-NUM              PIC 9(04).
           05 FC-FR-DEPARTMENT-NUM         PIC 9(04).
           05 FC-FR-KEYCODE                PIC 9(08).
           05 FC-FR-WEEK-AHEAD             PIC 9(02).
           05 FC-FR-WEEK-START-DATE        PIC 9(08).
           05 FC-FR-WEEK-END-DATE          PIC 9(08).
           05 FC-FR-RETAIL-YEAR            PIC 9(04).
           05 FC-FR-WEEK-OF-YEAR           PIC 9(02).
           05 FC-FR-FORECAST-QTY           PIC S9(07).
           05 FC-FR-BASE-RATE              PIC S9(07)V99.
           05 FC-FR-SEASONAL-INDEX         PIC 9(03)V99.
           05 FILLER                       PIC X(11).

       FD  FC-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FC-LOG-RECORD.
           05 FC-LG-FORECAST-DATE          PIC 9(08).
           05 FILLER                       PIC X(16).
           05 FC-LG-WEEK-AHEAD             PIC 9(02).
           05 FC-LG-WEEK-START-DATE        PIC 9(08).
           05 FILLER                       PIC X(46).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  FC-HISTORY-IO.
           05 FC-HS-AS-OF-DATE             PIC 9(08).
           05 FC-HS-STORE-NUM              PIC 9(04).
           05 FC-HS-DETAIL-LEN             PIC 9(07).
           05 FC-HS-STORE-DETAIL           PIC X(656000).

       01  FC-HK-FILE-STATUS               PIC X(02).
           88 FC-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  FC-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 FC-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  FC-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  FC-SEG-START                    PIC 9(07) COMP.
       01  FC-SEG-LEN                      PIC 9(07) COMP.
       01  FC-WINDOW-FROM                  PIC 9(08).
       01  FC-WINDOW-TO                    PIC 9(08).

      *    THE SNAPSHOT DETAIL RE-SLICED BACK INTO THE ARRAY LAYOUT SO
      *    ITS KEYCODE AND SALE ENTRIES CAN BE WALKED.
       01  FC-STORE-DETAIL.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       01  FC-SWITCHES.
           05 FC-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 FC-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 FC-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 FC-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 FC-EOF-LOG-FILE              PIC X(01) VALUE 'N'.
               88 FC-END-OF-LOG-FILE           VALUE 'Y'.
           05 FC-ABORT                     PIC X(01) VALUE 'N'.
               88 FC-ABORT-RUN                 VALUE 'Y'.
           05 FC-LOG-STATE                 PIC X(01) VALUE 'Y'.
               88 FC-LOG-THIS-RUN              VALUE 'Y'.
           05 FC-MATCH-FOUND               PIC X(01).
               88 FC-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  FC-IN-REC-LEN                   PIC 9(05) COMP.
       01  FC-CYCLE-DATE                   PIC 9(08).
       01  FC-WEEKS-AHEAD                  PIC 9(02) COMP.
       01  FC-BASE-WEEKS                   PIC 9(02) COMP.

       01  FC-SUBSCRIPTS.
           05 FC-DEPT-IDX                  PIC 9(02) COMP.
           05 FC-PROD-IDX                  PIC 9(03) COMP.
           05 FC-SALE-IDX                  PIC 9(03) COMP.
           05 FC-WEEK-IDX                  PIC 9(02) COMP.
           05 FC-BK-IDX                    PIC 9(02) COMP.

       01  FC-COUNTERS.
           05 FC-WK-CNT                    PIC 9(04) COMP VALUE ZERO.
           05 FC-BK-CNT                    PIC 9(02) COMP VALUE ZERO.
           05 FC-SK-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 FC-SNAPSHOTS-READ            PIC 9(07) COMP VALUE ZERO.
           05 FC-SNAPSHOTS-USED            PIC 9(07) COMP VALUE ZERO.
           05 FC-FORECASTS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
           05 FC-LOG-WRITTEN               PIC 9(07) COMP VALUE ZERO.

      *    THE WHOLE RETAIL CALENDAR, ONE ENTRY PER WEEK IN DATE ORDER.
       01  FC-WEEK-TABLE.
           05 FC-WK-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON FC-WK-CNT.
               10 FC-WK-START-DATE         PIC 9(08).
               10 FC-WK-END-DATE           PIC 9(08).
               10 FC-WK-RETAIL-YEAR        PIC 9(04).
               10 FC-WK-WEEK-OF-YEAR       PIC 9(02).
               10 FC-WK-LY-START-DATE      PIC 9(08).
               10 FC-WK-LY-END-DATE        PIC 9(08).

      *    THE LAST COMPLETE WEEK, AND THE FIRST BASE WEEK.
       01  FC-LAST-WEEK                    PIC 9(04) COMP VALUE ZERO.
       01  FC-FIRST-BASE-WEEK              PIC 9(04) COMP.
       01  FC-WK-IDX                       PIC 9(04) COMP.

      *    DATE WINDOWS A SNAPSHOT CAN FALL IN - 'B' THE BASE WEEKS,
      *    'L' THE BASE WEEKS LAST YEAR, 'F' LAST YEAR'S EQUIVALENT OF
      *    FORECAST WEEK FC-BK-SLOT.
       01  FC-BUCKET-TABLE.
           05 FC-BK-ENTRY OCCURS 10 TIMES.
               10 FC-BK-FROM-DATE          PIC 9(08).
               10 FC-BK-TO-DATE            PIC 9(08).
               10 FC-BK-KIND               PIC X(01).
                   88 FC-BK-IS-BASE            VALUE 'B'.
                   88 FC-BK-IS-LY-BASE         VALUE 'L'.
                   88 FC-BK-IS-LY-WEEK         VALUE 'F'.
               10 FC-BK-SLOT               PIC 9(02).
       01  FC-SNAPSHOT-BUCKET              PIC 9(02) COMP.

      *    UNITS BY STORE AND KEYCODE FOR EACH WINDOW.
       01  FC-SK-TABLE.
           05 FC-SK-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON FC-SK-CNT.
               10 FC-SK-STORE-NUM          PIC 9(04).
               10 FC-SK-DEPARTMENT-NUM     PIC 9(04).
               10 FC-SK-KEYCODE            PIC 9(08).
               10 FC-SK-BASE-QTY           PIC S9(07).
               10 FC-SK-LY-BASE-QTY        PIC S9(07).
               10 FC-SK-LY-WEEK-QTY        PIC S9(07) OCCURS 8 TIMES.

       01  FC-SCAN-IDX                     PIC 9(05) COMP.
       01  FC-MATCH-IDX                    PIC 9(05) COMP.
       01  FC-SK-IDX                       PIC 9(05) COMP.

       01  FC-LOOKUP-KEYCODE               PIC 9(08).
       01  FC-SALE-QTY                     PIC S9(06).
       01  FC-PRODUCT-UNITS                PIC S9(07).
       01  FC-BASE-RATE                    PIC S9(07)V99.
       01  FC-SEASONAL-INDEX               PIC 9(03)V99.
       01  FC-FORECAST-QTY                 PIC S9(07).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF FC-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-READ-SNAPSHOT THRU 3000-EXIT
               UNTIL FC-END-OF-HISTORY-FILE.
           PERFORM 6000-FORECAST-SK THRU 6000-EXIT
               VARYING FC-SK-IDX FROM 1 BY 1
               UNTIL FC-SK-IDX > FC-SK-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - PARMS AND CYCLE DATE, THE CALENDAR, THE BASE  *
      *                   AND FORECAST WEEKS AND THEIR DATE WINDOWS     *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT FC-PARM-FILE.
           READ FC-PARM-FILE
               AT END
                   MOVE ZERO TO FC-PARM-WEEKS-AHEAD
                                FC-PARM-BASE-WEEKS
           END-READ.
           CLOSE FC-PARM-FILE.
           IF FC-PARM-WEEKS-AHEAD NUMERIC
               AND FC-PARM-WEEKS-AHEAD > ZERO
               AND FC-PARM-WEEKS-AHEAD NOT > 8
               MOVE FC-PARM-WEEKS-AHEAD TO FC-WEEKS-AHEAD
           ELSE
               MOVE 6 TO FC-WEEKS-AHEAD
           END-IF.
           IF FC-PARM-BASE-WEEKS NUMERIC
               AND FC-PARM-BASE-WEEKS > ZERO
               AND FC-PARM-BASE-WEEKS NOT > 8
               MOVE FC-PARM-BASE-WEEKS TO FC-BASE-WEEKS
           ELSE
               MOVE 4 TO FC-BASE-WEEKS
           END-IF.
           OPEN INPUT FC-CYCLE-PARM-FILE.
           READ FC-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO FC-CP-CYCLE-DATE
           END-READ.
           CLOSE FC-CYCLE-PARM-FILE.
           IF FC-CP-CYCLE-DATE = ZERO
               ACCEPT FC-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FC-CP-CYCLE-DATE TO FC-CYCLE-DATE
           END-IF.
           OPEN INPUT FC-CALENDAR-FILE.
           PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT
               UNTIL FC-END-OF-CALENDAR-FILE.
           CLOSE FC-CALENDAR-FILE.
           IF FC-LAST-WEEK NOT > FC-BASE-WEEKS
               OR FC-LAST-WEEK + FC-WEEKS-AHEAD > FC-WK-CNT
               DISPLAY "SDFCAST *** ABEND *** SDRETCAL DOES NOT COVER "
                   "THE BASE AND FORECAST WEEKS FOR CYCLE "
                   FC-CYCLE-DATE
               MOVE 16 TO RETURN-CODE
               SET FC-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-BUILD-BUCKETS THRU 2100-EXIT.
           OPEN INPUT FC-LOG-FILE.
           PERFORM 2200-CHECK-LOG THRU 2200-EXIT
               UNTIL FC-END-OF-LOG-FILE.
           CLOSE FC-LOG-FILE.
           OPEN INPUT  FC-HISTORY-FILE
                OUTPUT FC-FORECAST-FILE.
           MOVE FC-BK-FROM-DATE(2) TO FC-WINDOW-FROM.
           MOVE FC-BK-TO-DATE(1)   TO FC-WINDOW-TO.
           PERFORM 7000-START-HISTORY THRU 7000-EXIT.
           IF FC-LOG-THIS-RUN
               OPEN EXTEND FC-LOG-FILE
           ELSE
               DISPLAY "SDFCAST WEEK "
                   FC-WK-START-DATE(FC-LAST-WEEK + 1)
                   " IS ALREADY ON SDFCSTH - NOT LOGGED AGAIN"
           END-IF.
       1000-EXIT.
           EXIT.

      *    THE LAST WEEK WHOSE END IS ON OR BEFORE THE CYCLE DATE IS
      *    THE LAST COMPLETE WEEK.
       2000-LOAD-CALENDAR.
           READ FC-CALENDAR-FILE
               AT END
                   SET FC-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO FC-WK-CNT.
           MOVE FC-CR-WEEK-START-DATE    TO FC-WK-START-DATE(FC-WK-CNT).
           MOVE FC-CR-WEEK-END-DATE      TO FC-WK-END-DATE(FC-WK-CNT).
           MOVE FC-CR-RETAIL-YEAR
                                 TO FC-WK-RETAIL-YEAR(FC-WK-CNT).
           MOVE FC-CR-WEEK-OF-YEAR
                                 TO FC-WK-WEEK-OF-YEAR(FC-WK-CNT).
           MOVE FC-CR-LY-WEEK-START-DATE
                                 TO FC-WK-LY-START-DATE(FC-WK-CNT).
           MOVE FC-CR-LY-WEEK-END-DATE
                                 TO FC-WK-LY-END-DATE(FC-WK-CNT).
           IF FC-CR-WEEK-END-DATE NOT > FC-CYCLE-DATE
               MOVE FC-WK-CNT TO FC-LAST-WEEK
           END-IF.
       2000-EXIT.
           EXIT.

       2100-BUILD-BUCKETS.
           COMPUTE FC-FIRST-BASE-WEEK =
               FC-LAST-WEEK - FC-BASE-WEEKS + 1.
           MOVE 1 TO FC-BK-CNT.
           MOVE FC-WK-START-DATE(FC-FIRST-BASE-WEEK)
                                     TO FC-BK-FROM-DATE(1).
           MOVE FC-WK-END-DATE(FC-LAST-WEEK) TO FC-BK-TO-DATE(1).
           MOVE 'B' TO FC-BK-KIND(1).
           MOVE ZERO TO FC-BK-SLOT(1).
           MOVE 2 TO FC-BK-CNT.
           MOVE FC-WK-LY-START-DATE(FC-FIRST-BASE-WEEK)
                                     TO FC-BK-FROM-DATE(2).
           MOVE FC-WK-LY-END-DATE(FC-LAST-WEEK) TO FC-BK-TO-DATE(2).
           MOVE 'L' TO FC-BK-KIND(2).
           MOVE ZERO TO FC-BK-SLOT(2).
           PERFORM 2110-ADD-LY-WEEK THRU 2110-EXIT
               VARYING FC-WEEK-IDX FROM 1 BY 1
               UNTIL FC-WEEK-IDX > FC-WEEKS-AHEAD.
       2100-EXIT.
           EXIT.

       2110-ADD-LY-WEEK.
           ADD 1 TO FC-BK-CNT.
           COMPUTE FC-WK-IDX = FC-LAST-WEEK + FC-WEEK-IDX.
           MOVE FC-WK-LY-START-DATE(FC-WK-IDX)
                                     TO FC-BK-FROM-DATE(FC-BK-CNT).
           MOVE FC-WK-LY-END-DATE(FC-WK-IDX)
                                     TO FC-BK-TO-DATE(FC-BK-CNT).
           MOVE 'F' TO FC-BK-KIND(FC-BK-CNT).
           MOVE FC-WEEK-IDX TO FC-BK-SLOT(FC-BK-CNT).
       2110-EXIT.
           EXIT.

       2200-CHECK-LOG.
           READ FC-LOG-FILE
               AT END
                   SET FC-END-OF-LOG-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF FC-LG-WEEK-START-DATE =
                   FC-WK-START-DATE(FC-LAST-WEEK + 1)
               MOVE 'N' TO FC-LOG-STATE
               SET FC-END-OF-LOG-FILE TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-SNAPSHOT - A SNAPSHOT IN ANY WINDOW IS RE-SLICED AND  *
      *                      ITS SALES FOLDED BY STORE AND KEYCODE      *
      ******************************************************************
       3000-READ-SNAPSHOT.
           PERFORM 7100-READ-SNAPSHOT THRU 7100-EXIT.
           IF FC-END-OF-HISTORY-FILE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO FC-SNAPSHOTS-READ.
           IF FC-HS-STORE-NUM = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO FC-SNAPSHOT-BUCKET.
           PERFORM 3010-FIND-BUCKET THRU 3010-EXIT
               VARYING FC-BK-IDX FROM 1 BY 1
               UNTIL FC-BK-IDX > FC-BK-CNT
                  OR FC-SNAPSHOT-BUCKET NOT = ZERO.
           IF FC-SNAPSHOT-BUCKET = ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO FC-SNAPSHOTS-USED.
           MOVE FC-HS-STORE-DETAIL(1:FC-HS-DETAIL-LEN)
                                     TO FC-STORE-DETAIL.
           PERFORM 3100-WALK-DEPARTMENT THRU 3100-EXIT
               VARYING FC-DEPT-IDX FROM 1 BY 1 UNTIL FC-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3010-FIND-BUCKET.
           IF FC-HS-AS-OF-DATE NOT < FC-BK-FROM-DATE(FC-BK-IDX)
               AND FC-HS-AS-OF-DATE NOT > FC-BK-TO-DATE(FC-BK-IDX)
               MOVE FC-BK-IDX TO FC-SNAPSHOT-BUCKET
           END-IF.
       3010-EXIT.
           EXIT.

       3100-WALK-DEPARTMENT.
           PERFORM 3200-WALK-PRODUCT THRU 3200-EXIT
               VARYING FC-PROD-IDX FROM 1 BY 1
               UNTIL FC-PROD-IDX > Product-Details-Cnt(FC-DEPT-IDX).
       3100-EXIT.
           EXIT.

       3200-WALK-PRODUCT.
           MOVE ZERO TO FC-PRODUCT-UNITS.
           PERFORM 3300-FOLD-SALE THRU 3300-EXIT
               VARYING FC-SALE-IDX FROM 1 BY 1
               UNTIL FC-SALE-IDX >
                   A-Sale-Cnt(FC-DEPT-IDX FC-PROD-IDX).
           IF FC-PRODUCT-UNITS = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE keycode-1(FC-DEPT-IDX FC-PROD-IDX) TO FC-LOOKUP-KEYCODE.
           PERFORM 5000-FIND-OR-ADD-SK THRU 5000-EXIT.
           MOVE FC-SNAPSHOT-BUCKET TO FC-BK-IDX.
           EVALUATE TRUE
               WHEN FC-BK-IS-BASE(FC-BK-IDX)
                   ADD FC-PRODUCT-UNITS TO FC-SK-BASE-QTY(FC-MATCH-IDX)
               WHEN FC-BK-IS-LY-BASE(FC-BK-IDX)
                   ADD FC-PRODUCT-UNITS
                       TO FC-SK-LY-BASE-QTY(FC-MATCH-IDX)
               WHEN OTHER
                   MOVE FC-BK-SLOT(FC-BK-IDX) TO FC-WEEK-IDX
                   ADD FC-PRODUCT-UNITS
                       TO FC-SK-LY-WEEK-QTY(FC-MATCH-IDX FC-WEEK-IDX)
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3300-FOLD-SALE.
           IF NOT Real-Sale-Trans(FC-DEPT-IDX FC-PROD-IDX FC-SALE-IDX)
               GO TO 3300-EXIT
           END-IF.
           MOVE Qty-1(FC-DEPT-IDX FC-PROD-IDX FC-SALE-IDX)
                                     TO FC-SALE-QTY.
           ADD FC-SALE-QTY TO FC-PRODUCT-UNITS.
       3300-EXIT.
           EXIT.

       5000-FIND-OR-ADD-SK.
           MOVE 'N' TO FC-MATCH-FOUND.
           PERFORM 5010-SCAN-SK THRU 5010-EXIT
               VARYING FC-SCAN-IDX FROM 1 BY 1
               UNTIL FC-SCAN-IDX > FC-SK-CNT
                  OR FC-ENTRY-WAS-FOUND.
           IF NOT FC-ENTRY-WAS-FOUND
               ADD 1 TO FC-SK-CNT
               MOVE FC-SK-CNT TO FC-MATCH-IDX
               MOVE FC-HS-STORE-NUM   TO FC-SK-STORE-NUM(FC-MATCH-IDX)
               MOVE Department-Num(FC-DEPT-IDX)
                               TO FC-SK-DEPARTMENT-NUM(FC-MATCH-IDX)
               MOVE FC-LOOKUP-KEYCODE TO FC-SK-KEYCODE(FC-MATCH-IDX)
               MOVE ZERO TO FC-SK-BASE-QTY(FC-MATCH-IDX)
                            FC-SK-LY-BASE-QTY(FC-MATCH-IDX)
               PERFORM 5020-CLEAR-LY-WEEK THRU 5020-EXIT
                   VARYING FC-WEEK-IDX FROM 1 BY 1
                   UNTIL FC-WEEK-IDX > 8
           END-IF.
       5000-EXIT.
           EXIT.

       5010-SCAN-SK.
           IF FC-SK-STORE-NUM(FC-SCAN-IDX) = FC-HS-STORE-NUM
               AND FC-SK-KEYCODE(FC-SCAN-IDX) = FC-LOOKUP-KEYCODE
               MOVE 'Y' TO FC-MATCH-FOUND
               MOVE FC-SCAN-IDX TO FC-MATCH-IDX
           END-IF.
       5010-EXIT.
           EXIT.

       5020-CLEAR-LY-WEEK.
           MOVE ZERO TO FC-SK-LY-WEEK-QTY(FC-MATCH-IDX FC-WEEK-IDX).
       5020-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FORECAST-SK - ONE ROW PER FORECAST WEEK FOR A STORE AND    *
      *                    KEYCODE; THE ONE-WEEK-AHEAD ROW IS LOGGED    *
      ******************************************************************
       6000-FORECAST-SK.
           COMPUTE FC-BASE-RATE ROUNDED =
               FC-SK-BASE-QTY(FC-SK-IDX) / FC-BASE-WEEKS.
           PERFORM 6100-FORECAST-WEEK THRU 6100-EXIT
               VARYING FC-WEEK-IDX FROM 1 BY 1
               UNTIL FC-WEEK-IDX > FC-WEEKS-AHEAD.
       6000-EXIT.
           EXIT.

       6100-FORECAST-WEEK.
           IF FC-SK-LY-BASE-QTY(FC-SK-IDX) > ZERO
               COMPUTE FC-SEASONAL-INDEX ROUNDED =
                   FC-SK-LY-WEEK-QTY(FC-SK-IDX FC-WEEK-IDX)
                   * FC-BASE-WEEKS / FC-SK-LY-BASE-QTY(FC-SK-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO FC-SEASONAL-INDEX
               END-COMPUTE
           ELSE
               MOVE 1 TO FC-SEASONAL-INDEX
           END-IF.
           IF FC-SK-BASE-QTY(FC-SK-IDX) = ZERO
               AND FC-SK-LY-BASE-QTY(FC-SK-IDX) = ZERO
               MOVE FC-SK-LY-WEEK-QTY(FC-SK-IDX FC-WEEK-IDX)
                                     TO FC-FORECAST-QTY
           ELSE
               COMPUTE FC-FORECAST-QTY ROUNDED =
                   FC-BASE-RATE * FC-SEASONAL-INDEX
           END-IF.
           IF FC-FORECAST-QTY < ZERO
               MOVE ZERO TO FC-FORECAST-QTY
           END-IF.
           COMPUTE FC-WK-IDX = FC-LAST-WEEK + FC-WEEK-IDX.
           MOVE SPACES                  TO FC-FORECAST-RECORD.
           MOVE FC-CYCLE-DATE           TO FC-FR-FORECAST-DATE.
           MOVE FC-SK-STORE-NUM(FC-SK-IDX)  TO FC-FR-STORE-NUM.
           MOVE FC-SK-DEPARTMENT-NUM(FC-SK-IDX)
                                        TO FC-FR-DEPARTMENT-NUM.
           MOVE FC-SK-KEYCODE(FC-SK-IDX)    TO FC-FR-KEYCODE.
           MOVE FC-WEEK-IDX             TO FC-FR-WEEK-AHEAD.
           MOVE FC-WK-START-DATE(FC-WK-IDX) TO FC-FR-WEEK-START-DATE.
           MOVE FC-WK-END-DATE(FC-WK-IDX)   TO FC-FR-WEEK-END-DATE.
           MOVE FC-WK-RETAIL-YEAR(FC-WK-IDX) TO FC-FR-RETAIL-YEAR.
           MOVE FC-WK-WEEK-OF-YEAR(FC-WK-IDX) TO FC-FR-WEEK-OF-YEAR.
           MOVE FC-FORECAST-QTY         TO FC-FR-FORECAST-QTY.
           MOVE FC-BASE-RATE            TO FC-FR-BASE-RATE.
           MOVE FC-SEASONAL-INDEX       TO FC-FR-SEASONAL-INDEX.
           WRITE FC-FORECAST-RECORD.
           ADD 1 TO FC-FORECASTS-WRITTEN.
           IF FC-WEEK-IDX = 1
               AND FC-LOG-THIS-RUN
               WRITE FC-LOG-RECORD FROM FC-FORECAST-RECORD
               ADD 1 TO FC-LOG-WRITTEN
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-START-HISTORY - POSITION AT THE FIRST STORE'S FIRST        *
      *                       SNAPSHOT IN THE DATE WINDOW.  STORE 0000  *
      *                       (THE CYCLE-COMMIT MARKERS) IS PASSED BY   *
      ******************************************************************
       7000-START-HISTORY.
           MOVE 1              TO FC-HK-STORE-NUM.
           MOVE FC-WINDOW-FROM TO FC-HK-AS-OF-DATE.
           MOVE ZERO           TO FC-HK-SEG-NO.
           PERFORM 7400-START-AT-KEY THRU 7400-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE SNAPSHOT IN THE    *
      *                      WINDOW IS REASSEMBLED OR THE FILE ENDS     *
      ******************************************************************
       7100-READ-SNAPSHOT.
           MOVE 'N' TO FC-SNAP-COMPLETE.
           PERFORM 7200-READ-SEGMENT THRU 7200-EXIT
               UNTIL FC-SNAPSHOT-IS-COMPLETE
                  OR FC-END-OF-HISTORY-FILE.
       7100-EXIT.
           EXIT.

      *    A SEGMENT DATED BEFORE THE WINDOW RESTARTS AT THE WINDOW'S
      *    FIRST DATE FOR ITS STORE; ONE DATED AFTER IT SKIPS TO THE
      *    NEXT STORE - ONLY THE WINDOW'S KEYS ARE EVER READ THROUGH.
       7200-READ-SEGMENT.
           READ FC-HISTORY-FILE NEXT
               AT END
                   SET FC-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7200-EXIT
           END-READ.
           IF FC-HK-AS-OF-DATE < FC-WINDOW-FROM
               MOVE FC-WINDOW-FROM TO FC-HK-AS-OF-DATE
               MOVE ZERO           TO FC-HK-SEG-NO
               PERFORM 7400-START-AT-KEY THRU 7400-EXIT
               GO TO 7200-EXIT
           END-IF.
           IF FC-HK-AS-OF-DATE > FC-WINDOW-TO
               IF FC-HK-STORE-NUM = 9999
                   SET FC-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7200-EXIT
               END-IF
               ADD 1 TO FC-HK-STORE-NUM
               MOVE FC-WINDOW-FROM TO FC-HK-AS-OF-DATE
               MOVE ZERO           TO FC-HK-SEG-NO
               PERFORM 7400-START-AT-KEY THRU 7400-EXIT
               GO TO 7200-EXIT
           END-IF.
           PERFORM 7300-ADD-SEGMENT THRU 7300-EXIT.
       7200-EXIT.
           EXIT.

       7300-ADD-SEGMENT.
           IF FC-HK-SEG-NO = 1
               MOVE FC-HK-STORE-NUM  TO FC-HS-STORE-NUM
               MOVE FC-HK-AS-OF-DATE TO FC-HS-AS-OF-DATE
               MOVE FC-HK-DETAIL-LEN TO FC-HS-DETAIL-LEN
               MOVE 1 TO FC-NEXT-SEG-NO
           END-IF.
           IF FC-HK-SEG-NO NOT = FC-NEXT-SEG-NO
               OR FC-HK-STORE-NUM NOT = FC-HS-STORE-NUM
               OR FC-HK-AS-OF-DATE NOT = FC-HS-AS-OF-DATE
               MOVE ZERO TO FC-NEXT-SEG-NO
               GO TO 7300-EXIT
           END-IF.
           COMPUTE FC-SEG-START = (FC-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE FC-SEG-LEN = FC-IN-REC-LEN - 23.
           IF FC-SEG-LEN > ZERO
               MOVE FC-HK-SEG-DATA(1:FC-SEG-LEN) TO
                   FC-HS-STORE-DETAIL(FC-SEG-START:FC-SEG-LEN)
           END-IF.
           IF FC-HK-SEG-NO NOT < FC-HK-SEG-CNT
               SET FC-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO FC-NEXT-SEG-NO
           ELSE
               ADD 1 TO FC-NEXT-SEG-NO
           END-IF.
       7300-EXIT.
           EXIT.

       7400-START-AT-KEY.
           START FC-HISTORY-FILE KEY IS NOT LESS THAN FC-HK-KEY
               INVALID KEY
                   SET FC-END-OF-HISTORY-FILE TO TRUE
           END-START.
       7400-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE FC-HISTORY-FILE
                 FC-FORECAST-FILE.
           IF FC-LOG-THIS-RUN
               CLOSE FC-LOG-FILE
           END-IF.
           DISPLAY "SDFCAST CYCLE DATE        = " FC-CYCLE-DATE.
           DISPLAY "SDFCAST FIRST FORECAST WK = "
               FC-WK-START-DATE(FC-LAST-WEEK + 1).
           DISPLAY "SDFCAST SNAPSHOTS READ    = " FC-SNAPSHOTS-READ.
           DISPLAY "SDFCAST SNAPSHOTS USED    = " FC-SNAPSHOTS-USED.
           DISPLAY "SDFCAST STORE/KEYCODES    = " FC-SK-CNT.
           DISPLAY "SDFCAST FORECASTS WRITTEN = " FC-FORECASTS-WRITTEN.
           DISPLAY "SDFCAST ROWS LOGGED       = " FC-LOG-WRITTEN.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
