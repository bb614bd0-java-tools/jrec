       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDKCHIST.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDKCHIST - DATED KEYCODE-LEVEL SALES HISTORY.  THE ONLY LONG    *
      *            HISTORY WAS SDSALHST - WHOLE Store-Dtls ARRAYS WITH  *
      *            NO PER-SALE DATE, THINNED TO WEEKLY BY SDSNAPRT -    *
      *            AND XTAR020K ONLY EVER HOLDS TODAY.  THIS JOB KEEPS A*
      *            COMPACT HISTORY OF STORE, KEYCODE, DEPARTMENT,       *
      *            TRADING DATE, QUANTITY AND VALUE -                   *
      *              - EACH NIGHT THE FINAL "XTAR020F" FEED IS APPENDED *
      *                AS DAILY ('D') ROWS, SAME-KEY LINES ADJACENT ON  *
      *                THE FEED SUMMED INTO ONE ROW, DATED BY THE       *
      *                LINE'S OWN XTAR020-DATE (A LATE ARRIVAL KEEPS    *
      *                ITS REAL TRADING DATE) AND STAMPED WITH THE      *
      *                BATCYCP CYCLE DATE AS THE LOAD DATE              *
      *              - DAILY ROWS OLDER THAN THE PARM RETENTION DAYS    *
      *                ROLL UP TO ONE MONTHLY ('M') ROW PER STORE,      *
      *                KEYCODE, DEPARTMENT AND MONTH, DATED THE FIRST   *
      *                OF THE MONTH.  A MONTH ALREADY ROLLED ON AN      *
      *                EARLIER NIGHT HAS THE NEW DAYS MERGED INTO ITS   *
      *                EXISTING ROW, SO THERE IS ONLY EVER ONE          *
      *              - DAILY ROWS ALREADY LOADED BY THIS CYCLE (A       *
      *                RERUN) ARE DROPPED BEFORE THE FEED IS RELOADED   *
      *            THE HISTORY IS WRITTEN OLD/NEW, "SDKCHST" TO         *
      *            "SDKCHSN".  LIKE SDSNAPRT IT IS READ TWICE - ONCE TO *
      *            GATHER THE DAYS DUE TO ROLL, ONCE TO ROUTE - SO AN   *
      *            EXISTING MONTHLY ROW CAN BE MERGED.  THE SDKCHR      *
      *            REPORT BALANCES THE DAILY ROWS ROLLED PLUS THE       *
      *            MONTHLY ROWS MERGED AGAINST THE MONTHLY ROWS         *
      *            WRITTEN, AND EVERYTHING READ AGAINST EVERYTHING      *
      *            WRITTEN OR DROPPED, ON BOTH QUANTITY AND VALUE; AN   *
      *            IMBALANCE ENDS THE RUN WITH A NONZERO RETURN-CODE    *
      *            SO THE NEW GENERATION IS NOT PROMOTED.  A NIGHT      *
      *            NORMALLY ROLLS A SINGLE TRADING DAY, SO THE ROLL-UP  *
      *            TABLE IS SCANNED LINEARLY.                           *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KH-PARM-FILE ASSIGN TO "SDKCHP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KH-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XTAR020-FILE ASSIGN TO "XTAR020F"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KH-OLD-HISTORY-FILE ASSIGN TO "SDKCHST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KH-NEW-HISTORY-FILE ASSIGN TO "SDKCHSN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KH-REPORT-FILE ASSIGN TO "SDKCHR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KH-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KH-PARM-RECORD.
           05 KH-PARM-KEEP-DAYS            PIC 9(03).
           05 FILLER                       PIC X(77).

       FD  KH-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KH-CYCLE-PARM-RECORD.
           05 KH-CP-CYCLE-DATE             PIC 9(08).

       FD  XTAR020-FILE
           RECORD IS VARYING IN SIZE FROM 27 TO 38 CHARACTERS
               DEPENDING ON KH-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  KH-SALES-EXTRACT-IO             PIC X(38).

      *    KH-OH-DAYS IS 1 ON A DAILY ROW, THE NUMBER OF DAILY ROWS
      *    ROLLED IN ON A MONTHLY ROW.
       FD  KH-OLD-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KH-OLD-HISTORY-RECORD.
           05 KH-OH-REC-TYPE               PIC X(01).
               88 KH-OH-IS-DAILY               VALUE 'D'.
               88 KH-OH-IS-MONTHLY             VALUE 'M'.
           05 KH-OH-KEY.
               10 KH-OH-STORE-NUM          PIC 9(04).
               10 KH-OH-KEYCODE            PIC 9(08).
               10 KH-OH-DEPARTMENT-NUM     PIC 9(04).
               10 KH-OH-TRADING-DATE       PIC 9(08).
               10 KH-OH-TRADING-DATE-R REDEFINES KH-OH-TRADING-DATE.
                   15 KH-OH-TRADING-MONTH  PIC 9(06).
                   15 KH-OH-TRADING-DAY    PIC 9(02).
           05 KH-OH-QTY                    PIC S9(09).
           05 KH-OH-VALUE                  PIC S9(09)V99.
           05 KH-OH-DAYS                   PIC 9(03).
           05 KH-OH-LOAD-DATE              PIC 9(08).
           05 FILLER                       PIC X(04).

       FD  KH-NEW-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KH-NEW-HISTORY-RECORD.
           05 KH-NH-REC-TYPE               PIC X(01).
           05 KH-NH-STORE-NUM              PIC 9(04).
           05 KH-NH-KEYCODE                PIC 9(08).
           05 KH-NH-DEPARTMENT-NUM         PIC 9(04).
           05 KH-NH-TRADING-DATE           PIC 9(08).
           05 KH-NH-QTY                    PIC S9(09).
           05 KH-NH-VALUE                  PIC S9(09)V99.
           05 KH-NH-DAYS                   PIC 9(03).
           05 KH-NH-LOAD-DATE              PIC 9(08).
           05 FILLER                       PIC X(04).

       FD  KH-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KH-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".

       01  KH-SWITCHES.
           05 KH-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 KH-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 KH-EOF-SALES-EXTRACT         PIC X(01) VALUE 'N'.
               88 KH-END-OF-SALES-EXTRACT      VALUE 'Y'.
           05 KH-MATCH-FOUND               PIC X(01).
               88 KH-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 KH-PENDING-SW                PIC X(01) VALUE 'N'.
               88 KH-ROW-IS-PENDING            VALUE 'Y'.

       01  KH-IN-REC-LEN                   PIC 9(05) COMP.
       01  KH-KEEP-DAYS                    PIC 9(03).
       01  KH-CYCLE-DATE                   PIC 9(08).
       01  KH-CUTOFF-DATE                  PIC 9(08).

       01  KH-COUNTERS.
           05 KH-ROLL-CNT                  PIC 9(07) COMP VALUE ZERO.
           05 KH-ROWS-READ                 PIC 9(07) COMP VALUE ZERO.
           05 KH-DAILY-KEPT                PIC 9(07) COMP VALUE ZERO.
           05 KH-DAILY-ROLLED              PIC 9(07) COMP VALUE ZERO.
           05 KH-DAILY-RELOADED            PIC 9(07) COMP VALUE ZERO.
           05 KH-MONTHLY-KEPT              PIC 9(07) COMP VALUE ZERO.
           05 KH-MONTHLY-MERGED            PIC 9(07) COMP VALUE ZERO.
           05 KH-MONTHLY-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05 KH-FEED-LINES                PIC 9(07) COMP VALUE ZERO.
           05 KH-DAILY-ADDED               PIC 9(07) COMP VALUE ZERO.

      *    CONTROL TOTALS - QUANTITY AND VALUE FOR EACH LEG OF THE
      *    TWO BALANCES.
       01  KH-CONTROL-TOTALS.
           05 KH-OLD-QTY                   PIC S9(13) VALUE ZERO.
           05 KH-OLD-VALUE                 PIC S9(13)V99 VALUE ZERO.
           05 KH-FEED-QTY                  PIC S9(13) VALUE ZERO.
           05 KH-FEED-VALUE                PIC S9(13)V99 VALUE ZERO.
           05 KH-NEW-QTY                   PIC S9(13) VALUE ZERO.
           05 KH-NEW-VALUE                 PIC S9(13)V99 VALUE ZERO.
           05 KH-DROP-QTY                  PIC S9(13) VALUE ZERO.
           05 KH-DROP-VALUE                PIC S9(13)V99 VALUE ZERO.
           05 KH-ROLL-IN-QTY               PIC S9(13) VALUE ZERO.
           05 KH-ROLL-IN-VALUE             PIC S9(13)V99 VALUE ZERO.
           05 KH-ROLL-OUT-QTY              PIC S9(13) VALUE ZERO.
           05 KH-ROLL-OUT-VALUE            PIC S9(13)V99 VALUE ZERO.
           05 KH-IN-QTY                    PIC S9(13) VALUE ZERO.
           05 KH-IN-VALUE                  PIC S9(13)V99 VALUE ZERO.
           05 KH-OUT-QTY                   PIC S9(13) VALUE ZERO.
           05 KH-OUT-VALUE                 PIC S9(13)V99 VALUE ZERO.

       01  KH-BALANCE-STATE                PIC X(01) VALUE 'Y'.
           88 KH-RUN-IS-BALANCED               VALUE 'Y'.

      *    MONTHLY ROWS BEING BUILT THIS RUN - THE DAILY ROWS DUE TO
      *    ROLL, PLUS ANY EXISTING MONTHLY ROW FOR THE SAME KEY.
       01  KH-ROLL-TABLE.
           05 KH-RL-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON KH-ROLL-CNT.
               10 KH-RL-KEY.
                   15 KH-RL-STORE-NUM      PIC 9(04).
                   15 KH-RL-KEYCODE        PIC 9(08).
                   15 KH-RL-DEPARTMENT-NUM PIC 9(04).
                   15 KH-RL-MONTH          PIC 9(06).
               10 KH-RL-QTY                PIC S9(09).
               10 KH-RL-VALUE              PIC S9(09)V99.
               10 KH-RL-DAYS               PIC 9(03).
               10 KH-RL-LOAD-DATE          PIC 9(08).

       01  KH-WORK-ROLL-KEY.
           05 KH-WR-STORE-NUM              PIC 9(04).
           05 KH-WR-KEYCODE                PIC 9(08).
           05 KH-WR-DEPARTMENT-NUM         PIC 9(04).
           05 KH-WR-MONTH                  PIC 9(06).

      *    THE DAILY ROW BEING BUILT FROM ADJACENT SAME-KEY FEED LINES.
       01  KH-PENDING-ROW.
           05 KH-PD-KEY.
               10 KH-PD-STORE-NUM          PIC 9(04).
               10 KH-PD-KEYCODE            PIC 9(08).
               10 KH-PD-DEPARTMENT-NUM     PIC 9(04).
               10 KH-PD-TRADING-DATE       PIC 9(08).
           05 KH-PD-QTY                    PIC S9(09).
           05 KH-PD-VALUE                  PIC S9(09)V99.

       01  KH-WORK-LINE.
           05 KH-WL-KEY.
               10 KH-WL-STORE-NUM          PIC 9(04).
               10 KH-WL-KEYCODE            PIC 9(08).
               10 KH-WL-DEPARTMENT-NUM     PIC 9(04).
               10 KH-WL-TRADING-DATE       PIC 9(08).
           05 KH-WL-QTY                    PIC S9(09).
           05 KH-WL-VALUE                  PIC S9(09)V99.
       01  KH-WORK-DATE                    PIC S9(07).

       01  KH-SCAN-IDX                     PIC 9(07) COMP.
       01  KH-MATCH-IDX                    PIC 9(07) COMP.

       01  KH-HEADING-1.
           05 FILLER                       PIC X(40)
               VALUE "SDKCHIST KEYCODE SALES HISTORY FOR CYCLE".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KH-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(21)
               VALUE "  ROLL DAILY BEFORE  ".
           05 KH-HD-CUTOFF-DATE            PIC 9(08).
           05 FILLER                       PIC X(54) VALUE SPACES.

       01  KH-COUNT-LINE.
           05 KH-CL-LABEL                  PIC X(30).
           05 KH-CL-COUNT                  PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(93) VALUE SPACES.

       01  KH-TOTAL-LINE.
           05 KH-TL-LABEL                  PIC X(30).
           05 KH-TL-QTY                    PIC -(13)9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 KH-TL-VALUE                  PIC -(13)9.99.
           05 FILLER                       PIC X(69) VALUE SPACES.

       01  KH-STATUS-LINE.
           05 FILLER                       PIC X(30)
               VALUE "BALANCE STATUS".
           05 KH-SL-TEXT                   PIC X(40).
           05 FILLER                       PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-GATHER-ROLL THRU 2000-EXIT
               UNTIL KH-END-OF-HISTORY-FILE.
           PERFORM 3000-START-ROUTING-PASS THRU 3000-EXIT.
           PERFORM 4000-ROUTE-HISTORY-ROW THRU 4000-EXIT
               UNTIL KH-END-OF-HISTORY-FILE.
           PERFORM 5000-WRITE-MONTHLY THRU 5000-EXIT
               VARYING KH-SCAN-IDX FROM 1 BY 1
               UNTIL KH-SCAN-IDX > KH-ROLL-CNT.
           PERFORM 6000-LOAD-FEED-LINE THRU 6000-EXIT
               UNTIL KH-END-OF-SALES-EXTRACT.
           IF KH-ROW-IS-PENDING
               PERFORM 6500-WRITE-DAILY THRU 6500-EXIT
           END-IF.
           PERFORM 7000-BALANCE THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - RETENTION PARM, CYCLE DATE AND THE ROLL-UP    *
      *                   CUTOFF, THEN OPEN THE HISTORY FOR THE GATHER  *
      *                   PASS                                          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT KH-PARM-FILE.
           READ KH-PARM-FILE
               AT END
                   MOVE ZERO TO KH-PARM-KEEP-DAYS
           END-READ.
           CLOSE KH-PARM-FILE.
           IF KH-PARM-KEEP-DAYS NUMERIC
               AND KH-PARM-KEEP-DAYS > ZERO
               MOVE KH-PARM-KEEP-DAYS TO KH-KEEP-DAYS
           ELSE
               MOVE 90 TO KH-KEEP-DAYS
           END-IF.
           OPEN INPUT KH-CYCLE-PARM-FILE.
           READ KH-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO KH-CP-CYCLE-DATE
           END-READ.
           CLOSE KH-CYCLE-PARM-FILE.
           IF KH-CP-CYCLE-DATE = ZERO
               ACCEPT KH-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE KH-CP-CYCLE-DATE TO KH-CYCLE-DATE
           END-IF.
           COMPUTE KH-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(KH-CYCLE-DATE)
                - KH-KEEP-DAYS).
           OPEN INPUT KH-OLD-HISTORY-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GATHER-ROLL - FIRST PASS - EVERY DAILY ROW DATED BEFORE    *
      *                    THE CUTOFF IS ADDED TO ITS MONTH'S ENTRY     *
      ******************************************************************
       2000-GATHER-ROLL.
           READ KH-OLD-HISTORY-FILE
               AT END
                   SET KH-END-OF-HISTORY-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF NOT KH-OH-IS-DAILY
               OR KH-OH-LOAD-DATE = KH-CYCLE-DATE
               OR KH-OH-TRADING-DATE NOT < KH-CUTOFF-DATE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FIND-OR-ADD-ROLL THRU 2100-EXIT.
           ADD KH-OH-QTY   TO KH-RL-QTY(KH-MATCH-IDX).
           ADD KH-OH-VALUE TO KH-RL-VALUE(KH-MATCH-IDX).
           ADD KH-OH-DAYS  TO KH-RL-DAYS(KH-MATCH-IDX).
       2000-EXIT.
           EXIT.

       2100-FIND-OR-ADD-ROLL.
           PERFORM 2200-FIND-ROLL THRU 2200-EXIT.
           IF NOT KH-ENTRY-WAS-FOUND
               ADD 1 TO KH-ROLL-CNT
               MOVE KH-ROLL-CNT TO KH-MATCH-IDX
               MOVE KH-WORK-ROLL-KEY TO KH-RL-KEY(KH-MATCH-IDX)
               MOVE ZERO TO KH-RL-QTY(KH-MATCH-IDX)
                            KH-RL-VALUE(KH-MATCH-IDX)
                            KH-RL-DAYS(KH-MATCH-IDX)
               MOVE KH-CYCLE-DATE TO KH-RL-LOAD-DATE(KH-MATCH-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-ROLL.
           MOVE KH-OH-STORE-NUM      TO KH-WR-STORE-NUM.
           MOVE KH-OH-KEYCODE        TO KH-WR-KEYCODE.
           MOVE KH-OH-DEPARTMENT-NUM TO KH-WR-DEPARTMENT-NUM.
           MOVE KH-OH-TRADING-MONTH  TO KH-WR-MONTH.
           MOVE 'N' TO KH-MATCH-FOUND.
           PERFORM 2300-SCAN-ROLL THRU 2300-EXIT
               VARYING KH-SCAN-IDX FROM 1 BY 1
               UNTIL KH-SCAN-IDX > KH-ROLL-CNT
                  OR KH-ENTRY-WAS-FOUND.
       2200-EXIT.
           EXIT.

       2300-SCAN-ROLL.
           IF KH-RL-KEY(KH-SCAN-IDX) = KH-WORK-ROLL-KEY
               MOVE 'Y' TO KH-MATCH-FOUND
               MOVE KH-SCAN-IDX TO KH-MATCH-IDX
           END-IF.
       2300-EXIT.
           EXIT.

       3000-START-ROUTING-PASS.
           CLOSE KH-OLD-HISTORY-FILE.
           OPEN INPUT KH-OLD-HISTORY-FILE.
           MOVE 'N' TO KH-EOF-HISTORY-FILE.
           OPEN INPUT  XTAR020-FILE
                OUTPUT KH-NEW-HISTORY-FILE
                OUTPUT KH-REPORT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ROUTE-HISTORY-ROW - SECOND PASS - DROP THIS CYCLE'S OWN    *
      *                          EARLIER LOAD, LEAVE A ROLLING DAY TO   *
      *                          THE ROLL TABLE, MERGE A MONTHLY ROW    *
      *                          WHOSE MONTH IS ROLLING, AND COPY       *
      *                          EVERYTHING ELSE THROUGH                *
      ******************************************************************
       4000-ROUTE-HISTORY-ROW.
           READ KH-OLD-HISTORY-FILE
               AT END
                   SET KH-END-OF-HISTORY-FILE TO TRUE
                   GO TO 4000-EXIT
           END-READ.
           ADD 1 TO KH-ROWS-READ.
           ADD KH-OH-QTY   TO KH-OLD-QTY.
           ADD KH-OH-VALUE TO KH-OLD-VALUE.
           IF KH-OH-IS-DAILY
               AND KH-OH-LOAD-DATE = KH-CYCLE-DATE
               ADD 1 TO KH-DAILY-RELOADED
               ADD KH-OH-QTY   TO KH-DROP-QTY
               ADD KH-OH-VALUE TO KH-DROP-VALUE
               GO TO 4000-EXIT
           END-IF.
           IF KH-OH-IS-DAILY
               AND KH-OH-TRADING-DATE < KH-CUTOFF-DATE
               ADD 1 TO KH-DAILY-ROLLED
               ADD KH-OH-QTY   TO KH-ROLL-IN-QTY
               ADD KH-OH-VALUE TO KH-ROLL-IN-VALUE
               GO TO 4000-EXIT
           END-IF.
           IF KH-OH-IS-MONTHLY
               PERFORM 2200-FIND-ROLL THRU 2200-EXIT
               IF KH-ENTRY-WAS-FOUND
                   ADD KH-OH-QTY   TO KH-RL-QTY(KH-MATCH-IDX)
                   ADD KH-OH-VALUE TO KH-RL-VALUE(KH-MATCH-IDX)
                   ADD KH-OH-DAYS  TO KH-RL-DAYS(KH-MATCH-IDX)
                   ADD 1 TO KH-MONTHLY-MERGED
                   ADD KH-OH-QTY   TO KH-ROLL-IN-QTY
                   ADD KH-OH-VALUE TO KH-ROLL-IN-VALUE
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO KH-MONTHLY-KEPT
           ELSE
               ADD 1 TO KH-DAILY-KEPT
           END-IF.
           MOVE KH-OLD-HISTORY-RECORD TO KH-NEW-HISTORY-RECORD.
           PERFORM 7500-WRITE-NEW-ROW THRU 7500-EXIT.
       4000-EXIT.
           EXIT.

       5000-WRITE-MONTHLY.
           MOVE SPACES TO KH-NEW-HISTORY-RECORD.
           MOVE 'M' TO KH-NH-REC-TYPE.
           MOVE KH-RL-STORE-NUM(KH-SCAN-IDX)  TO KH-NH-STORE-NUM.
           MOVE KH-RL-KEYCODE(KH-SCAN-IDX)    TO KH-NH-KEYCODE.
           MOVE KH-RL-DEPARTMENT-NUM(KH-SCAN-IDX)
                                              TO KH-NH-DEPARTMENT-NUM.
           COMPUTE KH-NH-TRADING-DATE =
               KH-RL-MONTH(KH-SCAN-IDX) * 100 + 1.
           MOVE KH-RL-QTY(KH-SCAN-IDX)        TO KH-NH-QTY.
           MOVE KH-RL-VALUE(KH-SCAN-IDX)      TO KH-NH-VALUE.
           MOVE KH-RL-DAYS(KH-SCAN-IDX)       TO KH-NH-DAYS.
           MOVE KH-RL-LOAD-DATE(KH-SCAN-IDX)  TO KH-NH-LOAD-DATE.
           ADD KH-NH-QTY   TO KH-ROLL-OUT-QTY.
           ADD KH-NH-VALUE TO KH-ROLL-OUT-VALUE.
           ADD 1 TO KH-MONTHLY-WRITTEN.
           PERFORM 7500-WRITE-NEW-ROW THRU 7500-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LOAD-FEED-LINE - APPEND THE FINAL FEED.  ADJACENT LINES    *
      *                       FOR THE SAME STORE, KEYCODE, DEPARTMENT   *
      *                       AND DATE ARE SUMMED INTO ONE DAILY ROW.   *
      *                       THE TRAILER IS NOT A SALE AND IS SKIPPED. *
      ******************************************************************
       6000-LOAD-FEED-LINE.
           READ XTAR020-FILE
               AT END
                   SET KH-END-OF-SALES-EXTRACT TO TRUE
                   GO TO 6000-EXIT
           END-READ.
           IF KH-SALES-EXTRACT-IO(1:8) = "TRAILER1"
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO KH-FEED-LINES.
           IF KH-IN-REC-LEN = 38
               MOVE KH-SALES-EXTRACT-IO TO 01TAR020-REC-V2
               MOVE XTAR020-V2-STORE-NO   TO KH-WL-STORE-NUM
               MOVE XTAR020-V2-KEYCODE-NO TO KH-WL-KEYCODE
               MOVE XTAR020-V2-DEPT-NO    TO KH-WL-DEPARTMENT-NUM
               MOVE XTAR020-V2-DATE       TO KH-WORK-DATE
               MOVE XTAR020-V2-QTY-SOLD   TO KH-WL-QTY
               MOVE XTAR020-V2-SALE-PRICE TO KH-WL-VALUE
           ELSE
               MOVE KH-SALES-EXTRACT-IO TO 01TAR020-REC
               MOVE XTAR020-STORE-NO      TO KH-WL-STORE-NUM
               MOVE XTAR020-KEYCODE-NO    TO KH-WL-KEYCODE
               MOVE XTAR020-DEPT-NO       TO KH-WL-DEPARTMENT-NUM
               MOVE XTAR020-DATE          TO KH-WORK-DATE
               MOVE XTAR020-QTY-SOLD      TO KH-WL-QTY
               MOVE XTAR020-SALE-PRICE    TO KH-WL-VALUE
           END-IF.
           COMPUTE KH-WL-TRADING-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY(KH-WORK-DATE)).
           ADD KH-WL-QTY   TO KH-FEED-QTY.
           ADD KH-WL-VALUE TO KH-FEED-VALUE.
           IF KH-ROW-IS-PENDING
               AND KH-WL-KEY = KH-PD-KEY
               ADD KH-WL-QTY   TO KH-PD-QTY
               ADD KH-WL-VALUE TO KH-PD-VALUE
               GO TO 6000-EXIT
           END-IF.
           IF KH-ROW-IS-PENDING
               PERFORM 6500-WRITE-DAILY THRU 6500-EXIT
           END-IF.
           MOVE KH-WORK-LINE TO KH-PENDING-ROW.
           MOVE 'Y' TO KH-PENDING-SW.
       6000-EXIT.
           EXIT.

       6500-WRITE-DAILY.
           MOVE SPACES TO KH-NEW-HISTORY-RECORD.
           MOVE 'D' TO KH-NH-REC-TYPE.
           MOVE KH-PD-STORE-NUM      TO KH-NH-STORE-NUM.
           MOVE KH-PD-KEYCODE        TO KH-NH-KEYCODE.
           MOVE KH-PD-DEPARTMENT-NUM TO KH-NH-DEPARTMENT-NUM.
           MOVE KH-PD-TRADING-DATE   TO KH-NH-TRADING-DATE.
           MOVE KH-PD-QTY            TO KH-NH-QTY.
           MOVE KH-PD-VALUE          TO KH-NH-VALUE.
           MOVE 1                    TO KH-NH-DAYS.
           MOVE KH-CYCLE-DATE        TO KH-NH-LOAD-DATE.
           ADD 1 TO KH-DAILY-ADDED.
           MOVE 'N' TO KH-PENDING-SW.
           PERFORM 7500-WRITE-NEW-ROW THRU 7500-EXIT.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 7000-BALANCE - ROLLED DAYS PLUS MERGED MONTHS MUST EQUAL THE    *
      *                MONTHLY ROWS WRITTEN, AND OLD HISTORY PLUS FEED  *
      *                MUST EQUAL NEW HISTORY PLUS THE DROPPED RELOAD   *
      ******************************************************************
       7000-BALANCE.
           COMPUTE KH-IN-QTY   = KH-OLD-QTY + KH-FEED-QTY.
           COMPUTE KH-IN-VALUE = KH-OLD-VALUE + KH-FEED-VALUE.
           COMPUTE KH-OUT-QTY   = KH-NEW-QTY + KH-DROP-QTY.
           COMPUTE KH-OUT-VALUE = KH-NEW-VALUE + KH-DROP-VALUE.
           IF KH-ROLL-IN-QTY NOT = KH-ROLL-OUT-QTY
               OR KH-ROLL-IN-VALUE NOT = KH-ROLL-OUT-VALUE
               OR KH-IN-QTY NOT = KH-OUT-QTY
               OR KH-IN-VALUE NOT = KH-OUT-VALUE
               MOVE 'N' TO KH-BALANCE-STATE
           END-IF.
           MOVE KH-CYCLE-DATE  TO KH-HD-CYCLE-DATE.
           MOVE KH-CUTOFF-DATE TO KH-HD-CUTOFF-DATE.
           WRITE KH-RPT-LINE FROM KH-HEADING-1.
           MOVE "HISTORY ROWS READ" TO KH-CL-LABEL.
           MOVE KH-ROWS-READ TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "DAILY ROWS KEPT" TO KH-CL-LABEL.
           MOVE KH-DAILY-KEPT TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "DAILY ROWS ROLLED TO MONTHLY" TO KH-CL-LABEL.
           MOVE KH-DAILY-ROLLED TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "DAILY ROWS DROPPED FOR RELOAD" TO KH-CL-LABEL.
           MOVE KH-DAILY-RELOADED TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "MONTHLY ROWS KEPT" TO KH-CL-LABEL.
           MOVE KH-MONTHLY-KEPT TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "MONTHLY ROWS MERGED" TO KH-CL-LABEL.
           MOVE KH-MONTHLY-MERGED TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "MONTHLY ROWS WRITTEN" TO KH-CL-LABEL.
           MOVE KH-MONTHLY-WRITTEN TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "FEED LINES READ" TO KH-CL-LABEL.
           MOVE KH-FEED-LINES TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "DAILY ROWS ADDED" TO KH-CL-LABEL.
           MOVE KH-DAILY-ADDED TO KH-CL-COUNT.
           WRITE KH-RPT-LINE FROM KH-COUNT-LINE.
           MOVE "ROLLED IN  (DAYS + MERGED)" TO KH-TL-LABEL.
           MOVE KH-ROLL-IN-QTY   TO KH-TL-QTY.
           MOVE KH-ROLL-IN-VALUE TO KH-TL-VALUE.
           WRITE KH-RPT-LINE FROM KH-TOTAL-LINE.
           MOVE "ROLLED OUT (MONTHLY WRITTEN)" TO KH-TL-LABEL.
           MOVE KH-ROLL-OUT-QTY   TO KH-TL-QTY.
           MOVE KH-ROLL-OUT-VALUE TO KH-TL-VALUE.
           WRITE KH-RPT-LINE FROM KH-TOTAL-LINE.
           MOVE "IN  (OLD HISTORY + FEED)" TO KH-TL-LABEL.
           MOVE KH-IN-QTY   TO KH-TL-QTY.
           MOVE KH-IN-VALUE TO KH-TL-VALUE.
           WRITE KH-RPT-LINE FROM KH-TOTAL-LINE.
           MOVE "OUT (NEW HISTORY + DROPPED)" TO KH-TL-LABEL.
           MOVE KH-OUT-QTY   TO KH-TL-QTY.
           MOVE KH-OUT-VALUE TO KH-TL-VALUE.
           WRITE KH-RPT-LINE FROM KH-TOTAL-LINE.
           IF KH-RUN-IS-BALANCED
               MOVE "BALANCED" TO KH-SL-TEXT
           ELSE
               MOVE "OUT OF BALANCE - DO NOT PROMOTE SDKCHSN"
                                     TO KH-SL-TEXT
               DISPLAY "SDKCHIST *** ABEND *** HISTORY ROLL-UP "
                   "DOES NOT BALANCE"
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE KH-RPT-LINE FROM KH-STATUS-LINE.
       7000-EXIT.
           EXIT.

       7500-WRITE-NEW-ROW.
           ADD KH-NH-QTY   TO KH-NEW-QTY.
           ADD KH-NH-VALUE TO KH-NEW-VALUE.
           WRITE KH-NEW-HISTORY-RECORD.
       7500-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE XTAR020-FILE
                 KH-OLD-HISTORY-FILE
                 KH-NEW-HISTORY-FILE
                 KH-REPORT-FILE.
           DISPLAY "SDKCHIST HISTORY ROWS READ      = " KH-ROWS-READ.
           DISPLAY "SDKCHIST DAILY ROWS ROLLED      = " KH-DAILY-ROLLED.
           DISPLAY "SDKCHIST MONTHLY ROWS WRITTEN   = "
               KH-MONTHLY-WRITTEN.
           DISPLAY "SDKCHIST FEED LINES READ        = " KH-FEED-LINES.
           DISPLAY "SDKCHIST DAILY ROWS ADDED       = " KH-DAILY-ADDED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
