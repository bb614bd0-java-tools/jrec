       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDANOMLY.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDANOMLY - STORE/DEPARTMENT SALES ANOMALY PASS.  SDSALEX ONLY   *
      *            CATCHES ZERO OR NEGATIVE SALES AND SDBALRPT ONLY     *
      *            FEEDS THAT DISAGREE WITH EACH OTHER, SO A DEPARTMENT *
      *            TAKING FIVE TIMES ITS NORMAL, OR A TENTH OF IT,      *
      *            PASSED EVERY CHECK.  THIS PASS TAKES EACH STORE'S    *
      *            Department-Dtls Summary Qty-2/Price-2 OFF THE        *
      *            CYCLE'S SDSALRDY FEED AND COMPARES THEM WITH THE     *
      *            SAME WEEKDAY OVER THE PARM NUMBER OF PREVIOUS WEEKS  *
      *            IN THE SDSALHST SNAPSHOTS (CYCLE DATE LESS 7, 14,    *
      *            21 ... DAYS).  THE NORM IS THE AVERAGE OF THOSE      *
      *            WEEKS, AND A FIGURE OUTSIDE THE PARM BAND (PERCENT   *
      *            EITHER SIDE OF THE NORM) ON UNITS OR VALUE IS        *
      *            FLAGGED TO SDANOMX.  THE SDANOMR REPORT RANKS THE    *
      *            FLAGGED DEPARTMENTS CHAIN-WIDE BY THE SIZE OF THE    *
      *            VALUE DEVIATION, LARGEST FIRST, UP TO THE PARM RANK  *
      *            LIMIT, THEN LISTS SEPARATELY EVERY STORE/DEPARTMENT  *
      *            WITH FEWER SAME-WEEKDAY SNAPSHOTS THAN THE PARM      *
      *            MINIMUM - THESE ARE NOT JUDGED.  SNAPSHOTS ARE       *
      *            RE-SLICED INTO THE ARRAY LAYOUT AS SDFCAST DOES; A   *
      *            SECOND SNAPSHOT FOR THE SAME STORE AND DATE (A       *
      *            RERUN OF SDSNAP) IS COUNTED ONCE.  AN EMPTY          *
      *            DEPARTMENT SLOT (Department-Num ZERO) IS SKIPPED.    *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE - ONLY THE PARM WEEKS BEFORE THE *
      *                          CYCLE ARE READ, BY KEYED START        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AY-PARM-FILE ASSIGN TO "SDANOMP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AY-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AY-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AY-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AY-HK-KEY
               FILE STATUS IS AY-HK-FILE-STATUS.
           SELECT AY-EXCEPTION-FILE ASSIGN TO "SDANOMX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AY-REPORT-FILE ASSIGN TO "SDANOMR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AY-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AY-PARM-RECORD.
           05 AY-PARM-WEEKS                PIC 9(02).
           05 AY-PARM-MIN-WEEKS            PIC 9(02).
           05 AY-PARM-BAND-PCT             PIC 9(03).
           05 AY-PARM-RANK-LIMIT           PIC 9(03).
           05 FILLER                       PIC X(70).

       FD  AY-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AY-CYCLE-PARM-RECORD.
           05 AY-CP-CYCLE-DATE             PIC 9(08).

       FD  AY-SALES-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 656000 CHARACTERS
               DEPENDING ON AY-SALES-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  AY-SALES-IO                     PIC X(656000).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  AY-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON AY-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  AY-HISTORY-SEG.
           05 AY-HK-KEY.
               10 AY-HK-STORE-NUM          PIC 9(04).
               10 AY-HK-AS-OF-DATE         PIC 9(08).
               10 AY-HK-SEG-NO             PIC 9(02).
           05 AY-HK-DETAIL-LEN             PIC 9(07).
           05 AY-HK-SEG-CNT                PIC 9(02).
           05 AY-HK-SEG-DATA               PIC X(32000).

      *    ONE ROW PER FLAGGED STORE/DEPARTMENT.  DIRECTION 'H' ABOVE
      *    THE BAND, 'L' BELOW IT.
       FD  AY-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AY-EXCEPTION-RECORD.
           05 AY-EX-CYCLE-DATE             PIC 9(08).
           05 AY-EX-STORE-NUM              PIC 9(04).
           05 AY-EX-DEPARTMENT-NUM         PIC 9(04).
           05 AY-EX-QTY                    PIC S9(07).
           05 AY-EX-NORM-QTY               PIC S9(07).
           05 AY-EX-VALUE                  PIC S9(09)V99.
           05 AY-EX-NORM-VALUE             PIC S9(09)V99.
           05 AY-EX-HISTORY-WEEKS          PIC 9(02).
           05 AY-EX-DEVIATION-PCT          PIC S9(05)V9.
           05 AY-EX-DIRECTION              PIC X(01).
           05 FILLER                       PIC X(09).

       FD  AY-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AY-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  AY-HISTORY-IO.
           05 AY-HS-AS-OF-DATE             PIC 9(08).
           05 AY-HS-STORE-NUM              PIC 9(04).
           05 AY-HS-DETAIL-LEN             PIC 9(07).
           05 AY-HS-STORE-DETAIL           PIC X(656000).

       01  AY-HK-FILE-STATUS               PIC X(02).
           88 AY-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  AY-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 AY-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  AY-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  AY-SEG-START                    PIC 9(07) COMP.
       01  AY-SEG-LEN                      PIC 9(07) COMP.
       01  AY-WINDOW-FROM                  PIC 9(08).
       01  AY-WINDOW-TO                    PIC 9(08).

      *    THE DAILY FEED RECORD, OR THE SNAPSHOT DETAIL, RE-SLICED
      *    INTO THE ARRAY LAYOUT.
       01  AY-STORE-DETAIL.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       01  AY-SWITCHES.
           05 AY-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 AY-END-OF-SALES-FILE         VALUE 'Y'.
           05 AY-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 AY-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 AY-MATCH-FOUND               PIC X(01).
               88 AY-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 AY-HIGHEST-FOUND             PIC X(01) VALUE 'Y'.
               88 AY-UNWRITTEN-WAS-FOUND       VALUE 'Y'.

       01  AY-IN-REC-LEN                   PIC 9(05) COMP.
       01  AY-SALES-REC-LEN                PIC 9(07) COMP.
       01  AY-CYCLE-DATE                   PIC 9(08).
       01  AY-CYCLE-DAY                    PIC S9(08).
       01  AY-SNAP-DAY                     PIC S9(08).
       01  AY-DAYS-BACK                    PIC S9(08).
       01  AY-WEEKS-BACK                   PIC S9(08).
       01  AY-WEEKDAY-REM                  PIC S9(08).
       01  AY-WEEKS                        PIC 9(02).
       01  AY-MIN-WEEKS                    PIC 9(02).
       01  AY-BAND-PCT                     PIC 9(03).
       01  AY-RANK-LIMIT                   PIC 9(03).

       01  AY-SUBSCRIPTS.
           05 AY-DEPT-IDX                  PIC 9(02) COMP.

       01  AY-COUNTERS.
           05 AY-DEPT-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 AY-STORES-READ               PIC 9(07) COMP VALUE ZERO.
           05 AY-SNAPSHOTS-READ            PIC 9(07) COMP VALUE ZERO.
           05 AY-SNAPSHOTS-USED            PIC 9(07) COMP VALUE ZERO.
           05 AY-DEPTS-FLAGGED             PIC 9(05) COMP VALUE ZERO.
           05 AY-DEPTS-SHORT-HISTORY       PIC 9(05) COMP VALUE ZERO.
           05 AY-RANK-WRITTEN              PIC 9(05) COMP VALUE ZERO.

      *    TODAY'S STORE/DEPARTMENT FIGURES WITH THEIR SAME-WEEKDAY
      *    HISTORY TOTALS.
       01  AY-DEPT-TABLE.
           05 AY-DP-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON AY-DEPT-CNT.
               10 AY-DP-KEY.
                   15 AY-DP-STORE-NUM      PIC 9(04).
                   15 AY-DP-DEPARTMENT-NUM PIC 9(04).
               10 AY-DP-QTY                PIC S9(07).
               10 AY-DP-VALUE              PIC S9(09)V99.
               10 AY-DP-HIST-WEEKS         PIC 9(02).
               10 AY-DP-HIST-LAST-DATE     PIC 9(08).
               10 AY-DP-HIST-QTY           PIC S9(09).
               10 AY-DP-HIST-VALUE         PIC S9(11)V99.
               10 AY-DP-NORM-QTY           PIC S9(07).
               10 AY-DP-NORM-VALUE         PIC S9(09)V99.
               10 AY-DP-DEVIATION-PCT      PIC S9(05)V9.
               10 AY-DP-ABS-DEVIATION      PIC 9(05)V9.
               10 AY-DP-DIRECTION          PIC X(01).
               10 AY-DP-FLAGGED            PIC X(01).
                   88 AY-DP-IS-FLAGGED         VALUE 'Y'.
               10 AY-DP-WRITTEN            PIC X(01).
                   88 AY-DP-IS-WRITTEN         VALUE 'Y'.

       01  AY-WORK-KEY.
           05 AY-WK-STORE-NUM              PIC 9(04).
           05 AY-WK-DEPARTMENT-NUM         PIC 9(04).
       01  AY-WORK-QTY                     PIC S9(07).
       01  AY-WORK-VALUE                   PIC S9(09)V99.
       01  AY-LOW-QTY                      PIC S9(09)V99.
       01  AY-HIGH-QTY                     PIC S9(09)V99.
       01  AY-LOW-VALUE                    PIC S9(11)V99.
       01  AY-HIGH-VALUE                   PIC S9(11)V99.

       01  AY-SCAN-IDX                     PIC 9(05) COMP.
       01  AY-MATCH-IDX                    PIC 9(05) COMP.
       01  AY-HIGHEST-IDX                  PIC 9(05) COMP.

       01  AY-HEADING-1.
           05 FILLER                       PIC X(40)
               VALUE "SDANOMLY SALES ANOMALIES FOR CYCLE DATE ".
           05 AY-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(18)
               VALUE "   SAME-WEEKDAY - ".
           05 AY-HD-WEEKS                  PIC Z9.
           05 FILLER                       PIC X(13)
               VALUE " WEEKS  BAND ".
           05 AY-HD-BAND-PCT               PIC ZZ9.
           05 FILLER                       PIC X(01) VALUE "%".
           05 FILLER                       PIC X(47) VALUE SPACES.

       01  AY-HEADING-2.
           05 FILLER                       PIC X(51)
               VALUE "RANKED DEVIATIONS OUTSIDE THE BAND - CHAIN-WIDE".
           05 FILLER                       PIC X(81) VALUE SPACES.

       01  AY-HEADING-3.
           05 FILLER                       PIC X(06) VALUE "RANK  ".
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(06) VALUE "DEPT  ".
           05 FILLER                       PIC X(09) VALUE "    UNITS".
           05 FILLER                       PIC X(10) VALUE "  NORM UNT".
           05 FILLER                       PIC X(15) VALUE
               "          VALUE".
           05 FILLER                       PIC X(15) VALUE
               "     NORM VALUE".
           05 FILLER                       PIC X(10) VALUE "    DEV % ".
           05 FILLER                       PIC X(05) VALUE " DIR ".
           05 FILLER                       PIC X(05) VALUE " WKS ".
           05 FILLER                       PIC X(45) VALUE SPACES.

       01  AY-RANK-LINE.
           05 AY-RL-RANK                   PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 AY-RL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 AY-RL-DEPARTMENT-NUM         PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 AY-RL-QTY                    PIC -(6)9.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 AY-RL-NORM-QTY               PIC -(6)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AY-RL-VALUE                  PIC ---,---,--9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AY-RL-NORM-VALUE             PIC ---,---,--9.99.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 AY-RL-DEVIATION-PCT          PIC -(5)9.9.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 AY-RL-DIRECTION              PIC X(01).
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 AY-RL-HISTORY-WEEKS          PIC Z9.
           05 FILLER                       PIC X(48) VALUE SPACES.

       01  AY-HEADING-4.
           05 FILLER                       PIC X(51) VALUE
               "TOO LITTLE SAME-WEEKDAY HISTORY TO JUDGE - MINIMUM".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AY-H4-MIN-WEEKS              PIC Z9.
           05 FILLER                       PIC X(06) VALUE " WEEKS".
           05 FILLER                       PIC X(72) VALUE SPACES.

       01  AY-HEADING-5.
           05 FILLER                       PIC X(12) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(06) VALUE "DEPT  ".
           05 FILLER                       PIC X(09) VALUE "    UNITS".
           05 FILLER                       PIC X(16) VALUE
               "           VALUE".
           05 FILLER                       PIC X(06) VALUE "  WKS ".
           05 FILLER                       PIC X(77) VALUE SPACES.

       01  AY-SHORT-LINE.
           05 FILLER                       PIC X(12) VALUE SPACES.
           05 AY-SL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 AY-SL-DEPARTMENT-NUM         PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 AY-SL-QTY                    PIC -(6)9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 AY-SL-VALUE                  PIC ---,---,--9.99.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 AY-SL-HISTORY-WEEKS          PIC Z9.
           05 FILLER                       PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-DAILY-STORE THRU 2000-EXIT
               UNTIL AY-END-OF-SALES-FILE.
           PERFORM 3000-READ-SNAPSHOT THRU 3000-EXIT
               UNTIL AY-END-OF-HISTORY-FILE.
           PERFORM 5000-JUDGE-DEPARTMENT THRU 5000-EXIT
               VARYING AY-SCAN-IDX FROM 1 BY 1
               UNTIL AY-SCAN-IDX > AY-DEPT-CNT.
           WRITE AY-RPT-LINE FROM AY-HEADING-1.
           WRITE AY-RPT-LINE FROM AY-HEADING-2.
           WRITE AY-RPT-LINE FROM AY-HEADING-3.
           PERFORM 7000-WRITE-NEXT-RANK THRU 7000-EXIT
               UNTIL NOT AY-UNWRITTEN-WAS-FOUND
                  OR AY-RANK-WRITTEN NOT < AY-RANK-LIMIT.
           MOVE SPACES TO AY-RPT-LINE.
           WRITE AY-RPT-LINE.
           WRITE AY-RPT-LINE FROM AY-HEADING-4.
           WRITE AY-RPT-LINE FROM AY-HEADING-5.
           PERFORM 7500-WRITE-SHORT-HISTORY THRU 7500-EXIT
               VARYING AY-SCAN-IDX FROM 1 BY 1
               UNTIL AY-SCAN-IDX > AY-DEPT-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - PARMS AND CYCLE DATE                          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT AY-PARM-FILE.
           READ AY-PARM-FILE
               AT END
                   MOVE ZERO TO AY-PARM-WEEKS
                                AY-PARM-MIN-WEEKS
                                AY-PARM-BAND-PCT
                                AY-PARM-RANK-LIMIT
           END-READ.
           CLOSE AY-PARM-FILE.
           IF AY-PARM-WEEKS NUMERIC
               AND AY-PARM-WEEKS > ZERO
               MOVE AY-PARM-WEEKS TO AY-WEEKS
           ELSE
               MOVE 6 TO AY-WEEKS
           END-IF.
           IF AY-PARM-MIN-WEEKS NUMERIC
               AND AY-PARM-MIN-WEEKS > ZERO
               MOVE AY-PARM-MIN-WEEKS TO AY-MIN-WEEKS
           ELSE
               MOVE 3 TO AY-MIN-WEEKS
           END-IF.
           IF AY-MIN-WEEKS > AY-WEEKS
               MOVE AY-WEEKS TO AY-MIN-WEEKS
           END-IF.
           IF AY-PARM-BAND-PCT NUMERIC
               AND AY-PARM-BAND-PCT > ZERO
               MOVE AY-PARM-BAND-PCT TO AY-BAND-PCT
           ELSE
               MOVE 50 TO AY-BAND-PCT
           END-IF.
           IF AY-PARM-RANK-LIMIT NUMERIC
               AND AY-PARM-RANK-LIMIT > ZERO
               MOVE AY-PARM-RANK-LIMIT TO AY-RANK-LIMIT
           ELSE
               MOVE 50 TO AY-RANK-LIMIT
           END-IF.
           OPEN INPUT AY-CYCLE-PARM-FILE.
           READ AY-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO AY-CP-CYCLE-DATE
           END-READ.
           CLOSE AY-CYCLE-PARM-FILE.
           IF AY-CP-CYCLE-DATE = ZERO
               ACCEPT AY-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE AY-CP-CYCLE-DATE TO AY-CYCLE-DATE
           END-IF.
           COMPUTE AY-CYCLE-DAY =
               FUNCTION INTEGER-OF-DATE(AY-CYCLE-DATE).
           MOVE AY-CYCLE-DATE TO AY-HD-CYCLE-DATE.
           MOVE AY-WEEKS      TO AY-HD-WEEKS.
           MOVE AY-BAND-PCT   TO AY-HD-BAND-PCT.
           MOVE AY-MIN-WEEKS  TO AY-H4-MIN-WEEKS.
           OPEN INPUT  AY-SALES-FILE
                INPUT  AY-HISTORY-FILE
                OUTPUT AY-EXCEPTION-FILE
                OUTPUT AY-REPORT-FILE.
           COMPUTE AY-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
               (AY-CYCLE-DAY - AY-WEEKS * 7).
           MOVE AY-CYCLE-DATE TO AY-WINDOW-TO.
           PERFORM 7900-START-HISTORY THRU 7900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-DAILY-STORE - TODAY'S DEPARTMENT SUMMARIES            *
      ******************************************************************
       2000-READ-DAILY-STORE.
           READ AY-SALES-FILE
               AT END
                   SET AY-END-OF-SALES-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO AY-STORES-READ.
           MOVE AY-SALES-IO(1:AY-SALES-REC-LEN) TO AY-STORE-DETAIL.
           PERFORM 2100-ADD-DEPARTMENT THRU 2100-EXIT
               VARYING AY-DEPT-IDX FROM 1 BY 1 UNTIL AY-DEPT-IDX > 5.
       2000-EXIT.
           EXIT.

       2100-ADD-DEPARTMENT.
           IF Department-Num(AY-DEPT-IDX) = ZERO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-DEPARTMENT-FIGURES THRU 2200-EXIT.
           PERFORM 4000-FIND-DEPT THRU 4000-EXIT.
           IF NOT AY-ENTRY-WAS-FOUND
               ADD 1 TO AY-DEPT-CNT
               MOVE AY-DEPT-CNT TO AY-MATCH-IDX
               MOVE AY-WORK-KEY TO AY-DP-KEY(AY-MATCH-IDX)
               MOVE ZERO TO AY-DP-QTY(AY-MATCH-IDX)
                            AY-DP-VALUE(AY-MATCH-IDX)
                            AY-DP-HIST-WEEKS(AY-MATCH-IDX)
                            AY-DP-HIST-LAST-DATE(AY-MATCH-IDX)
                            AY-DP-HIST-QTY(AY-MATCH-IDX)
                            AY-DP-HIST-VALUE(AY-MATCH-IDX)
               MOVE 'N' TO AY-DP-FLAGGED(AY-MATCH-IDX)
                           AY-DP-WRITTEN(AY-MATCH-IDX)
           END-IF.
           ADD AY-WORK-QTY   TO AY-DP-QTY(AY-MATCH-IDX).
           ADD AY-WORK-VALUE TO AY-DP-VALUE(AY-MATCH-IDX).
       2100-EXIT.
           EXIT.

       2200-DEPARTMENT-FIGURES.
           MOVE Store-Num                   TO AY-WK-STORE-NUM.
           MOVE Department-Num(AY-DEPT-IDX) TO AY-WK-DEPARTMENT-NUM.
           MOVE Qty-2(AY-DEPT-IDX)          TO AY-WORK-QTY.
           MOVE Price-2(AY-DEPT-IDX)        TO AY-WORK-VALUE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-SNAPSHOT - A SNAPSHOT A WHOLE NUMBER OF WEEKS BEFORE  *
      *                      THE CYCLE DATE, WITHIN THE PARM WEEKS, IS  *
      *                      ADDED TO THE HISTORY OF EACH DEPARTMENT    *
      *                      TRADING TODAY                              *
      ******************************************************************
       3000-READ-SNAPSHOT.
           PERFORM 7910-READ-SNAPSHOT THRU 7910-EXIT.
           IF AY-END-OF-HISTORY-FILE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO AY-SNAPSHOTS-READ.
           IF AY-HS-STORE-NUM = ZERO
               OR AY-HS-AS-OF-DATE NOT < AY-CYCLE-DATE
               GO TO 3000-EXIT
           END-IF.
           COMPUTE AY-SNAP-DAY =
               FUNCTION INTEGER-OF-DATE(AY-HS-AS-OF-DATE).
           COMPUTE AY-DAYS-BACK = AY-CYCLE-DAY - AY-SNAP-DAY.
           DIVIDE AY-DAYS-BACK BY 7 GIVING AY-WEEKS-BACK
               REMAINDER AY-WEEKDAY-REM.
           IF AY-WEEKDAY-REM NOT = ZERO
               OR AY-WEEKS-BACK > AY-WEEKS
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO AY-SNAPSHOTS-USED.
           MOVE AY-HS-STORE-DETAIL(1:AY-HS-DETAIL-LEN)
                                     TO AY-STORE-DETAIL.
           PERFORM 3100-ADD-HISTORY THRU 3100-EXIT
               VARYING AY-DEPT-IDX FROM 1 BY 1 UNTIL AY-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3100-ADD-HISTORY.
           IF Department-Num(AY-DEPT-IDX) = ZERO
               GO TO 3100-EXIT
           END-IF.
           PERFORM 2200-DEPARTMENT-FIGURES THRU 2200-EXIT.
           PERFORM 4000-FIND-DEPT THRU 4000-EXIT.
           IF NOT AY-ENTRY-WAS-FOUND
               GO TO 3100-EXIT
           END-IF.
           IF AY-DP-HIST-LAST-DATE(AY-MATCH-IDX) = AY-HS-AS-OF-DATE
               GO TO 3100-EXIT
           END-IF.
           MOVE AY-HS-AS-OF-DATE TO AY-DP-HIST-LAST-DATE(AY-MATCH-IDX).
           ADD 1             TO AY-DP-HIST-WEEKS(AY-MATCH-IDX).
           ADD AY-WORK-QTY   TO AY-DP-HIST-QTY(AY-MATCH-IDX).
           ADD AY-WORK-VALUE TO AY-DP-HIST-VALUE(AY-MATCH-IDX).
       3100-EXIT.
           EXIT.

       4000-FIND-DEPT.
           MOVE 'N' TO AY-MATCH-FOUND.
           PERFORM 4100-SCAN-DEPT THRU 4100-EXIT
               VARYING AY-SCAN-IDX FROM 1 BY 1
               UNTIL AY-SCAN-IDX > AY-DEPT-CNT
                  OR AY-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-DEPT.
           IF AY-DP-KEY(AY-SCAN-IDX) = AY-WORK-KEY
               MOVE 'Y' TO AY-MATCH-FOUND
               MOVE AY-SCAN-IDX TO AY-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-JUDGE-DEPARTMENT - NORM = SAME-WEEKDAY AVERAGE; FLAG UNITS *
      *                         OR VALUE OUTSIDE NORM +/- THE BAND.     *
      *                         DEVIATION IS ON VALUE - WITH A ZERO     *
      *                         NORM ANY TAKINGS RANK AT THE TOP.       *
      ******************************************************************
       5000-JUDGE-DEPARTMENT.
           MOVE 'N' TO AY-DP-FLAGGED(AY-SCAN-IDX).
           MOVE SPACE TO AY-DP-DIRECTION(AY-SCAN-IDX).
           MOVE ZERO TO AY-DP-NORM-QTY(AY-SCAN-IDX)
                        AY-DP-NORM-VALUE(AY-SCAN-IDX)
                        AY-DP-DEVIATION-PCT(AY-SCAN-IDX)
                        AY-DP-ABS-DEVIATION(AY-SCAN-IDX).
           IF AY-DP-HIST-WEEKS(AY-SCAN-IDX) < AY-MIN-WEEKS
               ADD 1 TO AY-DEPTS-SHORT-HISTORY
               GO TO 5000-EXIT
           END-IF.
           COMPUTE AY-DP-NORM-QTY(AY-SCAN-IDX) ROUNDED =
               AY-DP-HIST-QTY(AY-SCAN-IDX)
               / AY-DP-HIST-WEEKS(AY-SCAN-IDX).
           COMPUTE AY-DP-NORM-VALUE(AY-SCAN-IDX) ROUNDED =
               AY-DP-HIST-VALUE(AY-SCAN-IDX)
               / AY-DP-HIST-WEEKS(AY-SCAN-IDX).
           COMPUTE AY-LOW-QTY = AY-DP-NORM-QTY(AY-SCAN-IDX)
               * (100 - AY-BAND-PCT) / 100.
           COMPUTE AY-HIGH-QTY = AY-DP-NORM-QTY(AY-SCAN-IDX)
               * (100 + AY-BAND-PCT) / 100.
           COMPUTE AY-LOW-VALUE = AY-DP-NORM-VALUE(AY-SCAN-IDX)
               * (100 - AY-BAND-PCT) / 100.
           COMPUTE AY-HIGH-VALUE = AY-DP-NORM-VALUE(AY-SCAN-IDX)
               * (100 + AY-BAND-PCT) / 100.
           IF AY-DP-NORM-VALUE(AY-SCAN-IDX) = ZERO
               IF AY-DP-VALUE(AY-SCAN-IDX) NOT = ZERO
                   MOVE 9999.9 TO AY-DP-DEVIATION-PCT(AY-SCAN-IDX)
               END-IF
           ELSE
               COMPUTE AY-DP-DEVIATION-PCT(AY-SCAN-IDX) ROUNDED =
                   (AY-DP-VALUE(AY-SCAN-IDX)
                    - AY-DP-NORM-VALUE(AY-SCAN-IDX)) * 100
                   / AY-DP-NORM-VALUE(AY-SCAN-IDX)
           END-IF.
           IF AY-DP-DEVIATION-PCT(AY-SCAN-IDX) < ZERO
               SUBTRACT AY-DP-DEVIATION-PCT(AY-SCAN-IDX) FROM ZERO
                   GIVING AY-DP-ABS-DEVIATION(AY-SCAN-IDX)
           ELSE
               MOVE AY-DP-DEVIATION-PCT(AY-SCAN-IDX)
                             TO AY-DP-ABS-DEVIATION(AY-SCAN-IDX)
           END-IF.
           IF AY-DP-QTY(AY-SCAN-IDX) > AY-HIGH-QTY
               OR AY-DP-VALUE(AY-SCAN-IDX) > AY-HIGH-VALUE
               MOVE 'Y' TO AY-DP-FLAGGED(AY-SCAN-IDX)
               MOVE 'H' TO AY-DP-DIRECTION(AY-SCAN-IDX)
           END-IF.
           IF AY-DP-QTY(AY-SCAN-IDX) < AY-LOW-QTY
               OR AY-DP-VALUE(AY-SCAN-IDX) < AY-LOW-VALUE
               MOVE 'Y' TO AY-DP-FLAGGED(AY-SCAN-IDX)
               MOVE 'L' TO AY-DP-DIRECTION(AY-SCAN-IDX)
           END-IF.
           IF AY-DP-IS-FLAGGED(AY-SCAN-IDX)
               ADD 1 TO AY-DEPTS-FLAGGED
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE AY-CYCLE-DATE                 TO AY-EX-CYCLE-DATE.
           MOVE AY-DP-STORE-NUM(AY-SCAN-IDX)  TO AY-EX-STORE-NUM.
           MOVE AY-DP-DEPARTMENT-NUM(AY-SCAN-IDX)
                                              TO AY-EX-DEPARTMENT-NUM.
           MOVE AY-DP-QTY(AY-SCAN-IDX)        TO AY-EX-QTY.
           MOVE AY-DP-NORM-QTY(AY-SCAN-IDX)   TO AY-EX-NORM-QTY.
           MOVE AY-DP-VALUE(AY-SCAN-IDX)      TO AY-EX-VALUE.
           MOVE AY-DP-NORM-VALUE(AY-SCAN-IDX) TO AY-EX-NORM-VALUE.
           MOVE AY-DP-HIST-WEEKS(AY-SCAN-IDX) TO AY-EX-HISTORY-WEEKS.
           MOVE AY-DP-DEVIATION-PCT(AY-SCAN-IDX)
                                              TO AY-EX-DEVIATION-PCT.
           MOVE AY-DP-DIRECTION(AY-SCAN-IDX)  TO AY-EX-DIRECTION.
           WRITE AY-EXCEPTION-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-NEXT-RANK - PRINT THE UNWRITTEN FLAGGED DEPARTMENT   *
      *                        WITH THE LARGEST VALUE DEVIATION         *
      ******************************************************************
       7000-WRITE-NEXT-RANK.
           MOVE 'N' TO AY-HIGHEST-FOUND.
           PERFORM 7100-FIND-HIGHEST THRU 7100-EXIT
               VARYING AY-SCAN-IDX FROM 1 BY 1
               UNTIL AY-SCAN-IDX > AY-DEPT-CNT.
           IF NOT AY-UNWRITTEN-WAS-FOUND
               GO TO 7000-EXIT
           END-IF.
           MOVE 'Y' TO AY-DP-WRITTEN(AY-HIGHEST-IDX).
           ADD 1 TO AY-RANK-WRITTEN.
           MOVE AY-RANK-WRITTEN TO AY-RL-RANK.
           MOVE AY-DP-STORE-NUM(AY-HIGHEST-IDX) TO AY-RL-STORE-NUM.
           MOVE AY-DP-DEPARTMENT-NUM(AY-HIGHEST-IDX)
                                     TO AY-RL-DEPARTMENT-NUM.
           MOVE AY-DP-QTY(AY-HIGHEST-IDX)        TO AY-RL-QTY.
           MOVE AY-DP-NORM-QTY(AY-HIGHEST-IDX)   TO AY-RL-NORM-QTY.
           MOVE AY-DP-VALUE(AY-HIGHEST-IDX)      TO AY-RL-VALUE.
           MOVE AY-DP-NORM-VALUE(AY-HIGHEST-IDX) TO AY-RL-NORM-VALUE.
           MOVE AY-DP-DEVIATION-PCT(AY-HIGHEST-IDX)
                                     TO AY-RL-DEVIATION-PCT.
           MOVE AY-DP-DIRECTION(AY-HIGHEST-IDX)  TO AY-RL-DIRECTION.
           MOVE AY-DP-HIST-WEEKS(AY-HIGHEST-IDX)
                                     TO AY-RL-HISTORY-WEEKS.
           WRITE AY-RPT-LINE FROM AY-RANK-LINE.
       7000-EXIT.
           EXIT.

       7100-FIND-HIGHEST.
           IF NOT AY-DP-IS-FLAGGED(AY-SCAN-IDX)
               OR AY-DP-IS-WRITTEN(AY-SCAN-IDX)
               GO TO 7100-EXIT
           END-IF.
           IF NOT AY-UNWRITTEN-WAS-FOUND
               MOVE 'Y' TO AY-HIGHEST-FOUND
               MOVE AY-SCAN-IDX TO AY-HIGHEST-IDX
               GO TO 7100-EXIT
           END-IF.
           IF AY-DP-ABS-DEVIATION(AY-SCAN-IDX) >
                   AY-DP-ABS-DEVIATION(AY-HIGHEST-IDX)
               MOVE AY-SCAN-IDX TO AY-HIGHEST-IDX
           END-IF.
       7100-EXIT.
           EXIT.

       7500-WRITE-SHORT-HISTORY.
           IF AY-DP-HIST-WEEKS(AY-SCAN-IDX) NOT < AY-MIN-WEEKS
               GO TO 7500-EXIT
           END-IF.
           MOVE AY-DP-STORE-NUM(AY-SCAN-IDX) TO AY-SL-STORE-NUM.
           MOVE AY-DP-DEPARTMENT-NUM(AY-SCAN-IDX)
                                     TO AY-SL-DEPARTMENT-NUM.
           MOVE AY-DP-QTY(AY-SCAN-IDX)   TO AY-SL-QTY.
           MOVE AY-DP-VALUE(AY-SCAN-IDX) TO AY-SL-VALUE.
           MOVE AY-DP-HIST-WEEKS(AY-SCAN-IDX) TO AY-SL-HISTORY-WEEKS.
           WRITE AY-RPT-LINE FROM AY-SHORT-LINE.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7900-START-HISTORY - POSITION AT THE FIRST STORE'S FIRST        *
      *                       SNAPSHOT IN THE DATE WINDOW.  STORE 0000  *
      *                       (THE CYCLE-COMMIT MARKERS) IS PASSED BY   *
      ******************************************************************
       7900-START-HISTORY.
           MOVE 1              TO AY-HK-STORE-NUM.
           MOVE AY-WINDOW-FROM TO AY-HK-AS-OF-DATE.
           MOVE ZERO           TO AY-HK-SEG-NO.
           PERFORM 7940-START-AT-KEY THRU 7940-EXIT.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7910-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE SNAPSHOT IN THE    *
      *                      WINDOW IS REASSEMBLED OR THE FILE ENDS     *
      ******************************************************************
       7910-READ-SNAPSHOT.
           MOVE 'N' TO AY-SNAP-COMPLETE.
           PERFORM 7920-READ-SEGMENT THRU 7920-EXIT
               UNTIL AY-SNAPSHOT-IS-COMPLETE
                  OR AY-END-OF-HISTORY-FILE.
       7910-EXIT.
           EXIT.

      *    A SEGMENT DATED BEFORE THE WINDOW RESTARTS AT THE WINDOW'S
      *    FIRST DATE FOR ITS STORE; ONE DATED AFTER IT SKIPS TO THE
      *    NEXT STORE - ONLY THE WINDOW'S KEYS ARE EVER READ THROUGH.
       7920-READ-SEGMENT.
           READ AY-HISTORY-FILE NEXT
               AT END
                   SET AY-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7920-EXIT
           END-READ.
           IF AY-HK-AS-OF-DATE < AY-WINDOW-FROM
               MOVE AY-WINDOW-FROM TO AY-HK-AS-OF-DATE
               MOVE ZERO           TO AY-HK-SEG-NO
               PERFORM 7940-START-AT-KEY THRU 7940-EXIT
               GO TO 7920-EXIT
           END-IF.
           IF AY-HK-AS-OF-DATE > AY-WINDOW-TO
               IF AY-HK-STORE-NUM = 9999
                   SET AY-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7920-EXIT
               END-IF
               ADD 1 TO AY-HK-STORE-NUM
               MOVE AY-WINDOW-FROM TO AY-HK-AS-OF-DATE
               MOVE ZERO           TO AY-HK-SEG-NO
               PERFORM 7940-START-AT-KEY THRU 7940-EXIT
               GO TO 7920-EXIT
           END-IF.
           PERFORM 7930-ADD-SEGMENT THRU 7930-EXIT.
       7920-EXIT.
           EXIT.

       7930-ADD-SEGMENT.
           IF AY-HK-SEG-NO = 1
               MOVE AY-HK-STORE-NUM  TO AY-HS-STORE-NUM
               MOVE AY-HK-AS-OF-DATE TO AY-HS-AS-OF-DATE
               MOVE AY-HK-DETAIL-LEN TO AY-HS-DETAIL-LEN
               MOVE 1 TO AY-NEXT-SEG-NO
           END-IF.
           IF AY-HK-SEG-NO NOT = AY-NEXT-SEG-NO
               OR AY-HK-STORE-NUM NOT = AY-HS-STORE-NUM
               OR AY-HK-AS-OF-DATE NOT = AY-HS-AS-OF-DATE
               MOVE ZERO TO AY-NEXT-SEG-NO
               GO TO 7930-EXIT
           END-IF.
           COMPUTE AY-SEG-START = (AY-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE AY-SEG-LEN = AY-IN-REC-LEN - 23.
           IF AY-SEG-LEN > ZERO
               MOVE AY-HK-SEG-DATA(1:AY-SEG-LEN) TO
                   AY-HS-STORE-DETAIL(AY-SEG-START:AY-SEG-LEN)
           END-IF.
           IF AY-HK-SEG-NO NOT < AY-HK-SEG-CNT
               SET AY-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO AY-NEXT-SEG-NO
           ELSE
               ADD 1 TO AY-NEXT-SEG-NO
           END-IF.
       7930-EXIT.
           EXIT.

       7940-START-AT-KEY.
           START AY-HISTORY-FILE KEY IS NOT LESS THAN AY-HK-KEY
               INVALID KEY
                   SET AY-END-OF-HISTORY-FILE TO TRUE
           END-START.
       7940-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE AY-SALES-FILE
                 AY-HISTORY-FILE
                 AY-EXCEPTION-FILE
                 AY-REPORT-FILE.
           DISPLAY "SDANOMLY STORES ON DAILY FEED    = " AY-STORES-READ.
           DISPLAY "SDANOMLY SNAPSHOTS READ          = "
               AY-SNAPSHOTS-READ.
           DISPLAY "SDANOMLY SAME-WEEKDAY SNAPSHOTS  = "
               AY-SNAPSHOTS-USED.
           DISPLAY "SDANOMLY STORE/DEPTS TRADING     = " AY-DEPT-CNT.
           DISPLAY "SDANOMLY STORE/DEPTS FLAGGED     = "
               AY-DEPTS-FLAGGED.
           DISPLAY "SDANOMLY TOO LITTLE HISTORY      = "
               AY-DEPTS-SHORT-HISTORY.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
