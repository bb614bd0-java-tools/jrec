       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTAR020E.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * XTAR020E - NON-REPORTING STORE CHECK ON THE FINAL DTAB020 FEED. *
      *            XTAR020V REJECTS SALES FOR STORES THAT SHOULD NOT BE *
      *            TRADING, BUT A STORE THAT SHOULD BE TRADING AND SENT *
      *            NOTHING ONLY SHOWED UP DAYS LATER AS A HOLE IN       *
      *            SDDEPTRL.  THIS PASS RUNS AFTER XTAR020F, COUNTS THE *
      *            LINES AND SALES VALUE EACH STORE HAS ON THE FINAL    *
      *            "XTAR020F" FEED AND CHECKS EVERY STORE ACTIVE ON THE *
      *            XTAR1000 MASTER FOR THE BATCYCP TRADING DATE (INSIDE *
      *            ITS OPEN AND CLOSE DATES, OR BY THE ACTIVE/CLOSED    *
      *            FLAGS WHEN IT HAS NO OPEN DATE YET - SAME RULE AS    *
      *            XTAR020V).  DISTRIBUTION CENTRES AND HEAD OFFICE     *
      *            RING NO SALES AND ARE NOT EXPECTED.  A STORE IS      *
      *            LISTED ON THE "XT020NRX" EXCEPTION FILE WHEN -       *
      *              NR - IT HAS NO LINES ON THE FEED AT ALL            *
      *              LC - ITS LINE COUNT IS BELOW THE PARM PERCENTAGE   *
      *                   OF ITS AVERAGE OVER THE RECENT HISTORY        *
      *              SV - ITS SALES VALUE IS BELOW THE SAME PERCENTAGE  *
      *                   OF ITS AVERAGE SALES VALUE                    *
      *            THE AVERAGES COME FROM THE "XT020NRH" HISTORY OF     *
      *            EACH STORE'S REPORTING DAYS, REWRITTEN TO "XT020NRN" *
      *            EACH RUN WITH TODAY'S COUNTS ADDED AND ROWS OLDER    *
      *            THAN THE PARM WINDOW DROPPED.  A STORE WITH FEWER    *
      *            HISTORY DAYS THAN THE PARM MINIMUM IS ONLY CHECKED   *
      *            FOR NO LINES.  "XT020NRX" IS COUNTED ON THE SDEXDASH *
      *            MORNING DASHBOARD AND THE DETAIL PRINTS ON THE       *
      *            "XT020NRR" REPORT SO THE STORE CAN BE CALLED BEFORE  *
      *            THE DAY'S REPORTING GOES OUT.                        *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XE-PARM-FILE ASSIGN TO "XT020NRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XE-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XTAR1000-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XTAR020-FILE ASSIGN TO "XTAR020F"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XE-OLD-HISTORY-FILE ASSIGN TO "XT020NRH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XE-NEW-HISTORY-FILE ASSIGN TO "XT020NRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XE-EXCEPTION-FILE ASSIGN TO "XT020NRX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XE-REPORT-FILE ASSIGN TO "XT020NRR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XE-PARM-RECORD.
           05 XE-PARM-LOW-PCT              PIC 9(03).
           05 XE-PARM-HISTORY-DAYS         PIC 9(03).
           05 XE-PARM-MIN-HISTORY-DAYS     PIC 9(02).
           05 FILLER                       PIC X(72).

       FD  XE-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XE-CYCLE-PARM-RECORD.
           05 XE-CP-CYCLE-DATE             PIC 9(08).

       FD  XTAR1000-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XE-STORE-MASTER-IO              PIC X(76).

       FD  XTAR020-FILE
           RECORD IS VARYING IN SIZE FROM 27 TO 38 CHARACTERS
               DEPENDING ON XE-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  XE-SALES-EXTRACT-IO             PIC X(38).

      *    ONE ROW PER STORE PER REPORTING DAY.
       FD  XE-OLD-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XE-OLD-HISTORY-RECORD.
           05 XE-OH-STORE-NUM              PIC 9(04).
           05 XE-OH-TRADING-DATE           PIC 9(08).
           05 XE-OH-LINE-COUNT             PIC 9(07).
           05 XE-OH-SALES-VALUE            PIC S9(09)V99.
           05 FILLER                       PIC X(10).

       FD  XE-NEW-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XE-NEW-HISTORY-RECORD.
           05 XE-NH-STORE-NUM              PIC 9(04).
           05 XE-NH-TRADING-DATE           PIC 9(08).
           05 XE-NH-LINE-COUNT             PIC 9(07).
           05 XE-NH-SALES-VALUE            PIC S9(09)V99.
           05 FILLER                       PIC X(10).

       FD  XE-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XE-EXCEPTION-RECORD.
           05 XE-EX-TRADING-DATE           PIC 9(08).
           05 XE-EX-STORE-NUM              PIC 9(04).
           05 XE-EX-STORE-NAME             PIC X(30).
           05 XE-EX-REASON-CODE            PIC X(02).
           05 XE-EX-LINE-COUNT             PIC 9(07).
           05 XE-EX-AVG-LINE-COUNT         PIC 9(07).
           05 XE-EX-SALES-VALUE            PIC S9(09)V99.
           05 XE-EX-AVG-SALES-VALUE        PIC S9(09)V99.
           05 XE-EX-HISTORY-DAYS           PIC 9(03).
           05 XE-EX-REASON                 PIC X(30).

       FD  XE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XE-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".

       01  XE-SWITCHES.
           05 XE-EOF-STORE-MASTER          PIC X(01) VALUE 'N'.
               88 XE-END-OF-STORE-MASTER       VALUE 'Y'.
           05 XE-EOF-SALES-EXTRACT         PIC X(01) VALUE 'N'.
               88 XE-END-OF-SALES-EXTRACT      VALUE 'Y'.
           05 XE-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 XE-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 XE-MATCH-FOUND               PIC X(01).
               88 XE-STORE-WAS-FOUND           VALUE 'Y'.

       01  XE-IN-REC-LEN                   PIC 9(05) COMP.
       01  XE-CYCLE-DATE                   PIC 9(08).
       01  XE-WINDOW-FROM-DATE             PIC 9(08).
       01  XE-LOW-PCT                      PIC 9(03).
       01  XE-HISTORY-DAYS                 PIC 9(03).
       01  XE-MIN-HISTORY-DAYS             PIC 9(02).

       01  XE-COUNTERS.
           05 XE-STORE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 XE-LINES-READ                PIC 9(07) COMP VALUE ZERO.
           05 XE-LINES-UNKNOWN-STORE       PIC 9(07) COMP VALUE ZERO.
           05 XE-STORES-EXPECTED           PIC 9(05) COMP VALUE ZERO.
           05 XE-STORES-NOT-REPORTING      PIC 9(05) COMP VALUE ZERO.
           05 XE-STORES-LOW                PIC 9(05) COMP VALUE ZERO.
           05 XE-HISTORY-KEPT              PIC 9(07) COMP VALUE ZERO.
           05 XE-HISTORY-DROPPED           PIC 9(07) COMP VALUE ZERO.
           05 XE-HISTORY-ADDED             PIC 9(07) COMP VALUE ZERO.

       01  XE-STORE-TABLE.
           05 XE-ST-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON XE-STORE-CNT.
               10 XE-ST-STORE-NUM          PIC 9(04).
               10 XE-ST-STORE-NAME         PIC X(30).
               10 XE-ST-EXPECTED           PIC X(01).
                   88 XE-ST-IS-EXPECTED        VALUE 'Y'.
               10 XE-ST-LINE-COUNT         PIC 9(07).
               10 XE-ST-SALES-VALUE        PIC S9(09)V99.
               10 XE-ST-HIST-DAYS          PIC 9(03).
               10 XE-ST-HIST-LINES         PIC 9(09).
               10 XE-ST-HIST-VALUE         PIC S9(11)V99.

       01  XE-SCAN-IDX                     PIC 9(05) COMP.
       01  XE-LOOK-IDX                     PIC 9(05) COMP.
       01  XE-MATCH-IDX                    PIC 9(05) COMP.
       01  XE-WORK-STORE-NUM               PIC 9(04).
       01  XE-WORK-STORE-NO                PIC S9(05).
       01  XE-WORK-SALE-PRICE              PIC S9(09)V99.
       01  XE-AVG-LINE-COUNT               PIC 9(07).
       01  XE-AVG-SALES-VALUE              PIC S9(09)V99.
       01  XE-LOW-LINE-COUNT               PIC 9(07)V99.
       01  XE-LOW-SALES-VALUE              PIC S9(09)V99.

       01  XE-HEADING-1.
           05 FILLER                       PIC X(46)
               VALUE "XTAR020E NON-REPORTING STORES FOR TRADING DATE".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 XE-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(77) VALUE SPACES.

       01  XE-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(31) VALUE "NAME".
           05 FILLER                       PIC X(03) VALUE "RS ".
           05 FILLER                       PIC X(10) VALUE "     LINES".
           05 FILLER                       PIC X(10) VALUE "  AVG LNS ".
           05 FILLER                       PIC X(15) VALUE
               "    SALES VALUE".
           05 FILLER                       PIC X(15) VALUE
               "      AVG VALUE".
           05 FILLER                       PIC X(06) VALUE "  DAYS".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(34) VALUE "REASON".

       01  XE-DETAIL-LINE.
           05 XE-DL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 XE-DL-STORE-NAME             PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 XE-DL-REASON-CODE            PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 XE-DL-LINE-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 XE-DL-AVG-LINE-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 XE-DL-SALES-VALUE            PIC ---,---,--9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 XE-DL-AVG-SALES-VALUE        PIC ---,---,--9.99.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 XE-DL-HISTORY-DAYS           PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 XE-DL-REASON                 PIC X(30).
           05 FILLER                       PIC X(05) VALUE SPACES.

       01  XE-TOTAL-LINE.
           05 FILLER                       PIC X(18)
               VALUE "STORES EXPECTED - ".
           05 XE-TL-EXPECTED               PIC ZZZZ9.
           05 FILLER                       PIC X(22)
               VALUE "   NOT REPORTING   -  ".
           05 XE-TL-NOT-REPORTING          PIC ZZZZ9.
           05 FILLER                       PIC X(22)
               VALUE "   BELOW AVERAGE   -  ".
           05 XE-TL-LOW                    PIC ZZZZ9.
           05 FILLER                       PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-COUNT-SALE-LINE THRU 3000-EXIT
               UNTIL XE-END-OF-SALES-EXTRACT.
           PERFORM 3500-ROLL-HISTORY THRU 3500-EXIT
               UNTIL XE-END-OF-HISTORY-FILE.
           PERFORM 5000-CHECK-STORE THRU 5000-EXIT
               VARYING XE-SCAN-IDX FROM 1 BY 1
               UNTIL XE-SCAN-IDX > XE-STORE-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - PARMS, TRADING DATE, HISTORY WINDOW AND THE   *
      *                   STORE MASTER                                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT XE-PARM-FILE.
           READ XE-PARM-FILE
               AT END
                   MOVE ZERO TO XE-PARM-LOW-PCT
                                XE-PARM-HISTORY-DAYS
                                XE-PARM-MIN-HISTORY-DAYS
           END-READ.
           CLOSE XE-PARM-FILE.
           IF XE-PARM-LOW-PCT NUMERIC
               AND XE-PARM-LOW-PCT > ZERO
               MOVE XE-PARM-LOW-PCT TO XE-LOW-PCT
           ELSE
               MOVE 50 TO XE-LOW-PCT
           END-IF.
           IF XE-PARM-HISTORY-DAYS NUMERIC
               AND XE-PARM-HISTORY-DAYS > ZERO
               MOVE XE-PARM-HISTORY-DAYS TO XE-HISTORY-DAYS
           ELSE
               MOVE 28 TO XE-HISTORY-DAYS
           END-IF.
           IF XE-PARM-MIN-HISTORY-DAYS NUMERIC
               AND XE-PARM-MIN-HISTORY-DAYS > ZERO
               MOVE XE-PARM-MIN-HISTORY-DAYS TO XE-MIN-HISTORY-DAYS
           ELSE
               MOVE 5 TO XE-MIN-HISTORY-DAYS
           END-IF.
           OPEN INPUT XE-CYCLE-PARM-FILE.
           READ XE-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO XE-CP-CYCLE-DATE
           END-READ.
           CLOSE XE-CYCLE-PARM-FILE.
           IF XE-CP-CYCLE-DATE = ZERO
               ACCEPT XE-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE XE-CP-CYCLE-DATE TO XE-CYCLE-DATE
           END-IF.
           COMPUTE XE-WINDOW-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(XE-CYCLE-DATE)
                - XE-HISTORY-DAYS).
           OPEN INPUT  XTAR1000-FILE
                INPUT  XTAR020-FILE
                INPUT  XE-OLD-HISTORY-FILE
                OUTPUT XE-NEW-HISTORY-FILE
                OUTPUT XE-EXCEPTION-FILE
                OUTPUT XE-REPORT-FILE.
           PERFORM 2000-LOAD-STORE-MASTER THRU 2000-EXIT
               UNTIL XE-END-OF-STORE-MASTER.
           CLOSE XTAR1000-FILE.
           MOVE XE-CYCLE-DATE TO XE-HD-CYCLE-DATE.
           WRITE XE-RPT-LINE FROM XE-HEADING-1.
           WRITE XE-RPT-LINE FROM XE-HEADING-2.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-STORE-MASTER - A STORE IS EXPECTED ON THE FEED WHEN   *
      *                          THE TRADING DATE FALLS IN ITS OPEN     *
      *                          PERIOD (A ZERO CLOSE DATE MEANS STILL  *
      *                          TRADING), OR WITH NO OPEN DATE YET     *
      *                          WHEN IT IS FLAGGED ACTIVE AND NOT      *
      *                          CLOSED                                 *
      ******************************************************************
       2000-LOAD-STORE-MASTER.
           READ XTAR1000-FILE
               AT END
                   SET XE-END-OF-STORE-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE XE-STORE-MASTER-IO TO 01TAR1000-REC.
           ADD 1 TO XE-STORE-CNT.
           MOVE 00001000-STORE-NO  TO XE-ST-STORE-NUM(XE-STORE-CNT).
           MOVE XTAR1000-STORE-NAME TO XE-ST-STORE-NAME(XE-STORE-CNT).
           MOVE ZERO TO XE-ST-LINE-COUNT(XE-STORE-CNT)
                        XE-ST-SALES-VALUE(XE-STORE-CNT)
                        XE-ST-HIST-DAYS(XE-STORE-CNT)
                        XE-ST-HIST-LINES(XE-STORE-CNT)
                        XE-ST-HIST-VALUE(XE-STORE-CNT).
           MOVE 'N' TO XE-ST-EXPECTED(XE-STORE-CNT).
           IF XTAR1000-DC-TYPE = 'Y'
               OR XTAR1000-HO-TYPE = 'Y'
               GO TO 2000-EXIT
           END-IF.
           IF XTAR1000-OPEN-DATE = ZERO
               IF XTAR1000-ACTIVE-STORE = 'Y'
                   AND XTAR1000-CLOSED-STORE NOT = 'Y'
                   MOVE 'Y' TO XE-ST-EXPECTED(XE-STORE-CNT)
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF XTAR1000-OPEN-DATE > XE-CYCLE-DATE
               GO TO 2000-EXIT
           END-IF.
           IF XTAR1000-CLOSE-DATE NOT = ZERO
               AND XTAR1000-CLOSE-DATE < XE-CYCLE-DATE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'Y' TO XE-ST-EXPECTED(XE-STORE-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COUNT-SALE-LINE - ADD ONE FINAL-FEED LINE TO ITS STORE'S   *
      *                        COUNT AND VALUE.  THE TRAILER IS NOT A   *
      *                        SALE AND IS SKIPPED.                     *
      ******************************************************************
       3000-COUNT-SALE-LINE.
           READ XTAR020-FILE
               AT END
                   SET XE-END-OF-SALES-EXTRACT TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           IF XE-SALES-EXTRACT-IO(1:8) = "TRAILER1"
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO XE-LINES-READ.
           IF XE-IN-REC-LEN = 38
               MOVE XE-SALES-EXTRACT-IO TO 01TAR020-REC-V2
               MOVE XTAR020-V2-STORE-NO   TO XE-WORK-STORE-NO
               MOVE XTAR020-V2-SALE-PRICE TO XE-WORK-SALE-PRICE
           ELSE
               MOVE XE-SALES-EXTRACT-IO TO 01TAR020-REC
               MOVE XTAR020-STORE-NO      TO XE-WORK-STORE-NO
               MOVE XTAR020-SALE-PRICE    TO XE-WORK-SALE-PRICE
           END-IF.
           MOVE XE-WORK-STORE-NO TO XE-WORK-STORE-NUM.
           PERFORM 4000-LOOKUP-STORE THRU 4000-EXIT.
           IF NOT XE-STORE-WAS-FOUND
               ADD 1 TO XE-LINES-UNKNOWN-STORE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO XE-ST-LINE-COUNT(XE-MATCH-IDX).
           ADD XE-WORK-SALE-PRICE TO XE-ST-SALES-VALUE(XE-MATCH-IDX).
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ROLL-HISTORY - KEEP A HISTORY ROW INSIDE THE WINDOW AND    *
      *                     FOLD IT INTO ITS STORE'S AVERAGE.  A ROW    *
      *                     FOR THE TRADING DATE ITSELF IS FROM AN      *
      *                     EARLIER RUN OF THE SAME CYCLE AND IS        *
      *                     REPLACED BY TODAY'S COUNT.                  *
      ******************************************************************
       3500-ROLL-HISTORY.
           READ XE-OLD-HISTORY-FILE
               AT END
                   SET XE-END-OF-HISTORY-FILE TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           IF XE-OH-TRADING-DATE < XE-WINDOW-FROM-DATE
               OR XE-OH-TRADING-DATE NOT < XE-CYCLE-DATE
               ADD 1 TO XE-HISTORY-DROPPED
               GO TO 3500-EXIT
           END-IF.
           MOVE XE-OLD-HISTORY-RECORD TO XE-NEW-HISTORY-RECORD.
           WRITE XE-NEW-HISTORY-RECORD.
           ADD 1 TO XE-HISTORY-KEPT.
           MOVE XE-OH-STORE-NUM TO XE-WORK-STORE-NUM.
           PERFORM 4000-LOOKUP-STORE THRU 4000-EXIT.
           IF XE-STORE-WAS-FOUND
               ADD 1 TO XE-ST-HIST-DAYS(XE-MATCH-IDX)
               ADD XE-OH-LINE-COUNT TO XE-ST-HIST-LINES(XE-MATCH-IDX)
               ADD XE-OH-SALES-VALUE TO XE-ST-HIST-VALUE(XE-MATCH-IDX)
           END-IF.
       3500-EXIT.
           EXIT.

       4000-LOOKUP-STORE.
           MOVE 'N' TO XE-MATCH-FOUND.
           PERFORM 4100-SCAN-STORE THRU 4100-EXIT
               VARYING XE-LOOK-IDX FROM 1 BY 1
               UNTIL XE-LOOK-IDX > XE-STORE-CNT
                  OR XE-STORE-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-STORE.
           IF XE-ST-STORE-NUM(XE-LOOK-IDX) = XE-WORK-STORE-NUM
               MOVE 'Y' TO XE-MATCH-FOUND
               MOVE XE-LOOK-IDX TO XE-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-STORE - ADD TODAY'S ROW TO THE HISTORY AND LIST AN   *
      *                    EXPECTED STORE THAT SENT NOTHING OR FELL     *
      *                    BELOW THE PARM SHARE OF ITS AVERAGE          *
      ******************************************************************
       5000-CHECK-STORE.
           IF XE-ST-LINE-COUNT(XE-SCAN-IDX) > ZERO
               MOVE SPACES TO XE-NEW-HISTORY-RECORD
               MOVE XE-ST-STORE-NUM(XE-SCAN-IDX) TO XE-NH-STORE-NUM
               MOVE XE-CYCLE-DATE TO XE-NH-TRADING-DATE
               MOVE XE-ST-LINE-COUNT(XE-SCAN-IDX) TO XE-NH-LINE-COUNT
               MOVE XE-ST-SALES-VALUE(XE-SCAN-IDX) TO XE-NH-SALES-VALUE
               WRITE XE-NEW-HISTORY-RECORD
               ADD 1 TO XE-HISTORY-ADDED
           END-IF.
           IF NOT XE-ST-IS-EXPECTED(XE-SCAN-IDX)
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO XE-STORES-EXPECTED.
           MOVE ZERO TO XE-AVG-LINE-COUNT
                        XE-AVG-SALES-VALUE.
           IF XE-ST-HIST-DAYS(XE-SCAN-IDX) > ZERO
               COMPUTE XE-AVG-LINE-COUNT ROUNDED =
                   XE-ST-HIST-LINES(XE-SCAN-IDX)
                   / XE-ST-HIST-DAYS(XE-SCAN-IDX)
               COMPUTE XE-AVG-SALES-VALUE ROUNDED =
                   XE-ST-HIST-VALUE(XE-SCAN-IDX)
                   / XE-ST-HIST-DAYS(XE-SCAN-IDX)
           END-IF.
           IF XE-ST-LINE-COUNT(XE-SCAN-IDX) = ZERO
               MOVE "NR" TO XE-EX-REASON-CODE
               MOVE "NO LINES ON FINAL FEED" TO XE-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               ADD 1 TO XE-STORES-NOT-REPORTING
               GO TO 5000-EXIT
           END-IF.
           IF XE-ST-HIST-DAYS(XE-SCAN-IDX) < XE-MIN-HISTORY-DAYS
               GO TO 5000-EXIT
           END-IF.
           COMPUTE XE-LOW-LINE-COUNT =
               XE-AVG-LINE-COUNT * XE-LOW-PCT / 100.
           COMPUTE XE-LOW-SALES-VALUE =
               XE-AVG-SALES-VALUE * XE-LOW-PCT / 100.
           IF XE-ST-LINE-COUNT(XE-SCAN-IDX) < XE-LOW-LINE-COUNT
               MOVE "LC" TO XE-EX-REASON-CODE
               MOVE "LINES BELOW RECENT AVERAGE" TO XE-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               ADD 1 TO XE-STORES-LOW
               GO TO 5000-EXIT
           END-IF.
           IF XE-ST-SALES-VALUE(XE-SCAN-IDX) < XE-LOW-SALES-VALUE
               MOVE "SV" TO XE-EX-REASON-CODE
               MOVE "SALES VALUE BELOW RECENT AVG" TO XE-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               ADD 1 TO XE-STORES-LOW
           END-IF.
       5000-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE XE-CYCLE-DATE                  TO XE-EX-TRADING-DATE.
           MOVE XE-ST-STORE-NUM(XE-SCAN-IDX)   TO XE-EX-STORE-NUM.
           MOVE XE-ST-STORE-NAME(XE-SCAN-IDX)  TO XE-EX-STORE-NAME.
           MOVE XE-ST-LINE-COUNT(XE-SCAN-IDX)  TO XE-EX-LINE-COUNT.
           MOVE XE-AVG-LINE-COUNT              TO XE-EX-AVG-LINE-COUNT.
           MOVE XE-ST-SALES-VALUE(XE-SCAN-IDX) TO XE-EX-SALES-VALUE.
           MOVE XE-AVG-SALES-VALUE            TO XE-EX-AVG-SALES-VALUE.
           MOVE XE-ST-HIST-DAYS(XE-SCAN-IDX)   TO XE-EX-HISTORY-DAYS.
           WRITE XE-EXCEPTION-RECORD.
           MOVE XE-EX-STORE-NUM       TO XE-DL-STORE-NUM.
           MOVE XE-EX-STORE-NAME      TO XE-DL-STORE-NAME.
           MOVE XE-EX-REASON-CODE     TO XE-DL-REASON-CODE.
           MOVE XE-EX-LINE-COUNT      TO XE-DL-LINE-COUNT.
           MOVE XE-EX-AVG-LINE-COUNT  TO XE-DL-AVG-LINE-COUNT.
           MOVE XE-EX-SALES-VALUE     TO XE-DL-SALES-VALUE.
           MOVE XE-EX-AVG-SALES-VALUE TO XE-DL-AVG-SALES-VALUE.
           MOVE XE-EX-HISTORY-DAYS    TO XE-DL-HISTORY-DAYS.
           MOVE XE-EX-REASON          TO XE-DL-REASON.
           WRITE XE-RPT-LINE FROM XE-DETAIL-LINE.
       6000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE XE-STORES-EXPECTED      TO XE-TL-EXPECTED.
           MOVE XE-STORES-NOT-REPORTING TO XE-TL-NOT-REPORTING.
           MOVE XE-STORES-LOW           TO XE-TL-LOW.
           WRITE XE-RPT-LINE FROM XE-TOTAL-LINE.
           CLOSE XTAR020-FILE
                 XE-OLD-HISTORY-FILE
                 XE-NEW-HISTORY-FILE
                 XE-EXCEPTION-FILE
                 XE-REPORT-FILE.
           DISPLAY "XTAR020E FEED LINES READ      = " XE-LINES-READ.
           DISPLAY "XTAR020E LINES NOT ON MASTER  = "
               XE-LINES-UNKNOWN-STORE.
           DISPLAY "XTAR020E STORES EXPECTED      = "
               XE-STORES-EXPECTED.
           DISPLAY "XTAR020E STORES NOT REPORTING = "
               XE-STORES-NOT-REPORTING.
           DISPLAY "XTAR020E STORES BELOW AVERAGE = " XE-STORES-LOW.
           DISPLAY "XTAR020E HISTORY ROWS KEPT    = " XE-HISTORY-KEPT.
           DISPLAY "XTAR020E HISTORY ROWS DROPPED = "
               XE-HISTORY-DROPPED.
           DISPLAY "XTAR020E HISTORY ROWS ADDED   = " XE-HISTORY-ADDED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
