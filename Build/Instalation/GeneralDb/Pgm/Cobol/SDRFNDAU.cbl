       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDRFNDAU.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDRFNDAU - REFUND-WITHOUT-SALE AUDIT.  A Return-Trans A-Sale    *
      *            ENTRY WAS TRUSTED AS LONG AS IT CARRIED A NEGATIVE   *
      *            FIGURE - NOTHING CHECKED THE STORE HAD EVER SOLD THE *
      *            KEYCODE.  THIS RUN TAKES EVERY Real-Sale-Trans BY    *
      *            STORE AND KEYCODE FROM THE SDSALHST SNAPSHOTS DATED  *
      *            INSIDE THE PARM LOOKBACK WINDOW BEFORE THE BATCYCP   *
      *            CYCLE DATE (TODAY WHEN EMPTY) AND FROM THE CYCLE'S   *
      *            OWN SDSALRDY FEED, KEEPING THE HIGHEST UNIT PRICE    *
      *            EACH SOLD AT, THEN AUDITS EVERY Return-Trans ON THE  *
      *            DAILY FEED -                                         *
      *              NO SALE    - THE STORE HAS NO QUALIFYING SALE OF   *
      *                           THE KEYCODE IN THE WINDOW             *
      *              OVER PRICE - THE REFUND UNIT PRICE IS ABOVE THE    *
      *                           HIGHEST UNIT PRICE IT SOLD FOR        *
      *            EACH FLAGGED REFUND IS WRITTEN TO SDRFNDX, AND THE   *
      *            SDRFNDR REPORT GIVES EVERY REGISTER AND OPERATOR'S   *
      *            SHARE OF UNMATCHED REFUNDS, MARKING FOR REVIEW ANY   *
      *            WITH AT LEAST THE PARM MINIMUM OF REFUNDS WHOSE      *
      *            SHARE REACHES THE PARM PERCENTAGE.  A UNIT PRICE IS  *
      *            Price-1 OVER Qty-1, SIGNS IGNORED, AS THE REGISTER   *
      *            MAY RING A RETURN EITHER WAY ROUND.  SNAPSHOTS ARE   *
      *            RE-SLICED INTO THE ARRAY LAYOUT AS SDFCAST DOES, AND *
      *            THE DAILY FEED IS READ INTO THE SAME AREA SO ONE     *
      *            WALK SERVES BOTH.  A BLANK OPERATOR ACCUMULATES      *
      *            UNDER 'UNKNWN', SAME AS SDLPOPS.                     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE - ONLY THE LOOKBACK WINDOW IS    *
      *                          READ, BY KEYED START                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RF-PARM-FILE ASSIGN TO "SDRFNDP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RF-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RF-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-HK-KEY
               FILE STATUS IS RF-HK-FILE-STATUS.
           SELECT RF-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RF-EXCEPTION-FILE ASSIGN TO "SDRFNDX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RF-REPORT-FILE ASSIGN TO "SDRFNDR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RF-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RF-PARM-RECORD.
           05 RF-PARM-LOOKBACK-DAYS        PIC 9(03).
           05 RF-PARM-SHARE-PCT            PIC 9(03).
           05 RF-PARM-MIN-REFUNDS          PIC 9(03).
           05 FILLER                       PIC X(71).

       FD  RF-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RF-CYCLE-PARM-RECORD.
           05 RF-CP-CYCLE-DATE             PIC 9(08).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  RF-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON RF-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  RF-HISTORY-SEG.
           05 RF-HK-KEY.
               10 RF-HK-STORE-NUM          PIC 9(04).
               10 RF-HK-AS-OF-DATE         PIC 9(08).
               10 RF-HK-SEG-NO             PIC 9(02).
           05 RF-HK-DETAIL-LEN             PIC 9(07).
           05 RF-HK-SEG-CNT                PIC 9(02).
           05 RF-HK-SEG-DATA               PIC X(32000).

       FD  RF-SALES-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 656000 CHARACTERS
               DEPENDING ON RF-SALES-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  RF-SALES-IO                     PIC X(656000).

      *    ONE ROW PER FLAGGED REFUND.  REASON 'NS' NO QUALIFYING SALE,
      *    'OP' REFUNDED ABOVE THE HIGHEST PRICE SOLD.
       FD  RF-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RF-EXCEPTION-RECORD.
           05 RF-EX-CYCLE-DATE             PIC 9(08).
           05 RF-EX-STORE-NUM              PIC 9(04).
           05 RF-EX-DEPARTMENT-NUM         PIC 9(04).
           05 RF-EX-KEYCODE                PIC 9(08).
           05 RF-EX-REGISTER-NUM           PIC 9(04).
           05 RF-EX-OPERATOR-ID            PIC X(06).
           05 RF-EX-REFUND-QTY             PIC 9(06).
           05 RF-EX-REFUND-VALUE           PIC 9(07)V99.
           05 RF-EX-REFUND-UNIT-PRICE      PIC 9(07)V99.
           05 RF-EX-MAX-SOLD-UNIT-PRICE    PIC 9(07)V99.
           05 RF-EX-PRIOR-SALES            PIC 9(07).
           05 RF-EX-REASON-CODE            PIC X(02).
           05 RF-EX-REASON                 PIC X(30).

       FD  RF-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RF-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  RF-HISTORY-IO.
           05 RF-HS-AS-OF-DATE             PIC 9(08).
           05 RF-HS-STORE-NUM              PIC 9(04).
           05 RF-HS-DETAIL-LEN             PIC 9(07).
           05 RF-HS-STORE-DETAIL           PIC X(656000).

       01  RF-HK-FILE-STATUS               PIC X(02).
           88 RF-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  RF-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 RF-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  RF-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  RF-SEG-START                    PIC 9(07) COMP.
       01  RF-SEG-LEN                      PIC 9(07) COMP.

      *    THE SNAPSHOT DETAIL, OR THE DAILY FEED RECORD, RE-SLICED
      *    INTO THE ARRAY LAYOUT SO ITS SALE ENTRIES CAN BE WALKED.
       01  RF-STORE-DETAIL.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       01  RF-SWITCHES.
           05 RF-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 RF-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 RF-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 RF-END-OF-SALES-FILE         VALUE 'Y'.
           05 RF-MATCH-FOUND               PIC X(01).
               88 RF-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 RF-SOURCE                    PIC X(01).
               88 RF-SOURCE-IS-HISTORY         VALUE 'H'.
               88 RF-SOURCE-IS-DAILY           VALUE 'D'.

       01  RF-IN-REC-LEN                   PIC 9(05) COMP.
       01  RF-SALES-REC-LEN                PIC 9(07) COMP.
       01  RF-CYCLE-DATE                   PIC 9(08).
       01  RF-WINDOW-FROM-DATE             PIC 9(08).
       01  RF-WINDOW-TO-DATE               PIC 9(08).
       01  RF-LOOKBACK-DAYS                PIC 9(03).
       01  RF-SHARE-PCT                    PIC 9(03).
       01  RF-MIN-REFUNDS                  PIC 9(03).

       01  RF-SUBSCRIPTS.
           05 RF-DEPT-IDX                  PIC 9(02) COMP.
           05 RF-PROD-IDX                  PIC 9(03) COMP.
           05 RF-SALE-IDX                  PIC 9(03) COMP.

       01  RF-COUNTERS.
           05 RF-SOLD-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 RF-RETURN-CNT                PIC 9(05) COMP VALUE ZERO.
           05 RF-SHARE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 RF-SNAPSHOTS-READ            PIC 9(07) COMP VALUE ZERO.
           05 RF-SNAPSHOTS-USED            PIC 9(07) COMP VALUE ZERO.
           05 RF-STORES-READ               PIC 9(07) COMP VALUE ZERO.
           05 RF-REFUNDS-NO-SALE           PIC 9(07) COMP VALUE ZERO.
           05 RF-REFUNDS-OVER-PRICE        PIC 9(07) COMP VALUE ZERO.
           05 RF-SHARES-FLAGGED            PIC 9(05) COMP VALUE ZERO.

      *    EVERY STORE/KEYCODE SOLD IN THE WINDOW.
       01  RF-SOLD-TABLE.
           05 RF-SD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON RF-SOLD-CNT.
               10 RF-SD-KEY.
                   15 RF-SD-STORE-NUM      PIC 9(04).
                   15 RF-SD-KEYCODE        PIC 9(08).
               10 RF-SD-SALE-COUNT         PIC 9(07).
               10 RF-SD-MAX-UNIT-PRICE     PIC 9(07)V99.

      *    TODAY'S REFUNDS, AUDITED ONCE THE WHOLE WINDOW IS LOADED.
       01  RF-RETURN-TABLE.
           05 RF-RT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON RF-RETURN-CNT.
               10 RF-RT-KEY.
                   15 RF-RT-STORE-NUM      PIC 9(04).
                   15 RF-RT-KEYCODE        PIC 9(08).
               10 RF-RT-DEPARTMENT-NUM     PIC 9(04).
               10 RF-RT-REGISTER-NUM       PIC 9(04).
               10 RF-RT-OPERATOR-ID        PIC X(06).
               10 RF-RT-QTY                PIC 9(06).
               10 RF-RT-VALUE              PIC 9(07)V99.
               10 RF-RT-UNIT-PRICE         PIC 9(07)V99.

      *    REFUND AND UNMATCHED COUNTS BY STORE AND REGISTER ('R') OR
      *    STORE AND OPERATOR ('O').
       01  RF-SHARE-TABLE.
           05 RF-SH-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON RF-SHARE-CNT.
               10 RF-SH-KEY.
                   15 RF-SH-STORE-NUM      PIC 9(04).
                   15 RF-SH-KIND           PIC X(01).
                       88 RF-SH-IS-REGISTER    VALUE 'R'.
                   15 RF-SH-REGISTER-NUM   PIC 9(04).
                   15 RF-SH-OPERATOR-ID    PIC X(06).
               10 RF-SH-REFUNDS            PIC 9(07).
               10 RF-SH-UNMATCHED          PIC 9(07).
               10 RF-SH-UNMATCHED-VALUE    PIC 9(09)V99.

       01  RF-WORK-SOLD-KEY.
           05 RF-WK-STORE-NUM              PIC 9(04).
           05 RF-WK-KEYCODE                PIC 9(08).
       01  RF-WORK-SHARE-KEY.
           05 RF-WH-STORE-NUM              PIC 9(04).
           05 RF-WH-KIND                   PIC X(01).
           05 RF-WH-REGISTER-NUM           PIC 9(04).
           05 RF-WH-OPERATOR-ID            PIC X(06).

       01  RF-SCAN-IDX                     PIC 9(05) COMP.
       01  RF-MATCH-IDX                    PIC 9(05) COMP.
       01  RF-RT-IDX                       PIC 9(05) COMP.

       01  RF-WORK-QTY                     PIC S9(06).
       01  RF-WORK-PRICE                   PIC S9(08)V99.
       01  RF-WORK-UNIT-PRICE              PIC 9(07)V99.
       01  RF-UNMATCHED-SW                 PIC X(01).
           88 RF-REFUND-IS-UNMATCHED           VALUE 'Y'.
       01  RF-UNMATCHED-PCT                PIC 9(03)V9.

       01  RF-HEADING-1.
           05 FILLER                       PIC X(42)
               VALUE "SDRFNDAU UNMATCHED REFUND SHARE FOR CYCLE ".
           05 RF-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(17)
               VALUE "  LOOKBACK DAYS  ".
           05 RF-HD-LOOKBACK-DAYS          PIC ZZ9.
           05 FILLER                       PIC X(62) VALUE SPACES.

       01  RF-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(10) VALUE "REGISTER  ".
           05 FILLER                       PIC X(09) VALUE "OPERATOR ".
           05 FILLER                       PIC X(09) VALUE "  REFUNDS".
           05 FILLER                       PIC X(10) VALUE
               " UNMATCHED".
           05 FILLER                       PIC X(13) VALUE
               "  UNMTCH VAL ".
           05 FILLER                       PIC X(08) VALUE "  SHARE%".
           05 FILLER                       PIC X(08) VALUE "  FLAG  ".
           05 FILLER                       PIC X(59) VALUE SPACES.

       01  RF-DETAIL-LINE.
           05 RF-DL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RF-DL-REGISTER-NUM           PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RF-DL-OPERATOR-ID            PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RF-DL-REFUNDS                PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RF-DL-UNMATCHED              PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RF-DL-UNMATCHED-VALUE        PIC ZZZ,ZZ9.99.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 RF-DL-SHARE-PCT              PIC ZZ9.9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RF-DL-FLAG                   PIC X(06).
           05 FILLER                       PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SET RF-SOURCE-IS-HISTORY TO TRUE.
           PERFORM 2000-READ-SNAPSHOT THRU 2000-EXIT
               UNTIL RF-END-OF-HISTORY-FILE.
           SET RF-SOURCE-IS-DAILY TO TRUE.
           PERFORM 2500-READ-DAILY-STORE THRU 2500-EXIT
               UNTIL RF-END-OF-SALES-FILE.
           PERFORM 5000-AUDIT-REFUND THRU 5000-EXIT
               VARYING RF-RT-IDX FROM 1 BY 1
               UNTIL RF-RT-IDX > RF-RETURN-CNT.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - PARMS, CYCLE DATE AND THE LOOKBACK WINDOW     *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RF-PARM-FILE.
           READ RF-PARM-FILE
               AT END
                   MOVE ZERO TO RF-PARM-LOOKBACK-DAYS
                                RF-PARM-SHARE-PCT
                                RF-PARM-MIN-REFUNDS
           END-READ.
           CLOSE RF-PARM-FILE.
           IF RF-PARM-LOOKBACK-DAYS NUMERIC
               AND RF-PARM-LOOKBACK-DAYS > ZERO
               MOVE RF-PARM-LOOKBACK-DAYS TO RF-LOOKBACK-DAYS
           ELSE
               MOVE 90 TO RF-LOOKBACK-DAYS
           END-IF.
           IF RF-PARM-SHARE-PCT NUMERIC
               AND RF-PARM-SHARE-PCT > ZERO
               MOVE RF-PARM-SHARE-PCT TO RF-SHARE-PCT
           ELSE
               MOVE 50 TO RF-SHARE-PCT
           END-IF.
           IF RF-PARM-MIN-REFUNDS NUMERIC
               AND RF-PARM-MIN-REFUNDS > ZERO
               MOVE RF-PARM-MIN-REFUNDS TO RF-MIN-REFUNDS
           ELSE
               MOVE 3 TO RF-MIN-REFUNDS
           END-IF.
           OPEN INPUT RF-CYCLE-PARM-FILE.
           READ RF-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO RF-CP-CYCLE-DATE
           END-READ.
           CLOSE RF-CYCLE-PARM-FILE.
           IF RF-CP-CYCLE-DATE = ZERO
               ACCEPT RF-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE RF-CP-CYCLE-DATE TO RF-CYCLE-DATE
           END-IF.
           COMPUTE RF-WINDOW-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RF-CYCLE-DATE)
                - RF-LOOKBACK-DAYS).
           MOVE RF-CYCLE-DATE    TO RF-HD-CYCLE-DATE.
           MOVE RF-LOOKBACK-DAYS TO RF-HD-LOOKBACK-DAYS.
           OPEN INPUT  RF-HISTORY-FILE
                INPUT  RF-SALES-FILE
                OUTPUT RF-EXCEPTION-FILE
                OUTPUT RF-REPORT-FILE.
           MOVE RF-CYCLE-DATE TO RF-WINDOW-TO-DATE.
           PERFORM 7900-START-HISTORY THRU 7900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-SNAPSHOT - A SNAPSHOT FROM THE LOOKBACK WINDOW, UP    *
      *                      TO THE DAY BEFORE THE CYCLE (THE CYCLE'S   *
      *                      OWN SALES COME FROM THE DAILY FEED), IS    *
      *                      RE-SLICED AND ITS SALES FOLDED             *
      ******************************************************************
       2000-READ-SNAPSHOT.
           PERFORM 7910-READ-SNAPSHOT THRU 7910-EXIT.
           IF RF-END-OF-HISTORY-FILE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO RF-SNAPSHOTS-READ.
           IF RF-HS-STORE-NUM = ZERO
               GO TO 2000-EXIT
           END-IF.
           IF RF-HS-AS-OF-DATE < RF-WINDOW-FROM-DATE
               OR RF-HS-AS-OF-DATE NOT < RF-CYCLE-DATE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO RF-SNAPSHOTS-USED.
           MOVE RF-HS-STORE-DETAIL(1:RF-HS-DETAIL-LEN)
                                     TO RF-STORE-DETAIL.
           PERFORM 3100-WALK-DEPARTMENT THRU 3100-EXIT
               VARYING RF-DEPT-IDX FROM 1 BY 1 UNTIL RF-DEPT-IDX > 5.
       2000-EXIT.
           EXIT.

       2500-READ-DAILY-STORE.
           READ RF-SALES-FILE
               AT END
                   SET RF-END-OF-SALES-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           ADD 1 TO RF-STORES-READ.
           MOVE RF-SALES-IO(1:RF-SALES-REC-LEN) TO RF-STORE-DETAIL.
           PERFORM 3100-WALK-DEPARTMENT THRU 3100-EXIT
               VARYING RF-DEPT-IDX FROM 1 BY 1 UNTIL RF-DEPT-IDX > 5.
       2500-EXIT.
           EXIT.

       3100-WALK-DEPARTMENT.
           PERFORM 3200-WALK-PRODUCT THRU 3200-EXIT
               VARYING RF-PROD-IDX FROM 1 BY 1
               UNTIL RF-PROD-IDX > Product-Details-Cnt(RF-DEPT-IDX).
       3100-EXIT.
           EXIT.

       3200-WALK-PRODUCT.
           PERFORM 3300-FOLD-ENTRY THRU 3300-EXIT
               VARYING RF-SALE-IDX FROM 1 BY 1
               UNTIL RF-SALE-IDX >
                   A-Sale-Cnt(RF-DEPT-IDX RF-PROD-IDX).
       3200-EXIT.
           EXIT.

      *    A SALE FROM EITHER SOURCE QUALIFIES A LATER REFUND; ONLY THE
      *    DAILY FEED'S REFUNDS ARE AUDITED - HISTORY'S WERE AUDITED ON
      *    THEIR OWN DAY.
       3300-FOLD-ENTRY.
           IF Real-Sale-Trans(RF-DEPT-IDX RF-PROD-IDX RF-SALE-IDX)
               PERFORM 3400-FOLD-SALE THRU 3400-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF Return-Trans(RF-DEPT-IDX RF-PROD-IDX RF-SALE-IDX)
               AND RF-SOURCE-IS-DAILY
               PERFORM 3500-HOLD-REFUND THRU 3500-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3400-FOLD-SALE.
           PERFORM 3600-UNIT-PRICE THRU 3600-EXIT.
           MOVE Store-Num TO RF-WK-STORE-NUM.
           MOVE keycode-1(RF-DEPT-IDX RF-PROD-IDX) TO RF-WK-KEYCODE.
           PERFORM 4000-FIND-SOLD THRU 4000-EXIT.
           IF NOT RF-ENTRY-WAS-FOUND
               ADD 1 TO RF-SOLD-CNT
               MOVE RF-SOLD-CNT TO RF-MATCH-IDX
               MOVE RF-WORK-SOLD-KEY TO RF-SD-KEY(RF-MATCH-IDX)
               MOVE ZERO TO RF-SD-SALE-COUNT(RF-MATCH-IDX)
                            RF-SD-MAX-UNIT-PRICE(RF-MATCH-IDX)
           END-IF.
           ADD 1 TO RF-SD-SALE-COUNT(RF-MATCH-IDX).
           IF RF-WORK-UNIT-PRICE > RF-SD-MAX-UNIT-PRICE(RF-MATCH-IDX)
               MOVE RF-WORK-UNIT-PRICE
                             TO RF-SD-MAX-UNIT-PRICE(RF-MATCH-IDX)
           END-IF.
       3400-EXIT.
           EXIT.

       3500-HOLD-REFUND.
           PERFORM 3600-UNIT-PRICE THRU 3600-EXIT.
           ADD 1 TO RF-RETURN-CNT.
           MOVE Store-Num TO RF-RT-STORE-NUM(RF-RETURN-CNT).
           MOVE keycode-1(RF-DEPT-IDX RF-PROD-IDX)
                                 TO RF-RT-KEYCODE(RF-RETURN-CNT).
           MOVE Department-Num(RF-DEPT-IDX)
                                 TO RF-RT-DEPARTMENT-NUM(RF-RETURN-CNT).
           MOVE Register-Num(RF-DEPT-IDX RF-PROD-IDX RF-SALE-IDX)
                                 TO RF-RT-REGISTER-NUM(RF-RETURN-CNT).
           MOVE Operator-Id(RF-DEPT-IDX RF-PROD-IDX RF-SALE-IDX)
                                 TO RF-RT-OPERATOR-ID(RF-RETURN-CNT).
           IF RF-RT-OPERATOR-ID(RF-RETURN-CNT) = SPACES
               MOVE "UNKNWN" TO RF-RT-OPERATOR-ID(RF-RETURN-CNT)
           END-IF.
           MOVE RF-WORK-QTY   TO RF-RT-QTY(RF-RETURN-CNT).
           MOVE RF-WORK-PRICE TO RF-RT-VALUE(RF-RETURN-CNT).
           MOVE RF-WORK-UNIT-PRICE TO RF-RT-UNIT-PRICE(RF-RETURN-CNT).
       3500-EXIT.
           EXIT.

      *    SIGNS DROPPED - A RETURN MAY BE RUNG NEGATIVE OR POSITIVE.
       3600-UNIT-PRICE.
           MOVE Qty-1(RF-DEPT-IDX RF-PROD-IDX RF-SALE-IDX)
                                     TO RF-WORK-QTY.
           MOVE Price-1(RF-DEPT-IDX RF-PROD-IDX RF-SALE-IDX)
                                     TO RF-WORK-PRICE.
           IF RF-WORK-QTY < ZERO
               SUBTRACT RF-WORK-QTY FROM ZERO GIVING RF-WORK-QTY
           END-IF.
           IF RF-WORK-PRICE < ZERO
               SUBTRACT RF-WORK-PRICE FROM ZERO GIVING RF-WORK-PRICE
           END-IF.
           IF RF-WORK-QTY = ZERO
               MOVE RF-WORK-PRICE TO RF-WORK-UNIT-PRICE
           ELSE
               COMPUTE RF-WORK-UNIT-PRICE ROUNDED =
                   RF-WORK-PRICE / RF-WORK-QTY
           END-IF.
       3600-EXIT.
           EXIT.

       4000-FIND-SOLD.
           MOVE 'N' TO RF-MATCH-FOUND.
           PERFORM 4100-SCAN-SOLD THRU 4100-EXIT
               VARYING RF-SCAN-IDX FROM 1 BY 1
               UNTIL RF-SCAN-IDX > RF-SOLD-CNT
                  OR RF-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-SOLD.
           IF RF-SD-KEY(RF-SCAN-IDX) = RF-WORK-SOLD-KEY
               MOVE 'Y' TO RF-MATCH-FOUND
               MOVE RF-SCAN-IDX TO RF-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AUDIT-REFUND - MATCH ONE OF TODAY'S REFUNDS TO THE SALES   *
      *                     OF ITS KEYCODE AT ITS STORE IN THE WINDOW   *
      ******************************************************************
       5000-AUDIT-REFUND.
           MOVE 'N' TO RF-UNMATCHED-SW.
           MOVE SPACES TO RF-EXCEPTION-RECORD.
           MOVE RF-RT-KEY(RF-RT-IDX) TO RF-WORK-SOLD-KEY.
           PERFORM 4000-FIND-SOLD THRU 4000-EXIT.
           IF NOT RF-ENTRY-WAS-FOUND
               MOVE 'Y' TO RF-UNMATCHED-SW
               MOVE ZERO TO RF-EX-MAX-SOLD-UNIT-PRICE
                            RF-EX-PRIOR-SALES
               MOVE "NS" TO RF-EX-REASON-CODE
               MOVE "NO QUALIFYING SALE IN WINDOW" TO RF-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               ADD 1 TO RF-REFUNDS-NO-SALE
           ELSE
               IF RF-RT-UNIT-PRICE(RF-RT-IDX) >
                       RF-SD-MAX-UNIT-PRICE(RF-MATCH-IDX)
                   MOVE RF-SD-MAX-UNIT-PRICE(RF-MATCH-IDX)
                                     TO RF-EX-MAX-SOLD-UNIT-PRICE
                   MOVE RF-SD-SALE-COUNT(RF-MATCH-IDX)
                                     TO RF-EX-PRIOR-SALES
                   MOVE "OP" TO RF-EX-REASON-CODE
                   MOVE "REFUND OVER HIGHEST PRICE SOLD"
                                     TO RF-EX-REASON
                   PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
                   ADD 1 TO RF-REFUNDS-OVER-PRICE
               END-IF
           END-IF.
           MOVE RF-RT-STORE-NUM(RF-RT-IDX)    TO RF-WH-STORE-NUM.
           MOVE 'R'                           TO RF-WH-KIND.
           MOVE RF-RT-REGISTER-NUM(RF-RT-IDX) TO RF-WH-REGISTER-NUM.
           MOVE SPACES                        TO RF-WH-OPERATOR-ID.
           PERFORM 5100-COUNT-SHARE THRU 5100-EXIT.
           MOVE 'O'                           TO RF-WH-KIND.
           MOVE ZERO                          TO RF-WH-REGISTER-NUM.
           MOVE RF-RT-OPERATOR-ID(RF-RT-IDX)  TO RF-WH-OPERATOR-ID.
           PERFORM 5100-COUNT-SHARE THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-COUNT-SHARE.
           MOVE 'N' TO RF-MATCH-FOUND.
           PERFORM 5200-SCAN-SHARE THRU 5200-EXIT
               VARYING RF-SCAN-IDX FROM 1 BY 1
               UNTIL RF-SCAN-IDX > RF-SHARE-CNT
                  OR RF-ENTRY-WAS-FOUND.
           IF NOT RF-ENTRY-WAS-FOUND
               ADD 1 TO RF-SHARE-CNT
               MOVE RF-SHARE-CNT TO RF-MATCH-IDX
               MOVE RF-WORK-SHARE-KEY TO RF-SH-KEY(RF-MATCH-IDX)
               MOVE ZERO TO RF-SH-REFUNDS(RF-MATCH-IDX)
                            RF-SH-UNMATCHED(RF-MATCH-IDX)
                            RF-SH-UNMATCHED-VALUE(RF-MATCH-IDX)
           END-IF.
           ADD 1 TO RF-SH-REFUNDS(RF-MATCH-IDX).
           IF RF-REFUND-IS-UNMATCHED
               ADD 1 TO RF-SH-UNMATCHED(RF-MATCH-IDX)
               ADD RF-RT-VALUE(RF-RT-IDX)
                             TO RF-SH-UNMATCHED-VALUE(RF-MATCH-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

       5200-SCAN-SHARE.
           IF RF-SH-KEY(RF-SCAN-IDX) = RF-WORK-SHARE-KEY
               MOVE 'Y' TO RF-MATCH-FOUND
               MOVE RF-SCAN-IDX TO RF-MATCH-IDX
           END-IF.
       5200-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE RF-CYCLE-DATE                   TO RF-EX-CYCLE-DATE.
           MOVE RF-RT-STORE-NUM(RF-RT-IDX)      TO RF-EX-STORE-NUM.
           MOVE RF-RT-DEPARTMENT-NUM(RF-RT-IDX) TO RF-EX-DEPARTMENT-NUM.
           MOVE RF-RT-KEYCODE(RF-RT-IDX)        TO RF-EX-KEYCODE.
           MOVE RF-RT-REGISTER-NUM(RF-RT-IDX)   TO RF-EX-REGISTER-NUM.
           MOVE RF-RT-OPERATOR-ID(RF-RT-IDX)    TO RF-EX-OPERATOR-ID.
           MOVE RF-RT-QTY(RF-RT-IDX)            TO RF-EX-REFUND-QTY.
           MOVE RF-RT-VALUE(RF-RT-IDX)          TO RF-EX-REFUND-VALUE.
           MOVE RF-RT-UNIT-PRICE(RF-RT-IDX)
                                     TO RF-EX-REFUND-UNIT-PRICE.
           WRITE RF-EXCEPTION-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT - ONE LINE PER REGISTER AND PER OPERATOR,     *
      *                     FLAGGING A HIGH UNMATCHED-REFUND SHARE      *
      ******************************************************************
       7000-WRITE-REPORT.
           WRITE RF-RPT-LINE FROM RF-HEADING-1.
           WRITE RF-RPT-LINE FROM RF-HEADING-2.
           PERFORM 7100-WRITE-SHARE-LINE THRU 7100-EXIT
               VARYING RF-SCAN-IDX FROM 1 BY 1
               UNTIL RF-SCAN-IDX > RF-SHARE-CNT.
       7000-EXIT.
           EXIT.

       7100-WRITE-SHARE-LINE.
           COMPUTE RF-UNMATCHED-PCT ROUNDED =
               RF-SH-UNMATCHED(RF-SCAN-IDX) * 100
               / RF-SH-REFUNDS(RF-SCAN-IDX).
           MOVE RF-SH-STORE-NUM(RF-SCAN-IDX) TO RF-DL-STORE-NUM.
           IF RF-SH-IS-REGISTER(RF-SCAN-IDX)
               MOVE RF-SH-REGISTER-NUM(RF-SCAN-IDX)
                                     TO RF-DL-REGISTER-NUM
               MOVE SPACES TO RF-DL-OPERATOR-ID
           ELSE
               MOVE SPACES TO RF-DL-REGISTER-NUM
               MOVE RF-SH-OPERATOR-ID(RF-SCAN-IDX)
                                     TO RF-DL-OPERATOR-ID
           END-IF.
           MOVE RF-SH-REFUNDS(RF-SCAN-IDX)   TO RF-DL-REFUNDS.
           MOVE RF-SH-UNMATCHED(RF-SCAN-IDX) TO RF-DL-UNMATCHED.
           MOVE RF-SH-UNMATCHED-VALUE(RF-SCAN-IDX)
                                     TO RF-DL-UNMATCHED-VALUE.
           MOVE RF-UNMATCHED-PCT TO RF-DL-SHARE-PCT.
           IF RF-SH-REFUNDS(RF-SCAN-IDX) NOT < RF-MIN-REFUNDS
               AND RF-UNMATCHED-PCT NOT < RF-SHARE-PCT
               MOVE "REVIEW" TO RF-DL-FLAG
               ADD 1 TO RF-SHARES-FLAGGED
           ELSE
               MOVE SPACES TO RF-DL-FLAG
           END-IF.
           WRITE RF-RPT-LINE FROM RF-DETAIL-LINE.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-START-HISTORY - POSITION AT THE FIRST STORE'S FIRST        *
      *                       SNAPSHOT IN THE DATE WINDOW.  STORE 0000  *
      *                       (THE CYCLE-COMMIT MARKERS) IS PASSED BY   *
      ******************************************************************
       7900-START-HISTORY.
           MOVE 1                   TO RF-HK-STORE-NUM.
           MOVE RF-WINDOW-FROM-DATE TO RF-HK-AS-OF-DATE.
           MOVE ZERO                TO RF-HK-SEG-NO.
           PERFORM 7940-START-AT-KEY THRU 7940-EXIT.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7910-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE SNAPSHOT IN THE    *
      *                      WINDOW IS REASSEMBLED OR THE FILE ENDS     *
      ******************************************************************
       7910-READ-SNAPSHOT.
           MOVE 'N' TO RF-SNAP-COMPLETE.
           PERFORM 7920-READ-SEGMENT THRU 7920-EXIT
               UNTIL RF-SNAPSHOT-IS-COMPLETE
                  OR RF-END-OF-HISTORY-FILE.
       7910-EXIT.
           EXIT.

      *    A SEGMENT DATED BEFORE THE WINDOW RESTARTS AT THE WINDOW'S
      *    FIRST DATE FOR ITS STORE; ONE DATED AFTER IT SKIPS TO THE
      *    NEXT STORE - ONLY THE WINDOW'S KEYS ARE EVER READ THROUGH.
       7920-READ-SEGMENT.
           READ RF-HISTORY-FILE NEXT
               AT END
                   SET RF-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7920-EXIT
           END-READ.
           IF RF-HK-AS-OF-DATE < RF-WINDOW-FROM-DATE
               MOVE RF-WINDOW-FROM-DATE TO RF-HK-AS-OF-DATE
               MOVE ZERO                TO RF-HK-SEG-NO
               PERFORM 7940-START-AT-KEY THRU 7940-EXIT
               GO TO 7920-EXIT
           END-IF.
           IF RF-HK-AS-OF-DATE > RF-WINDOW-TO-DATE
               IF RF-HK-STORE-NUM = 9999
                   SET RF-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7920-EXIT
               END-IF
               ADD 1 TO RF-HK-STORE-NUM
               MOVE RF-WINDOW-FROM-DATE TO RF-HK-AS-OF-DATE
               MOVE ZERO                TO RF-HK-SEG-NO
               PERFORM 7940-START-AT-KEY THRU 7940-EXIT
               GO TO 7920-EXIT
           END-IF.
           PERFORM 7930-ADD-SEGMENT THRU 7930-EXIT.
       7920-EXIT.
           EXIT.

       7930-ADD-SEGMENT.
           IF RF-HK-SEG-NO = 1
               MOVE RF-HK-STORE-NUM  TO RF-HS-STORE-NUM
               MOVE RF-HK-AS-OF-DATE TO RF-HS-AS-OF-DATE
               MOVE RF-HK-DETAIL-LEN TO RF-HS-DETAIL-LEN
               MOVE 1 TO RF-NEXT-SEG-NO
           END-IF.
           IF RF-HK-SEG-NO NOT = RF-NEXT-SEG-NO
               OR RF-HK-STORE-NUM NOT = RF-HS-STORE-NUM
               OR RF-HK-AS-OF-DATE NOT = RF-HS-AS-OF-DATE
               MOVE ZERO TO RF-NEXT-SEG-NO
               GO TO 7930-EXIT
           END-IF.
           COMPUTE RF-SEG-START = (RF-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE RF-SEG-LEN = RF-IN-REC-LEN - 23.
           IF RF-SEG-LEN > ZERO
               MOVE RF-HK-SEG-DATA(1:RF-SEG-LEN) TO
                   RF-HS-STORE-DETAIL(RF-SEG-START:RF-SEG-LEN)
           END-IF.
           IF RF-HK-SEG-NO NOT < RF-HK-SEG-CNT
               SET RF-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO RF-NEXT-SEG-NO
           ELSE
               ADD 1 TO RF-NEXT-SEG-NO
           END-IF.
       7930-EXIT.
           EXIT.

       7940-START-AT-KEY.
           START RF-HISTORY-FILE KEY IS NOT LESS THAN RF-HK-KEY
               INVALID KEY
                   SET RF-END-OF-HISTORY-FILE TO TRUE
           END-START.
       7940-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE RF-HISTORY-FILE
                 RF-SALES-FILE
                 RF-EXCEPTION-FILE
                 RF-REPORT-FILE.
           DISPLAY "SDRFNDAU SNAPSHOTS READ         = "
               RF-SNAPSHOTS-READ.
           DISPLAY "SDRFNDAU SNAPSHOTS IN WINDOW    = "
               RF-SNAPSHOTS-USED.
           DISPLAY "SDRFNDAU STORES ON DAILY FEED   = " RF-STORES-READ.
           DISPLAY "SDRFNDAU STORE/KEYCODES SOLD    = " RF-SOLD-CNT.
           DISPLAY "SDRFNDAU REFUNDS AUDITED        = " RF-RETURN-CNT.
           DISPLAY "SDRFNDAU REFUNDS WITH NO SALE   = "
               RF-REFUNDS-NO-SALE.
           DISPLAY "SDRFNDAU REFUNDS OVER PRICE     = "
               RF-REFUNDS-OVER-PRICE.
           DISPLAY "SDRFNDAU REGISTERS/OPERATORS FLAGGED = "
               RF-SHARES-FLAGGED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
