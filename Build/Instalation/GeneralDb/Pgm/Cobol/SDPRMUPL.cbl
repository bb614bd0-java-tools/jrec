       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPRMUPL.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDPRMUPL - POST-PROMOTION UPLIFT REPORT.  TAKES A PROMOTION ID  *
      *            OFF THE PARM FILE, LOADS ITS ACTIVE ROWS FROM THE    *
      *            SDPROMO MASTER (SEE SDPRMMNT.cbl) AND PULLS THE      *
      *            PROMOTED KEYCODES' Real-Sale-Trans ENTRIES FROM THE  *
      *            SDSALHST SNAPSHOT HISTORY FOR THE PROMOTION WINDOW   *
      *            (EARLIEST START TO LATEST END OVER THE PROMOTION'S   *
      *            ROWS) AND FOR AN EQUAL BASELINE WINDOW ENDING THE    *
      *            DAY BEFORE IT STARTED.  A ROW ONLY COUNTS IN THE     *
      *            REGION IT WAS RUN IN (REGION 0000 = EVERY REGION).   *
      *            UNIT AND DOLLAR UPLIFT ARE REPORTED PER STORE, PER   *
      *            REGION AND FOR THE CHAIN, WITH BASELINE AND          *
      *            PROMOTION MARGIN AGAINST RD430-PROD-COST AND THE     *
      *            MARGIN GIVEN AWAY - THE PROMOTED UNITS TIMES THE     *
      *            DROP FROM THE STORE'S BASELINE AVERAGE SELLING PRICE *
      *            TO ITS PROMOTED AVERAGE SELLING PRICE.  A STORE AND  *
      *            KEYCODE WITH NO BASELINE SALES HAS NO BASELINE       *
      *            PRICE AND SO CONTRIBUTES NO GIVEN-AWAY FIGURE.       *
      *            SNAPSHOTS ARE RE-SLICED INTO THE ARRAY LAYOUT THE    *
      *            SAME WAY AMSRECAL.cbl DOES.                          *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE - ONLY SNAPSHOTS FROM THE START  *
      *                          OF THE BASELINE TO THE END OF THE     *
      *                          PROMOTION ARE READ, BY KEYED START    *
      *  03  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PU-PARM-FILE ASSIGN TO "SDPRMUPP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PU-PROMO-FILE ASSIGN TO "SDPROMO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PU-PROD-FILE ASSIGN TO "AMSPRODG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PU-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-HK-KEY
               FILE STATUS IS PU-HK-FILE-STATUS.
           SELECT PU-REPORT-FILE ASSIGN TO "SDPRMUPR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PU-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PU-PARM-RECORD.
           05 PU-PARM-PROMO-ID             PIC X(08).

       FD  PU-PROMO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PU-PROMO-IO.
           05 PU-PM-PROMO-ID-IO            PIC X(08).
           05 PU-PM-KEYCODE-IO             PIC 9(08).
           05 PU-PM-REGION-NO-IO           PIC 9(04).
           05 PU-PM-START-DATE-IO          PIC 9(08).
           05 PU-PM-END-DATE-IO            PIC 9(08).
           05 PU-PM-PROMO-PRICE-IO         PIC 9(05)V99.
           05 PU-PM-STATUS-IO              PIC X(01).
           05 FILLER                       PIC X(16).

       FD  PU-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PU-PROD-IO                      PIC X(98).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  PU-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON PU-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  PU-HISTORY-SEG.
           05 PU-HK-KEY.
               10 PU-HK-STORE-NUM          PIC 9(04).
               10 PU-HK-AS-OF-DATE         PIC 9(08).
               10 PU-HK-SEG-NO             PIC 9(02).
           05 PU-HK-DETAIL-LEN             PIC 9(07).
           05 PU-HK-SEG-CNT                PIC 9(02).
           05 PU-HK-SEG-DATA               PIC X(32000).

       FD  PU-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PU-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  PU-HISTORY-IO.
           05 PU-HS-AS-OF-DATE             PIC 9(08).
           05 PU-HS-STORE-NUM              PIC 9(04).
           05 PU-HS-DETAIL-LEN             PIC 9(07).
           05 PU-HS-STORE-DETAIL           PIC X(656000).

       01  PU-HK-FILE-STATUS               PIC X(02).
           88 PU-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  PU-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 PU-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  PU-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  PU-SEG-START                    PIC 9(07) COMP.
       01  PU-SEG-LEN                      PIC 9(07) COMP.
       01  PU-WINDOW-FROM                  PIC 9(08).
       01  PU-WINDOW-TO                    PIC 9(08).

           COPY "AmsProductAPN.cbl".

      *    THE SNAPSHOT DETAIL RE-SLICED BACK INTO THE ARRAY LAYOUT SO
      *    ITS KEYCODE AND SALE ENTRIES CAN BE WALKED.
       01  PU-STORE-DETAIL.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       01  PU-SWITCHES.
           05 PU-EOF-PROMO-FILE            PIC X(01) VALUE 'N'.
               88 PU-END-OF-PROMO-FILE         VALUE 'Y'.
           05 PU-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 PU-END-OF-PROD-FILE          VALUE 'Y'.
           05 PU-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 PU-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 PU-WINDOW-STATE              PIC X(01).
               88 PU-IN-BASELINE-WINDOW        VALUE 'B'.
               88 PU-IN-PROMO-WINDOW           VALUE 'P'.
           05 PU-MATCH-FOUND               PIC X(01).
               88 PU-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  PU-IN-REC-LEN                   PIC 9(05) COMP.
       01  PU-PROMO-ID                     PIC X(08).

      *    PROMOTION AND BASELINE WINDOWS - THE BASELINE IS THE SAME
      *    NUMBER OF DAYS AS THE PROMOTION, ENDING THE DAY BEFORE IT.
       01  PU-WINDOWS.
           05 PU-PROMO-FROM                PIC 9(08) VALUE ZERO.
           05 PU-PROMO-TO                  PIC 9(08) VALUE ZERO.
           05 PU-BASE-FROM                 PIC 9(08) VALUE ZERO.
           05 PU-BASE-TO                   PIC 9(08) VALUE ZERO.
       01  PU-FROM-DAY                     PIC S9(08).
       01  PU-TO-DAY                       PIC S9(08).
       01  PU-WINDOW-DAYS                  PIC S9(08).

       01  PU-SUBSCRIPTS.
           05 PU-DEPT-IDX                  PIC 9(02) COMP.
           05 PU-PROD-IDX                  PIC 9(03) COMP.
           05 PU-SALE-IDX                  PIC 9(03) COMP.

       01  PU-COUNTERS.
           05 PU-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 PU-KEYCODE-CNT               PIC 9(05) COMP VALUE ZERO.
           05 PU-SK-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 PU-STORE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 PU-REGION-CNT                PIC 9(05) COMP VALUE ZERO.
           05 PU-SNAPSHOTS-READ            PIC 9(07) COMP VALUE ZERO.
           05 PU-SNAPSHOTS-USED            PIC 9(07) COMP VALUE ZERO.

      *    THE PROMOTION'S ACTIVE ROWS.
       01  PU-LINE-TABLE.
           05 PU-LN-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON PU-LINE-CNT.
               10 PU-LN-KEYCODE            PIC 9(08).
               10 PU-LN-REGION-NO          PIC 9(04).

      *    DISTINCT PROMOTED KEYCODES WITH THEIR RD430-PROD-COST.
       01  PU-KEYCODE-TABLE.
           05 PU-KC-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON PU-KEYCODE-CNT.
               10 PU-KC-KEYCODE            PIC 9(08).
               10 PU-KC-COST               PIC S9(05)V99.

      *    SALES BY STORE AND KEYCODE FOR EACH WINDOW.
       01  PU-SK-TABLE.
           05 PU-SK-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON PU-SK-CNT.
               10 PU-SK-STORE-NUM          PIC 9(04).
               10 PU-SK-REGION-NO          PIC 9(04).
               10 PU-SK-KEYCODE            PIC 9(08).
               10 PU-SK-BASE-QTY           PIC S9(09).
               10 PU-SK-BASE-VALUE         PIC S9(11)V99.
               10 PU-SK-PROMO-QTY          PIC S9(09).
               10 PU-SK-PROMO-VALUE        PIC S9(11)V99.

      *    STORE, REGION AND CHAIN ROLL-UPS OF THE STORE/KEYCODE TABLE.
       01  PU-STORE-TABLE.
           05 PU-ST-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON PU-STORE-CNT.
               10 PU-ST-STORE-NUM          PIC 9(04).
               10 PU-ST-REGION-NO          PIC 9(04).
               10 PU-ST-TOTALS.
                   15 PU-ST-BASE-QTY       PIC S9(09).
                   15 PU-ST-PROMO-QTY      PIC S9(09).
                   15 PU-ST-BASE-VALUE     PIC S9(11)V99.
                   15 PU-ST-PROMO-VALUE    PIC S9(11)V99.
                   15 PU-ST-BASE-MARGIN    PIC S9(11)V99.
                   15 PU-ST-PROMO-MARGIN   PIC S9(11)V99.
                   15 PU-ST-GIVEN-AWAY     PIC S9(11)V99.

       01  PU-REGION-TABLE.
           05 PU-RG-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON PU-REGION-CNT.
               10 PU-RG-REGION-NO          PIC 9(04).
               10 PU-RG-TOTALS.
                   15 PU-RG-BASE-QTY       PIC S9(09).
                   15 PU-RG-PROMO-QTY      PIC S9(09).
                   15 PU-RG-BASE-VALUE     PIC S9(11)V99.
                   15 PU-RG-PROMO-VALUE    PIC S9(11)V99.
                   15 PU-RG-BASE-MARGIN    PIC S9(11)V99.
                   15 PU-RG-PROMO-MARGIN   PIC S9(11)V99.
                   15 PU-RG-GIVEN-AWAY     PIC S9(11)V99.

       01  PU-CHAIN-TOTALS.
           05 PU-CH-BASE-QTY               PIC S9(09) VALUE ZERO.
           05 PU-CH-PROMO-QTY              PIC S9(09) VALUE ZERO.
           05 PU-CH-BASE-VALUE             PIC S9(11)V99 VALUE ZERO.
           05 PU-CH-PROMO-VALUE            PIC S9(11)V99 VALUE ZERO.
           05 PU-CH-BASE-MARGIN            PIC S9(11)V99 VALUE ZERO.
           05 PU-CH-PROMO-MARGIN           PIC S9(11)V99 VALUE ZERO.
           05 PU-CH-GIVEN-AWAY             PIC S9(11)V99 VALUE ZERO.

      *    ONE SET OF FIGURES STAGED FOR THE COMMON PRINT PARAGRAPH.
       01  PU-PRINT-TOTALS.
           05 PU-PT-BASE-QTY               PIC S9(09).
           05 PU-PT-PROMO-QTY              PIC S9(09).
           05 PU-PT-BASE-VALUE             PIC S9(11)V99.
           05 PU-PT-PROMO-VALUE            PIC S9(11)V99.
           05 PU-PT-BASE-MARGIN            PIC S9(11)V99.
           05 PU-PT-PROMO-MARGIN           PIC S9(11)V99.
           05 PU-PT-GIVEN-AWAY             PIC S9(11)V99.

       01  PU-SCAN-IDX                     PIC 9(05) COMP.
       01  PU-MATCH-IDX                    PIC 9(05) COMP.
       01  PU-SK-IDX                       PIC 9(05) COMP.
       01  PU-ST-IDX                       PIC 9(05) COMP.
       01  PU-RG-IDX                       PIC 9(05) COMP.

       01  PU-LOOKUP-KEYCODE               PIC 9(08).
       01  PU-LOOKUP-STORE                 PIC 9(04).
       01  PU-LOOKUP-REGION                PIC 9(04).
       01  PU-SALE-QTY                     PIC S9(06).
       01  PU-SALE-PRICE                   PIC S9(08)V99.
       01  PU-UNIT-COST                    PIC S9(05)V99.
       01  PU-BASE-AVG-PRICE               PIC S9(07)V9(04).
       01  PU-PROMO-AVG-PRICE              PIC S9(07)V9(04).
       01  PU-WORK-MARGIN                  PIC S9(11)V99.
       01  PU-WORK-GIVEN                   PIC S9(11)V99.
       01  PU-UPLIFT-PCT                   PIC S9(05)V9.

       01  PU-HEADING-1.
           05 FILLER                       PIC X(33)
               VALUE "SDPRMUPL PROMOTION UPLIFT  PROMO ".
           05 PU-H1-PROMO-ID               PIC X(08).
           05 FILLER                       PIC X(09) VALUE "  PROMO  ".
           05 PU-H1-PROMO-FROM             PIC 9(08).
           05 FILLER                       PIC X(01) VALUE "-".
           05 PU-H1-PROMO-TO               PIC 9(08).
           05 FILLER                       PIC X(12) VALUE
               "  BASELINE  ".
           05 PU-H1-BASE-FROM              PIC 9(08).
           05 FILLER                       PIC X(01) VALUE "-".
           05 PU-H1-BASE-TO                PIC 9(08).
           05 FILLER                       PIC X(36) VALUE SPACES.

       01  PU-SECTION-HEADING.
           05 PU-SH-TEXT                   PIC X(40).
           05 FILLER                       PIC X(92) VALUE SPACES.

       01  PU-HEADING-2.
           05 FILLER                       PIC X(12) VALUE
               "STORE  REGN ".
           05 FILLER                       PIC X(10) VALUE "BASE UNIT ".
           05 FILLER                       PIC X(10) VALUE "PROMO UNIT".
           05 FILLER                       PIC X(08) VALUE " UNIT%  ".
           05 FILLER                       PIC X(14) VALUE
               "  BASE $      ".
           05 FILLER                       PIC X(14) VALUE
               "  PROMO $     ".
           05 FILLER                       PIC X(08) VALUE " DOLL%  ".
           05 FILLER                       PIC X(14) VALUE
               "  BASE MARGIN ".
           05 FILLER                       PIC X(14) VALUE
               "  PROMO MARGIN".
           05 FILLER                       PIC X(14) VALUE
               "  GIVEN AWAY  ".
           05 FILLER                       PIC X(14) VALUE SPACES.

       01  PU-DETAIL-LINE.
           05 PU-DL-STORE-NUM              PIC X(05).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PU-DL-REGION-NO              PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-BASE-QTY               PIC -(8)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-PROMO-QTY              PIC -(8)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-UNIT-PCT               PIC -(4)9.9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-BASE-VALUE             PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-PROMO-VALUE            PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-DOLLAR-PCT             PIC -(4)9.9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-BASE-MARGIN            PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-PROMO-MARGIN           PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PU-DL-GIVEN-AWAY             PIC -(10)9.99.
           05 FILLER                       PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-READ-SNAPSHOT THRU 3000-EXIT
               UNTIL PU-END-OF-HISTORY-FILE.
           PERFORM 6000-ROLL-UP THRU 6000-EXIT
               VARYING PU-SK-IDX FROM 1 BY 1
               UNTIL PU-SK-IDX > PU-SK-CNT.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - LOAD THE PROMOTION, JOIN ITS KEYCODES' COST   *
      *                   AND SET THE PROMOTION AND BASELINE WINDOWS    *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PU-PARM-FILE.
           READ PU-PARM-FILE
               AT END
                   MOVE SPACES TO PU-PARM-PROMO-ID
           END-READ.
           MOVE PU-PARM-PROMO-ID TO PU-PROMO-ID.
           CLOSE PU-PARM-FILE.
           OPEN INPUT PU-PROMO-FILE.
           PERFORM 2000-LOAD-PROMO-LINE THRU 2000-EXIT
               UNTIL PU-END-OF-PROMO-FILE.
           CLOSE PU-PROMO-FILE.
           OPEN INPUT PU-PROD-FILE.
           PERFORM 2500-JOIN-COST THRU 2500-EXIT
               UNTIL PU-END-OF-PROD-FILE.
           CLOSE PU-PROD-FILE.
           IF PU-LINE-CNT > ZERO
               COMPUTE PU-FROM-DAY =
                   FUNCTION INTEGER-OF-DATE(PU-PROMO-FROM)
               COMPUTE PU-TO-DAY =
                   FUNCTION INTEGER-OF-DATE(PU-PROMO-TO)
               COMPUTE PU-WINDOW-DAYS = PU-TO-DAY - PU-FROM-DAY + 1
               COMPUTE PU-BASE-TO =
                   FUNCTION DATE-OF-INTEGER(PU-FROM-DAY - 1)
               COMPUTE PU-BASE-FROM =
                   FUNCTION DATE-OF-INTEGER(PU-FROM-DAY
                                            - PU-WINDOW-DAYS)
           END-IF.
           OPEN INPUT  PU-HISTORY-FILE
                OUTPUT PU-REPORT-FILE.
           MOVE PU-BASE-FROM TO PU-WINDOW-FROM.
           MOVE PU-PROMO-TO  TO PU-WINDOW-TO.
           PERFORM 7900-START-HISTORY THRU 7900-EXIT.
       1000-EXIT.
           EXIT.

       2000-LOAD-PROMO-LINE.
           READ PU-PROMO-FILE
               AT END
                   SET PU-END-OF-PROMO-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF PU-PM-PROMO-ID-IO NOT = PU-PROMO-ID
               OR PU-PM-STATUS-IO NOT = 'A'
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO PU-LINE-CNT.
           MOVE PU-PM-KEYCODE-IO   TO PU-LN-KEYCODE(PU-LINE-CNT).
           MOVE PU-PM-REGION-NO-IO TO PU-LN-REGION-NO(PU-LINE-CNT).
           IF PU-PROMO-FROM = ZERO
               OR PU-PM-START-DATE-IO < PU-PROMO-FROM
               MOVE PU-PM-START-DATE-IO TO PU-PROMO-FROM
           END-IF.
           IF PU-PM-END-DATE-IO > PU-PROMO-TO
               MOVE PU-PM-END-DATE-IO TO PU-PROMO-TO
           END-IF.
           MOVE PU-PM-KEYCODE-IO TO PU-LOOKUP-KEYCODE.
           PERFORM 5000-LOOKUP-KEYCODE THRU 5000-EXIT.
           IF NOT PU-ENTRY-WAS-FOUND
               ADD 1 TO PU-KEYCODE-CNT
               MOVE PU-LOOKUP-KEYCODE TO PU-KC-KEYCODE(PU-KEYCODE-CNT)
               MOVE ZERO TO PU-KC-COST(PU-KEYCODE-CNT)
           END-IF.
       2000-EXIT.
           EXIT.

       2500-JOIN-COST.
           READ PU-PROD-FILE
               AT END
                   SET PU-END-OF-PROD-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE PU-PROD-IO TO RD430-PROD-RECORD.
           MOVE RD430-PROD-KEYCODE TO PU-LOOKUP-KEYCODE.
           PERFORM 5000-LOOKUP-KEYCODE THRU 5000-EXIT.
           IF PU-ENTRY-WAS-FOUND
               MOVE RD430-PROD-COST TO PU-KC-COST(PU-MATCH-IDX)
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-SNAPSHOT - ONE SNAPSHOT IN EITHER WINDOW IS RE-SLICED *
      *                      AND WALKED FOR PROMOTED KEYCODES           *
      ******************************************************************
       3000-READ-SNAPSHOT.
           PERFORM 7910-READ-SNAPSHOT THRU 7910-EXIT.
           IF PU-END-OF-HISTORY-FILE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO PU-SNAPSHOTS-READ.
           IF PU-HS-STORE-NUM = ZERO
               OR PU-LINE-CNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACE TO PU-WINDOW-STATE.
           IF PU-HS-AS-OF-DATE NOT < PU-BASE-FROM
               AND PU-HS-AS-OF-DATE NOT > PU-BASE-TO
               SET PU-IN-BASELINE-WINDOW TO TRUE
           END-IF.
           IF PU-HS-AS-OF-DATE NOT < PU-PROMO-FROM
               AND PU-HS-AS-OF-DATE NOT > PU-PROMO-TO
               SET PU-IN-PROMO-WINDOW TO TRUE
           END-IF.
           IF PU-WINDOW-STATE = SPACE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO PU-SNAPSHOTS-USED.
           MOVE PU-HS-STORE-DETAIL(1:PU-HS-DETAIL-LEN)
                                     TO PU-STORE-DETAIL.
           PERFORM 3100-WALK-DEPARTMENT THRU 3100-EXIT
               VARYING PU-DEPT-IDX FROM 1 BY 1 UNTIL PU-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3100-WALK-DEPARTMENT.
           PERFORM 3200-WALK-PRODUCT THRU 3200-EXIT
               VARYING PU-PROD-IDX FROM 1 BY 1
               UNTIL PU-PROD-IDX > Product-Details-Cnt(PU-DEPT-IDX).
       3100-EXIT.
           EXIT.

      *    THE KEYCODE COUNTS ONLY WHERE ONE OF THE PROMOTION'S ROWS
      *    COVERS THE SNAPSHOT STORE'S REGION.
       3200-WALK-PRODUCT.
           MOVE keycode-1(PU-DEPT-IDX PU-PROD-IDX) TO PU-LOOKUP-KEYCODE.
           MOVE 'N' TO PU-MATCH-FOUND.
           PERFORM 3210-SCAN-PROMO-LINE THRU 3210-EXIT
               VARYING PU-SCAN-IDX FROM 1 BY 1
               UNTIL PU-SCAN-IDX > PU-LINE-CNT
                  OR PU-ENTRY-WAS-FOUND.
           IF NOT PU-ENTRY-WAS-FOUND
               GO TO 3200-EXIT
           END-IF.
           MOVE PU-HS-STORE-NUM TO PU-LOOKUP-STORE.
           PERFORM 5100-FIND-OR-ADD-SK THRU 5100-EXIT.
           PERFORM 3300-FOLD-SALE THRU 3300-EXIT
               VARYING PU-SALE-IDX FROM 1 BY 1
               UNTIL PU-SALE-IDX >
                   A-Sale-Cnt(PU-DEPT-IDX PU-PROD-IDX).
       3200-EXIT.
           EXIT.

       3210-SCAN-PROMO-LINE.
           IF PU-LN-KEYCODE(PU-SCAN-IDX) = PU-LOOKUP-KEYCODE
               AND (PU-LN-REGION-NO(PU-SCAN-IDX) = ZERO
                 OR PU-LN-REGION-NO(PU-SCAN-IDX) = Region-No)
               MOVE 'Y' TO PU-MATCH-FOUND
           END-IF.
       3210-EXIT.
           EXIT.

       3300-FOLD-SALE.
           IF NOT Real-Sale-Trans(PU-DEPT-IDX PU-PROD-IDX PU-SALE-IDX)
               GO TO 3300-EXIT
           END-IF.
           MOVE Qty-1(PU-DEPT-IDX PU-PROD-IDX PU-SALE-IDX)
                                     TO PU-SALE-QTY.
           MOVE Price-1(PU-DEPT-IDX PU-PROD-IDX PU-SALE-IDX)
                                     TO PU-SALE-PRICE.
           IF PU-IN-PROMO-WINDOW
               ADD PU-SALE-QTY   TO PU-SK-PROMO-QTY(PU-MATCH-IDX)
               ADD PU-SALE-PRICE TO PU-SK-PROMO-VALUE(PU-MATCH-IDX)
           ELSE
               ADD PU-SALE-QTY   TO PU-SK-BASE-QTY(PU-MATCH-IDX)
               ADD PU-SALE-PRICE TO PU-SK-BASE-VALUE(PU-MATCH-IDX)
           END-IF.
       3300-EXIT.
           EXIT.

       5000-LOOKUP-KEYCODE.
           MOVE 'N' TO PU-MATCH-FOUND.
           MOVE ZERO TO PU-MATCH-IDX.
           PERFORM 5010-SCAN-KEYCODE THRU 5010-EXIT
               VARYING PU-SCAN-IDX FROM 1 BY 1
               UNTIL PU-SCAN-IDX > PU-KEYCODE-CNT
                  OR PU-ENTRY-WAS-FOUND.
       5000-EXIT.
           EXIT.

       5010-SCAN-KEYCODE.
           IF PU-KC-KEYCODE(PU-SCAN-IDX) = PU-LOOKUP-KEYCODE
               MOVE 'Y' TO PU-MATCH-FOUND
               MOVE PU-SCAN-IDX TO PU-MATCH-IDX
           END-IF.
       5010-EXIT.
           EXIT.

       5100-FIND-OR-ADD-SK.
           MOVE 'N' TO PU-MATCH-FOUND.
           PERFORM 5110-SCAN-SK THRU 5110-EXIT
               VARYING PU-SCAN-IDX FROM 1 BY 1
               UNTIL PU-SCAN-IDX > PU-SK-CNT
                  OR PU-ENTRY-WAS-FOUND.
           IF NOT PU-ENTRY-WAS-FOUND
               ADD 1 TO PU-SK-CNT
               MOVE PU-SK-CNT TO PU-MATCH-IDX
               MOVE PU-LOOKUP-STORE   TO PU-SK-STORE-NUM(PU-MATCH-IDX)
               MOVE Region-No         TO PU-SK-REGION-NO(PU-MATCH-IDX)
               MOVE PU-LOOKUP-KEYCODE TO PU-SK-KEYCODE(PU-MATCH-IDX)
               MOVE ZERO TO PU-SK-BASE-QTY(PU-MATCH-IDX)
                            PU-SK-BASE-VALUE(PU-MATCH-IDX)
                            PU-SK-PROMO-QTY(PU-MATCH-IDX)
                            PU-SK-PROMO-VALUE(PU-MATCH-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

       5110-SCAN-SK.
           IF PU-SK-STORE-NUM(PU-SCAN-IDX) = PU-LOOKUP-STORE
               AND PU-SK-KEYCODE(PU-SCAN-IDX) = PU-LOOKUP-KEYCODE
               MOVE 'Y' TO PU-MATCH-FOUND
               MOVE PU-SCAN-IDX TO PU-MATCH-IDX
           END-IF.
       5110-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ROLL-UP - MARGINS AND GIVEN-AWAY FOR ONE STORE/KEYCODE,    *
      *                ADDED INTO ITS STORE, REGION AND THE CHAIN       *
      ******************************************************************
       6000-ROLL-UP.
           MOVE PU-SK-KEYCODE(PU-SK-IDX) TO PU-LOOKUP-KEYCODE.
           PERFORM 5000-LOOKUP-KEYCODE THRU 5000-EXIT.
           IF PU-ENTRY-WAS-FOUND
               MOVE PU-KC-COST(PU-MATCH-IDX) TO PU-UNIT-COST
           ELSE
               MOVE ZERO TO PU-UNIT-COST
           END-IF.
           MOVE ZERO TO PU-WORK-GIVEN.
           IF PU-SK-BASE-QTY(PU-SK-IDX) > ZERO
               AND PU-SK-PROMO-QTY(PU-SK-IDX) > ZERO
               COMPUTE PU-BASE-AVG-PRICE ROUNDED =
                   PU-SK-BASE-VALUE(PU-SK-IDX)
                   / PU-SK-BASE-QTY(PU-SK-IDX)
               COMPUTE PU-PROMO-AVG-PRICE ROUNDED =
                   PU-SK-PROMO-VALUE(PU-SK-IDX)
                   / PU-SK-PROMO-QTY(PU-SK-IDX)
               COMPUTE PU-WORK-GIVEN ROUNDED =
                   (PU-BASE-AVG-PRICE - PU-PROMO-AVG-PRICE)
                   * PU-SK-PROMO-QTY(PU-SK-IDX)
           END-IF.
           MOVE PU-SK-STORE-NUM(PU-SK-IDX) TO PU-LOOKUP-STORE.
           MOVE PU-SK-REGION-NO(PU-SK-IDX) TO PU-LOOKUP-REGION.
           PERFORM 6100-FIND-OR-ADD-STORE THRU 6100-EXIT.
           PERFORM 6200-FIND-OR-ADD-REGION THRU 6200-EXIT.
           ADD PU-SK-BASE-QTY(PU-SK-IDX)
               TO PU-ST-BASE-QTY(PU-ST-IDX) PU-RG-BASE-QTY(PU-RG-IDX)
                  PU-CH-BASE-QTY.
           ADD PU-SK-PROMO-QTY(PU-SK-IDX)
               TO PU-ST-PROMO-QTY(PU-ST-IDX) PU-RG-PROMO-QTY(PU-RG-IDX)
                  PU-CH-PROMO-QTY.
           ADD PU-SK-BASE-VALUE(PU-SK-IDX)
               TO PU-ST-BASE-VALUE(PU-ST-IDX)
                  PU-RG-BASE-VALUE(PU-RG-IDX) PU-CH-BASE-VALUE.
           ADD PU-SK-PROMO-VALUE(PU-SK-IDX)
               TO PU-ST-PROMO-VALUE(PU-ST-IDX)
                  PU-RG-PROMO-VALUE(PU-RG-IDX) PU-CH-PROMO-VALUE.
           COMPUTE PU-WORK-MARGIN = PU-SK-BASE-VALUE(PU-SK-IDX)
               - PU-SK-BASE-QTY(PU-SK-IDX) * PU-UNIT-COST.
           ADD PU-WORK-MARGIN
               TO PU-ST-BASE-MARGIN(PU-ST-IDX)
                  PU-RG-BASE-MARGIN(PU-RG-IDX) PU-CH-BASE-MARGIN.
           COMPUTE PU-WORK-MARGIN = PU-SK-PROMO-VALUE(PU-SK-IDX)
               - PU-SK-PROMO-QTY(PU-SK-IDX) * PU-UNIT-COST.
           ADD PU-WORK-MARGIN
               TO PU-ST-PROMO-MARGIN(PU-ST-IDX)
                  PU-RG-PROMO-MARGIN(PU-RG-IDX) PU-CH-PROMO-MARGIN.
           ADD PU-WORK-GIVEN
               TO PU-ST-GIVEN-AWAY(PU-ST-IDX)
                  PU-RG-GIVEN-AWAY(PU-RG-IDX) PU-CH-GIVEN-AWAY.
       6000-EXIT.
           EXIT.

       6100-FIND-OR-ADD-STORE.
           MOVE ZERO TO PU-ST-IDX.
           PERFORM 6110-SCAN-STORE THRU 6110-EXIT
               VARYING PU-MATCH-IDX FROM 1 BY 1
               UNTIL PU-MATCH-IDX > PU-STORE-CNT
                  OR PU-ST-IDX > ZERO.
           IF PU-ST-IDX = ZERO
               ADD 1 TO PU-STORE-CNT
               MOVE PU-STORE-CNT TO PU-ST-IDX
               MOVE PU-LOOKUP-STORE  TO PU-ST-STORE-NUM(PU-ST-IDX)
               MOVE PU-LOOKUP-REGION TO PU-ST-REGION-NO(PU-ST-IDX)
               MOVE ZERO TO PU-ST-BASE-QTY(PU-ST-IDX)
                            PU-ST-PROMO-QTY(PU-ST-IDX)
                            PU-ST-BASE-VALUE(PU-ST-IDX)
                            PU-ST-PROMO-VALUE(PU-ST-IDX)
                            PU-ST-BASE-MARGIN(PU-ST-IDX)
                            PU-ST-PROMO-MARGIN(PU-ST-IDX)
                            PU-ST-GIVEN-AWAY(PU-ST-IDX)
           END-IF.
       6100-EXIT.
           EXIT.

       6110-SCAN-STORE.
           IF PU-ST-STORE-NUM(PU-MATCH-IDX) = PU-LOOKUP-STORE
               MOVE PU-MATCH-IDX TO PU-ST-IDX
           END-IF.
       6110-EXIT.
           EXIT.

       6200-FIND-OR-ADD-REGION.
           MOVE ZERO TO PU-RG-IDX.
           PERFORM 6210-SCAN-REGION THRU 6210-EXIT
               VARYING PU-MATCH-IDX FROM 1 BY 1
               UNTIL PU-MATCH-IDX > PU-REGION-CNT
                  OR PU-RG-IDX > ZERO.
           IF PU-RG-IDX = ZERO
               ADD 1 TO PU-REGION-CNT
               MOVE PU-REGION-CNT TO PU-RG-IDX
               MOVE PU-LOOKUP-REGION TO PU-RG-REGION-NO(PU-RG-IDX)
               MOVE ZERO TO PU-RG-BASE-QTY(PU-RG-IDX)
                            PU-RG-PROMO-QTY(PU-RG-IDX)
                            PU-RG-BASE-VALUE(PU-RG-IDX)
                            PU-RG-PROMO-VALUE(PU-RG-IDX)
                            PU-RG-BASE-MARGIN(PU-RG-IDX)
                            PU-RG-PROMO-MARGIN(PU-RG-IDX)
                            PU-RG-GIVEN-AWAY(PU-RG-IDX)
           END-IF.
       6200-EXIT.
           EXIT.

       6210-SCAN-REGION.
           IF PU-RG-REGION-NO(PU-MATCH-IDX) = PU-LOOKUP-REGION
               MOVE PU-MATCH-IDX TO PU-RG-IDX
           END-IF.
       6210-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT - STORE LINES, REGION LINES, CHAIN TOTAL      *
      ******************************************************************
       7000-WRITE-REPORT.
           MOVE PU-PROMO-ID   TO PU-H1-PROMO-ID.
           MOVE PU-PROMO-FROM TO PU-H1-PROMO-FROM.
           MOVE PU-PROMO-TO   TO PU-H1-PROMO-TO.
           MOVE PU-BASE-FROM  TO PU-H1-BASE-FROM.
           MOVE PU-BASE-TO    TO PU-H1-BASE-TO.
           WRITE PU-RPT-LINE FROM PU-HEADING-1.
           MOVE "UPLIFT BY STORE" TO PU-SH-TEXT.
           WRITE PU-RPT-LINE FROM PU-SECTION-HEADING.
           WRITE PU-RPT-LINE FROM PU-HEADING-2.
           PERFORM 7100-WRITE-STORE-LINE THRU 7100-EXIT
               VARYING PU-ST-IDX FROM 1 BY 1
               UNTIL PU-ST-IDX > PU-STORE-CNT.
           MOVE "UPLIFT BY REGION" TO PU-SH-TEXT.
           WRITE PU-RPT-LINE FROM PU-SECTION-HEADING.
           WRITE PU-RPT-LINE FROM PU-HEADING-2.
           PERFORM 7200-WRITE-REGION-LINE THRU 7200-EXIT
               VARYING PU-RG-IDX FROM 1 BY 1
               UNTIL PU-RG-IDX > PU-REGION-CNT.
           MOVE "CHAIN TOTAL" TO PU-SH-TEXT.
           WRITE PU-RPT-LINE FROM PU-SECTION-HEADING.
           MOVE SPACES TO PU-DETAIL-LINE.
           MOVE "CHAIN" TO PU-DL-STORE-NUM.
           MOVE PU-CHAIN-TOTALS TO PU-PRINT-TOTALS.
           PERFORM 7500-FORMAT-FIGURES THRU 7500-EXIT.
       7000-EXIT.
           EXIT.

       7100-WRITE-STORE-LINE.
           MOVE SPACES TO PU-DETAIL-LINE.
           MOVE PU-ST-STORE-NUM(PU-ST-IDX) TO PU-DL-STORE-NUM.
           MOVE PU-ST-REGION-NO(PU-ST-IDX) TO PU-DL-REGION-NO.
           MOVE PU-ST-TOTALS(PU-ST-IDX) TO PU-PRINT-TOTALS.
           PERFORM 7500-FORMAT-FIGURES THRU 7500-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-REGION-LINE.
           MOVE SPACES TO PU-DETAIL-LINE.
           MOVE PU-RG-REGION-NO(PU-RG-IDX) TO PU-DL-REGION-NO.
           MOVE PU-RG-TOTALS(PU-RG-IDX) TO PU-PRINT-TOTALS.
           PERFORM 7500-FORMAT-FIGURES THRU 7500-EXIT.
       7200-EXIT.
           EXIT.

       7500-FORMAT-FIGURES.
           MOVE PU-PT-BASE-QTY     TO PU-DL-BASE-QTY.
           MOVE PU-PT-PROMO-QTY    TO PU-DL-PROMO-QTY.
           MOVE PU-PT-BASE-VALUE   TO PU-DL-BASE-VALUE.
           MOVE PU-PT-PROMO-VALUE  TO PU-DL-PROMO-VALUE.
           MOVE PU-PT-BASE-MARGIN  TO PU-DL-BASE-MARGIN.
           MOVE PU-PT-PROMO-MARGIN TO PU-DL-PROMO-MARGIN.
           MOVE PU-PT-GIVEN-AWAY   TO PU-DL-GIVEN-AWAY.
           IF PU-PT-BASE-QTY = ZERO
               MOVE ZERO TO PU-UPLIFT-PCT
           ELSE
               COMPUTE PU-UPLIFT-PCT ROUNDED =
                   (PU-PT-PROMO-QTY - PU-PT-BASE-QTY) * 100
                   / PU-PT-BASE-QTY
           END-IF.
           MOVE PU-UPLIFT-PCT TO PU-DL-UNIT-PCT.
           IF PU-PT-BASE-VALUE = ZERO
               MOVE ZERO TO PU-UPLIFT-PCT
           ELSE
               COMPUTE PU-UPLIFT-PCT ROUNDED =
                   (PU-PT-PROMO-VALUE - PU-PT-BASE-VALUE) * 100
                   / PU-PT-BASE-VALUE
           END-IF.
           MOVE PU-UPLIFT-PCT TO PU-DL-DOLLAR-PCT.
           WRITE PU-RPT-LINE FROM PU-DETAIL-LINE.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7900-START-HISTORY - POSITION AT THE FIRST STORE'S FIRST        *
      *                       SNAPSHOT IN THE DATE WINDOW.  STORE 0000  *
      *                       (THE CYCLE-COMMIT MARKERS) IS PASSED BY   *
      ******************************************************************
       7900-START-HISTORY.
           MOVE 1              TO PU-HK-STORE-NUM.
           MOVE PU-WINDOW-FROM TO PU-HK-AS-OF-DATE.
           MOVE ZERO           TO PU-HK-SEG-NO.
           PERFORM 7940-START-AT-KEY THRU 7940-EXIT.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7910-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE SNAPSHOT IN THE    *
      *                      WINDOW IS REASSEMBLED OR THE FILE ENDS     *
      ******************************************************************
       7910-READ-SNAPSHOT.
           MOVE 'N' TO PU-SNAP-COMPLETE.
           PERFORM 7920-READ-SEGMENT THRU 7920-EXIT
               UNTIL PU-SNAPSHOT-IS-COMPLETE
                  OR PU-END-OF-HISTORY-FILE.
       7910-EXIT.
           EXIT.

      *    A SEGMENT DATED BEFORE THE WINDOW RESTARTS AT THE WINDOW'S
      *    FIRST DATE FOR ITS STORE; ONE DATED AFTER IT SKIPS TO THE
      *    NEXT STORE - ONLY THE WINDOW'S KEYS ARE EVER READ THROUGH.
       7920-READ-SEGMENT.
           READ PU-HISTORY-FILE NEXT
               AT END
                   SET PU-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7920-EXIT
           END-READ.
           IF PU-HK-AS-OF-DATE < PU-WINDOW-FROM
               MOVE PU-WINDOW-FROM TO PU-HK-AS-OF-DATE
               MOVE ZERO           TO PU-HK-SEG-NO
               PERFORM 7940-START-AT-KEY THRU 7940-EXIT
               GO TO 7920-EXIT
           END-IF.
           IF PU-HK-AS-OF-DATE > PU-WINDOW-TO
               IF PU-HK-STORE-NUM = 9999
                   SET PU-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7920-EXIT
               END-IF
               ADD 1 TO PU-HK-STORE-NUM
               MOVE PU-WINDOW-FROM TO PU-HK-AS-OF-DATE
               MOVE ZERO           TO PU-HK-SEG-NO
               PERFORM 7940-START-AT-KEY THRU 7940-EXIT
               GO TO 7920-EXIT
           END-IF.
           PERFORM 7930-ADD-SEGMENT THRU 7930-EXIT.
       7920-EXIT.
           EXIT.

       7930-ADD-SEGMENT.
           IF PU-HK-SEG-NO = 1
               MOVE PU-HK-STORE-NUM  TO PU-HS-STORE-NUM
               MOVE PU-HK-AS-OF-DATE TO PU-HS-AS-OF-DATE
               MOVE PU-HK-DETAIL-LEN TO PU-HS-DETAIL-LEN
               MOVE 1 TO PU-NEXT-SEG-NO
           END-IF.
           IF PU-HK-SEG-NO NOT = PU-NEXT-SEG-NO
               OR PU-HK-STORE-NUM NOT = PU-HS-STORE-NUM
               OR PU-HK-AS-OF-DATE NOT = PU-HS-AS-OF-DATE
               MOVE ZERO TO PU-NEXT-SEG-NO
               GO TO 7930-EXIT
           END-IF.
           COMPUTE PU-SEG-START = (PU-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE PU-SEG-LEN = PU-IN-REC-LEN - 23.
           IF PU-SEG-LEN > ZERO
               MOVE PU-HK-SEG-DATA(1:PU-SEG-LEN) TO
                   PU-HS-STORE-DETAIL(PU-SEG-START:PU-SEG-LEN)
           END-IF.
           IF PU-HK-SEG-NO NOT < PU-HK-SEG-CNT
               SET PU-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO PU-NEXT-SEG-NO
           ELSE
               ADD 1 TO PU-NEXT-SEG-NO
           END-IF.
       7930-EXIT.
           EXIT.

       7940-START-AT-KEY.
           START PU-HISTORY-FILE KEY IS NOT LESS THAN PU-HK-KEY
               INVALID KEY
                   SET PU-END-OF-HISTORY-FILE TO TRUE
           END-START.
       7940-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE PU-HISTORY-FILE
                 PU-REPORT-FILE.
           DISPLAY "SDPRMUPL PROMOTION ROWS   = " PU-LINE-CNT.
           DISPLAY "SDPRMUPL SNAPSHOTS READ   = " PU-SNAPSHOTS-READ.
           DISPLAY "SDPRMUPL SNAPSHOTS USED   = " PU-SNAPSHOTS-USED.
           DISPLAY "SDPRMUPL STORES REPORTED  = " PU-STORE-CNT.
           DISPLAY "SDPRMUPL REGIONS REPORTED = " PU-REGION-CNT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
