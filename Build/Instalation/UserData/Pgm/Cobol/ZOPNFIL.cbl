       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZOPNFIL.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZOPNFIL - NEW-STORE OPENING FILL.  ZALCDST SPLITS STOCK BY     *
      *           EACH STORE'S SHARE OF Qty-2 SALES, SO A NEW STORE    *
      *           WITH NO SALES OF ITS OWN GOT NOTHING BEYOND THE      *
      *           PARM-FILE FLOOR AND MERCHANDISING BUILT THE OPENING  *
      *           FILL BY HAND.  THE ZCMPPRF COMPARABLE-STORE PROFILE  *
      *           NAMES, FOR EACH NEW STORE, UP TO FIVE "LIKE" STORES  *
      *           AND A SIZE FACTOR.  FOR EVERY PROFILED STORE STILL   *
      *           FLAGGED XTAR1000-NEW-STORE ON THE XTAR1000 MASTER    *
      *           THIS RUN -                                           *
      *             - READS EACH LIKE STORE'S SDSALHST SNAPSHOTS OVER  *
      *               THE PARM NUMBER OF WEEKS TO THE BATCYCP CYCLE    *
      *               DATE BY KEYED START, AND TAKES ITS AVERAGE       *
      *               DAILY Real-Sale-Trans UNITS PER KEYCODE - UNITS  *
      *               OVER THE SNAPSHOTS IT HAS, SO A WEEK THINNED TO  *
      *               ONE SNAPSHOT BY SDSNAPRT DOES NOT UNDERSTATE IT  *
      *             - AVERAGES THOSE RATES ACROSS THE LIKE STORES THAT *
      *               HAVE HISTORY IN THE WINDOW                       *
      *             - SCALES THE AVERAGE BY THE SIZE FACTOR AND THE    *
      *               PARM NUMBER OF WEEKS THE FILL IS TO COVER        *
      *             - LEAVES OUT A KEYCODE NOT RANGED AT THE NEW STORE *
      *               ON THE SDRANGMS RANGE MASTER (SEE SDRNGMNT.cbl)  *
      *           THE SUGGESTED OPENING ORDER IS WRITTEN TO ZOPNFILO   *
      *           IN zPO's OWN PO-Record/PO-Line-Item LAYOUT, PO-Id    *
      *           'OF' + STORE + CYCLE DATE, LINES IN DEPARTMENT AND   *
      *           KEYCODE ORDER, PRICED FROM ZPOPROD (ASSUMED SORTED   *
      *           BY Product-Code).  LIKE ZLOCRPL.cbl IT IS FOR A      *
      *           BUYER TO REVIEW BEFORE IT GOES ON THE LIVE MASTERS - *
      *           IT DOES NOT WRITE THEM.  THE ZOPNFILR REPORT LISTS   *
      *           THE LIKE STORES USED, THE ORDER BY DEPARTMENT AND    *
      *           KEYCODE WITH DEPARTMENT TOTALS, AND ANY PROFILED     *
      *           STORE NOT PLANNED WITH THE REASON.  ONCE THE STORE   *
      *           OPENS ZALCDST USES THE SAME PROFILE FOR ITS          *
      *           ALLOCATION SHARE UNTIL IT HAS TRADED THE PROFILE'S   *
      *           NUMBER OF WEEKS.                                     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OP-PARM-FILE ASSIGN TO "ZOPNFILP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OP-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OP-PROFILE-FILE ASSIGN TO "ZCMPPRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OP-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OP-RANGE-FILE ASSIGN TO "SDRANGMS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OP-PROD-FILE ASSIGN TO "ZPOPROD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OP-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-HK-KEY
               FILE STATUS IS OP-HK-FILE-STATUS.
           SELECT OP-ORDER-FILE ASSIGN TO "ZOPNFILO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OP-REPORT-FILE ASSIGN TO "ZOPNFILR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OP-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-PARM-RECORD.
           05 OP-PARM-HISTORY-WEEKS        PIC 9(02).
           05 OP-PARM-COVER-WEEKS          PIC 9(02).
           05 FILLER                       PIC X(76).

       FD  OP-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-CYCLE-PARM-RECORD.
           05 OP-CP-CYCLE-DATE             PIC 9(08).

      *    COMPARABLE-STORE PROFILE - ONE RECORD PER NEW STORE.  THE
      *    SIZE FACTOR SCALES THE LIKE STORES' AVERAGE (1.00 = THE SAME
      *    SIZE) AND THE OWN WEEKS ARE HOW MANY WEEKS THE STORE MUST
      *    TRADE BEFORE ZALCDST GOES OVER TO ITS OWN SALES.
       FD  OP-PROFILE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-PROFILE-RECORD.
           05 OP-PF-NEW-STORE              PIC 9(04).
           05 OP-PF-SIZE-FACTOR            PIC 9(01)V99.
           05 OP-PF-OWN-WEEKS              PIC 9(02).
           05 OP-PF-LIKE-CNT               PIC 9(01).
           05 OP-PF-LIKE-STORE             PIC 9(04) OCCURS 5 TIMES.
           05 FILLER                       PIC X(50).

       FD  OP-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-STORE-IO                     PIC X(76).

      *    STORE RANGE MASTER - 'G' STORE GRADE, 'R' RANGE LINE (SEE
      *    SDRNGMNT.cbl).
       FD  OP-RANGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-RANGE-IO.
           05 OP-RM-REC-TYPE               PIC X(01).
               88 OP-RM-IS-GRADE               VALUE 'G'.
               88 OP-RM-IS-RANGE               VALUE 'R'.
           05 OP-RM-SCOPE                  PIC X(01).
           05 OP-RM-STORE-NUM              PIC 9(04).
           05 OP-RM-STORE-GRADE            PIC X(02).
           05 OP-RM-KEYCODE                PIC 9(08).
           05 OP-RM-RANGE-IN-DATE          PIC 9(08).
           05 OP-RM-RANGE-OUT-DATE         PIC 9(08).
           05 FILLER                       PIC X(08).

       FD  OP-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-PROD-IO                      PIC X(42).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  OP-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON OP-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  OP-HISTORY-SEG.
           05 OP-HK-KEY.
               10 OP-HK-STORE-NUM          PIC 9(04).
               10 OP-HK-AS-OF-DATE         PIC 9(08).
               10 OP-HK-SEG-NO             PIC 9(02).
           05 OP-HK-DETAIL-LEN             PIC 9(07).
           05 OP-HK-SEG-CNT                PIC 9(02).
           05 OP-HK-SEG-DATA               PIC X(32000).

       FD  OP-ORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-ORDER-IO                     PIC X(41).

       FD  OP-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OP-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".
           COPY "XTAR1000_020.cbl".

      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  OP-HISTORY-IO.
           05 OP-HS-AS-OF-DATE             PIC 9(08).
           05 OP-HS-STORE-NUM              PIC 9(04).
           05 OP-HS-DETAIL-LEN             PIC 9(07).
           05 OP-HS-STORE-DETAIL           PIC X(656000).

       01  OP-HK-FILE-STATUS               PIC X(02).
           88 OP-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  OP-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 OP-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  OP-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  OP-SEG-START                    PIC 9(07) COMP.
       01  OP-SEG-LEN                      PIC 9(07) COMP.
       01  OP-WINDOW-FROM                  PIC 9(08).
       01  OP-WINDOW-TO                    PIC 9(08).

      *    THE SNAPSHOT DETAIL RE-SLICED INTO THE ARRAY LAYOUT.
       01  OP-STORE-DETAIL.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       01  OP-SWITCHES.
           05 OP-EOF-PROFILE-FILE          PIC X(01) VALUE 'N'.
               88 OP-END-OF-PROFILE-FILE       VALUE 'Y'.
           05 OP-EOF-STORE-FILE            PIC X(01) VALUE 'N'.
               88 OP-END-OF-STORE-FILE         VALUE 'Y'.
           05 OP-EOF-RANGE-FILE            PIC X(01) VALUE 'N'.
               88 OP-END-OF-RANGE-FILE         VALUE 'Y'.
           05 OP-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 OP-END-OF-PROD-FILE          VALUE 'Y'.
           05 OP-LIKE-STORE-STATE          PIC X(01) VALUE 'N'.
               88 OP-END-OF-LIKE-STORE         VALUE 'Y'.
           05 OP-MATCH-FOUND               PIC X(01).
               88 OP-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 OP-LOWEST-FOUND              PIC X(01) VALUE 'Y'.
               88 OP-UNWRITTEN-WAS-FOUND       VALUE 'Y'.
           05 OP-PROD-SEARCH-RESULT        PIC X(01).
               88 OP-PROD-WAS-FOUND            VALUE 'Y'.

       01  OP-IN-REC-LEN                   PIC 9(05) COMP.
       01  OP-CYCLE-DATE                   PIC 9(08).
       01  OP-CYCLE-DAY                    PIC S9(08).
       01  OP-HISTORY-WEEKS                PIC 9(02).
       01  OP-COVER-WEEKS                  PIC 9(02).

       01  OP-SUBSCRIPTS.
           05 OP-DEPT-IDX                  PIC 9(02) COMP.
           05 OP-PROD-IDX                  PIC 9(03) COMP.
           05 OP-SALE-IDX                  PIC 9(03) COMP.
           05 OP-LIKE-IDX                  PIC 9(02) COMP.

       01  OP-COUNTERS.
           05 OP-STORE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 OP-KP-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 OP-PROD-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 OP-GRADE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 OP-RANGE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 OP-PROFILES-READ             PIC 9(05) COMP VALUE ZERO.
           05 OP-STORES-PLANNED            PIC 9(05) COMP VALUE ZERO.
           05 OP-STORES-NOT-PLANNED        PIC 9(05) COMP VALUE ZERO.
           05 OP-SNAPSHOTS-READ            PIC 9(07) COMP VALUE ZERO.
           05 OP-LINES-WRITTEN             PIC 9(07) COMP VALUE ZERO.
           05 OP-KEYCODES-UNRANGED         PIC 9(07) COMP VALUE ZERO.
           05 OP-LIKE-STORES-USED          PIC 9(02) COMP VALUE ZERO.
           05 OP-LIKE-SNAPSHOTS            PIC 9(05) COMP VALUE ZERO.
           05 OP-STORE-LINES               PIC 9(05) COMP VALUE ZERO.
           05 OP-STORE-UNRANGED            PIC 9(05) COMP VALUE ZERO.
           05 OP-DEPT-LINES                PIC 9(05) COMP VALUE ZERO.

      *    XTAR1000 STORE MASTER FLAGS FOR THE PROFILE CHECKS.
       01  OP-STORE-TABLE.
           05 OP-ST-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON OP-STORE-CNT.
               10 OP-ST-STORE-NUM          PIC 9(04).
               10 OP-ST-NEW-STORE          PIC X(01).
               10 OP-ST-CLOSED-STORE       PIC X(01).

      *    THE NEW STORE'S KEYCODE PROFILE - EACH LIKE STORE'S UNITS
      *    ARE GATHERED IN OP-KP-STORE-UNITS, THEN ITS AVERAGE DAILY
      *    UNITS ARE ADDED TO OP-KP-DAILY-RATE.  BUILT IN THE ORDER THE
      *    SNAPSHOTS CARRY THE KEYCODES, SO SCANNED LINEARLY.
       01  OP-KEYCODE-PROFILE.
           05 OP-KP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON OP-KP-CNT.
               10 OP-KP-KEY.
                   15 OP-KP-DEPARTMENT-NUM PIC 9(04).
                   15 OP-KP-KEYCODE        PIC 9(08).
               10 OP-KP-STORE-UNITS        PIC S9(09).
               10 OP-KP-DAILY-RATE         PIC S9(07)V9(04).
               10 OP-KP-FILL-QTY           PIC S9(05).
               10 OP-KP-WRITTEN            PIC X(01).
                   88 OP-KP-IS-WRITTEN         VALUE 'Y'.

       01  OP-PROD-TABLE.
           05 OP-PT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OP-PROD-CNT
                   ASCENDING KEY IS OP-PT-PRODUCT-CODE
                   INDEXED BY OP-PT-IDX.
               10 OP-PT-PRODUCT-CODE       PIC 9(08).
               10 OP-PT-COST               PIC S9(05)V99.

      *    THE RANGE MASTER - EACH GRADED STORE'S GRADE, AND THE
      *    RANGE LINES BY STORE OR BY GRADE.
       01  OP-GRADE-TABLE.
           05 OP-GR-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON OP-GRADE-CNT.
               10 OP-GR-STORE-NUM          PIC 9(04).
               10 OP-GR-STORE-GRADE        PIC X(02).

       01  OP-RANGE-TABLE.
           05 OP-RL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OP-RANGE-CNT.
               10 OP-RL-SCOPE              PIC X(01).
                   88 OP-RL-FOR-STORE          VALUE 'S'.
                   88 OP-RL-FOR-GRADE          VALUE 'G'.
               10 OP-RL-STORE-NUM          PIC 9(04).
               10 OP-RL-STORE-GRADE        PIC X(02).
               10 OP-RL-KEYCODE            PIC 9(08).
               10 OP-RL-RANGE-IN-DATE      PIC 9(08).
               10 OP-RL-RANGE-OUT-DATE     PIC 9(08).

      *    RANGE CHECK OF OP-CHECK-KEYCODE AT THE NEW STORE - 'U' WHEN
      *    THE KEYCODE HAS NO RANGE LINE AT ALL AND SO IS NOT UNDER
      *    RANGE CONTROL.
       01  OP-CHECK-KEYCODE                PIC 9(08).
       01  OP-CHECK-GRADE                  PIC X(02).
       01  OP-RANGE-STATE                  PIC X(01).
           88 OP-KEYCODE-IS-RANGED             VALUE 'Y'.
           88 OP-KEYCODE-NOT-RANGED            VALUE 'N'.
           88 OP-KEYCODE-NOT-CONTROLLED        VALUE 'U'.
       01  OP-RANGE-IDX                    PIC 9(05) COMP.
       01  OP-GRADE-IDX                    PIC 9(05) COMP.

       01  OP-SCAN-IDX                     PIC 9(05) COMP.
       01  OP-MATCH-IDX                    PIC 9(05) COMP.
       01  OP-KP-IDX                       PIC 9(05) COMP.
       01  OP-LOWEST-IDX                   PIC 9(05) COMP.

       01  OP-CHECK-STORE                  PIC 9(04).
       01  OP-NEW-STORE                    PIC 9(04).
       01  OP-LIKE-STORE                   PIC 9(04).
       01  OP-SIZE-FACTOR                  PIC 9(01)V99.
       01  OP-PO-ID                        PIC X(14).
       01  OP-REJECT-REASON                PIC X(50).
       01  OP-WORK-KEY.
           05 OP-WK-DEPARTMENT-NUM         PIC 9(04).
           05 OP-WK-KEYCODE                PIC 9(08).
       01  OP-SALE-QTY                     PIC S9(05).
       01  OP-FILL-QTY                     PIC S9(07).
       01  OP-FOUND-COST                   PIC S9(05)V99.
       01  OP-LINE-COST                    PIC S9(09)V99.
       01  OP-TOTAL-COST                   PIC S9(09)V99.
       01  OP-STORE-UNITS                  PIC S9(09).
       01  OP-DEPT-UNITS                   PIC S9(09).
       01  OP-DEPT-COST                    PIC S9(09)V99.
       01  OP-CURRENT-DEPT                 PIC 9(04).

       01  OP-HEADING-1.
           05 FILLER                       PIC X(43)
               VALUE "ZOPNFIL NEW-STORE OPENING FILL, CYCLE DATE ".
           05 OP-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(12)
               VALUE "   HISTORY ".
           05 OP-HD-HISTORY-WEEKS          PIC Z9.
           05 FILLER                       PIC X(14)
               VALUE " WEEKS  COVER ".
           05 OP-HD-COVER-WEEKS            PIC Z9.
           05 FILLER                       PIC X(06) VALUE " WEEKS".
           05 FILLER                       PIC X(45) VALUE SPACES.

       01  OP-STORE-LINE.
           05 FILLER                       PIC X(10)
               VALUE "NEW STORE ".
           05 OP-SL-STORE-NUM              PIC 9(04).
           05 FILLER                       PIC X(15)
               VALUE "  SIZE FACTOR ".
           05 OP-SL-SIZE-FACTOR            PIC 9.99.
           05 FILLER                       PIC X(09)
               VALUE "  PO-Id ".
           05 OP-SL-PO-ID                  PIC X(14).
           05 FILLER                       PIC X(76) VALUE SPACES.

       01  OP-REJECT-LINE.
           05 FILLER                       PIC X(10)
               VALUE "NEW STORE ".
           05 OP-RJ-STORE-NUM              PIC 9(04).
           05 FILLER                       PIC X(16)
               VALUE "  NOT PLANNED - ".
           05 OP-RJ-REASON                 PIC X(50).
           05 FILLER                       PIC X(52) VALUE SPACES.

       01  OP-LIKE-LINE.
           05 FILLER                       PIC X(15)
               VALUE "    LIKE STORE ".
           05 OP-LL-STORE-NUM              PIC 9(04).
           05 FILLER                       PIC X(13)
               VALUE "  SNAPSHOTS ".
           05 OP-LL-SNAPSHOTS              PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OP-LL-NOTE                   PIC X(50).
           05 FILLER                       PIC X(43) VALUE SPACES.

       01  OP-COLUMN-HEADING.
           05 FILLER                       PIC X(06) VALUE "DEPT  ".
           05 FILLER                       PIC X(10) VALUE "KEYCODE   ".
           05 FILLER                       PIC X(14)
               VALUE " AVG DAILY UNT".
           05 FILLER                       PIC X(10) VALUE "  FILL QTY".
           05 FILLER                       PIC X(16)
               VALUE "       LINE COST".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE "NOTE".
           05 FILLER                       PIC X(70) VALUE SPACES.

       01  OP-DETAIL-LINE.
           05 OP-DL-DEPARTMENT-NUM         PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OP-DL-KEYCODE                PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OP-DL-DAILY-RATE             PIC ZZZ,ZZ9.9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OP-DL-FILL-QTY               PIC ---,--9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 OP-DL-LINE-COST              PIC ---,---,--9.99.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 OP-DL-NOTE                   PIC X(20).
           05 FILLER                       PIC X(54) VALUE SPACES.

       01  OP-DEPT-TOTAL-LINE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "DEPT ".
           05 OP-DT-DEPARTMENT-NUM         PIC ZZZ9.
           05 FILLER                       PIC X(07) VALUE " TOTAL ".
           05 OP-DT-LINES                  PIC ZZZZ9.
           05 FILLER                       PIC X(07) VALUE " LINES ".
           05 OP-DT-UNITS                  PIC ---,--9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OP-DT-COST                   PIC ---,---,--9.99.
           05 FILLER                       PIC X(75) VALUE SPACES.

       01  OP-STORE-TOTAL-LINE.
           05 FILLER                       PIC X(12)
               VALUE "STORE TOTAL ".
           05 OP-TL-LINES                  PIC ZZZZ9.
           05 FILLER                       PIC X(07) VALUE " LINES ".
           05 OP-TL-UNITS                  PIC ----,--9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OP-TL-COST                   PIC ---,---,--9.99.
           05 FILLER                       PIC X(27)
               VALUE "   UNRANGED KEYCODES LEFT ".
           05 OP-TL-UNRANGED               PIC ZZZZ9.
           05 FILLER                       PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PLAN-STORE THRU 3000-EXIT
               UNTIL OP-END-OF-PROFILE-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - PARMS, CYCLE DATE AND HISTORY WINDOW; LOAD    *
      *                   THE STORE MASTER FLAGS, THE RANGE MASTER AND  *
      *                   THE PRODUCT COST TABLE                        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT OP-PARM-FILE.
           READ OP-PARM-FILE
               AT END
                   MOVE ZERO TO OP-PARM-HISTORY-WEEKS
                                OP-PARM-COVER-WEEKS
           END-READ.
           CLOSE OP-PARM-FILE.
           IF OP-PARM-HISTORY-WEEKS NUMERIC
               AND OP-PARM-HISTORY-WEEKS > ZERO
               MOVE OP-PARM-HISTORY-WEEKS TO OP-HISTORY-WEEKS
           ELSE
               MOVE 8 TO OP-HISTORY-WEEKS
           END-IF.
           IF OP-PARM-COVER-WEEKS NUMERIC
               AND OP-PARM-COVER-WEEKS > ZERO
               MOVE OP-PARM-COVER-WEEKS TO OP-COVER-WEEKS
           ELSE
               MOVE 4 TO OP-COVER-WEEKS
           END-IF.
           OPEN INPUT OP-CYCLE-PARM-FILE.
           READ OP-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO OP-CP-CYCLE-DATE
           END-READ.
           CLOSE OP-CYCLE-PARM-FILE.
           IF OP-CP-CYCLE-DATE = ZERO
               ACCEPT OP-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE OP-CP-CYCLE-DATE TO OP-CYCLE-DATE
           END-IF.
           COMPUTE OP-CYCLE-DAY =
               FUNCTION INTEGER-OF-DATE(OP-CYCLE-DATE).
           COMPUTE OP-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
               (OP-CYCLE-DAY - OP-HISTORY-WEEKS * 7 + 1).
           MOVE OP-CYCLE-DATE TO OP-WINDOW-TO.
           MOVE OP-CYCLE-DATE    TO OP-HD-CYCLE-DATE.
           MOVE OP-HISTORY-WEEKS TO OP-HD-HISTORY-WEEKS.
           MOVE OP-COVER-WEEKS   TO OP-HD-COVER-WEEKS.
           OPEN INPUT OP-STORE-FILE.
           PERFORM 2000-LOAD-STORE THRU 2000-EXIT
               UNTIL OP-END-OF-STORE-FILE.
           CLOSE OP-STORE-FILE.
           OPEN INPUT OP-RANGE-FILE.
           PERFORM 2100-LOAD-RANGE THRU 2100-EXIT
               UNTIL OP-END-OF-RANGE-FILE.
           CLOSE OP-RANGE-FILE.
           OPEN INPUT OP-PROD-FILE.
           PERFORM 2200-LOAD-PROD-TABLE THRU 2200-EXIT
               UNTIL OP-END-OF-PROD-FILE.
           CLOSE OP-PROD-FILE.
           OPEN INPUT  OP-PROFILE-FILE
                INPUT  OP-HISTORY-FILE
                OUTPUT OP-ORDER-FILE
                OUTPUT OP-REPORT-FILE.
           WRITE OP-RPT-LINE FROM OP-HEADING-1.
       1000-EXIT.
           EXIT.

       2000-LOAD-STORE.
           READ OP-STORE-FILE
               AT END
                   SET OP-END-OF-STORE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE OP-STORE-IO TO 01TAR1000-REC.
           ADD 1 TO OP-STORE-CNT.
           MOVE 00001000-STORE-NO     TO OP-ST-STORE-NUM(OP-STORE-CNT).
           MOVE XTAR1000-NEW-STORE    TO OP-ST-NEW-STORE(OP-STORE-CNT).
           MOVE XTAR1000-CLOSED-STORE
                                  TO OP-ST-CLOSED-STORE(OP-STORE-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-RANGE.
           READ OP-RANGE-FILE
               AT END
                   SET OP-END-OF-RANGE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF OP-RM-IS-GRADE
               ADD 1 TO OP-GRADE-CNT
               MOVE OP-RM-STORE-NUM   TO OP-GR-STORE-NUM(OP-GRADE-CNT)
               MOVE OP-RM-STORE-GRADE
                                 TO OP-GR-STORE-GRADE(OP-GRADE-CNT)
           END-IF.
           IF OP-RM-IS-RANGE
               ADD 1 TO OP-RANGE-CNT
               MOVE OP-RM-SCOPE       TO OP-RL-SCOPE(OP-RANGE-CNT)
               MOVE OP-RM-STORE-NUM   TO OP-RL-STORE-NUM(OP-RANGE-CNT)
               MOVE OP-RM-STORE-GRADE
                                 TO OP-RL-STORE-GRADE(OP-RANGE-CNT)
               MOVE OP-RM-KEYCODE     TO OP-RL-KEYCODE(OP-RANGE-CNT)
               MOVE OP-RM-RANGE-IN-DATE
                                 TO OP-RL-RANGE-IN-DATE(OP-RANGE-CNT)
               MOVE OP-RM-RANGE-OUT-DATE
                                 TO OP-RL-RANGE-OUT-DATE(OP-RANGE-CNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-PROD-TABLE.
           READ OP-PROD-FILE
               AT END
                   SET OP-END-OF-PROD-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE OP-PROD-IO TO Product-Record.
           ADD 1 TO OP-PROD-CNT.
           SET OP-PT-IDX TO OP-PROD-CNT.
           MOVE Product-Code OF Product-Record
                                     TO OP-PT-PRODUCT-CODE(OP-PT-IDX).
           MOVE Product-Cost OF Product-Record
                                     TO OP-PT-COST(OP-PT-IDX).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PLAN-STORE - ONE PROFILE RECORD: CHECK THE NEW STORE,      *
      *                   GATHER THE LIKE STORES' KEYCODE PROFILE AND   *
      *                   WRITE THE SUGGESTED OPENING ORDER             *
      ******************************************************************
       3000-PLAN-STORE.
           READ OP-PROFILE-FILE
               AT END
                   SET OP-END-OF-PROFILE-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO OP-PROFILES-READ.
           MOVE OP-PF-NEW-STORE TO OP-NEW-STORE.
           PERFORM 3100-CHECK-NEW-STORE THRU 3100-EXIT.
           IF OP-REJECT-REASON NOT = SPACES
               PERFORM 7500-WRITE-REJECT THRU 7500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO OP-PO-ID.
           STRING "OF"          DELIMITED BY SIZE
                  OP-NEW-STORE  DELIMITED BY SIZE
                  OP-CYCLE-DATE DELIMITED BY SIZE
               INTO OP-PO-ID
           END-STRING.
           MOVE SPACES TO OP-RPT-LINE.
           WRITE OP-RPT-LINE.
           MOVE OP-NEW-STORE   TO OP-SL-STORE-NUM.
           MOVE OP-SIZE-FACTOR TO OP-SL-SIZE-FACTOR.
           MOVE OP-PO-ID       TO OP-SL-PO-ID.
           WRITE OP-RPT-LINE FROM OP-STORE-LINE.
           MOVE ZERO TO OP-KP-CNT.
           MOVE ZERO TO OP-LIKE-STORES-USED.
           PERFORM 3200-GATHER-LIKE-STORE THRU 3200-EXIT
               VARYING OP-LIKE-IDX FROM 1 BY 1
               UNTIL OP-LIKE-IDX > OP-PF-LIKE-CNT.
           IF OP-LIKE-STORES-USED = ZERO
               MOVE "NO LIKE STORE HAS SALES HISTORY IN THE WINDOW"
                                     TO OP-REJECT-REASON
               PERFORM 7500-WRITE-REJECT THRU 7500-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 5000-SIZE-FILL THRU 5000-EXIT.
           PERFORM 6000-WRITE-ORDER THRU 6000-EXIT.
           ADD 1 TO OP-STORES-PLANNED.
       3000-EXIT.
           EXIT.

      *    A STORE IS ONLY FILLED WHILE IT IS STILL FLAGGED NEW AND NOT
      *    CLOSED; A MISSING OR ZERO SIZE FACTOR IS TAKEN AS 1.00.
       3100-CHECK-NEW-STORE.
           MOVE SPACES TO OP-REJECT-REASON.
           IF OP-PF-SIZE-FACTOR NUMERIC
               AND OP-PF-SIZE-FACTOR > ZERO
               MOVE OP-PF-SIZE-FACTOR TO OP-SIZE-FACTOR
           ELSE
               MOVE 1 TO OP-SIZE-FACTOR
           END-IF.
           MOVE OP-NEW-STORE TO OP-CHECK-STORE.
           PERFORM 4000-FIND-STORE THRU 4000-EXIT.
           IF NOT OP-ENTRY-WAS-FOUND
               MOVE "NOT ON THE XTAR1000 STORE MASTER"
                                     TO OP-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.
           IF OP-ST-CLOSED-STORE(OP-MATCH-IDX) = 'Y'
               MOVE "FLAGGED CLOSED ON THE XTAR1000 STORE MASTER"
                                     TO OP-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.
           IF OP-ST-NEW-STORE(OP-MATCH-IDX) NOT = 'Y'
               MOVE "NO LONGER FLAGGED NEW ON THE XTAR1000 MASTER"
                                     TO OP-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.
           IF OP-PF-LIKE-CNT NOT NUMERIC
               OR OP-PF-LIKE-CNT = ZERO
               OR OP-PF-LIKE-CNT > 5
               MOVE "NO LIKE STORES NOMINATED ON THE PROFILE"
                                     TO OP-REJECT-REASON
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-GATHER-LIKE-STORE - READ ONE LIKE STORE'S SNAPSHOTS IN THE *
      *                          WINDOW AND ADD ITS AVERAGE DAILY UNITS *
      *                          PER KEYCODE TO THE PROFILE             *
      ******************************************************************
       3200-GATHER-LIKE-STORE.
           MOVE OP-PF-LIKE-STORE(OP-LIKE-IDX) TO OP-LIKE-STORE.
           MOVE ZERO          TO OP-LIKE-SNAPSHOTS.
           MOVE SPACES        TO OP-LL-NOTE.
           PERFORM 3250-READ-LIKE-STORE THRU 3250-EXIT.
           MOVE OP-LIKE-STORE     TO OP-LL-STORE-NUM.
           MOVE OP-LIKE-SNAPSHOTS TO OP-LL-SNAPSHOTS.
           WRITE OP-RPT-LINE FROM OP-LIKE-LINE.
       3200-EXIT.
           EXIT.

       3210-CLEAR-STORE-UNITS.
           MOVE ZERO TO OP-KP-STORE-UNITS(OP-KP-IDX).
       3210-EXIT.
           EXIT.

       3220-ADD-STORE-RATE.
           COMPUTE OP-KP-DAILY-RATE(OP-KP-IDX) ROUNDED =
               OP-KP-DAILY-RATE(OP-KP-IDX)
               + OP-KP-STORE-UNITS(OP-KP-IDX) / OP-LIKE-SNAPSHOTS.
       3220-EXIT.
           EXIT.

      *    A LIKE STORE THAT IS THE NEW STORE ITSELF, IS NOT ON THE
      *    MASTER, IS CLOSED OR HAS NO SNAPSHOTS IN THE WINDOW TAKES NO
      *    PART IN THE AVERAGE.
       3250-READ-LIKE-STORE.
           MOVE OP-LIKE-STORE TO OP-CHECK-STORE.
           PERFORM 4000-FIND-STORE THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN OP-LIKE-STORE = OP-NEW-STORE
                   MOVE "NOT USED - IS THE NEW STORE ITSELF"
                                     TO OP-LL-NOTE
               WHEN NOT OP-ENTRY-WAS-FOUND
                   MOVE "NOT USED - NOT ON THE XTAR1000 MASTER"
                                     TO OP-LL-NOTE
               WHEN OP-ST-CLOSED-STORE(OP-MATCH-IDX) = 'Y'
                   MOVE "NOT USED - FLAGGED CLOSED"
                                     TO OP-LL-NOTE
           END-EVALUATE.
           IF OP-LL-NOTE NOT = SPACES
               GO TO 3250-EXIT
           END-IF.
           PERFORM 3210-CLEAR-STORE-UNITS THRU 3210-EXIT
               VARYING OP-KP-IDX FROM 1 BY 1
               UNTIL OP-KP-IDX > OP-KP-CNT.
           PERFORM 7900-START-LIKE-STORE THRU 7900-EXIT.
           PERFORM 3300-READ-LIKE-SNAPSHOT THRU 3300-EXIT
               UNTIL OP-END-OF-LIKE-STORE.
           IF OP-LIKE-SNAPSHOTS = ZERO
               MOVE "NOT USED - NO SNAPSHOTS IN THE WINDOW"
                                     TO OP-LL-NOTE
               GO TO 3250-EXIT
           END-IF.
           ADD 1 TO OP-LIKE-STORES-USED.
           PERFORM 3220-ADD-STORE-RATE THRU 3220-EXIT
               VARYING OP-KP-IDX FROM 1 BY 1
               UNTIL OP-KP-IDX > OP-KP-CNT.
       3250-EXIT.
           EXIT.

       3300-READ-LIKE-SNAPSHOT.
           PERFORM 7910-READ-SNAPSHOT THRU 7910-EXIT.
           IF OP-END-OF-LIKE-STORE
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO OP-SNAPSHOTS-READ.
           ADD 1 TO OP-LIKE-SNAPSHOTS.
           MOVE OP-HS-STORE-DETAIL(1:OP-HS-DETAIL-LEN)
                                     TO OP-STORE-DETAIL.
           PERFORM 3400-WALK-DEPARTMENT THRU 3400-EXIT
               VARYING OP-DEPT-IDX FROM 1 BY 1 UNTIL OP-DEPT-IDX > 5.
       3300-EXIT.
           EXIT.

       3400-WALK-DEPARTMENT.
           IF Department-Num(OP-DEPT-IDX) = ZERO
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3500-WALK-PRODUCT THRU 3500-EXIT
               VARYING OP-PROD-IDX FROM 1 BY 1
               UNTIL OP-PROD-IDX > Product-Details-Cnt(OP-DEPT-IDX).
       3400-EXIT.
           EXIT.

       3500-WALK-PRODUCT.
           MOVE Department-Num(OP-DEPT-IDX) TO OP-WK-DEPARTMENT-NUM.
           MOVE keycode-1(OP-DEPT-IDX OP-PROD-IDX) TO OP-WK-KEYCODE.
           PERFORM 4100-FIND-OR-ADD-KEYCODE THRU 4100-EXIT.
           PERFORM 3600-FOLD-SALE THRU 3600-EXIT
               VARYING OP-SALE-IDX FROM 1 BY 1
               UNTIL OP-SALE-IDX >
                   A-Sale-Cnt(OP-DEPT-IDX OP-PROD-IDX).
       3500-EXIT.
           EXIT.

       3600-FOLD-SALE.
           IF NOT Real-Sale-Trans(OP-DEPT-IDX OP-PROD-IDX OP-SALE-IDX)
               GO TO 3600-EXIT
           END-IF.
           MOVE Qty-1(OP-DEPT-IDX OP-PROD-IDX OP-SALE-IDX)
                                     TO OP-SALE-QTY.
           ADD OP-SALE-QTY TO OP-KP-STORE-UNITS(OP-MATCH-IDX).
       3600-EXIT.
           EXIT.

       4000-FIND-STORE.
           MOVE 'N' TO OP-MATCH-FOUND.
           PERFORM 4010-SCAN-STORE THRU 4010-EXIT
               VARYING OP-SCAN-IDX FROM 1 BY 1
               UNTIL OP-SCAN-IDX > OP-STORE-CNT
                  OR OP-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-STORE.
           IF OP-ST-STORE-NUM(OP-SCAN-IDX) = OP-CHECK-STORE
               MOVE 'Y' TO OP-MATCH-FOUND
               MOVE OP-SCAN-IDX TO OP-MATCH-IDX
           END-IF.
       4010-EXIT.
           EXIT.

       4100-FIND-OR-ADD-KEYCODE.
           MOVE 'N' TO OP-MATCH-FOUND.
           PERFORM 4110-SCAN-KEYCODE THRU 4110-EXIT
               VARYING OP-SCAN-IDX FROM 1 BY 1
               UNTIL OP-SCAN-IDX > OP-KP-CNT
                  OR OP-ENTRY-WAS-FOUND.
           IF NOT OP-ENTRY-WAS-FOUND
               ADD 1 TO OP-KP-CNT
               MOVE OP-KP-CNT   TO OP-MATCH-IDX
               MOVE OP-WORK-KEY TO OP-KP-KEY(OP-MATCH-IDX)
               MOVE ZERO TO OP-KP-STORE-UNITS(OP-MATCH-IDX)
                            OP-KP-DAILY-RATE(OP-MATCH-IDX)
                            OP-KP-FILL-QTY(OP-MATCH-IDX)
               MOVE 'N' TO OP-KP-WRITTEN(OP-MATCH-IDX)
           END-IF.
       4100-EXIT.
           EXIT.

       4110-SCAN-KEYCODE.
           IF OP-KP-KEY(OP-SCAN-IDX) = OP-WORK-KEY
               MOVE 'Y' TO OP-MATCH-FOUND
               MOVE OP-SCAN-IDX TO OP-MATCH-IDX
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CHECK-RANGE - IS OP-CHECK-KEYCODE RANGED AT THE NEW STORE  *
      *                    ON THE CYCLE DATE - BY A RANGE LINE FOR THE  *
      *                    STORE ITSELF OR FOR ITS GRADE, THE SAME      *
      *                    CHECK AS ZALCDST.cbl                         *
      ******************************************************************
       4500-CHECK-RANGE.
           MOVE SPACES TO OP-CHECK-GRADE.
           PERFORM 4510-SCAN-GRADE THRU 4510-EXIT
               VARYING OP-GRADE-IDX FROM 1 BY 1
               UNTIL OP-GRADE-IDX > OP-GRADE-CNT
                  OR OP-CHECK-GRADE NOT = SPACES.
           SET OP-KEYCODE-NOT-CONTROLLED TO TRUE.
           PERFORM 4520-SCAN-RANGE THRU 4520-EXIT
               VARYING OP-RANGE-IDX FROM 1 BY 1
               UNTIL OP-RANGE-IDX > OP-RANGE-CNT
                  OR OP-KEYCODE-IS-RANGED.
       4500-EXIT.
           EXIT.

       4510-SCAN-GRADE.
           IF OP-GR-STORE-NUM(OP-GRADE-IDX) = OP-NEW-STORE
               MOVE OP-GR-STORE-GRADE(OP-GRADE-IDX) TO OP-CHECK-GRADE
           END-IF.
       4510-EXIT.
           EXIT.

       4520-SCAN-RANGE.
           IF OP-RL-KEYCODE(OP-RANGE-IDX) NOT = OP-CHECK-KEYCODE
               GO TO 4520-EXIT
           END-IF.
           SET OP-KEYCODE-NOT-RANGED TO TRUE.
           IF OP-RL-FOR-STORE(OP-RANGE-IDX)
               AND OP-RL-STORE-NUM(OP-RANGE-IDX) NOT = OP-NEW-STORE
               GO TO 4520-EXIT
           END-IF.
           IF OP-RL-FOR-GRADE(OP-RANGE-IDX)
               AND (OP-CHECK-GRADE = SPACES
                 OR OP-RL-STORE-GRADE(OP-RANGE-IDX) NOT =
                        OP-CHECK-GRADE)
               GO TO 4520-EXIT
           END-IF.
           IF OP-RL-RANGE-IN-DATE(OP-RANGE-IDX) NOT > OP-CYCLE-DATE
               AND (OP-RL-RANGE-OUT-DATE(OP-RANGE-IDX) = ZERO
                 OR OP-RL-RANGE-OUT-DATE(OP-RANGE-IDX) > OP-CYCLE-DATE)
               SET OP-KEYCODE-IS-RANGED TO TRUE
           END-IF.
       4520-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SIZE-FILL - FILL QTY = AVERAGE DAILY UNITS ACROSS THE LIKE *
      *                  STORES X 7 X COVER WEEKS X SIZE FACTOR.  A     *
      *                  KEYCODE NOT RANGED AT THE NEW STORE, OR ONE    *
      *                  ROUNDING TO NOTHING, GETS NO LINE              *
      ******************************************************************
       5000-SIZE-FILL.
           MOVE ZERO TO OP-STORE-UNRANGED.
           MOVE ZERO TO OP-TOTAL-COST.
           PERFORM 5100-SIZE-KEYCODE THRU 5100-EXIT
               VARYING OP-KP-IDX FROM 1 BY 1
               UNTIL OP-KP-IDX > OP-KP-CNT.
       5000-EXIT.
           EXIT.

       5100-SIZE-KEYCODE.
           MOVE 'Y' TO OP-KP-WRITTEN(OP-KP-IDX).
           MOVE OP-KP-KEYCODE(OP-KP-IDX) TO OP-CHECK-KEYCODE.
           PERFORM 4500-CHECK-RANGE THRU 4500-EXIT.
           IF OP-KEYCODE-NOT-RANGED
               ADD 1 TO OP-STORE-UNRANGED
               ADD 1 TO OP-KEYCODES-UNRANGED
               GO TO 5100-EXIT
           END-IF.
           COMPUTE OP-FILL-QTY ROUNDED =
               OP-KP-DAILY-RATE(OP-KP-IDX) / OP-LIKE-STORES-USED
               * 7 * OP-COVER-WEEKS * OP-SIZE-FACTOR.
           IF OP-FILL-QTY > 99999
               MOVE 99999 TO OP-FILL-QTY
           END-IF.
           IF OP-FILL-QTY NOT > ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE OP-FILL-QTY TO OP-KP-FILL-QTY(OP-KP-IDX).
           MOVE 'N' TO OP-KP-WRITTEN(OP-KP-IDX).
           PERFORM 5200-LOOKUP-PRODUCT-COST THRU 5200-EXIT.
           COMPUTE OP-LINE-COST = OP-FILL-QTY * OP-FOUND-COST.
           ADD OP-LINE-COST TO OP-TOTAL-COST.
       5100-EXIT.
           EXIT.

       5200-LOOKUP-PRODUCT-COST.
           MOVE 'N' TO OP-PROD-SEARCH-RESULT.
           SET OP-PT-IDX TO 1.
           SEARCH ALL OP-PT-ENTRY
               AT END
                   MOVE 'N' TO OP-PROD-SEARCH-RESULT
               WHEN OP-PT-PRODUCT-CODE(OP-PT-IDX) =
                     OP-KP-KEYCODE(OP-KP-IDX)
                   MOVE 'Y' TO OP-PROD-SEARCH-RESULT
           END-SEARCH.
           IF OP-PROD-WAS-FOUND
               MOVE OP-PT-COST(OP-PT-IDX) TO OP-FOUND-COST
           ELSE
               MOVE ZERO TO OP-FOUND-COST
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-ORDER - THE PO-Record AT in-Creation, THEN THE LINES *
      *                    LOWEST DEPARTMENT/KEYCODE FIRST WITH A       *
      *                    REPORT LINE EACH AND A TOTAL PER DEPARTMENT  *
      ******************************************************************
       6000-WRITE-ORDER.
           MOVE 'PO ' TO Record-Type OF PO-Record.
           MOVE OP-PO-ID TO PO-Id OF PO-Record.
           MOVE OP-TOTAL-COST TO Total-Cost OF PO-Record.
           MOVE 'AUD' TO Currency-Code OF PO-Record.
           MOVE 05 TO Po-Status OF PO-Record.
           MOVE PO-Record TO OP-ORDER-IO.
           WRITE OP-ORDER-IO.
           WRITE OP-RPT-LINE FROM OP-COLUMN-HEADING.
           MOVE ZERO TO OP-STORE-LINES
                        OP-STORE-UNITS
                        OP-DEPT-LINES
                        OP-DEPT-UNITS
                        OP-DEPT-COST
                        OP-CURRENT-DEPT.
           MOVE 'Y' TO OP-LOWEST-FOUND.
           PERFORM 6100-WRITE-NEXT-LINE THRU 6100-EXIT
               UNTIL NOT OP-UNWRITTEN-WAS-FOUND.
           IF OP-DEPT-LINES > ZERO
               PERFORM 6300-WRITE-DEPT-TOTAL THRU 6300-EXIT
           END-IF.
           MOVE OP-STORE-LINES    TO OP-TL-LINES.
           MOVE OP-STORE-UNITS    TO OP-TL-UNITS.
           MOVE OP-TOTAL-COST     TO OP-TL-COST.
           MOVE OP-STORE-UNRANGED TO OP-TL-UNRANGED.
           WRITE OP-RPT-LINE FROM OP-STORE-TOTAL-LINE.
       6000-EXIT.
           EXIT.

       6100-WRITE-NEXT-LINE.
           MOVE 'N' TO OP-LOWEST-FOUND.
           PERFORM 6200-FIND-LOWEST THRU 6200-EXIT
               VARYING OP-SCAN-IDX FROM 1 BY 1
               UNTIL OP-SCAN-IDX > OP-KP-CNT.
           IF NOT OP-UNWRITTEN-WAS-FOUND
               GO TO 6100-EXIT
           END-IF.
           MOVE OP-LOWEST-IDX TO OP-KP-IDX.
           MOVE 'Y' TO OP-KP-WRITTEN(OP-KP-IDX).
           IF OP-KP-DEPARTMENT-NUM(OP-KP-IDX) NOT = OP-CURRENT-DEPT
               AND OP-DEPT-LINES > ZERO
               PERFORM 6300-WRITE-DEPT-TOTAL THRU 6300-EXIT
           END-IF.
           MOVE OP-KP-DEPARTMENT-NUM(OP-KP-IDX) TO OP-CURRENT-DEPT.
           PERFORM 5200-LOOKUP-PRODUCT-COST THRU 5200-EXIT.
           COMPUTE OP-LINE-COST =
               OP-KP-FILL-QTY(OP-KP-IDX) * OP-FOUND-COST.
           MOVE 'POL' TO Record-Type OF PO-Line-Item.
           MOVE OP-PO-ID TO PO-Id OF PO-Line-Item.
           MOVE OP-KP-KEYCODE(OP-KP-IDX)
                                     TO Product-Code OF PO-Line-Item.
           MOVE OP-KP-FILL-QTY(OP-KP-IDX)
                                     TO Ordered-Qty OF PO-Line-Item.
           MOVE OP-LINE-COST TO Line-Cost OF PO-Line-Item.
           MOVE PO-Line-Item TO OP-ORDER-IO.
           WRITE OP-ORDER-IO.
           ADD 1 TO OP-LINES-WRITTEN.
           ADD 1 TO OP-STORE-LINES.
           ADD 1 TO OP-DEPT-LINES.
           ADD OP-KP-FILL-QTY(OP-KP-IDX) TO OP-STORE-UNITS.
           ADD OP-KP-FILL-QTY(OP-KP-IDX) TO OP-DEPT-UNITS.
           ADD OP-LINE-COST TO OP-DEPT-COST.
           MOVE OP-KP-DEPARTMENT-NUM(OP-KP-IDX)
                                     TO OP-DL-DEPARTMENT-NUM.
           MOVE OP-KP-KEYCODE(OP-KP-IDX) TO OP-DL-KEYCODE.
           COMPUTE OP-DL-DAILY-RATE ROUNDED =
               OP-KP-DAILY-RATE(OP-KP-IDX) / OP-LIKE-STORES-USED.
           MOVE OP-KP-FILL-QTY(OP-KP-IDX) TO OP-DL-FILL-QTY.
           MOVE OP-LINE-COST TO OP-DL-LINE-COST.
           IF OP-PROD-WAS-FOUND
               MOVE SPACES TO OP-DL-NOTE
           ELSE
               MOVE "NOT ON ZPOPROD" TO OP-DL-NOTE
           END-IF.
           WRITE OP-RPT-LINE FROM OP-DETAIL-LINE.
       6100-EXIT.
           EXIT.

       6200-FIND-LOWEST.
           IF OP-KP-IS-WRITTEN(OP-SCAN-IDX)
               GO TO 6200-EXIT
           END-IF.
           IF NOT OP-UNWRITTEN-WAS-FOUND
               MOVE 'Y' TO OP-LOWEST-FOUND
               MOVE OP-SCAN-IDX TO OP-LOWEST-IDX
               GO TO 6200-EXIT
           END-IF.
           IF OP-KP-KEY(OP-SCAN-IDX) < OP-KP-KEY(OP-LOWEST-IDX)
               MOVE OP-SCAN-IDX TO OP-LOWEST-IDX
           END-IF.
       6200-EXIT.
           EXIT.

       6300-WRITE-DEPT-TOTAL.
           MOVE OP-CURRENT-DEPT TO OP-DT-DEPARTMENT-NUM.
           MOVE OP-DEPT-LINES   TO OP-DT-LINES.
           MOVE OP-DEPT-UNITS   TO OP-DT-UNITS.
           MOVE OP-DEPT-COST    TO OP-DT-COST.
           WRITE OP-RPT-LINE FROM OP-DEPT-TOTAL-LINE.
           MOVE ZERO TO OP-DEPT-LINES
                        OP-DEPT-UNITS
                        OP-DEPT-COST.
       6300-EXIT.
           EXIT.

       7500-WRITE-REJECT.
           MOVE SPACES TO OP-RPT-LINE.
           WRITE OP-RPT-LINE.
           MOVE OP-NEW-STORE     TO OP-RJ-STORE-NUM.
           MOVE OP-REJECT-REASON TO OP-RJ-REASON.
           WRITE OP-RPT-LINE FROM OP-REJECT-LINE.
           ADD 1 TO OP-STORES-NOT-PLANNED.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7900-START-LIKE-STORE - KEYED START AT THE LIKE STORE'S FIRST   *
      *                         SNAPSHOT IN THE DATE WINDOW             *
      ******************************************************************
       7900-START-LIKE-STORE.
           MOVE 'N' TO OP-LIKE-STORE-STATE.
           MOVE OP-LIKE-STORE  TO OP-HK-STORE-NUM.
           MOVE OP-WINDOW-FROM TO OP-HK-AS-OF-DATE.
           MOVE ZERO           TO OP-HK-SEG-NO.
           START OP-HISTORY-FILE KEY IS NOT LESS THAN OP-HK-KEY
               INVALID KEY
                   SET OP-END-OF-LIKE-STORE TO TRUE
           END-START.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 7910-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE OF THE LIKE        *
      *                      STORE'S SNAPSHOTS IN THE WINDOW IS         *
      *                      REASSEMBLED, OR THE STORE'S WINDOW ENDS    *
      ******************************************************************
       7910-READ-SNAPSHOT.
           MOVE 'N' TO OP-SNAP-COMPLETE.
           PERFORM 7920-READ-SEGMENT THRU 7920-EXIT
               UNTIL OP-SNAPSHOT-IS-COMPLETE
                  OR OP-END-OF-LIKE-STORE.
       7910-EXIT.
           EXIT.

       7920-READ-SEGMENT.
           READ OP-HISTORY-FILE NEXT
               AT END
                   SET OP-END-OF-LIKE-STORE TO TRUE
                   GO TO 7920-EXIT
           END-READ.
           IF OP-HK-STORE-NUM NOT = OP-LIKE-STORE
               OR OP-HK-AS-OF-DATE > OP-WINDOW-TO
               SET OP-END-OF-LIKE-STORE TO TRUE
               GO TO 7920-EXIT
           END-IF.
           PERFORM 7930-ADD-SEGMENT THRU 7930-EXIT.
       7920-EXIT.
           EXIT.

       7930-ADD-SEGMENT.
           IF OP-HK-SEG-NO = 1
               MOVE OP-HK-STORE-NUM  TO OP-HS-STORE-NUM
               MOVE OP-HK-AS-OF-DATE TO OP-HS-AS-OF-DATE
               MOVE OP-HK-DETAIL-LEN TO OP-HS-DETAIL-LEN
               MOVE 1 TO OP-NEXT-SEG-NO
           END-IF.
           IF OP-HK-SEG-NO NOT = OP-NEXT-SEG-NO
               OR OP-HK-STORE-NUM NOT = OP-HS-STORE-NUM
               OR OP-HK-AS-OF-DATE NOT = OP-HS-AS-OF-DATE
               MOVE ZERO TO OP-NEXT-SEG-NO
               GO TO 7930-EXIT
           END-IF.
           COMPUTE OP-SEG-START = (OP-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE OP-SEG-LEN = OP-IN-REC-LEN - 23.
           IF OP-SEG-LEN > ZERO
               MOVE OP-HK-SEG-DATA(1:OP-SEG-LEN) TO
                   OP-HS-STORE-DETAIL(OP-SEG-START:OP-SEG-LEN)
           END-IF.
           IF OP-HK-SEG-NO NOT < OP-HK-SEG-CNT
               SET OP-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO OP-NEXT-SEG-NO
           ELSE
               ADD 1 TO OP-NEXT-SEG-NO
           END-IF.
       7930-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE OP-PROFILE-FILE
                 OP-HISTORY-FILE
                 OP-ORDER-FILE
                 OP-REPORT-FILE.
           DISPLAY "ZOPNFIL PROFILES READ      = " OP-PROFILES-READ.
           DISPLAY "ZOPNFIL STORES PLANNED     = " OP-STORES-PLANNED.
           DISPLAY "ZOPNFIL STORES NOT PLANNED = "
               OP-STORES-NOT-PLANNED.
           DISPLAY "ZOPNFIL SNAPSHOTS READ     = " OP-SNAPSHOTS-READ.
           DISPLAY "ZOPNFIL ORDER LINES        = " OP-LINES-WRITTEN.
           DISPLAY "ZOPNFIL UNRANGED LEFT OUT  = " OP-KEYCODES-UNRANGED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
