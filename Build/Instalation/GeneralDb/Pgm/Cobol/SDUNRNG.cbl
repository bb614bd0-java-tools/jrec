       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDUNRNG.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDUNRNG - SALES OF UNRANGED KEYCODES.  LISTS EVERY STORE AND    *
      *           KEYCODE ON THE Store-Dtls SALES ARRAY (StoreDtls.cbl) *
      *           WITH Real-Sale-Trans UNITS WHERE THE KEYCODE IS NOT   *
      *           RANGED AT THE STORE ON THE SDRANGMS RANGE MASTER (SEE *
      *           SDRNGMNT.cbl) AT THE BATCYCP CYCLE DATE.  A KEYCODE   *
      *           SELLING WHERE IT IS NOT RANGED IS USUALLY A MIS-SCAN  *
      *           AT THE REGISTER OR A RANGING DECISION NOBODY KEYED TO *
      *           THE MASTER, SO BUYING REVIEWS EACH LINE.  A KEYCODE   *
      *           WITH NO RANGE LINE AT ALL IS NOT YET UNDER RANGE      *
      *           CONTROL AND IS ONLY COUNTED, NOT LISTED.              *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UR-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UR-RANGE-FILE ASSIGN TO "SDRANGMS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UR-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UR-REPORT-FILE ASSIGN TO "SDUNRNGR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UR-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UR-CYCLE-PARM-RECORD.
           05 UR-CP-CYCLE-DATE             PIC 9(08).

      *    STORE RANGE MASTER - 'G' STORE GRADE, 'R' RANGE LINE (SEE
      *    SDRNGMNT.cbl).
       FD  UR-RANGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UR-RANGE-IO.
           05 UR-RM-REC-TYPE               PIC X(01).
               88 UR-RM-IS-GRADE               VALUE 'G'.
               88 UR-RM-IS-RANGE               VALUE 'R'.
           05 UR-RM-SCOPE                  PIC X(01).
           05 UR-RM-STORE-NUM              PIC 9(04).
           05 UR-RM-STORE-GRADE            PIC X(02).
           05 UR-RM-KEYCODE                PIC 9(08).
           05 UR-RM-RANGE-IN-DATE          PIC 9(08).
           05 UR-RM-RANGE-OUT-DATE         PIC 9(08).
           05 FILLER                       PIC X(08).

       FD  UR-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  UR-SALES-IO.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       FD  UR-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UR-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  UR-SWITCHES.
           05 UR-EOF-RANGE-FILE            PIC X(01) VALUE 'N'.
               88 UR-END-OF-RANGE-FILE         VALUE 'Y'.
           05 UR-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 UR-END-OF-SALES-FILE         VALUE 'Y'.

       01  UR-SUBSCRIPTS.
           05 UR-DEPT-IDX                  PIC 9(02) COMP.
           05 UR-PROD-IDX                  PIC 9(03) COMP.
           05 UR-SALE-IDX                  PIC 9(03) COMP.
           05 UR-RANGE-IDX                 PIC 9(05) COMP.
           05 UR-GRADE-IDX                 PIC 9(05) COMP.

       01  UR-COUNTERS.
           05 UR-GRADE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 UR-RANGE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 UR-STORES-READ               PIC 9(07) COMP VALUE ZERO.
           05 UR-PRODUCTS-SOLD             PIC 9(07) COMP VALUE ZERO.
           05 UR-PRODUCTS-UNCONTROLLED     PIC 9(07) COMP VALUE ZERO.
           05 UR-PRODUCTS-UNRANGED         PIC 9(07) COMP VALUE ZERO.

       01  UR-CYCLE-DATE                   PIC 9(08).

      *    THE RANGE MASTER - EACH GRADED STORE'S GRADE, AND THE
      *    RANGE LINES BY STORE OR BY GRADE.
       01  UR-GRADE-TABLE.
           05 UR-GR-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON UR-GRADE-CNT.
               10 UR-GR-STORE-NUM          PIC 9(04).
               10 UR-GR-STORE-GRADE        PIC X(02).

       01  UR-RANGE-TABLE.
           05 UR-RL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON UR-RANGE-CNT.
               10 UR-RL-SCOPE              PIC X(01).
                   88 UR-RL-FOR-STORE          VALUE 'S'.
                   88 UR-RL-FOR-GRADE          VALUE 'G'.
               10 UR-RL-STORE-NUM          PIC 9(04).
               10 UR-RL-STORE-GRADE        PIC X(02).
               10 UR-RL-KEYCODE            PIC 9(08).
               10 UR-RL-RANGE-IN-DATE      PIC 9(08).
               10 UR-RL-RANGE-OUT-DATE     PIC 9(08).

      *    RANGE CHECK OF THE PRODUCT'S keycode-1 AT Store-Num - 'U'
      *    WHEN THE KEYCODE HAS NO RANGE LINE AT ALL AND SO IS NOT
      *    UNDER RANGE CONTROL.
       01  UR-STORE-GRADE                  PIC X(02).
       01  UR-RANGE-STATE                  PIC X(01).
           88 UR-KEYCODE-IS-RANGED             VALUE 'Y'.
           88 UR-KEYCODE-NOT-RANGED            VALUE 'N'.
           88 UR-KEYCODE-NOT-CONTROLLED        VALUE 'U'.

       01  UR-SALE-QTY                     PIC S9(06).
       01  UR-SALE-VALUE                   PIC S9(06)V99.
       01  UR-PRODUCT-UNITS                PIC S9(07).
       01  UR-PRODUCT-VALUE                PIC S9(09)V99.
       01  UR-TOTAL-UNITS                  PIC S9(09) VALUE ZERO.
       01  UR-TOTAL-VALUE                  PIC S9(11)V99 VALUE ZERO.

       01  UR-HEADING-1.
           05 FILLER                       PIC X(41)
               VALUE "SDUNRNG SALES OF UNRANGED KEYCODES CYCLE ".
           05 UR-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(83) VALUE SPACES.

       01  UR-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(32) VALUE
               "STORE NAME".
           05 FILLER                       PIC X(07) VALUE "GRADE  ".
           05 FILLER                       PIC X(06) VALUE "DEPT  ".
           05 FILLER                       PIC X(10) VALUE "KEYCODE   ".
           05 FILLER                       PIC X(10) VALUE
               "     UNITS".
           05 FILLER                       PIC X(15) VALUE
               "          VALUE".
           05 FILLER                       PIC X(46) VALUE SPACES.

       01  UR-DETAIL-LINE.
           05 UR-DL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 UR-DL-STORE-NAME             PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 UR-DL-STORE-GRADE            PIC X(02).
           05 FILLER                       PIC X(05) VALUE SPACE.
           05 UR-DL-DEPARTMENT-NUM         PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 UR-DL-KEYCODE                PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 UR-DL-UNITS                  PIC -,---,--9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 UR-DL-VALUE                  PIC ---,---,--9.99.
           05 FILLER                       PIC X(46) VALUE SPACES.

       01  UR-TOTAL-LINE.
           05 FILLER                       PIC X(30) VALUE
               "UNRANGED STORE/KEYCODES SOLD ".
           05 UR-TL-UNRANGED               PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(25) VALUE SPACE.
           05 UR-TL-UNITS                  PIC --,---,--9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 UR-TL-VALUE                  PIC ---,---,--9.99.
           05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PROCESS-STORE THRU 3000-EXIT
               UNTIL UR-END-OF-SALES-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - CYCLE DATE, THE RANGE MASTER AND HEADINGS     *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT UR-CYCLE-PARM-FILE.
           READ UR-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO UR-CP-CYCLE-DATE
           END-READ.
           CLOSE UR-CYCLE-PARM-FILE.
           IF UR-CP-CYCLE-DATE = ZERO
               ACCEPT UR-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE UR-CP-CYCLE-DATE TO UR-CYCLE-DATE
           END-IF.
           OPEN INPUT UR-RANGE-FILE.
           PERFORM 2000-LOAD-RANGE THRU 2000-EXIT
               UNTIL UR-END-OF-RANGE-FILE.
           CLOSE UR-RANGE-FILE.
           OPEN INPUT  UR-SALES-FILE
                OUTPUT UR-REPORT-FILE.
           MOVE UR-CYCLE-DATE TO UR-HD-CYCLE-DATE.
           WRITE UR-RPT-LINE FROM UR-HEADING-1.
           WRITE UR-RPT-LINE FROM UR-HEADING-2.
       1000-EXIT.
           EXIT.

       2000-LOAD-RANGE.
           READ UR-RANGE-FILE
               AT END
                   SET UR-END-OF-RANGE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF UR-RM-IS-GRADE
               ADD 1 TO UR-GRADE-CNT
               MOVE UR-RM-STORE-NUM   TO UR-GR-STORE-NUM(UR-GRADE-CNT)
               MOVE UR-RM-STORE-GRADE
                                 TO UR-GR-STORE-GRADE(UR-GRADE-CNT)
           END-IF.
           IF UR-RM-IS-RANGE
               ADD 1 TO UR-RANGE-CNT
               MOVE UR-RM-SCOPE       TO UR-RL-SCOPE(UR-RANGE-CNT)
               MOVE UR-RM-STORE-NUM   TO UR-RL-STORE-NUM(UR-RANGE-CNT)
               MOVE UR-RM-STORE-GRADE
                                 TO UR-RL-STORE-GRADE(UR-RANGE-CNT)
               MOVE UR-RM-KEYCODE     TO UR-RL-KEYCODE(UR-RANGE-CNT)
               MOVE UR-RM-RANGE-IN-DATE
                                 TO UR-RL-RANGE-IN-DATE(UR-RANGE-CNT)
               MOVE UR-RM-RANGE-OUT-DATE
                                 TO UR-RL-RANGE-OUT-DATE(UR-RANGE-CNT)
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-STORE - READ ONE STORE, FIND ITS GRADE AND CHECK   *
      *                      EVERY KEYCODE IT SOLD                      *
      ******************************************************************
       3000-PROCESS-STORE.
           READ UR-SALES-FILE
               AT END
                   SET UR-END-OF-SALES-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO UR-STORES-READ.
           MOVE SPACES TO UR-STORE-GRADE.
           PERFORM 4010-SCAN-GRADE THRU 4010-EXIT
               VARYING UR-GRADE-IDX FROM 1 BY 1
               UNTIL UR-GRADE-IDX > UR-GRADE-CNT
                  OR UR-STORE-GRADE NOT = SPACES.
           PERFORM 3100-WALK-DEPARTMENT THRU 3100-EXIT
               VARYING UR-DEPT-IDX FROM 1 BY 1 UNTIL UR-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3100-WALK-DEPARTMENT.
           PERFORM 3200-CHECK-PRODUCT THRU 3200-EXIT
               VARYING UR-PROD-IDX FROM 1 BY 1
               UNTIL UR-PROD-IDX > Product-Details-Cnt(UR-DEPT-IDX).
       3100-EXIT.
           EXIT.

      *    ONLY A KEYCODE WITH Real-Sale-Trans UNITS IS CHECKED - A
      *    RETURN OR VOID ALONE IS NOT A SALE AT THE STORE.
       3200-CHECK-PRODUCT.
           MOVE ZERO TO UR-PRODUCT-UNITS
                        UR-PRODUCT-VALUE.
           PERFORM 3300-FOLD-SALE THRU 3300-EXIT
               VARYING UR-SALE-IDX FROM 1 BY 1
               UNTIL UR-SALE-IDX >
                   A-Sale-Cnt(UR-DEPT-IDX UR-PROD-IDX).
           IF UR-PRODUCT-UNITS NOT > ZERO
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO UR-PRODUCTS-SOLD.
           PERFORM 4000-CHECK-RANGE THRU 4000-EXIT.
           IF UR-KEYCODE-NOT-CONTROLLED
               ADD 1 TO UR-PRODUCTS-UNCONTROLLED
               GO TO 3200-EXIT
           END-IF.
           IF UR-KEYCODE-NOT-RANGED
               PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-FOLD-SALE.
           IF NOT Real-Sale-Trans(UR-DEPT-IDX UR-PROD-IDX UR-SALE-IDX)
               GO TO 3300-EXIT
           END-IF.
           MOVE Qty-1(UR-DEPT-IDX UR-PROD-IDX UR-SALE-IDX)
                                     TO UR-SALE-QTY.
           MOVE Price-1(UR-DEPT-IDX UR-PROD-IDX UR-SALE-IDX)
                                     TO UR-SALE-VALUE.
           ADD UR-SALE-QTY   TO UR-PRODUCT-UNITS.
           ADD UR-SALE-VALUE TO UR-PRODUCT-VALUE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-RANGE - IS THE PRODUCT'S keycode-1 RANGED AT THE     *
      *                    STORE ON THE CYCLE DATE - BY A RANGE LINE    *
      *                    FOR THE STORE ITSELF OR FOR ITS GRADE,       *
      *                    RANGE-IN ON OR BEFORE THE DATE AND RANGE-OUT *
      *                    AFTER IT                                     *
      ******************************************************************
       4000-CHECK-RANGE.
           SET UR-KEYCODE-NOT-CONTROLLED TO TRUE.
           PERFORM 4020-SCAN-RANGE THRU 4020-EXIT
               VARYING UR-RANGE-IDX FROM 1 BY 1
               UNTIL UR-RANGE-IDX > UR-RANGE-CNT
                  OR UR-KEYCODE-IS-RANGED.
       4000-EXIT.
           EXIT.

       4010-SCAN-GRADE.
           IF UR-GR-STORE-NUM(UR-GRADE-IDX) = Store-Num
               MOVE UR-GR-STORE-GRADE(UR-GRADE-IDX) TO UR-STORE-GRADE
           END-IF.
       4010-EXIT.
           EXIT.

       4020-SCAN-RANGE.
           IF UR-RL-KEYCODE(UR-RANGE-IDX) NOT =
                   keycode-1(UR-DEPT-IDX UR-PROD-IDX)
               GO TO 4020-EXIT
           END-IF.
           SET UR-KEYCODE-NOT-RANGED TO TRUE.
           IF UR-RL-FOR-STORE(UR-RANGE-IDX)
               AND UR-RL-STORE-NUM(UR-RANGE-IDX) NOT = Store-Num
               GO TO 4020-EXIT
           END-IF.
           IF UR-RL-FOR-GRADE(UR-RANGE-IDX)
               AND (UR-STORE-GRADE = SPACES
                 OR UR-RL-STORE-GRADE(UR-RANGE-IDX) NOT =
                        UR-STORE-GRADE)
               GO TO 4020-EXIT
           END-IF.
           IF UR-RL-RANGE-IN-DATE(UR-RANGE-IDX) NOT > UR-CYCLE-DATE
               AND (UR-RL-RANGE-OUT-DATE(UR-RANGE-IDX) = ZERO
                 OR UR-RL-RANGE-OUT-DATE(UR-RANGE-IDX) > UR-CYCLE-DATE)
               SET UR-KEYCODE-IS-RANGED TO TRUE
           END-IF.
       4020-EXIT.
           EXIT.

       5000-WRITE-DETAIL.
           MOVE Store-Num                      TO UR-DL-STORE-NUM.
           MOVE Store-Name                     TO UR-DL-STORE-NAME.
           MOVE UR-STORE-GRADE                 TO UR-DL-STORE-GRADE.
           MOVE Department-Num(UR-DEPT-IDX)    TO UR-DL-DEPARTMENT-NUM.
           MOVE keycode-1(UR-DEPT-IDX UR-PROD-IDX)
                                               TO UR-DL-KEYCODE.
           MOVE UR-PRODUCT-UNITS               TO UR-DL-UNITS.
           MOVE UR-PRODUCT-VALUE               TO UR-DL-VALUE.
           WRITE UR-RPT-LINE FROM UR-DETAIL-LINE.
           ADD 1 TO UR-PRODUCTS-UNRANGED.
           ADD UR-PRODUCT-UNITS TO UR-TOTAL-UNITS.
           ADD UR-PRODUCT-VALUE TO UR-TOTAL-VALUE.
       5000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE UR-PRODUCTS-UNRANGED TO UR-TL-UNRANGED.
           MOVE UR-TOTAL-UNITS       TO UR-TL-UNITS.
           MOVE UR-TOTAL-VALUE       TO UR-TL-VALUE.
           MOVE SPACES TO UR-RPT-LINE.
           WRITE UR-RPT-LINE.
           WRITE UR-RPT-LINE FROM UR-TOTAL-LINE.
           CLOSE UR-SALES-FILE
                 UR-REPORT-FILE.
           DISPLAY "SDUNRNG STORES READ            = " UR-STORES-READ.
           DISPLAY "SDUNRNG STORE/KEYCODES SOLD    = " UR-PRODUCTS-SOLD.
           DISPLAY "SDUNRNG NOT UNDER RANGE CONTROL = "
               UR-PRODUCTS-UNCONTROLLED.
           DISPLAY "SDUNRNG SOLD WHERE NOT RANGED  = "
               UR-PRODUCTS-UNRANGED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
