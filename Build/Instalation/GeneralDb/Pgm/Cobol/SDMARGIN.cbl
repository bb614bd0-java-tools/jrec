      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  04  15/10/26  R PATEL   MARGIN IS NOW ALSO REPORTED AT THE    *
      *                          MOVING WEIGHTED-AVERAGE COST ZRCVPOST *
      *                          MAINTAINS ON ZPOAVGC, ALONGSIDE THE   *
      *                          STANDARD RD430-PROD-COST FIGURES.  A  *
      *                          KEYCODE NEVER RECEIPTED HAS NO        *
      *                          AVERAGE AND IS CARRIED AT STANDARD    *
      *                          COST, COUNTED ON THE RUN TOTALS       *
      *  05  15/10/26  R PATEL   A KEYCODE WITH NO AVERAGE IS NOW      *
      *                          CARRIED AT ITS LATEST ZPOLAND LANDED  *
      *                          UNIT COST FROM ZLANDCST BEFORE FALLING *
      *                          BACK TO STANDARD COST, SO IMPORTED    *
      *                          LINES CARRY FREIGHT, INSURANCE AND    *
      *                          DUTY; COUNTED ON THE RUN TOTALS       *
      *  06  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT MG-REPORT-FILE ASSIGN TO "SDMARGNR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MG-AVG-FILE ASSIGN TO "ZPOAVGC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MG-LANDED-FILE ASSIGN TO "ZPOLAND"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MG-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MG-PROD-IO                      PIC X(98).

       FD  MG-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  MG-RPT-LINE                     PIC X(132).

      *    Average-Cost-Record LAYOUT (zPO.cbl) - Product-Code IS THE
      *    SAME NUMBER AS THE ARRAY'S keycode-1.
       FD  MG-AVG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MG-AVG-IO.
           05 MG-AV-RECORD-TYPE-IO         PIC X(03).
           05 MG-AV-PRODUCT-CODE-IO        PIC 9(08).
           05 MG-AV-UNIT-COST-IO           PIC S9(7)V9(4).
           05 MG-AV-COST-DATE-IO           PIC 9(08).

      *    Landed-Cost-Line-Record LAYOUT (zPO.cbl) - ONE ROW PER PO
      *    LINE, SO A KEYCODE ORDERED ON SEVERAL POs HAS SEVERAL ROWS.
       FD  MG-LANDED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MG-LANDED-IO.
           05 MG-LC-RECORD-TYPE-IO         PIC X(03).
           05 MG-LC-PO-ID-IO               PIC X(14).
           05 MG-LC-PRODUCT-CODE-IO        PIC 9(08).
           05 MG-LC-ORDERED-QTY-IO         PIC S9(05).
           05 MG-LC-FIRST-COST-IO          PIC S9(09)V99.
           05 MG-LC-CHARGES-IO             PIC S9(09)V99.
           05 MG-LC-UNIT-COST-IO           PIC S9(7)V9(4).
           05 MG-LC-COST-DATE-IO           PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".

               88 MG-END-OF-PROD-FILE          VALUE 'Y'.
           05 MG-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 MG-END-OF-SALES-FILE         VALUE 'Y'.
           05 MG-EOF-AVG-FILE              PIC X(01) VALUE 'N'.
               88 MG-END-OF-AVG-FILE           VALUE 'Y'.
           05 MG-EOF-LANDED-FILE           PIC X(01) VALUE 'N'.
               88 MG-END-OF-LANDED-FILE        VALUE 'Y'.

       01  MG-SUBSCRIPTS.
           05 MG-DEPT-IDX                  PIC 9(02) COMP.
           05 MG-DEPT-CNT                  PIC 9(04) COMP VALUE ZERO.
           05 MG-STORE-CNT                 PIC 9(04) COMP VALUE ZERO.
           05 MG-UNCOSTED-KEYCODES        PIC 9(07) COMP VALUE ZERO.
           05 MG-AVG-CNT                   PIC 9(07) COMP VALUE ZERO.
           05 MG-UNAVERAGED-KEYCODES       PIC 9(07) COMP VALUE ZERO.
           05 MG-LANDED-CNT                PIC 9(07) COMP VALUE ZERO.
           05 MG-LANDED-KEYCODES           PIC 9(07) COMP VALUE ZERO.

       01  MG-COST-TABLE.
           05 MG-CT-ENTRY OCCURS 1 TO 999999 TIMES
       01  MG-SEARCH-RESULT                PIC X(01).
           88 MG-COST-WAS-FOUND                VALUE 'Y'.

      *    ZPOAVGC IS WRITTEN IN RECEIPT ORDER, NOT KEY ORDER, SO THE
      *    TABLE IS SCANNED LINEARLY.
       01  MG-AVG-TABLE.
           05 MG-AV-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON MG-AVG-CNT.
               10 MG-AV-KEYCODE            PIC 9(08).
               10 MG-AV-COST               PIC S9(7)V9(4).

      *    ONE ROW PER KEYCODE, HOLDING THE MOST RECENTLY DATED LANDED
      *    UNIT COST - SCANNED LINEARLY THE SAME AS THE AVERAGES.
       01  MG-LANDED-TABLE.
           05 MG-LC-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON MG-LANDED-CNT.
               10 MG-LC-KEYCODE            PIC 9(08).
               10 MG-LC-COST               PIC S9(7)V9(4).
               10 MG-LC-COST-DATE          PIC 9(08).
       01  MG-LC-IDX                       PIC 9(07) COMP.

       01  MG-UNIT-COST                    PIC S9(05)V99.
       01  MG-AVG-UNIT-COST                PIC S9(07)V9(4).

      *    PER-ENTRY NUMERIC WORK FIELDS - Qty-1/Price-1 ARE
      *    NUMERIC-EDITED ON THE ARRAY, SAME UNLOAD CONVENTION AS
       01  MG-SALE-QTY                     PIC S9(06).
       01  MG-SALE-REVENUE                 PIC S9(08)V99.
       01  MG-SALE-COST                    PIC S9(09)V99.
       01  MG-SALE-AVG-COST                PIC S9(09)V99.

       01  MG-DEPT-TABLE.
           05 MG-DP-ENTRY OCCURS 1 TO 9999 TIMES
               10 MG-DP-DEPARTMENT-NUM     PIC 9(04).
               10 MG-DP-REVENUE            PIC S9(11)V99.
               10 MG-DP-COST               PIC S9(11)V99.
               10 MG-DP-AVG-COST           PIC S9(11)V99.

       01  MG-STORE-TABLE.
           05 MG-ST-ENTRY OCCURS 1 TO 9999 TIMES
               10 MG-ST-STORE-NUM          PIC 9(04).
               10 MG-ST-REVENUE            PIC S9(11)V99.
               10 MG-ST-COST               PIC S9(11)V99.
               10 MG-ST-AVG-COST           PIC S9(11)V99.

       01  MG-SCAN-IDX                     PIC 9(05) COMP.
       01  MG-MATCH-IDX                    PIC 9(05) COMP.

       01  MG-MARGIN-AMT                   PIC S9(11)V99.
       01  MG-MARGIN-PCT                   PIC S9(03)V9.
       01  MG-AVG-MARGIN-AMT               PIC S9(11)V99.
       01  MG-AVG-MARGIN-PCT               PIC S9(03)V9.

       01  MG-HEADING-1.
           05 FILLER                       PIC X(30)
           05 FILLER                       PIC X(15) VALUE
               "MARGIN         ".
           05 FILLER                       PIC X(08) VALUE "MARGIN%".
           05 FILLER                       PIC X(15) VALUE
               "AVG COST       ".
           05 FILLER                       PIC X(15) VALUE
               "AVG MARGIN     ".
           05 FILLER                       PIC X(08) VALUE "AVG MGN%".
           05 FILLER                       PIC X(35) VALUE SPACES.

       01  MG-DEPT-LINE.
           05 MG-DH-DEPARTMENT-NUM         PIC ZZZ9.
           05 MG-DH-MARGIN                 PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MG-DH-MARGIN-PCT             PIC ---9.9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 MG-DH-AVG-COST               PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MG-DH-AVG-MARGIN             PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MG-DH-AVG-MARGIN-PCT         PIC ---9.9.
           05 FILLER                       PIC X(36) VALUE SPACES.

       01  MG-STORE-HEADING.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(15) VALUE
               "MARGIN         ".
           05 FILLER                       PIC X(08) VALUE "MARGIN%".
           05 FILLER                       PIC X(15) VALUE
               "AVG COST       ".
           05 FILLER                       PIC X(15) VALUE
               "AVG MARGIN     ".
           05 FILLER                       PIC X(08) VALUE "AVG MGN%".
           05 FILLER                       PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE KEYCODE-TO-COST AND   *
      *                   AVERAGE COST TABLES                           *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  MG-PROD-FILE
                INPUT  MG-SALES-FILE
                INPUT  MG-AVG-FILE
                INPUT  MG-LANDED-FILE
                OUTPUT MG-REPORT-FILE.
           PERFORM 2000-LOAD-COST THRU 2000-EXIT
               UNTIL MG-END-OF-PROD-FILE.
           PERFORM 2100-LOAD-AVG-COST THRU 2100-EXIT
               UNTIL MG-END-OF-AVG-FILE.
           PERFORM 2200-LOAD-LANDED-COST THRU 2200-EXIT
               UNTIL MG-END-OF-LANDED-FILE.
       1000-EXIT.
           EXIT.

       2000-EXIT.
           EXIT.

       2100-LOAD-AVG-COST.
           READ MG-AVG-FILE
               AT END
                   SET MG-END-OF-AVG-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO MG-AVG-CNT.
           MOVE MG-AV-PRODUCT-CODE-IO TO MG-AV-KEYCODE(MG-AVG-CNT).
           MOVE MG-AV-UNIT-COST-IO    TO MG-AV-COST(MG-AVG-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-LANDED-COST.
           READ MG-LANDED-FILE
               AT END
                   SET MG-END-OF-LANDED-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE 'N' TO MG-MATCH-FOUND.
           MOVE ZERO TO MG-LC-IDX.
           PERFORM 2210-SCAN-LANDED-COST THRU 2210-EXIT
               VARYING MG-SCAN-IDX FROM 1 BY 1
               UNTIL MG-SCAN-IDX > MG-LANDED-CNT
                  OR MG-ENTRY-WAS-FOUND.
           IF NOT MG-ENTRY-WAS-FOUND
               ADD 1 TO MG-LANDED-CNT
               MOVE MG-LANDED-CNT TO MG-LC-IDX
               MOVE MG-LC-PRODUCT-CODE-IO TO MG-LC-KEYCODE(MG-LC-IDX)
               MOVE ZERO                  TO MG-LC-COST-DATE(MG-LC-IDX)
           END-IF.
           IF MG-LC-COST-DATE-IO < MG-LC-COST-DATE(MG-LC-IDX)
               GO TO 2200-EXIT
           END-IF.
           MOVE MG-LC-UNIT-COST-IO TO MG-LC-COST(MG-LC-IDX).
           MOVE MG-LC-COST-DATE-IO TO MG-LC-COST-DATE(MG-LC-IDX).
       2200-EXIT.
           EXIT.

       2210-SCAN-LANDED-COST.
           IF MG-LC-KEYCODE(MG-SCAN-IDX) = MG-LC-PRODUCT-CODE-IO
               MOVE 'Y' TO MG-MATCH-FOUND
               MOVE MG-SCAN-IDX TO MG-LC-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-STORE - WALK ONE STORE'S DEPARTMENTS, PRODUCTS AND *
      *                      SALE ENTRIES, EXTENDING COST BY QUANTITY   *
           IF NOT MG-COST-WAS-FOUND
               ADD 1 TO MG-UNCOSTED-KEYCODES
           END-IF.
           PERFORM 4100-LOOKUP-AVG-COST THRU 4100-EXIT.
           IF NOT MG-ENTRY-WAS-FOUND
               ADD 1 TO MG-UNAVERAGED-KEYCODES
               PERFORM 4300-LOOKUP-LANDED-COST THRU 4300-EXIT
               IF MG-ENTRY-WAS-FOUND
                   ADD 1 TO MG-LANDED-KEYCODES
               END-IF
           END-IF.
           PERFORM 3300-EXTEND-SALE THRU 3300-EXIT
               VARYING MG-SALE-IDX FROM 1 BY 1
               UNTIL MG-SALE-IDX >
           MOVE Price-1(MG-DEPT-IDX MG-PROD-IDX MG-SALE-IDX)
                                     TO MG-SALE-REVENUE.
           COMPUTE MG-SALE-COST = MG-SALE-QTY * MG-UNIT-COST.
           COMPUTE MG-SALE-AVG-COST ROUNDED =
               MG-SALE-QTY * MG-AVG-UNIT-COST.
           PERFORM 5000-FOLD-DEPT THRU 5000-EXIT.
           PERFORM 5500-FOLD-STORE THRU 5500-EXIT.
       3300-EXIT.
       4000-EXIT.
           EXIT.

      *    NO AVERAGE ON FILE - FALL BACK TO THE STANDARD COST (3200
      *    THEN TRIES THE LANDED COST FIRST).
       4100-LOOKUP-AVG-COST.
           MOVE 'N' TO MG-MATCH-FOUND.
           MOVE MG-UNIT-COST TO MG-AVG-UNIT-COST.
           PERFORM 4200-SCAN-AVG-COST THRU 4200-EXIT
               VARYING MG-SCAN-IDX FROM 1 BY 1
               UNTIL MG-SCAN-IDX > MG-AVG-CNT
                  OR MG-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4200-SCAN-AVG-COST.
           IF MG-AV-KEYCODE(MG-SCAN-IDX) =
                   keycode-1(MG-DEPT-IDX MG-PROD-IDX)
               MOVE 'Y' TO MG-MATCH-FOUND
               MOVE MG-AV-COST(MG-SCAN-IDX) TO MG-AVG-UNIT-COST
           END-IF.
       4200-EXIT.
           EXIT.

      *    NEVER RECEIPTED BUT VALUED BY ZLANDCST - CARRY IT AT LANDED
      *    COST RATHER THAN STANDARD.
       4300-LOOKUP-LANDED-COST.
           MOVE 'N' TO MG-MATCH-FOUND.
           PERFORM 4310-SCAN-LANDED-COST THRU 4310-EXIT
               VARYING MG-SCAN-IDX FROM 1 BY 1
               UNTIL MG-SCAN-IDX > MG-LANDED-CNT
                  OR MG-ENTRY-WAS-FOUND.
       4300-EXIT.
           EXIT.

       4310-SCAN-LANDED-COST.
           IF MG-LC-KEYCODE(MG-SCAN-IDX) =
                   keycode-1(MG-DEPT-IDX MG-PROD-IDX)
               MOVE 'Y' TO MG-MATCH-FOUND
               MOVE MG-LC-COST(MG-SCAN-IDX) TO MG-AVG-UNIT-COST
           END-IF.
       4310-EXIT.
           EXIT.

       5000-FOLD-DEPT.
           MOVE 'N' TO MG-MATCH-FOUND.
           PERFORM 5100-SCAN-DEPT THRU 5100-EXIT
                        TO MG-DP-DEPARTMENT-NUM(MG-MATCH-IDX)
               MOVE ZERO TO MG-DP-REVENUE(MG-MATCH-IDX)
               MOVE ZERO TO MG-DP-COST(MG-MATCH-IDX)
               MOVE ZERO TO MG-DP-AVG-COST(MG-MATCH-IDX)
           END-IF.
           ADD MG-SALE-REVENUE TO MG-DP-REVENUE(MG-MATCH-IDX).
           ADD MG-SALE-COST    TO MG-DP-COST(MG-MATCH-IDX).
           ADD MG-SALE-AVG-COST TO MG-DP-AVG-COST(MG-MATCH-IDX).
       5000-EXIT.
           EXIT.

               MOVE Store-Num TO MG-ST-STORE-NUM(MG-MATCH-IDX)
               MOVE ZERO TO MG-ST-REVENUE(MG-MATCH-IDX)
               MOVE ZERO TO MG-ST-COST(MG-MATCH-IDX)
               MOVE ZERO TO MG-ST-AVG-COST(MG-MATCH-IDX)
           END-IF.
           ADD MG-SALE-REVENUE TO MG-ST-REVENUE(MG-MATCH-IDX).
           ADD MG-SALE-COST    TO MG-ST-COST(MG-MATCH-IDX).
           ADD MG-SALE-AVG-COST TO MG-ST-AVG-COST(MG-MATCH-IDX).
       5500-EXIT.
           EXIT.

       7100-WRITE-DEPT-LINE.
           COMPUTE MG-MARGIN-AMT =
               MG-DP-REVENUE(MG-SCAN-IDX) - MG-DP-COST(MG-SCAN-IDX).
           COMPUTE MG-AVG-MARGIN-AMT =
               MG-DP-REVENUE(MG-SCAN-IDX) - MG-DP-AVG-COST(MG-SCAN-IDX).
           IF MG-DP-REVENUE(MG-SCAN-IDX) = ZERO
               MOVE ZERO TO MG-MARGIN-PCT
               MOVE ZERO TO MG-AVG-MARGIN-PCT
           ELSE
               COMPUTE MG-MARGIN-PCT ROUNDED =
                   MG-MARGIN-AMT * 100 / MG-DP-REVENUE(MG-SCAN-IDX)
               COMPUTE MG-AVG-MARGIN-PCT ROUNDED =
                   MG-AVG-MARGIN-AMT * 100 / MG-DP-REVENUE(MG-SCAN-IDX)
           END-IF.
           MOVE MG-DP-DEPARTMENT-NUM(MG-SCAN-IDX)
                                     TO MG-DH-DEPARTMENT-NUM.
           MOVE MG-DP-COST(MG-SCAN-IDX)    TO MG-DH-COST.
           MOVE MG-MARGIN-AMT              TO MG-DH-MARGIN.
           MOVE MG-MARGIN-PCT              TO MG-DH-MARGIN-PCT.
           MOVE MG-DP-AVG-COST(MG-SCAN-IDX) TO MG-DH-AVG-COST.
           MOVE MG-AVG-MARGIN-AMT          TO MG-DH-AVG-MARGIN.
           MOVE MG-AVG-MARGIN-PCT          TO MG-DH-AVG-MARGIN-PCT.
           WRITE MG-RPT-LINE FROM MG-DEPT-LINE.
       7100-EXIT.
           EXIT.
       7200-WRITE-STORE-LINE.
           COMPUTE MG-MARGIN-AMT =
               MG-ST-REVENUE(MG-SCAN-IDX) - MG-ST-COST(MG-SCAN-IDX).
           COMPUTE MG-AVG-MARGIN-AMT =
               MG-ST-REVENUE(MG-SCAN-IDX) - MG-ST-AVG-COST(MG-SCAN-IDX).
           IF MG-ST-REVENUE(MG-SCAN-IDX) = ZERO
               MOVE ZERO TO MG-MARGIN-PCT
               MOVE ZERO TO MG-AVG-MARGIN-PCT
           ELSE
               COMPUTE MG-MARGIN-PCT ROUNDED =
                   MG-MARGIN-AMT * 100 / MG-ST-REVENUE(MG-SCAN-IDX)
               COMPUTE MG-AVG-MARGIN-PCT ROUNDED =
                   MG-AVG-MARGIN-AMT * 100 / MG-ST-REVENUE(MG-SCAN-IDX)
           END-IF.
           MOVE MG-ST-STORE-NUM(MG-SCAN-IDX) TO MG-DH-DEPARTMENT-NUM.
           MOVE MG-ST-REVENUE(MG-SCAN-IDX)   TO MG-DH-REVENUE.
           MOVE MG-ST-COST(MG-SCAN-IDX)      TO MG-DH-COST.
           MOVE MG-MARGIN-AMT                TO MG-DH-MARGIN.
           MOVE MG-MARGIN-PCT                TO MG-DH-MARGIN-PCT.
           MOVE MG-ST-AVG-COST(MG-SCAN-IDX)  TO MG-DH-AVG-COST.
           MOVE MG-AVG-MARGIN-AMT            TO MG-DH-AVG-MARGIN.
           MOVE MG-AVG-MARGIN-PCT            TO MG-DH-AVG-MARGIN-PCT.
           WRITE MG-RPT-LINE FROM MG-DEPT-LINE.
       7200-EXIT.
           EXIT.
       8000-TERMINATE.
           CLOSE MG-PROD-FILE
                 MG-SALES-FILE
                 MG-AVG-FILE
                 MG-LANDED-FILE
                 MG-REPORT-FILE.
           DISPLAY "SDMARGIN STORES READ       = " MG-STORES-READ.
           DISPLAY "SDMARGIN DEPARTMENTS       = " MG-DEPT-CNT.
           DISPLAY "SDMARGIN STORES REPORTED   = " MG-STORE-CNT.
           DISPLAY "SDMARGIN UNCOSTED KEYCODES = "
               MG-UNCOSTED-KEYCODES.
           DISPLAY "SDMARGIN NO AVERAGE COST   = "
               MG-UNAVERAGED-KEYCODES.
           DISPLAY "SDMARGIN AT LANDED COST    = " MG-LANDED-KEYCODES.
       8000-EXIT.
           EXIT.

