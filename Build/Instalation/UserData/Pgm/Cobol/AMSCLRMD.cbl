       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMSCLRMD.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * AMSCLRMD - WEEKLY CLEARANCE MARKDOWN RUN FOR DISCONTINUING      *
      *            PRODUCTS.  EVERY RD430-PROD-DISCONTINUING KEYCODE    *
      *            STILL HOLDING STOCK ON Location-Product-Qty IS       *
      *            STARTED ON THE AMSCLRRG CLEARANCE REGISTER AT ITS    *
      *            CHAIN PRICE IN FORCE.  EACH WEEK THE NEXT STEP OF    *
      *            THE AMSCLRP PARM-FILE SCHEDULE (CUMULATIVE MARKDOWN  *
      *            PERCENT AND WEEKS SINCE THE PREVIOUS STEP) IS TAKEN  *
      *            WHEN DUE - THE STEP IS RECORDED ON THE REGISTER AND  *
      *            A CHAIN PRICE-ADD TRANSACTION IN THE SDPRCTR LAYOUT  *
      *            IS WRITTEN TO AMSCLRPT FOR BUYER REVIEW BEFORE IT    *
      *            IS FED TO SDPRCMNT.  THE REPORT SHOWS SELL-THROUGH   *
      *            AND REMAINING ON-HAND PER STORE, THE UNITS SOLD AND  *
      *            MARGIN LOST AT EACH STEP, THE STEPS STILL PLANNED,   *
      *            AND FLAGS THE POINT WHERE AMSPSTAT WILL ACCEPT THE   *
      *            MOVE TO DISCONTINUED (NO STOCK AT ANY LOCATION AND   *
      *            NO OPEN PO LINE).  A KEYCODE IS DROPPED FROM THE     *
      *            REGISTER ONCE THE PRODUCT IS NO LONGER               *
      *            DISCONTINUING.                                       *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-PARM-FILE ASSIGN TO "AMSCLRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-OLD-REGISTER ASSIGN TO "AMSCLRRG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-NEW-REGISTER ASSIGN TO "AMSCLRGN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-PROD-FILE ASSIGN TO "AMSPRODG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-LINE-FILE ASSIGN TO "ZPOLINE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-PRICE-FILE ASSIGN TO "SDPRCM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-MARKDOWN-FILE ASSIGN TO "AMSCLRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CM-REPORT-FILE ASSIGN TO "AMSCLRRP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    MARKDOWN SCHEDULE - STEP COUNT, THEN PER STEP THE CUMULATIVE
      *    MARKDOWN PERCENT OFF THE FULL PRICE AND THE WEEKS TO WAIT
      *    AFTER THE PREVIOUS STEP (OR THE CLEARANCE START).
       FD  CM-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-PARM-RECORD.
           05 CM-PARM-STEP-CNT             PIC 9(01).
           05 CM-PARM-STEP OCCURS 6 TIMES.
               10 CM-PARM-STEP-PCT         PIC 9(02).
               10 CM-PARM-STEP-WEEKS       PIC 9(02).
           05 FILLER                       PIC X(55).

       FD  CM-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-CYCLE-PARM-RECORD.
           05 CM-CP-CYCLE-DATE             PIC 9(08).

      *    CLEARANCE REGISTER - A 'K' ROW PER KEYCODE IN CLEARANCE,
      *    FOLLOWED BY ITS 'S' ROWS (ON-HAND PER STORE AT THE START)
      *    AND ITS 'M' ROWS (ONE PER MARKDOWN STEP TAKEN).
       FD  CM-OLD-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-OLD-IO.
           05 CM-RG-REC-TYPE               PIC X(01).
               88 CM-RG-KEYCODE-ROW            VALUE 'K'.
               88 CM-RG-STORE-ROW              VALUE 'S'.
               88 CM-RG-STEP-ROW               VALUE 'M'.
           05 CM-RG-KEYCODE                PIC 9(08).
           05 CM-RG-STORE-NUM              PIC 9(04).
           05 CM-RG-STEP-NO                PIC 9(02).
           05 CM-RG-DATE                   PIC 9(08).
           05 CM-RG-LAST-STEP-DATE         PIC 9(08).
           05 CM-RG-PCT                    PIC 9(02).
           05 CM-RG-PRICE                  PIC 9(05)V99.
           05 CM-RG-COST                   PIC S9(05)V99.
           05 CM-RG-QTY                    PIC S9(07).
           05 FILLER                       PIC X(26).

       FD  CM-NEW-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-NEW-IO                       PIC X(80).

       FD  CM-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-PROD-IO                      PIC X(98).

       FD  CM-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-PO-IO                        PIC X(33).

       FD  CM-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-LINE-IO                      PIC X(41).

       FD  CM-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-QTY-IO                       PIC X(20).

      *    PRICE MASTER ROW - SEE SDPRCMNT.cbl.
       FD  CM-PRICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-PRICE-IO.
           05 CM-PM-KEYCODE                PIC 9(08).
           05 CM-PM-REGION-NO              PIC 9(04).
           05 CM-PM-EFFECTIVE-DATE         PIC 9(08).
           05 CM-PM-RETAIL-PRICE           PIC 9(05)V99.
           05 FILLER                       PIC X(13).

      *    PRICE-ADD TRANSACTION - SEE THE SDPRCTR LAYOUT IN
      *    SDPRCMNT.cbl.
       FD  CM-MARKDOWN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-MARKDOWN-RECORD.
           05 CM-MD-ACTION-CODE            PIC X(02).
           05 CM-MD-KEYCODE                PIC 9(08).
           05 CM-MD-REGION-NO              PIC 9(04).
           05 CM-MD-EFFECTIVE-DATE         PIC 9(08).
           05 CM-MD-RETAIL-PRICE           PIC 9(05)V99.
           05 FILLER                       PIC X(11).

       FD  CM-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CM-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".
           COPY "zPO.cbl".

       01  CM-SWITCHES.
           05 CM-EOF-OLD-REGISTER          PIC X(01) VALUE 'N'.
               88 CM-END-OF-OLD-REGISTER       VALUE 'Y'.
           05 CM-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 CM-END-OF-PROD-FILE          VALUE 'Y'.
           05 CM-EOF-PO-FILE               PIC X(01) VALUE 'N'.
               88 CM-END-OF-PO-FILE            VALUE 'Y'.
           05 CM-EOF-LINE-FILE             PIC X(01) VALUE 'N'.
               88 CM-END-OF-LINE-FILE          VALUE 'Y'.
           05 CM-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 CM-END-OF-QTY-FILE           VALUE 'Y'.
           05 CM-EOF-PRICE-FILE            PIC X(01) VALUE 'N'.
               88 CM-END-OF-PRICE-FILE         VALUE 'Y'.
           05 CM-MATCH-FOUND               PIC X(01).
               88 CM-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 CM-PO-MATCH-FOUND            PIC X(01).
               88 CM-PO-WAS-FOUND              VALUE 'Y'.
           05 CM-SCHEDULE-STATE            PIC X(01).
               88 CM-SCHEDULE-IS-VALID         VALUE 'Y'.
           05 CM-NO-PRICE-HEADED           PIC X(01) VALUE 'N'.
               88 CM-NO-PRICE-HEADING-DONE     VALUE 'Y'.
           05 CM-STEP-PENDING              PIC X(01).
               88 CM-STEP-IS-PENDING           VALUE 'Y'.

       01  CM-COUNTERS.
           05 CM-PRODUCTS-READ             PIC 9(07) COMP VALUE ZERO.
           05 CM-DISCONTINUING             PIC 9(07) COMP VALUE ZERO.
           05 CM-CLEARANCES-STARTED        PIC 9(07) COMP VALUE ZERO.
           05 CM-NOT-STARTED-NO-PRICE      PIC 9(07) COMP VALUE ZERO.
           05 CM-STEPS-TAKEN               PIC 9(07) COMP VALUE ZERO.
           05 CM-READY-TO-DISCONTINUE      PIC 9(07) COMP VALUE ZERO.
           05 CM-FINAL-STEP-STOCK          PIC 9(07) COMP VALUE ZERO.
           05 CM-CLEARANCES-ENDED          PIC 9(07) COMP VALUE ZERO.
           05 CM-CLEARANCES-CARRIED        PIC 9(07) COMP VALUE ZERO.
           05 CM-REGISTER-WRITTEN          PIC 9(07) COMP VALUE ZERO.

      *    MARKDOWN SCHEDULE IN USE - FROM THE PARM FILE WHEN IT IS
      *    VALID, OTHERWISE 25, 50 THEN 75 PERCENT TWO WEEKS APART.
       01  CM-STEP-CNT                     PIC 9(01) COMP VALUE ZERO.
       01  CM-SCHEDULE-TABLE.
           05 CM-SC-ENTRY OCCURS 6 TIMES.
               10 CM-SC-PCT                PIC 9(02).
               10 CM-SC-WEEKS              PIC 9(02).

      *    KEYCODES ON THE CLEARANCE REGISTER.
       01  CM-KEYCODE-CNT                  PIC 9(05) COMP VALUE ZERO.
       01  CM-KEYCODE-TABLE.
           05 CM-KT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON CM-KEYCODE-CNT.
               10 CM-KT-KEYCODE            PIC 9(08).
               10 CM-KT-START-DATE         PIC 9(08).
               10 CM-KT-LAST-STEP-DATE     PIC 9(08).
               10 CM-KT-STEP-NO            PIC 9(02).
               10 CM-KT-PCT                PIC 9(02).
               10 CM-KT-FULL-PRICE         PIC 9(05)V99.
               10 CM-KT-COST               PIC S9(05)V99.
               10 CM-KT-START-QTY          PIC S9(07).
               10 CM-KT-PT-IDX             PIC 9(05) COMP.
               10 CM-KT-OUTCOME            PIC X(01).
                   88 CM-KT-IN-CLEARANCE       VALUE 'A'.
                   88 CM-KT-DISCONTINUED       VALUE 'X'.
                   88 CM-KT-REACTIVATED        VALUE 'R'.
                   88 CM-KT-OFF-MASTER         VALUE 'M'.
               10 CM-KT-ACTIVITY           PIC X(01).
                   88 CM-KT-STARTED-TODAY      VALUE 'S'.
                   88 CM-KT-STEPPED-TODAY      VALUE 'M'.

      *    ON-HAND PER STORE WHEN EACH CLEARANCE STARTED.
       01  CM-STORE-ROW-CNT                PIC 9(05) COMP VALUE ZERO.
       01  CM-STORE-ROW-TABLE.
           05 CM-SR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CM-STORE-ROW-CNT.
               10 CM-SR-KEYCODE            PIC 9(08).
               10 CM-SR-STORE-NUM          PIC 9(04).
               10 CM-SR-START-QTY          PIC S9(07).

      *    MARKDOWN STEPS TAKEN, IN STEP ORDER WITHIN KEYCODE.
       01  CM-STEP-ROW-CNT                 PIC 9(05) COMP VALUE ZERO.
       01  CM-STEP-ROW-TABLE.
           05 CM-MR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CM-STEP-ROW-CNT.
               10 CM-MR-KEYCODE            PIC 9(08).
               10 CM-MR-STEP-NO            PIC 9(02).
               10 CM-MR-DATE               PIC 9(08).
               10 CM-MR-PCT                PIC 9(02).
               10 CM-MR-PRICE              PIC 9(05)V99.
               10 CM-MR-QTY                PIC S9(07).

      *    DISCONTINUING PRODUCTS, PLUS ANY PRODUCT ON THE REGISTER.
       01  CM-PRODUCT-CNT                  PIC 9(05) COMP VALUE ZERO.
       01  CM-PRODUCT-TABLE.
           05 CM-PT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CM-PRODUCT-CNT.
               10 CM-PT-KEYCODE            PIC 9(08).
               10 CM-PT-STATUS             PIC X(01).
               10 CM-PT-DESC               PIC X(30).
               10 CM-PT-COST               PIC S9(05)V99.
               10 CM-PT-PRICE              PIC 9(05)V99.
               10 CM-PT-PRICE-DATE         PIC 9(08).
               10 CM-PT-ON-HAND            PIC S9(07).
               10 CM-PT-STOCKED-LOCS       PIC 9(05) COMP.
               10 CM-PT-OPEN-LINES         PIC 9(05) COMP.
               10 CM-PT-KT-IDX             PIC 9(05) COMP.

       01  CM-PO-CNT                       PIC 9(05) COMP VALUE ZERO.
       01  CM-PO-TABLE.
           05 CM-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CM-PO-CNT.
               10 CM-PO-ID                 PIC X(14).

      *    ON-HAND ROWS FOR THE KEYCODES IN THE PRODUCT TABLE.
       01  CM-QTY-CNT                      PIC 9(05) COMP VALUE ZERO.
       01  CM-QTY-TABLE.
           05 CM-QT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CM-QTY-CNT.
               10 CM-QT-KEYCODE            PIC 9(08).
               10 CM-QT-LOCATION           PIC 9(04).
               10 CM-QT-ON-HAND            PIC S9(05).

       01  CM-PT-IDX                       PIC 9(05) COMP.
       01  CM-KT-IDX                       PIC 9(05) COMP.
       01  CM-SR-IDX                       PIC 9(05) COMP.
       01  CM-MR-IDX                       PIC 9(05) COMP.
       01  CM-QT-IDX                       PIC 9(05) COMP.
       01  CM-SC-IDX                       PIC 9(02) COMP.
       01  CM-SCAN-IDX                     PIC 9(05) COMP.
       01  CM-PO-SCAN-IDX                  PIC 9(05) COMP.
       01  CM-MATCH-IDX                    PIC 9(05) COMP.
       01  CM-CYCLE-DATE                   PIC 9(08).
       01  CM-EFFECTIVE-DATE               PIC 9(08).
       01  CM-DUE-DATE                     PIC 9(08).
       01  CM-DAYS-SINCE-STEP              PIC S9(05) COMP.
       01  CM-PLAN-DAYS                    PIC 9(05) COMP.
       01  CM-SEARCH-KEYCODE               PIC 9(08).
       01  CM-STEP-PRICE                   PIC 9(05)V99.
       01  CM-STORE-NOW-QTY                PIC S9(07).
       01  CM-SOLD-QTY                     PIC S9(07).
       01  CM-SELL-THRU-PCT                PIC 9(03)V9.
       01  CM-TOTAL-START-QTY              PIC S9(07).
       01  CM-MARGIN-LOST                  PIC S9(09)V99.
       01  CM-KEYCODE-MARGIN-LOST          PIC S9(09)V99.
       01  CM-STORE-EDIT                   PIC ZZZ9.

      *    THE STEP WHOSE SALES ARE BEING MEASURED - UNITS SOLD AT A
      *    STEP ARE ITS OPENING ON-HAND LESS THE NEXT STEP'S (OR THE
      *    CURRENT ON-HAND FOR THE LATEST STEP).
       01  CM-PENDING-STEP.
           05 CM-PD-STEP-NO                PIC 9(02).
           05 CM-PD-DATE                   PIC 9(08).
           05 CM-PD-PCT                    PIC 9(02).
           05 CM-PD-PRICE                  PIC 9(05)V99.
           05 CM-PD-QTY                    PIC S9(07).

       01  CM-REGISTER-ROW.
           05 CM-NR-REC-TYPE               PIC X(01).
           05 CM-NR-KEYCODE                PIC 9(08).
           05 CM-NR-STORE-NUM              PIC 9(04).
           05 CM-NR-STEP-NO                PIC 9(02).
           05 CM-NR-DATE                   PIC 9(08).
           05 CM-NR-LAST-STEP-DATE         PIC 9(08).
           05 CM-NR-PCT                    PIC 9(02).
           05 CM-NR-PRICE                  PIC 9(05)V99.
           05 CM-NR-COST                   PIC S9(05)V99.
           05 CM-NR-QTY                    PIC S9(07).
           05 FILLER                       PIC X(26).

       01  CM-HEADING-1.
           05 FILLER                       PIC X(45)
               VALUE "AMSCLRMD CLEARANCE MARKDOWN AND SELL-THROUGH".
           05 FILLER                       PIC X(07) VALUE " CYCLE ".
           05 CM-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01  CM-SCHEDULE-LINE.
           05 FILLER                       PIC X(20)
               VALUE "  SCHEDULE STEP    ".
           05 CM-SH-STEP-NO                PIC Z9.
           05 FILLER                       PIC X(11)
               VALUE "  MARKDOWN ".
           05 CM-SH-PCT                    PIC Z9.
           05 FILLER                       PIC X(08) VALUE "%  AFTER".
           05 CM-SH-WEEKS                  PIC ZZ9.
           05 FILLER                       PIC X(06) VALUE " WEEKS".
           05 FILLER                       PIC X(80) VALUE SPACES.

       01  CM-NO-PRICE-HEADING.
           05 FILLER                       PIC X(60) VALUE
             "DISCONTINUING WITH STOCK BUT NO CHAIN PRICE IN FORCE".
           05 FILLER                       PIC X(72) VALUE
             "- NOT STARTED".

       01  CM-NO-PRICE-LINE.
           05 FILLER                       PIC X(10) VALUE "  KEYCODE ".
           05 CM-NP-KEYCODE                PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CM-NP-DESC                   PIC X(30).
           05 FILLER                       PIC X(10) VALUE "  ON-HAND ".
           05 CM-NP-ON-HAND                PIC -(06)9.
           05 FILLER                       PIC X(65) VALUE SPACES.

       01  CM-KEYCODE-LINE.
           05 FILLER                       PIC X(08) VALUE "KEYCODE ".
           05 CM-KL-KEYCODE                PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CM-KL-DESC                   PIC X(30).
           05 FILLER                       PIC X(17)
               VALUE "  CLEARANCE FROM ".
           05 CM-KL-START-DATE             PIC 9(08).
           05 FILLER                       PIC X(13)
               VALUE "  FULL PRICE ".
           05 CM-KL-FULL-PRICE             PIC ZZ,ZZ9.99.
           05 FILLER                       PIC X(07) VALUE "  COST ".
           05 CM-KL-COST                   PIC -Z,ZZ9.99.
           05 FILLER                       PIC X(07) VALUE "  STEP ".
           05 CM-KL-STEP-NO                PIC Z9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CM-KL-ACTIVITY               PIC X(10).

       01  CM-STORE-HEADING.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "STORE".
           05 FILLER                       PIC X(11)
               VALUE "  START QTY".
           05 FILLER                       PIC X(13)
               VALUE "  ON-HAND NOW".
           05 FILLER                       PIC X(11)
               VALUE "       SOLD".
           05 FILLER                       PIC X(13)
               VALUE "  SELL-THRU %".
           05 FILLER                       PIC X(73) VALUE SPACES.

       01  CM-STORE-LINE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 CM-SL-STORE                  PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CM-SL-START-QTY              PIC -(09)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CM-SL-ON-HAND                PIC -(11)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CM-SL-SOLD                   PIC -(09)9.
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 CM-SL-SELL-THRU              PIC ZZ9.9.
           05 FILLER                       PIC X(01) VALUE "%".
           05 FILLER                       PIC X(73) VALUE SPACES.

       01  CM-STEP-HEADING.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "STEP  ".
           05 FILLER                       PIC X(10) VALUE "DATE".
           05 FILLER                       PIC X(10) VALUE "MARKDOWN".
           05 FILLER                       PIC X(10) VALUE "     PRICE".
           05 FILLER                       PIC X(12)
               VALUE "  UNITS SOLD".
           05 FILLER                       PIC X(14)
               VALUE "   MARGIN LOST".
           05 FILLER                       PIC X(64) VALUE SPACES.

       01  CM-STEP-LINE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 CM-SP-STEP-NO                PIC Z9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 CM-SP-DATE                   PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CM-SP-PCT                    PIC Z9.
           05 FILLER                       PIC X(08) VALUE "%".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CM-SP-PRICE                  PIC ZZ,ZZ9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CM-SP-UNITS-SOLD             PIC -(10)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CM-SP-MARGIN-LOST            PIC --,---,--9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CM-SP-NOTE                   PIC X(12).
           05 FILLER                       PIC X(50) VALUE SPACES.

       01  CM-PLAN-LINE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 CM-PL-STEP-NO                PIC Z9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 CM-PL-DUE-DATE               PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CM-PL-PCT                    PIC Z9.
           05 FILLER                       PIC X(08) VALUE "%".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CM-PL-PRICE                  PIC ZZ,ZZ9.99.
           05 FILLER                       PIC X(28) VALUE SPACES.
           05 FILLER                       PIC X(12) VALUE "PLANNED".
           05 FILLER                       PIC X(50) VALUE SPACES.

       01  CM-MARGIN-TOTAL-LINE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 FILLER                       PIC X(49)
               VALUE "TOTAL MARGIN LOST TO DATE".
           05 CM-MT-MARGIN-LOST            PIC --,---,--9.99.
           05 FILLER                       PIC X(64) VALUE SPACES.

       01  CM-STATUS-LINE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 CM-SS-TEXT                   PIC X(80).
           05 FILLER                       PIC X(46) VALUE SPACES.

       01  CM-BLOCKED-LINE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 FILLER                       PIC X(31)
               VALUE "NOT YET READY TO DISCONTINUE - ".
           05 CM-BL-STOCKED-LOCS           PIC ZZZZ9.
           05 FILLER                       PIC X(31)
               VALUE " LOCATION(S) STILL HOLD STOCK,".
           05 CM-BL-OPEN-LINES             PIC ZZZZ9.
           05 FILLER                       PIC X(16)
               VALUE " OPEN PO LINE(S)".
           05 FILLER                       PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-START-CLEARANCE THRU 3000-EXIT
               VARYING CM-PT-IDX FROM 1 BY 1
               UNTIL CM-PT-IDX > CM-PRODUCT-CNT.
           PERFORM 4000-STEP-KEYCODE THRU 4000-EXIT
               VARYING CM-KT-IDX FROM 1 BY 1
               UNTIL CM-KT-IDX > CM-KEYCODE-CNT.
           PERFORM 5000-REPORT-KEYCODE THRU 5000-EXIT
               VARYING CM-KT-IDX FROM 1 BY 1
               UNTIL CM-KT-IDX > CM-KEYCODE-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE SCHEDULE AND CYCLE DATE, LOAD THE    *
      *                   REGISTER, PRODUCTS, OPEN PO LINES, ON-HAND    *
      *                   AND CHAIN PRICES, AND WRITE THE HEADINGS      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CM-PARM-FILE.
           READ CM-PARM-FILE
               AT END
                   MOVE ZERO TO CM-PARM-STEP-CNT
           END-READ.
           CLOSE CM-PARM-FILE.
           PERFORM 1100-CHECK-SCHEDULE THRU 1100-EXIT.
           OPEN INPUT CM-CYCLE-PARM-FILE.
           READ CM-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO CM-CP-CYCLE-DATE
           END-READ.
           CLOSE CM-CYCLE-PARM-FILE.
           IF CM-CP-CYCLE-DATE = ZERO
               ACCEPT CM-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CM-CP-CYCLE-DATE TO CM-CYCLE-DATE
           END-IF.
      *    MARKDOWNS TAKE EFFECT THE DAY AFTER THE RUN SO THE BUYER
      *    CAN REVIEW AMSCLRPT BEFORE IT GOES TO SDPRCMNT.
           COMPUTE CM-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(CM-CYCLE-DATE) + 1).
           OPEN INPUT  CM-OLD-REGISTER
                INPUT  CM-PROD-FILE
                INPUT  CM-PO-FILE
                INPUT  CM-LINE-FILE
                INPUT  CM-QTY-FILE
                INPUT  CM-PRICE-FILE
                OUTPUT CM-NEW-REGISTER
                OUTPUT CM-MARKDOWN-FILE
                OUTPUT CM-REPORT-FILE.
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
               UNTIL CM-END-OF-OLD-REGISTER.
           PERFORM 2100-LOAD-PRODUCT THRU 2100-EXIT
               UNTIL CM-END-OF-PROD-FILE.
           PERFORM 2200-LOAD-OPEN-PO THRU 2200-EXIT
               UNTIL CM-END-OF-PO-FILE.
           PERFORM 2300-LOAD-LINE THRU 2300-EXIT
               UNTIL CM-END-OF-LINE-FILE.
           PERFORM 2400-LOAD-QTY THRU 2400-EXIT
               UNTIL CM-END-OF-QTY-FILE.
           PERFORM 2500-LOAD-PRICE THRU 2500-EXIT
               UNTIL CM-END-OF-PRICE-FILE.
           MOVE CM-CYCLE-DATE TO CM-HD-CYCLE-DATE.
           WRITE CM-RPT-LINE FROM CM-HEADING-1.
           PERFORM 1200-WRITE-SCHEDULE THRU 1200-EXIT
               VARYING CM-SC-IDX FROM 1 BY 1
               UNTIL CM-SC-IDX > CM-STEP-CNT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-SCHEDULE - THE PARM SCHEDULE IS USED WHEN IT HAS 1   *
      *                       TO 6 STEPS, EACH WITH A WAIT OF AT LEAST  *
      *                       ONE WEEK AND A MARKDOWN DEEPER THAN THE   *
      *                       STEP BEFORE; OTHERWISE THE DEFAULT        *
      ******************************************************************
       1100-CHECK-SCHEDULE.
           MOVE 'Y' TO CM-SCHEDULE-STATE.
           IF CM-PARM-STEP-CNT NOT NUMERIC
               OR CM-PARM-STEP-CNT < 1
               OR CM-PARM-STEP-CNT > 6
               MOVE 'N' TO CM-SCHEDULE-STATE
           ELSE
               MOVE CM-PARM-STEP-CNT TO CM-STEP-CNT
               PERFORM 1110-CHECK-STEP THRU 1110-EXIT
                   VARYING CM-SC-IDX FROM 1 BY 1
                   UNTIL CM-SC-IDX > CM-STEP-CNT
           END-IF.
           IF NOT CM-SCHEDULE-IS-VALID
               MOVE 3  TO CM-STEP-CNT
               MOVE 25 TO CM-SC-PCT(1)
               MOVE 50 TO CM-SC-PCT(2)
               MOVE 75 TO CM-SC-PCT(3)
               MOVE 2  TO CM-SC-WEEKS(1)
               MOVE 2  TO CM-SC-WEEKS(2)
               MOVE 2  TO CM-SC-WEEKS(3)
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CHECK-STEP.
           IF CM-PARM-STEP-PCT(CM-SC-IDX) NOT NUMERIC
               OR CM-PARM-STEP-WEEKS(CM-SC-IDX) NOT NUMERIC
               MOVE 'N' TO CM-SCHEDULE-STATE
               GO TO 1110-EXIT
           END-IF.
           IF CM-PARM-STEP-PCT(CM-SC-IDX) = ZERO
               OR CM-PARM-STEP-WEEKS(CM-SC-IDX) = ZERO
               MOVE 'N' TO CM-SCHEDULE-STATE
               GO TO 1110-EXIT
           END-IF.
           IF CM-SC-IDX > 1
               IF CM-PARM-STEP-PCT(CM-SC-IDX) NOT >
                  CM-PARM-STEP-PCT(CM-SC-IDX - 1)
                   MOVE 'N' TO CM-SCHEDULE-STATE
                   GO TO 1110-EXIT
               END-IF
           END-IF.
           MOVE CM-PARM-STEP-PCT(CM-SC-IDX)   TO CM-SC-PCT(CM-SC-IDX).
           MOVE CM-PARM-STEP-WEEKS(CM-SC-IDX) TO CM-SC-WEEKS(CM-SC-IDX).
       1110-EXIT.
           EXIT.

       1200-WRITE-SCHEDULE.
           MOVE CM-SC-IDX              TO CM-SH-STEP-NO.
           MOVE CM-SC-PCT(CM-SC-IDX)   TO CM-SH-PCT.
           MOVE CM-SC-WEEKS(CM-SC-IDX) TO CM-SH-WEEKS.
           WRITE CM-RPT-LINE FROM CM-SCHEDULE-LINE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-REGISTER - SPREAD THE REGISTER ROWS INTO THE KEYCODE, *
      *                      STORE AND STEP TABLES                      *
      ******************************************************************
       2000-LOAD-REGISTER.
           READ CM-OLD-REGISTER
               AT END
                   SET CM-END-OF-OLD-REGISTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN CM-RG-KEYCODE-ROW
                   ADD 1 TO CM-KEYCODE-CNT
                   MOVE CM-RG-KEYCODE
                               TO CM-KT-KEYCODE(CM-KEYCODE-CNT)
                   MOVE CM-RG-DATE
                               TO CM-KT-START-DATE(CM-KEYCODE-CNT)
                   MOVE CM-RG-LAST-STEP-DATE
                               TO CM-KT-LAST-STEP-DATE(CM-KEYCODE-CNT)
                   MOVE CM-RG-STEP-NO
                               TO CM-KT-STEP-NO(CM-KEYCODE-CNT)
                   MOVE CM-RG-PCT
                               TO CM-KT-PCT(CM-KEYCODE-CNT)
                   MOVE CM-RG-PRICE
                               TO CM-KT-FULL-PRICE(CM-KEYCODE-CNT)
                   MOVE CM-RG-COST
                               TO CM-KT-COST(CM-KEYCODE-CNT)
                   MOVE CM-RG-QTY
                               TO CM-KT-START-QTY(CM-KEYCODE-CNT)
                   MOVE ZERO   TO CM-KT-PT-IDX(CM-KEYCODE-CNT)
                   MOVE 'A'    TO CM-KT-OUTCOME(CM-KEYCODE-CNT)
                   MOVE SPACE  TO CM-KT-ACTIVITY(CM-KEYCODE-CNT)
               WHEN CM-RG-STORE-ROW
                   ADD 1 TO CM-STORE-ROW-CNT
                   MOVE CM-RG-KEYCODE
                               TO CM-SR-KEYCODE(CM-STORE-ROW-CNT)
                   MOVE CM-RG-STORE-NUM
                               TO CM-SR-STORE-NUM(CM-STORE-ROW-CNT)
                   MOVE CM-RG-QTY
                               TO CM-SR-START-QTY(CM-STORE-ROW-CNT)
               WHEN CM-RG-STEP-ROW
                   ADD 1 TO CM-STEP-ROW-CNT
                   MOVE CM-RG-KEYCODE
                               TO CM-MR-KEYCODE(CM-STEP-ROW-CNT)
                   MOVE CM-RG-STEP-NO
                               TO CM-MR-STEP-NO(CM-STEP-ROW-CNT)
                   MOVE CM-RG-DATE
                               TO CM-MR-DATE(CM-STEP-ROW-CNT)
                   MOVE CM-RG-PCT
                               TO CM-MR-PCT(CM-STEP-ROW-CNT)
                   MOVE CM-RG-PRICE
                               TO CM-MR-PRICE(CM-STEP-ROW-CNT)
                   MOVE CM-RG-QTY
                               TO CM-MR-QTY(CM-STEP-ROW-CNT)
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-PRODUCT - KEEP EVERY DISCONTINUING PRODUCT AND EVERY  *
      *                     PRODUCT ALREADY ON THE REGISTER (A BLANK    *
      *                     STATUS IS ACTIVE)                           *
      ******************************************************************
       2100-LOAD-PRODUCT.
           READ CM-PROD-FILE
               AT END
                   SET CM-END-OF-PROD-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CM-PRODUCTS-READ.
           MOVE CM-PROD-IO TO RD430-PROD-RECORD.
           IF RD430-PROD-STATUS = SPACE
               MOVE 'A' TO RD430-PROD-STATUS
           END-IF.
           IF RD430-PROD-DISCONTINUING
               ADD 1 TO CM-DISCONTINUING
           END-IF.
           MOVE RD430-PROD-KEYCODE TO CM-SEARCH-KEYCODE.
           PERFORM 4910-FIND-REGISTER-KEYCODE THRU 4910-EXIT.
           IF NOT RD430-PROD-DISCONTINUING
               AND NOT CM-ENTRY-WAS-FOUND
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CM-PRODUCT-CNT.
           MOVE RD430-PROD-KEYCODE TO CM-PT-KEYCODE(CM-PRODUCT-CNT).
           MOVE RD430-PROD-STATUS  TO CM-PT-STATUS(CM-PRODUCT-CNT).
           MOVE RD430-PROD-DESC    TO CM-PT-DESC(CM-PRODUCT-CNT).
           MOVE RD430-PROD-COST    TO CM-PT-COST(CM-PRODUCT-CNT).
           MOVE ZERO TO CM-PT-PRICE(CM-PRODUCT-CNT)
                        CM-PT-PRICE-DATE(CM-PRODUCT-CNT)
                        CM-PT-ON-HAND(CM-PRODUCT-CNT)
                        CM-PT-STOCKED-LOCS(CM-PRODUCT-CNT)
                        CM-PT-OPEN-LINES(CM-PRODUCT-CNT)
                        CM-PT-KT-IDX(CM-PRODUCT-CNT).
           IF CM-ENTRY-WAS-FOUND
               MOVE CM-MATCH-IDX   TO CM-PT-KT-IDX(CM-PRODUCT-CNT)
               MOVE CM-PRODUCT-CNT TO CM-KT-PT-IDX(CM-MATCH-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-OPEN-PO.
           READ CM-PO-FILE
               AT END
                   SET CM-END-OF-PO-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE CM-PO-IO TO PO-Record.
           IF NOT Finalised
               ADD 1 TO CM-PO-CNT
               MOVE PO-Id OF PO-Record TO CM-PO-ID(CM-PO-CNT)
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOAD-LINE - COUNT THE OPEN PO LINES PER KEYCODE, THE SAME  *
      *                  TEST AMSPSTAT APPLIES BEFORE DISCONTINUING     *
      ******************************************************************
       2300-LOAD-LINE.
           READ CM-LINE-FILE
               AT END
                   SET CM-END-OF-LINE-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           MOVE CM-LINE-IO TO PO-Line-Item.
           MOVE Product-Code OF PO-Line-Item TO CM-SEARCH-KEYCODE.
           PERFORM 4900-FIND-PRODUCT THRU 4900-EXIT.
           IF NOT CM-ENTRY-WAS-FOUND
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO CM-PO-MATCH-FOUND.
           PERFORM 2310-SCAN-OPEN-PO THRU 2310-EXIT
               VARYING CM-PO-SCAN-IDX FROM 1 BY 1
               UNTIL CM-PO-SCAN-IDX > CM-PO-CNT
                  OR CM-PO-WAS-FOUND.
           IF CM-PO-WAS-FOUND
               ADD 1 TO CM-PT-OPEN-LINES(CM-MATCH-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SCAN-OPEN-PO.
           IF CM-PO-ID(CM-PO-SCAN-IDX) = PO-Id OF PO-Line-Item
               MOVE 'Y' TO CM-PO-MATCH-FOUND
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-LOAD-QTY - KEEP THE ON-HAND ROWS FOR THE TABLED KEYCODES;  *
      *                 ANY NONZERO ROW (EVEN NEGATIVE) STILL BLOCKS    *
      *                 THE MOVE TO DISCONTINUED IN AMSPSTAT            *
      ******************************************************************
       2400-LOAD-QTY.
           READ CM-QTY-FILE
               AT END
                   SET CM-END-OF-QTY-FILE TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           MOVE CM-QTY-IO TO Location-Product-Qty.
           MOVE Product-Code OF Location-Product-Qty
                                       TO CM-SEARCH-KEYCODE.
           PERFORM 4900-FIND-PRODUCT THRU 4900-EXIT.
           IF NOT CM-ENTRY-WAS-FOUND
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO CM-QTY-CNT.
           MOVE CM-SEARCH-KEYCODE TO CM-QT-KEYCODE(CM-QTY-CNT).
           MOVE Location OF Location-Product-Qty
                                   TO CM-QT-LOCATION(CM-QTY-CNT).
           MOVE On-Hand-Qty        TO CM-QT-ON-HAND(CM-QTY-CNT).
           ADD On-Hand-Qty TO CM-PT-ON-HAND(CM-MATCH-IDX).
           IF On-Hand-Qty NOT = ZERO
               ADD 1 TO CM-PT-STOCKED-LOCS(CM-MATCH-IDX)
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-PRICE - THE LATEST CHAIN-WIDE (REGION 0000) PRICE IN  *
      *                   FORCE AT THE CYCLE DATE FOR EACH KEYCODE      *
      ******************************************************************
       2500-LOAD-PRICE.
           READ CM-PRICE-FILE
               AT END
                   SET CM-END-OF-PRICE-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           IF CM-PM-REGION-NO NOT = ZERO
               OR CM-PM-EFFECTIVE-DATE > CM-CYCLE-DATE
               GO TO 2500-EXIT
           END-IF.
           MOVE CM-PM-KEYCODE TO CM-SEARCH-KEYCODE.
           PERFORM 4900-FIND-PRODUCT THRU 4900-EXIT.
           IF NOT CM-ENTRY-WAS-FOUND
               GO TO 2500-EXIT
           END-IF.
           IF CM-PM-EFFECTIVE-DATE NOT < CM-PT-PRICE-DATE(CM-MATCH-IDX)
               MOVE CM-PM-EFFECTIVE-DATE
                               TO CM-PT-PRICE-DATE(CM-MATCH-IDX)
               MOVE CM-PM-RETAIL-PRICE
                               TO CM-PT-PRICE(CM-MATCH-IDX)
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-START-CLEARANCE - A DISCONTINUING KEYCODE NOT YET ON THE   *
      *                        REGISTER AND HOLDING STOCK STARTS ITS    *
      *                        CLEARANCE AT THE CHAIN PRICE IN FORCE    *
      ******************************************************************
       3000-START-CLEARANCE.
           IF CM-PT-STATUS(CM-PT-IDX) NOT = 'D'
               OR CM-PT-KT-IDX(CM-PT-IDX) NOT = ZERO
               OR CM-PT-ON-HAND(CM-PT-IDX) NOT > ZERO
               GO TO 3000-EXIT
           END-IF.
           IF CM-PT-PRICE(CM-PT-IDX) = ZERO
               PERFORM 3200-WRITE-NO-PRICE THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CM-KEYCODE-CNT.
           ADD 1 TO CM-CLEARANCES-STARTED.
           MOVE CM-PT-KEYCODE(CM-PT-IDX)
                               TO CM-KT-KEYCODE(CM-KEYCODE-CNT).
           MOVE CM-CYCLE-DATE  TO CM-KT-START-DATE(CM-KEYCODE-CNT)
                                  CM-KT-LAST-STEP-DATE(CM-KEYCODE-CNT).
           MOVE ZERO           TO CM-KT-STEP-NO(CM-KEYCODE-CNT)
                                  CM-KT-PCT(CM-KEYCODE-CNT).
           MOVE CM-PT-PRICE(CM-PT-IDX)
                               TO CM-KT-FULL-PRICE(CM-KEYCODE-CNT).
           MOVE CM-PT-COST(CM-PT-IDX)
                               TO CM-KT-COST(CM-KEYCODE-CNT).
           MOVE CM-PT-ON-HAND(CM-PT-IDX)
                               TO CM-KT-START-QTY(CM-KEYCODE-CNT).
           MOVE CM-PT-IDX      TO CM-KT-PT-IDX(CM-KEYCODE-CNT).
           MOVE 'A'            TO CM-KT-OUTCOME(CM-KEYCODE-CNT).
           MOVE 'S'            TO CM-KT-ACTIVITY(CM-KEYCODE-CNT).
           MOVE CM-KEYCODE-CNT TO CM-PT-KT-IDX(CM-PT-IDX).
           PERFORM 3100-ADD-STORE-ROW THRU 3100-EXIT
               VARYING CM-QT-IDX FROM 1 BY 1
               UNTIL CM-QT-IDX > CM-QTY-CNT.
       3000-EXIT.
           EXIT.

       3100-ADD-STORE-ROW.
           IF CM-QT-KEYCODE(CM-QT-IDX) = CM-PT-KEYCODE(CM-PT-IDX)
               AND CM-QT-ON-HAND(CM-QT-IDX) > ZERO
               ADD 1 TO CM-STORE-ROW-CNT
               MOVE CM-QT-KEYCODE(CM-QT-IDX)
                               TO CM-SR-KEYCODE(CM-STORE-ROW-CNT)
               MOVE CM-QT-LOCATION(CM-QT-IDX)
                               TO CM-SR-STORE-NUM(CM-STORE-ROW-CNT)
               MOVE CM-QT-ON-HAND(CM-QT-IDX)
                               TO CM-SR-START-QTY(CM-STORE-ROW-CNT)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-WRITE-NO-PRICE.
           ADD 1 TO CM-NOT-STARTED-NO-PRICE.
           IF NOT CM-NO-PRICE-HEADING-DONE
               MOVE SPACES TO CM-RPT-LINE
               WRITE CM-RPT-LINE
               WRITE CM-RPT-LINE FROM CM-NO-PRICE-HEADING
               SET CM-NO-PRICE-HEADING-DONE TO TRUE
           END-IF.
           MOVE CM-PT-KEYCODE(CM-PT-IDX) TO CM-NP-KEYCODE.
           MOVE CM-PT-DESC(CM-PT-IDX)    TO CM-NP-DESC.
           MOVE CM-PT-ON-HAND(CM-PT-IDX) TO CM-NP-ON-HAND.
           WRITE CM-RPT-LINE FROM CM-NO-PRICE-LINE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-STEP-KEYCODE - END THE CLEARANCE OF A PRODUCT NO LONGER    *
      *                     DISCONTINUING; OTHERWISE TAKE THE NEXT      *
      *                     MARKDOWN WHEN ITS WEEKS HAVE ELAPSED AND    *
      *                     STOCK REMAINS                               *
      ******************************************************************
       4000-STEP-KEYCODE.
           MOVE CM-KT-PT-IDX(CM-KT-IDX) TO CM-PT-IDX.
           IF CM-PT-IDX = ZERO
               MOVE 'M' TO CM-KT-OUTCOME(CM-KT-IDX)
               GO TO 4000-EXIT
           END-IF.
           IF CM-PT-STATUS(CM-PT-IDX) = 'X'
               MOVE 'X' TO CM-KT-OUTCOME(CM-KT-IDX)
               GO TO 4000-EXIT
           END-IF.
           IF CM-PT-STATUS(CM-PT-IDX) NOT = 'D'
               MOVE 'R' TO CM-KT-OUTCOME(CM-KT-IDX)
               GO TO 4000-EXIT
           END-IF.
           IF CM-PT-ON-HAND(CM-PT-IDX) NOT > ZERO
               OR CM-KT-STEP-NO(CM-KT-IDX) NOT < CM-STEP-CNT
               GO TO 4000-EXIT
           END-IF.
           COMPUTE CM-DAYS-SINCE-STEP =
               FUNCTION INTEGER-OF-DATE(CM-CYCLE-DATE)
             - FUNCTION INTEGER-OF-DATE
                   (CM-KT-LAST-STEP-DATE(CM-KT-IDX)).
           COMPUTE CM-SC-IDX = CM-KT-STEP-NO(CM-KT-IDX) + 1.
           IF CM-DAYS-SINCE-STEP < CM-SC-WEEKS(CM-SC-IDX) * 7
               GO TO 4000-EXIT
           END-IF.
           MOVE CM-SC-IDX            TO CM-KT-STEP-NO(CM-KT-IDX).
           MOVE CM-SC-PCT(CM-SC-IDX) TO CM-KT-PCT(CM-KT-IDX).
           MOVE CM-CYCLE-DATE        TO CM-KT-LAST-STEP-DATE(CM-KT-IDX).
           MOVE 'M'                  TO CM-KT-ACTIVITY(CM-KT-IDX).
           COMPUTE CM-STEP-PRICE ROUNDED =
               CM-KT-FULL-PRICE(CM-KT-IDX)
             * (100 - CM-SC-PCT(CM-SC-IDX)) / 100.
           ADD 1 TO CM-STEP-ROW-CNT.
           ADD 1 TO CM-STEPS-TAKEN.
           MOVE CM-KT-KEYCODE(CM-KT-IDX)
                               TO CM-MR-KEYCODE(CM-STEP-ROW-CNT).
           MOVE CM-SC-IDX      TO CM-MR-STEP-NO(CM-STEP-ROW-CNT).
           MOVE CM-CYCLE-DATE  TO CM-MR-DATE(CM-STEP-ROW-CNT).
           MOVE CM-SC-PCT(CM-SC-IDX)
                               TO CM-MR-PCT(CM-STEP-ROW-CNT).
           MOVE CM-STEP-PRICE  TO CM-MR-PRICE(CM-STEP-ROW-CNT).
           MOVE CM-PT-ON-HAND(CM-PT-IDX)
                               TO CM-MR-QTY(CM-STEP-ROW-CNT).
           MOVE SPACES                   TO CM-MARKDOWN-RECORD.
           MOVE '01'                     TO CM-MD-ACTION-CODE.
           MOVE CM-KT-KEYCODE(CM-KT-IDX) TO CM-MD-KEYCODE.
           MOVE ZERO                     TO CM-MD-REGION-NO.
           MOVE CM-EFFECTIVE-DATE        TO CM-MD-EFFECTIVE-DATE.
           MOVE CM-STEP-PRICE            TO CM-MD-RETAIL-PRICE.
           WRITE CM-MARKDOWN-RECORD.
       4000-EXIT.
           EXIT.

       4900-FIND-PRODUCT.
           MOVE 'N' TO CM-MATCH-FOUND.
           PERFORM 4905-SCAN-PRODUCT THRU 4905-EXIT
               VARYING CM-SCAN-IDX FROM 1 BY 1
               UNTIL CM-SCAN-IDX > CM-PRODUCT-CNT
                  OR CM-ENTRY-WAS-FOUND.
       4900-EXIT.
           EXIT.

       4905-SCAN-PRODUCT.
           IF CM-PT-KEYCODE(CM-SCAN-IDX) = CM-SEARCH-KEYCODE
               MOVE 'Y' TO CM-MATCH-FOUND
               MOVE CM-SCAN-IDX TO CM-MATCH-IDX
           END-IF.
       4905-EXIT.
           EXIT.

       4910-FIND-REGISTER-KEYCODE.
           MOVE 'N' TO CM-MATCH-FOUND.
           PERFORM 4915-SCAN-REGISTER THRU 4915-EXIT
               VARYING CM-SCAN-IDX FROM 1 BY 1
               UNTIL CM-SCAN-IDX > CM-KEYCODE-CNT
                  OR CM-ENTRY-WAS-FOUND.
       4910-EXIT.
           EXIT.

       4915-SCAN-REGISTER.
           IF CM-KT-KEYCODE(CM-SCAN-IDX) = CM-SEARCH-KEYCODE
               MOVE 'Y' TO CM-MATCH-FOUND
               MOVE CM-SCAN-IDX TO CM-MATCH-IDX
           END-IF.
       4915-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPORT-KEYCODE - REPORT ONE CLEARANCE AND CARRY IT TO THE  *
      *                       NEW REGISTER WHILE THE PRODUCT IS STILL   *
      *                       DISCONTINUING                             *
      ******************************************************************
       5000-REPORT-KEYCODE.
           MOVE CM-KT-PT-IDX(CM-KT-IDX) TO CM-PT-IDX.
           MOVE SPACES TO CM-RPT-LINE.
           WRITE CM-RPT-LINE.
           MOVE CM-KT-KEYCODE(CM-KT-IDX)    TO CM-KL-KEYCODE.
           IF CM-PT-IDX = ZERO
               MOVE SPACES                  TO CM-KL-DESC
           ELSE
               MOVE CM-PT-DESC(CM-PT-IDX)   TO CM-KL-DESC
           END-IF.
           MOVE CM-KT-START-DATE(CM-KT-IDX) TO CM-KL-START-DATE.
           MOVE CM-KT-FULL-PRICE(CM-KT-IDX) TO CM-KL-FULL-PRICE.
           MOVE CM-KT-COST(CM-KT-IDX)       TO CM-KL-COST.
           MOVE CM-KT-STEP-NO(CM-KT-IDX)    TO CM-KL-STEP-NO.
           EVALUATE TRUE
               WHEN CM-KT-STARTED-TODAY(CM-KT-IDX)
                   MOVE "NEW"        TO CM-KL-ACTIVITY
               WHEN CM-KT-STEPPED-TODAY(CM-KT-IDX)
                   MOVE "MARKDOWN"    TO CM-KL-ACTIVITY
               WHEN OTHER
                   MOVE SPACES       TO CM-KL-ACTIVITY
           END-EVALUATE.
           WRITE CM-RPT-LINE FROM CM-KEYCODE-LINE.
           IF NOT CM-KT-IN-CLEARANCE(CM-KT-IDX)
               PERFORM 5700-WRITE-ENDED THRU 5700-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-REPORT-STORES THRU 5100-EXIT.
           PERFORM 5300-REPORT-STEPS THRU 5300-EXIT.
           PERFORM 5500-REPORT-PLAN THRU 5500-EXIT.
           MOVE CM-KEYCODE-MARGIN-LOST TO CM-MT-MARGIN-LOST.
           WRITE CM-RPT-LINE FROM CM-MARGIN-TOTAL-LINE.
           PERFORM 5600-WRITE-READINESS THRU 5600-EXIT.
           PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-REPORT-STORES - SELL-THROUGH AND REMAINING ON-HAND FOR     *
      *                      EACH STORE STOCKED AT THE START, THEN THE  *
      *                      KEYCODE TOTAL OVER ALL LOCATIONS           *
      ******************************************************************
       5100-REPORT-STORES.
           WRITE CM-RPT-LINE FROM CM-STORE-HEADING.
           PERFORM 5110-REPORT-STORE THRU 5110-EXIT
               VARYING CM-SR-IDX FROM 1 BY 1
               UNTIL CM-SR-IDX > CM-STORE-ROW-CNT.
           MOVE "TOTAL"                     TO CM-SL-STORE.
           MOVE CM-KT-START-QTY(CM-KT-IDX)  TO CM-TOTAL-START-QTY.
           MOVE CM-PT-ON-HAND(CM-PT-IDX)    TO CM-STORE-NOW-QTY.
           PERFORM 5150-WRITE-STORE-LINE THRU 5150-EXIT.
       5100-EXIT.
           EXIT.

       5110-REPORT-STORE.
           IF CM-SR-KEYCODE(CM-SR-IDX) NOT = CM-KT-KEYCODE(CM-KT-IDX)
               GO TO 5110-EXIT
           END-IF.
           MOVE ZERO TO CM-STORE-NOW-QTY.
           PERFORM 5120-ADD-STORE-QTY THRU 5120-EXIT
               VARYING CM-QT-IDX FROM 1 BY 1
               UNTIL CM-QT-IDX > CM-QTY-CNT.
           MOVE CM-SR-STORE-NUM(CM-SR-IDX) TO CM-STORE-EDIT.
           MOVE CM-STORE-EDIT              TO CM-SL-STORE.
           MOVE CM-SR-START-QTY(CM-SR-IDX) TO CM-TOTAL-START-QTY.
           PERFORM 5150-WRITE-STORE-LINE THRU 5150-EXIT.
       5110-EXIT.
           EXIT.

       5120-ADD-STORE-QTY.
           IF CM-QT-KEYCODE(CM-QT-IDX) = CM-SR-KEYCODE(CM-SR-IDX)
               AND CM-QT-LOCATION(CM-QT-IDX) =
                   CM-SR-STORE-NUM(CM-SR-IDX)
               ADD CM-QT-ON-HAND(CM-QT-IDX) TO CM-STORE-NOW-QTY
           END-IF.
       5120-EXIT.
           EXIT.

      *    SOLD IS THE FALL FROM THE STARTING ON-HAND, HELD BETWEEN
      *    NIL AND THE STARTING ON-HAND SO A LATE RECEIPT OR A COUNT
      *    ADJUSTMENT CANNOT SHOW A NEGATIVE OR OVER-100 SELL-THROUGH.
       5150-WRITE-STORE-LINE.
           COMPUTE CM-SOLD-QTY = CM-TOTAL-START-QTY - CM-STORE-NOW-QTY.
           IF CM-SOLD-QTY < ZERO
               MOVE ZERO TO CM-SOLD-QTY
           END-IF.
           IF CM-SOLD-QTY > CM-TOTAL-START-QTY
               MOVE CM-TOTAL-START-QTY TO CM-SOLD-QTY
           END-IF.
           IF CM-TOTAL-START-QTY > ZERO
               COMPUTE CM-SELL-THRU-PCT ROUNDED =
                   CM-SOLD-QTY * 100 / CM-TOTAL-START-QTY
           ELSE
               MOVE ZERO TO CM-SELL-THRU-PCT
           END-IF.
           MOVE CM-TOTAL-START-QTY TO CM-SL-START-QTY.
           MOVE CM-STORE-NOW-QTY   TO CM-SL-ON-HAND.
           MOVE CM-SOLD-QTY        TO CM-SL-SOLD.
           MOVE CM-SELL-THRU-PCT   TO CM-SL-SELL-THRU.
           WRITE CM-RPT-LINE FROM CM-STORE-LINE.
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 5300-REPORT-STEPS - UNITS SOLD AND MARGIN LOST AT FULL PRICE    *
      *                     AND AT EACH MARKDOWN STEP TAKEN             *
      ******************************************************************
       5300-REPORT-STEPS.
           WRITE CM-RPT-LINE FROM CM-STEP-HEADING.
           MOVE ZERO TO CM-KEYCODE-MARGIN-LOST.
           MOVE ZERO                        TO CM-PD-STEP-NO
                                               CM-PD-PCT.
           MOVE CM-KT-START-DATE(CM-KT-IDX) TO CM-PD-DATE.
           MOVE CM-KT-FULL-PRICE(CM-KT-IDX) TO CM-PD-PRICE.
           MOVE CM-KT-START-QTY(CM-KT-IDX)  TO CM-PD-QTY.
           MOVE 'Y' TO CM-STEP-PENDING.
           PERFORM 5310-REPORT-STEP THRU 5310-EXIT
               VARYING CM-MR-IDX FROM 1 BY 1
               UNTIL CM-MR-IDX > CM-STEP-ROW-CNT.
           MOVE CM-PT-ON-HAND(CM-PT-IDX) TO CM-STORE-NOW-QTY.
           PERFORM 5350-WRITE-STEP-LINE THRU 5350-EXIT.
       5300-EXIT.
           EXIT.

       5310-REPORT-STEP.
           IF CM-MR-KEYCODE(CM-MR-IDX) NOT = CM-KT-KEYCODE(CM-KT-IDX)
               GO TO 5310-EXIT
           END-IF.
           MOVE CM-MR-QTY(CM-MR-IDX) TO CM-STORE-NOW-QTY.
           PERFORM 5350-WRITE-STEP-LINE THRU 5350-EXIT.
           MOVE CM-MR-STEP-NO(CM-MR-IDX) TO CM-PD-STEP-NO.
           MOVE CM-MR-DATE(CM-MR-IDX)    TO CM-PD-DATE.
           MOVE CM-MR-PCT(CM-MR-IDX)     TO CM-PD-PCT.
           MOVE CM-MR-PRICE(CM-MR-IDX)   TO CM-PD-PRICE.
           MOVE CM-MR-QTY(CM-MR-IDX)     TO CM-PD-QTY.
       5310-EXIT.
           EXIT.

      *    WRITES THE PENDING STEP, ITS SALES RUNNING UNTIL THE
      *    ON-HAND NOW IN CM-STORE-NOW-QTY.
       5350-WRITE-STEP-LINE.
           COMPUTE CM-SOLD-QTY = CM-PD-QTY - CM-STORE-NOW-QTY.
           IF CM-SOLD-QTY > ZERO
               COMPUTE CM-MARGIN-LOST =
                   CM-SOLD-QTY
                 * (CM-KT-FULL-PRICE(CM-KT-IDX) - CM-PD-PRICE)
           ELSE
               MOVE ZERO TO CM-MARGIN-LOST
           END-IF.
           ADD CM-MARGIN-LOST TO CM-KEYCODE-MARGIN-LOST.
           MOVE CM-PD-STEP-NO  TO CM-SP-STEP-NO.
           MOVE CM-PD-DATE     TO CM-SP-DATE.
           MOVE CM-PD-PCT      TO CM-SP-PCT.
           MOVE CM-PD-PRICE    TO CM-SP-PRICE.
           MOVE CM-SOLD-QTY    TO CM-SP-UNITS-SOLD.
           MOVE CM-MARGIN-LOST TO CM-SP-MARGIN-LOST.
           IF CM-PD-STEP-NO = ZERO
               MOVE "FULL PRICE" TO CM-SP-NOTE
           ELSE
               IF CM-PD-DATE = CM-CYCLE-DATE
                   MOVE "TAKEN TODAY" TO CM-SP-NOTE
               ELSE
                   MOVE "TAKEN"       TO CM-SP-NOTE
               END-IF
           END-IF.
           WRITE CM-RPT-LINE FROM CM-STEP-LINE.
       5350-EXIT.
           EXIT.

      ******************************************************************
      * 5500-REPORT-PLAN - THE SCHEDULE STILL TO RUN, EACH STEP DUE ITS *
      *                    WEEKS AFTER THE ONE BEFORE                   *
      ******************************************************************
       5500-REPORT-PLAN.
           IF CM-PT-ON-HAND(CM-PT-IDX) NOT > ZERO
               GO TO 5500-EXIT
           END-IF.
           MOVE ZERO TO CM-PLAN-DAYS.
           COMPUTE CM-SC-IDX = CM-KT-STEP-NO(CM-KT-IDX) + 1.
           PERFORM 5510-WRITE-PLAN-STEP THRU 5510-EXIT
               VARYING CM-SC-IDX FROM CM-SC-IDX BY 1
               UNTIL CM-SC-IDX > CM-STEP-CNT.
       5500-EXIT.
           EXIT.

       5510-WRITE-PLAN-STEP.
           COMPUTE CM-PLAN-DAYS =
               CM-PLAN-DAYS + CM-SC-WEEKS(CM-SC-IDX) * 7.
           COMPUTE CM-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (CM-KT-LAST-STEP-DATE(CM-KT-IDX)) + CM-PLAN-DAYS).
           COMPUTE CM-STEP-PRICE ROUNDED =
               CM-KT-FULL-PRICE(CM-KT-IDX)
             * (100 - CM-SC-PCT(CM-SC-IDX)) / 100.
           MOVE CM-SC-IDX            TO CM-PL-STEP-NO.
           MOVE CM-DUE-DATE          TO CM-PL-DUE-DATE.
           MOVE CM-SC-PCT(CM-SC-IDX) TO CM-PL-PCT.
           MOVE CM-STEP-PRICE        TO CM-PL-PRICE.
           WRITE CM-RPT-LINE FROM CM-PLAN-LINE.
       5510-EXIT.
           EXIT.

      ******************************************************************
      * 5600-WRITE-READINESS - FLAG THE POINT WHERE AMSPSTAT WILL TAKE  *
      *                        THE PRODUCT TO DISCONTINUED, OR SHOW     *
      *                        WHAT STILL BLOCKS IT                     *
      ******************************************************************
       5600-WRITE-READINESS.
           IF CM-PT-STOCKED-LOCS(CM-PT-IDX) = ZERO
               AND CM-PT-OPEN-LINES(CM-PT-IDX) = ZERO
               ADD 1 TO CM-READY-TO-DISCONTINUE
               MOVE "*** READY - AMSPSTAT CAN NOW MOVE THE PRODUCT TO DI
      -            "SCONTINUED ***" TO CM-SS-TEXT
               WRITE CM-RPT-LINE FROM CM-STATUS-LINE
               GO TO 5600-EXIT
           END-IF.
           MOVE CM-PT-STOCKED-LOCS(CM-PT-IDX) TO CM-BL-STOCKED-LOCS.
           MOVE CM-PT-OPEN-LINES(CM-PT-IDX)   TO CM-BL-OPEN-LINES.
           WRITE CM-RPT-LINE FROM CM-BLOCKED-LINE.
           IF CM-KT-STEP-NO(CM-KT-IDX) NOT < CM-STEP-CNT
               AND CM-PT-ON-HAND(CM-PT-IDX) > ZERO
               ADD 1 TO CM-FINAL-STEP-STOCK
               MOVE "FINAL MARKDOWN TAKEN - REMAINING STOCK TO BE WRITTE
      -            "N OFF OR RETURNED" TO CM-SS-TEXT
               WRITE CM-RPT-LINE FROM CM-STATUS-LINE
           END-IF.
       5600-EXIT.
           EXIT.

       5700-WRITE-ENDED.
           ADD 1 TO CM-CLEARANCES-ENDED.
           EVALUATE TRUE
               WHEN CM-KT-DISCONTINUED(CM-KT-IDX)
                   MOVE "CLEARANCE COMPLETE - PRODUCT NOW DISCONTINUED
      -                 ", DROPPED FROM REGISTER" TO CM-SS-TEXT
               WHEN CM-KT-REACTIVATED(CM-KT-IDX)
                   MOVE "PRODUCT REACTIVATED - CLEARANCE ENDED, RESTOR
      -                 "E FULL PRICE ON SDPRCM" TO CM-SS-TEXT
               WHEN OTHER
                   MOVE "PRODUCT NO LONGER ON AMSPRODG - DROPPED FROM
      -                 " REGISTER" TO CM-SS-TEXT
           END-EVALUATE.
           WRITE CM-RPT-LINE FROM CM-STATUS-LINE.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-REGISTER - CARRY THE KEYCODE ROW, ITS STORE ROWS AND *
      *                       ITS STEP ROWS TO THE NEW REGISTER         *
      ******************************************************************
       6000-WRITE-REGISTER.
           ADD 1 TO CM-CLEARANCES-CARRIED.
           MOVE SPACES                      TO CM-REGISTER-ROW.
           MOVE 'K'                         TO CM-NR-REC-TYPE.
           MOVE CM-KT-KEYCODE(CM-KT-IDX)    TO CM-NR-KEYCODE.
           MOVE ZERO                        TO CM-NR-STORE-NUM.
           MOVE CM-KT-STEP-NO(CM-KT-IDX)    TO CM-NR-STEP-NO.
           MOVE CM-KT-START-DATE(CM-KT-IDX) TO CM-NR-DATE.
           MOVE CM-KT-LAST-STEP-DATE(CM-KT-IDX)
                                            TO CM-NR-LAST-STEP-DATE.
           MOVE CM-KT-PCT(CM-KT-IDX)        TO CM-NR-PCT.
           MOVE CM-KT-FULL-PRICE(CM-KT-IDX) TO CM-NR-PRICE.
           MOVE CM-KT-COST(CM-KT-IDX)       TO CM-NR-COST.
           MOVE CM-KT-START-QTY(CM-KT-IDX)  TO CM-NR-QTY.
           PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
           PERFORM 6100-WRITE-STORE-ROW THRU 6100-EXIT
               VARYING CM-SR-IDX FROM 1 BY 1
               UNTIL CM-SR-IDX > CM-STORE-ROW-CNT.
           PERFORM 6200-WRITE-STEP-ROW THRU 6200-EXIT
               VARYING CM-MR-IDX FROM 1 BY 1
               UNTIL CM-MR-IDX > CM-STEP-ROW-CNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-STORE-ROW.
           IF CM-SR-KEYCODE(CM-SR-IDX) NOT = CM-KT-KEYCODE(CM-KT-IDX)
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES                     TO CM-REGISTER-ROW.
           MOVE 'S'                        TO CM-NR-REC-TYPE.
           MOVE CM-SR-KEYCODE(CM-SR-IDX)   TO CM-NR-KEYCODE.
           MOVE CM-SR-STORE-NUM(CM-SR-IDX) TO CM-NR-STORE-NUM.
           MOVE ZERO TO CM-NR-STEP-NO
                        CM-NR-DATE
                        CM-NR-LAST-STEP-DATE
                        CM-NR-PCT
                        CM-NR-PRICE
                        CM-NR-COST.
           MOVE CM-SR-START-QTY(CM-SR-IDX) TO CM-NR-QTY.
           PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-STEP-ROW.
           IF CM-MR-KEYCODE(CM-MR-IDX) NOT = CM-KT-KEYCODE(CM-KT-IDX)
               GO TO 6200-EXIT
           END-IF.
           MOVE SPACES                   TO CM-REGISTER-ROW.
           MOVE 'M'                      TO CM-NR-REC-TYPE.
           MOVE CM-MR-KEYCODE(CM-MR-IDX) TO CM-NR-KEYCODE.
           MOVE ZERO                     TO CM-NR-STORE-NUM
                                            CM-NR-LAST-STEP-DATE
                                            CM-NR-COST.
           MOVE CM-MR-STEP-NO(CM-MR-IDX) TO CM-NR-STEP-NO.
           MOVE CM-MR-DATE(CM-MR-IDX)    TO CM-NR-DATE.
           MOVE CM-MR-PCT(CM-MR-IDX)     TO CM-NR-PCT.
           MOVE CM-MR-PRICE(CM-MR-IDX)   TO CM-NR-PRICE.
           MOVE CM-MR-QTY(CM-MR-IDX)     TO CM-NR-QTY.
           PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
       6200-EXIT.
           EXIT.

       6900-WRITE-ROW.
           WRITE CM-NEW-IO FROM CM-REGISTER-ROW.
           ADD 1 TO CM-REGISTER-WRITTEN.
       6900-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CM-OLD-REGISTER
                 CM-PROD-FILE
                 CM-PO-FILE
                 CM-LINE-FILE
                 CM-QTY-FILE
                 CM-PRICE-FILE
                 CM-NEW-REGISTER
                 CM-MARKDOWN-FILE
                 CM-REPORT-FILE.
           DISPLAY "AMSCLRMD PRODUCTS READ      = " CM-PRODUCTS-READ.
           DISPLAY "AMSCLRMD DISCONTINUING      = " CM-DISCONTINUING.
           DISPLAY "AMSCLRMD CLEARANCES STARTED = "
                   CM-CLEARANCES-STARTED.
           DISPLAY "AMSCLRMD NOT STARTED - PRICE= "
                   CM-NOT-STARTED-NO-PRICE.
           DISPLAY "AMSCLRMD MARKDOWN STEPS     = " CM-STEPS-TAKEN.
           DISPLAY "AMSCLRMD READY TO DISCONT   = "
                   CM-READY-TO-DISCONTINUE.
           DISPLAY "AMSCLRMD FINAL STEP STOCK   = " CM-FINAL-STEP-STOCK.
           DISPLAY "AMSCLRMD CLEARANCES ENDED   = " CM-CLEARANCES-ENDED.
           DISPLAY "AMSCLRMD CLEARANCES CARRIED = "
                   CM-CLEARANCES-CARRIED.
           DISPLAY "AMSCLRMD REGISTER WRITTEN   = " CM-REGISTER-WRITTEN.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
