       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZSTRCLS.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZSTRCLS - STORE CLOSURE CLOSE-OUT.  WHEN XTAR1000M.cbl CLOSES  *
      *           A STORE NOTHING ELSE FOUND OUT - ITS STOCK STAYED ON *
      *           THE BOOKS, ALLOCATION AND REPLENISHMENT KEPT SENDING *
      *           IT STOCK AND ITS PO, IN-TRANSIT AND COMMISSION       *
      *           REFERENCES SAT THERE.  THIS RUN IS DRIVEN BY THE     *
      *           XT1000LG STORE MASTER CHANGE LOG: EVERY APPLIED      *
      *           CLOSE-STORE ('03') ENTRY STAMPED AFTER THE LAST      *
      *           ENTRY THE PREVIOUS RUN SAW (HELD ON THE ZSTRCLC      *
      *           CONTROL FILE) IS CLOSED OUT, PROVIDED THE STORE IS   *
      *           STILL FLAGGED CLOSED ON THE XTAR1000 MASTER.  FOR    *
      *           EACH SUCH STORE IT -                                 *
      *             - PLANS THE RETURN OF EVERY POSITIVE               *
      *               Location-Product-Qty On-Hand-Qty TO THE STORE'S  *
      *               SUPPLYING DC (ITS ZDSPRTE DELIVERY ROUTE DC) AS  *
      *               In-Transit-Record TRANSFERS ON THE ZSTRCLR       *
      *               EXTRACT, FOR THE DC TO REVIEW AND DISPATCH;      *
      *             - CANCELS THE STORE'S PENDING ZALCDST ALLOCATIONS  *
      *               (ZALCDSTO -> ZALCDSTN) AND TAKES THE STORE'S     *
      *               SHORTFALL BACK OFF THE PENDING ZLOCRPL SUGGESTED *
      *               PO (ZLOCRPLO -> ZLOCRPLN), WORKED OUT THE SAME   *
      *               WAY ZLOCRPL WORKED IT OUT;                       *
      *             - LISTS THE OPEN POS ITS CANCELLED ALLOCATIONS     *
      *               CAME FROM, THE In-Transit-Record STOCK STILL     *
      *               MOVING TO OR FROM IT AND THE TRLOCMAP COMMISSION *
      *               LOCATION CODES STILL MAPPED TO IT;               *
      *             - PRINTS A CLOSE-OUT CHECKLIST SHOWING WHAT WAS    *
      *               DONE AND WHAT IS STILL OUTSTANDING, SO THE STORE *
      *               CAN BE SIGNED OFF WITH NOTHING LEFT ON ITS       *
      *               BOOKS.                                           *
      *           THE JOB RUNS STRAIGHT AFTER XTAR1000M AND BEFORE THE *
      *           NEXT ZALCDST/ZLOCRPL RUN - BOTH NOW LEAVE A CLOSED   *
      *           STORE OUT ON THEIR OWN, SO ONLY THE EXTRACTS ALREADY *
      *           PENDING WHEN THE STORE CLOSED CARRY IT.              *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   XT1000LG RECORD WIDENED TO 97 BYTES - *
      *                          XTAR1000M NOW LOGS THE PENDING ID,    *
      *                          MAKER AND CHECKER OF EACH CHANGE      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SC-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-RPL-PARM-FILE ASSIGN TO "ZLOCRPLP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-CONTROL-FILE ASSIGN TO "ZSTRCLC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-NEW-CONTROL-FILE ASSIGN TO "ZSTRCLCN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-LOG-FILE ASSIGN TO "XT1000LG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-ROUTE-FILE ASSIGN TO "ZDSPRTE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-TRANSIT-FILE ASSIGN TO "ZPOTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-SUGGEST-FILE ASSIGN TO "ZLOCRPLO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-NEW-SUGGEST-FILE ASSIGN TO "ZLOCRPLN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-ALLOC-FILE ASSIGN TO "ZALCDSTO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-NEW-ALLOC-FILE ASSIGN TO "ZALCDSTN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-LOCMAP-FILE ASSIGN TO "TRLOCMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-RETURN-FILE ASSIGN TO "ZSTRCLR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-REPORT-FILE ASSIGN TO "ZSTRCLP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SC-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-CYCLE-PARM-RECORD.
           05 SC-CP-CYCLE-DATE            PIC 9(08).

      *    ZLOCRPL's OWN PARM FILE - THE MINIMUM-STOCK QUANTITY ITS
      *    PENDING SUGGESTION WAS WORKED OUT AGAINST.
       FD  SC-RPL-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-RPL-PARM-RECORD.
           05 SC-RP-MIN-QTY               PIC S9(05).
           05 SC-RP-PO-ID                 PIC X(14).

      *    THE LATEST CHANGE-LOG STAMP ALREADY CLOSED OUT.
       FD  SC-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-CONTROL-RECORD.
           05 SC-CT-LAST-STAMP.
               10 SC-CT-LAST-DATE         PIC 9(08).
               10 SC-CT-LAST-TIME         PIC 9(08).
           05 FILLER                      PIC X(04).

       FD  SC-NEW-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-NEW-CONTROL-RECORD.
           05 SC-NC-LAST-STAMP            PIC X(16).
           05 FILLER                      PIC X(04).

      *    XTAR1000M's CHANGE LOG RECORD (SEE XTAR1000M.cbl).
       FD  SC-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-LOG-RECORD.
           05 SC-LG-STORE-NO              PIC S9(4).
           05 SC-LG-ACTION-CODE           PIC X(02).
               88 SC-LG-CLOSE-STORE           VALUE '03'.
           05 SC-LG-RESULT                PIC X(10).
               88 SC-LG-WAS-APPLIED           VALUE "APPLIED   ".
           05 FILLER                      PIC X(12).
           05 SC-LG-REASON                PIC X(30).
           05 SC-LG-STAMP.
               10 SC-LG-TS-DATE           PIC 9(08).
               10 SC-LG-TS-TIME           PIC 9(08).
           05 FILLER                      PIC X(23).

       FD  SC-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-STORE-IO                    PIC X(76).

      *    ZDSPPLN's DELIVERY ROUTE FILE - THE DC A STORE IS ROUTED
      *    FROM IS THE DC THAT SUPPLIES IT.
       FD  SC-ROUTE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-ROUTE-IO.
           05 SC-RF-STORE-NUM             PIC 9(04).
           05 SC-RF-DC-NUM                PIC 9(04).
           05 SC-RF-ROUTE-ID              PIC X(06).
           05 SC-RF-STOP-SEQ              PIC 9(03).
           05 FILLER                      PIC X(03).

       FD  SC-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-PO-IO                       PIC X(33).

       FD  SC-TRANSIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-TRANSIT-IO                  PIC X(46).

       FD  SC-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-QTY-IO                      PIC X(20).

       FD  SC-SUGGEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-SUGGEST-IO                  PIC X(41).

       FD  SC-NEW-SUGGEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-NEW-SUGGEST-IO              PIC X(41).

      *    ZALCDST's ALLOCATION RECORD (SEE ZALCDST.cbl).
       FD  SC-ALLOC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-ALLOC-RECORD.
           05 SC-AL-PO-ID                 PIC X(14).
           05 SC-AL-PRODUCT-CODE          PIC 9(08).
           05 SC-AL-STORE-NUM             PIC 9(04).
           05 SC-AL-DEPARTMENT-NUM        PIC 9(04).
           05 SC-AL-STORE-QTY-2           PIC S9(09).
           05 SC-AL-ALLOC-QTY             PIC S9(05).

       FD  SC-NEW-ALLOC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-NEW-ALLOC-IO                PIC X(44).

      *    TRLOCMNT's LOCATION-CODE MAPPING (SEE TRLOCMNT.cbl).
       FD  SC-LOCMAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-LOCMAP-RECORD.
           05 SC-LM-LOCATION-CODE         PIC X(03).
           05 SC-LM-STORE-NO              PIC 9(04).
           05 FILLER                      PIC X(08).

       FD  SC-RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-RETURN-IO                   PIC X(46).

       FD  SC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SC-RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".
           COPY "XTAR1000_020.cbl".

       01  SC-SWITCHES.
           05 SC-EOF-CONTROL-FILE         PIC X(01) VALUE 'N'.
               88 SC-END-OF-CONTROL-FILE      VALUE 'Y'.
           05 SC-EOF-LOG-FILE             PIC X(01) VALUE 'N'.
               88 SC-END-OF-LOG-FILE          VALUE 'Y'.
           05 SC-EOF-STORE-FILE           PIC X(01) VALUE 'N'.
               88 SC-END-OF-STORE-FILE        VALUE 'Y'.
           05 SC-EOF-ROUTE-FILE           PIC X(01) VALUE 'N'.
               88 SC-END-OF-ROUTE-FILE        VALUE 'Y'.
           05 SC-EOF-PO-FILE              PIC X(01) VALUE 'N'.
               88 SC-END-OF-PO-FILE           VALUE 'Y'.
           05 SC-EOF-TRANSIT-FILE         PIC X(01) VALUE 'N'.
               88 SC-END-OF-TRANSIT-FILE      VALUE 'Y'.
           05 SC-EOF-QTY-FILE             PIC X(01) VALUE 'N'.
               88 SC-END-OF-QTY-FILE          VALUE 'Y'.
           05 SC-EOF-SUGGEST-FILE         PIC X(01) VALUE 'N'.
               88 SC-END-OF-SUGGEST-FILE      VALUE 'Y'.
           05 SC-EOF-ALLOC-FILE           PIC X(01) VALUE 'N'.
               88 SC-END-OF-ALLOC-FILE        VALUE 'Y'.
           05 SC-EOF-LOCMAP-FILE          PIC X(01) VALUE 'N'.
               88 SC-END-OF-LOCMAP-FILE       VALUE 'Y'.
           05 SC-SUGG-HEADER-FLAG         PIC X(01) VALUE 'N'.
               88 SC-SUGG-HEADER-HELD         VALUE 'Y'.

       01  SC-COUNTERS.
           05 SC-CLOSE-CNT                PIC 9(04) COMP VALUE ZERO.
           05 SC-TRANSIT-CNT              PIC 9(05) COMP VALUE ZERO.
           05 SC-CANCEL-CNT               PIC 9(05) COMP VALUE ZERO.
           05 SC-SUGG-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 SC-PO-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 SC-LISTED-PO-CNT            PIC 9(05) COMP VALUE ZERO.
           05 SC-LOG-READ                 PIC 9(07) COMP VALUE ZERO.
           05 SC-CLOSES-READ              PIC 9(07) COMP VALUE ZERO.
           05 SC-STORES-CLOSED-OUT        PIC 9(07) COMP VALUE ZERO.
           05 SC-STORES-NOT-CLOSED        PIC 9(07) COMP VALUE ZERO.
           05 SC-RETURNS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
           05 SC-ALLOCS-READ              PIC 9(07) COMP VALUE ZERO.
           05 SC-ALLOCS-CANCELLED         PIC 9(07) COMP VALUE ZERO.
           05 SC-SUGG-LINES-REDUCED       PIC 9(07) COMP VALUE ZERO.
           05 SC-SUGG-LINES-DROPPED       PIC 9(07) COMP VALUE ZERO.

       01  SC-CYCLE-DATE                  PIC 9(08).
       01  SC-MIN-STOCK-QTY               PIC S9(05).
       01  SC-NEW-STAMP                   PIC X(16).

      *    ONE ENTRY PER STORE CLOSED ON THE LOG SINCE THE LAST RUN.
      *    SC-CS-STATE IS 'M' UNTIL THE STORE IS FOUND ON THE MASTER,
      *    THEN 'C' WHEN IT IS STILL FLAGGED CLOSED (CLOSED OUT THIS
      *    RUN) OR 'R' WHEN A LATER TRANSACTION HAS REOPENED IT.
       01  SC-CLOSE-TABLE.
           05 SC-CS-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON SC-CLOSE-CNT.
               10 SC-CS-STORE-NO          PIC 9(04).
               10 SC-CS-STATE             PIC X(01).
                   88 SC-CS-IS-CLOSING        VALUE 'C'.
                   88 SC-CS-IS-REOPENED       VALUE 'R'.
                   88 SC-CS-NOT-ON-MASTER     VALUE 'M'.
               10 SC-CS-STORE-NAME        PIC X(50).
               10 SC-CS-CLOSE-DATE        PIC 9(08).
               10 SC-CS-DC-NUM            PIC 9(04).
               10 SC-CS-RETURN-LINES      PIC 9(05) COMP.
               10 SC-CS-RETURN-UNITS      PIC S9(07) COMP.
               10 SC-CS-UNROUTED-LINES    PIC 9(05) COMP.
               10 SC-CS-UNROUTED-UNITS    PIC S9(07) COMP.
               10 SC-CS-NEGATIVE-ROWS     PIC 9(05) COMP.
               10 SC-CS-ALLOC-LINES       PIC 9(05) COMP.
               10 SC-CS-ALLOC-UNITS       PIC S9(07) COMP.
               10 SC-CS-SUGG-UNITS        PIC S9(07) COMP.
               10 SC-CS-OPEN-POS          PIC 9(05) COMP.
               10 SC-CS-TRANSIT-LINES     PIC 9(05) COMP.
               10 SC-CS-LOC-CODES         PIC 9(05) COMP.

      *    STOCK IN TRANSIT TO A CLOSING STORE, BY PRODUCT - COMMITTED
      *    SUPPLY THERE, THE SAME WAY ZLOCRPL COUNTED IT.
       01  SC-TRANSIT-TABLE.
           05 SC-IT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON SC-TRANSIT-CNT.
               10 SC-IT-TO-LOCATION       PIC 9(04).
               10 SC-IT-PRODUCT-CODE      PIC 9(08).
               10 SC-IT-QTY               PIC S9(07).

      *    THE CLOSING STORES' SHORTFALLS, BY PRODUCT, TO TAKE BACK
      *    OFF THE PENDING SUGGESTED PO.
       01  SC-CANCEL-TABLE.
           05 SC-CN-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SC-CANCEL-CNT.
               10 SC-CN-STORE-NO          PIC 9(04).
               10 SC-CN-PRODUCT-CODE      PIC 9(08).
               10 SC-CN-QTY               PIC S9(07).

      *    THE PENDING SUGGESTED PO'S LINES - THE HEADER'S Total-Cost
      *    IS ONLY KNOWN ONCE EVERY LINE HAS BEEN REDUCED.
       01  SC-SUGG-HEADER                 PIC X(41).
       01  SC-SUGG-TABLE.
           05 SC-SG-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SC-SUGG-CNT.
               10 SC-SG-PO-ID             PIC X(14).
               10 SC-SG-PRODUCT-CODE      PIC 9(08).
               10 SC-SG-QTY               PIC S9(05).
               10 SC-SG-LINE-COST         PIC S9(09)V99.

       01  SC-PO-TABLE.
           05 SC-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON SC-PO-CNT.
               10 SC-PO-ID                PIC X(14).
               10 SC-PO-STATUS            PIC 9(02).

      *    STORE/PO PAIRS ALREADY LISTED, SO AN OPEN PO IS LISTED ONCE
      *    PER STORE HOWEVER MANY OF ITS LINES WERE ALLOCATED THERE.
       01  SC-LISTED-PO-TABLE.
           05 SC-LP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SC-LISTED-PO-CNT.
               10 SC-LP-STORE-NO          PIC 9(04).
               10 SC-LP-PO-ID             PIC X(14).

       01  SC-CHECK-STORE                 PIC 9(04).
       01  SC-CS-IDX                      PIC 9(04) COMP.
       01  SC-CS-SCAN-IDX                 PIC 9(04) COMP.
       01  SC-SCAN-IDX                    PIC 9(05) COMP.
       01  SC-MATCH-IDX                   PIC 9(05) COMP.
       01  SC-MATCH-FOUND                 PIC X(01).
           88 SC-ENTRY-WAS-FOUND              VALUE 'Y'.
       01  SC-STORE-FOUND                 PIC X(01).
           88 SC-STORE-IS-CLOSING             VALUE 'Y'.
       01  SC-CLOSE-IDX                   PIC 9(04) COMP.
       01  SC-CHECK-COUNT                 PIC 9(05) COMP.

       01  SC-EFFECTIVE-QTY               PIC S9(07).
       01  SC-SHORTFALL-QTY               PIC S9(07).
       01  SC-CANCEL-QTY                  PIC S9(07).
       01  SC-UNIT-COST                   PIC S9(07)V9(04).
       01  SC-TOTAL-COST                  PIC S9(09)V99.

       01  SC-HEADING-1.
           05 FILLER                      PIC X(24)
               VALUE "ZSTRCLS STORE CLOSE-OUT ".
           05 FILLER                      PIC X(07) VALUE " CYCLE ".
           05 SC-HD-CYCLE-DATE            PIC 9(08).
           05 FILLER                      PIC X(93) VALUE SPACES.

       01  SC-HEADING-2.
           05 FILLER                      PIC X(06) VALUE "STORE ".
           05 FILLER                      PIC X(22)
               VALUE "ITEM                  ".
           05 FILLER                      PIC X(16)
               VALUE "REFERENCE       ".
           05 FILLER                      PIC X(10) VALUE "PRODUCT   ".
           05 FILLER                      PIC X(06) VALUE "FROM  ".
           05 FILLER                      PIC X(06) VALUE "TO    ".
           05 FILLER                      PIC X(09) VALUE "    QTY  ".
           05 FILLER                      PIC X(40) VALUE "NOTE".
           05 FILLER                      PIC X(17) VALUE SPACES.

       01  SC-SECTION-LINE.
           05 SC-SL-TEXT                  PIC X(60).
           05 FILLER                      PIC X(72) VALUE SPACES.

       01  SC-DETAIL-LINE.
           05 SC-DL-STORE-NO              PIC ZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 SC-DL-ITEM                  PIC X(20).
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 SC-DL-REFERENCE             PIC X(14).
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 SC-DL-PRODUCT-CODE          PIC Z(07)9.
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 SC-DL-FROM                  PIC ZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 SC-DL-TO                    PIC ZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 SC-DL-QTY                   PIC -(06)9.
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 SC-DL-NOTE                  PIC X(40).
           05 FILLER                      PIC X(17) VALUE SPACES.

       01  SC-STORE-LINE.
           05 FILLER                      PIC X(06) VALUE "STORE ".
           05 SC-ST-STORE-NO              PIC ZZZ9.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 SC-ST-STORE-NAME            PIC X(50).
           05 FILLER                      PIC X(12)
               VALUE " CLOSE DATE ".
           05 SC-ST-CLOSE-DATE            PIC 9(08).
           05 FILLER                      PIC X(14)
               VALUE " SUPPLYING DC ".
           05 SC-ST-DC-NUM                PIC ZZZ9.
           05 FILLER                      PIC X(33) VALUE SPACES.

       01  SC-CHECK-LINE.
           05 FILLER                      PIC X(06) VALUE SPACES.
           05 SC-CK-LABEL                 PIC X(40).
           05 SC-CK-COUNT                 PIC ZZ,ZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 SC-CK-UNITS                 PIC -(06)9 BLANK WHEN ZERO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 SC-CK-RESULT                PIC X(10).
           05 FILLER                      PIC X(59) VALUE SPACES.

       01  SC-SIGNOFF-LINE.
           05 FILLER                      PIC X(06) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE "SIGN-OFF: ".
           05 SC-SO-TEXT                  PIC X(50).
           05 FILLER                      PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE "STOCK IN TRANSIT TO OR FROM A CLOSING STORE"
                                         TO SC-SL-TEXT.
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT.
           PERFORM 3000-LIST-TRANSIT THRU 3000-EXIT
               UNTIL SC-END-OF-TRANSIT-FILE.
           MOVE "STOCK RETURN PLAN TO THE SUPPLYING DC" TO SC-SL-TEXT.
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT.
           PERFORM 3100-PLAN-STOCK-RETURN THRU 3100-EXIT
               UNTIL SC-END-OF-QTY-FILE.
           MOVE "REPLENISHMENT SUGGESTIONS CANCELLED" TO SC-SL-TEXT.
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT.
           PERFORM 3200-LOAD-SUGGESTION THRU 3200-EXIT
               UNTIL SC-END-OF-SUGGEST-FILE.
           PERFORM 3300-REWRITE-SUGGESTION THRU 3300-EXIT.
           MOVE "PENDING ALLOCATIONS CANCELLED AND OPEN POS"
                                         TO SC-SL-TEXT.
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT.
           PERFORM 3400-CANCEL-ALLOCATION THRU 3400-EXIT
               UNTIL SC-END-OF-ALLOC-FILE.
           MOVE "COMMISSION LOCATION CODES STILL MAPPED" TO SC-SL-TEXT.
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT.
           PERFORM 3500-LIST-LOCATION-CODE THRU 3500-EXIT
               UNTIL SC-END-OF-LOCMAP-FILE.
           MOVE "CLOSE-OUT CHECKLIST" TO SC-SL-TEXT.
           PERFORM 6900-WRITE-SECTION THRU 6900-EXIT.
           PERFORM 7000-WRITE-CHECKLIST THRU 7000-EXIT
               VARYING SC-CLOSE-IDX FROM 1 BY 1
               UNTIL SC-CLOSE-IDX > SC-CLOSE-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - CYCLE DATE, MINIMUM-STOCK PARM AND CONTROL    *
      *                   STAMP, THE STORES CLOSED SINCE THE LAST RUN,  *
      *                   THEIR MASTER AND ROUTE DETAILS AND THE PO     *
      *                   STATUS TABLE                                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT SC-CYCLE-PARM-FILE.
           READ SC-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO SC-CP-CYCLE-DATE
           END-READ.
           CLOSE SC-CYCLE-PARM-FILE.
           IF SC-CP-CYCLE-DATE = ZERO
               ACCEPT SC-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE SC-CP-CYCLE-DATE TO SC-CYCLE-DATE
           END-IF.
           OPEN INPUT SC-RPL-PARM-FILE.
           READ SC-RPL-PARM-FILE
               AT END
                   MOVE ZERO TO SC-RP-MIN-QTY
           END-READ.
           MOVE SC-RP-MIN-QTY TO SC-MIN-STOCK-QTY.
           CLOSE SC-RPL-PARM-FILE.
      *    NO CONTROL RECORD YET - START FROM THE CYCLE DATE RATHER
      *    THAN CLOSING OUT EVERY STORE EVER CLOSED ON THE LOG.
           OPEN INPUT SC-CONTROL-FILE.
           READ SC-CONTROL-FILE
               AT END
                   MOVE SC-CYCLE-DATE TO SC-CT-LAST-DATE
                   MOVE ZERO          TO SC-CT-LAST-TIME
           END-READ.
           CLOSE SC-CONTROL-FILE.
           MOVE SC-CT-LAST-STAMP TO SC-NEW-STAMP.
           OPEN INPUT SC-LOG-FILE.
           PERFORM 2000-READ-LOG THRU 2000-EXIT
               UNTIL SC-END-OF-LOG-FILE.
           CLOSE SC-LOG-FILE.
           OPEN INPUT SC-STORE-FILE.
           PERFORM 2100-LOAD-STORE THRU 2100-EXIT
               UNTIL SC-END-OF-STORE-FILE.
           CLOSE SC-STORE-FILE.
           OPEN INPUT SC-ROUTE-FILE.
           PERFORM 2200-LOAD-ROUTE THRU 2200-EXIT
               UNTIL SC-END-OF-ROUTE-FILE.
           CLOSE SC-ROUTE-FILE.
           OPEN INPUT SC-PO-FILE.
           PERFORM 2300-LOAD-PO THRU 2300-EXIT
               UNTIL SC-END-OF-PO-FILE.
           CLOSE SC-PO-FILE.
           OPEN INPUT  SC-TRANSIT-FILE
                INPUT  SC-QTY-FILE
                INPUT  SC-SUGGEST-FILE
                INPUT  SC-ALLOC-FILE
                INPUT  SC-LOCMAP-FILE
                OUTPUT SC-NEW-SUGGEST-FILE
                OUTPUT SC-NEW-ALLOC-FILE
                OUTPUT SC-RETURN-FILE
                OUTPUT SC-REPORT-FILE
                OUTPUT SC-NEW-CONTROL-FILE.
           MOVE SC-CYCLE-DATE TO SC-HD-CYCLE-DATE.
           WRITE SC-RPT-LINE FROM SC-HEADING-1.
           WRITE SC-RPT-LINE FROM SC-HEADING-2.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-LOG - AN APPLIED CLOSE-STORE ENTRY STAMPED AFTER THE  *
      *                 CONTROL STAMP ADDS ITS STORE TO THE CLOSE TABLE *
      ******************************************************************
       2000-READ-LOG.
           READ SC-LOG-FILE
               AT END
                   SET SC-END-OF-LOG-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO SC-LOG-READ.
           IF SC-LG-STAMP NOT > SC-CT-LAST-STAMP
               GO TO 2000-EXIT
           END-IF.
           IF SC-LG-STAMP > SC-NEW-STAMP
               MOVE SC-LG-STAMP TO SC-NEW-STAMP
           END-IF.
           IF NOT SC-LG-CLOSE-STORE
               OR NOT SC-LG-WAS-APPLIED
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO SC-CLOSES-READ.
           MOVE SC-LG-STORE-NO TO SC-CHECK-STORE.
           PERFORM 4000-FIND-STORE THRU 4000-EXIT.
           IF SC-ENTRY-WAS-FOUND
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO SC-CLOSE-CNT.
           MOVE SC-CLOSE-CNT TO SC-CS-IDX.
           MOVE SC-CHECK-STORE TO SC-CS-STORE-NO(SC-CS-IDX).
           MOVE 'M'            TO SC-CS-STATE(SC-CS-IDX).
           MOVE SPACES         TO SC-CS-STORE-NAME(SC-CS-IDX).
           MOVE ZERO           TO SC-CS-CLOSE-DATE(SC-CS-IDX)
                                  SC-CS-DC-NUM(SC-CS-IDX)
                                  SC-CS-RETURN-LINES(SC-CS-IDX)
                                  SC-CS-RETURN-UNITS(SC-CS-IDX)
                                  SC-CS-UNROUTED-LINES(SC-CS-IDX)
                                  SC-CS-UNROUTED-UNITS(SC-CS-IDX)
                                  SC-CS-NEGATIVE-ROWS(SC-CS-IDX)
                                  SC-CS-ALLOC-LINES(SC-CS-IDX)
                                  SC-CS-ALLOC-UNITS(SC-CS-IDX)
                                  SC-CS-SUGG-UNITS(SC-CS-IDX)
                                  SC-CS-OPEN-POS(SC-CS-IDX)
                                  SC-CS-TRANSIT-LINES(SC-CS-IDX)
                                  SC-CS-LOC-CODES(SC-CS-IDX).
       2000-EXIT.
           EXIT.

       2100-LOAD-STORE.
           READ SC-STORE-FILE
               AT END
                   SET SC-END-OF-STORE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE SC-STORE-IO TO 01TAR1000-REC.
           MOVE 00001000-STORE-NO TO SC-CHECK-STORE.
           PERFORM 4000-FIND-STORE THRU 4000-EXIT.
           IF NOT SC-ENTRY-WAS-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE XTAR1000-STORE-NAME TO SC-CS-STORE-NAME(SC-CS-IDX).
           MOVE XTAR1000-CLOSE-DATE TO SC-CS-CLOSE-DATE(SC-CS-IDX).
           IF XTAR1000-CLOSED-STORE = 'Y'
               MOVE 'C' TO SC-CS-STATE(SC-CS-IDX)
           ELSE
               MOVE 'R' TO SC-CS-STATE(SC-CS-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-ROUTE.
           READ SC-ROUTE-FILE
               AT END
                   SET SC-END-OF-ROUTE-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE SC-RF-STORE-NUM TO SC-CHECK-STORE.
           PERFORM 4000-FIND-STORE THRU 4000-EXIT.
           IF SC-ENTRY-WAS-FOUND
               MOVE SC-RF-DC-NUM TO SC-CS-DC-NUM(SC-CS-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LOAD-PO.
           READ SC-PO-FILE
               AT END
                   SET SC-END-OF-PO-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           MOVE SC-PO-IO TO PO-Record.
           ADD 1 TO SC-PO-CNT.
           MOVE PO-Id OF PO-Record     TO SC-PO-ID(SC-PO-CNT).
           MOVE Po-Status OF PO-Record TO SC-PO-STATUS(SC-PO-CNT).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-TRANSIT - LIST EVERY In-Transit-Record TO OR FROM A   *
      *                     CLOSING STORE, KEEPING THE STOCK HEADED TO  *
      *                     ONE AS COMMITTED SUPPLY THERE               *
      ******************************************************************
       3000-LIST-TRANSIT.
           READ SC-TRANSIT-FILE
               AT END
                   SET SC-END-OF-TRANSIT-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           MOVE SC-TRANSIT-IO TO In-Transit-Record.
           MOVE To-Location TO SC-CHECK-STORE.
           PERFORM 4100-CHECK-CLOSING THRU 4100-EXIT.
           IF SC-STORE-IS-CLOSING
               PERFORM 3010-ADD-COMMITTED-TRANSIT THRU 3010-EXIT
               PERFORM 3020-WRITE-TRANSIT-LINE THRU 3020-EXIT
           END-IF.
           MOVE From-Location TO SC-CHECK-STORE.
           PERFORM 4100-CHECK-CLOSING THRU 4100-EXIT.
           IF SC-STORE-IS-CLOSING
               PERFORM 3020-WRITE-TRANSIT-LINE THRU 3020-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3010-ADD-COMMITTED-TRANSIT.
           MOVE 'N' TO SC-MATCH-FOUND.
           PERFORM 3011-SCAN-TRANSIT THRU 3011-EXIT
               VARYING SC-SCAN-IDX FROM 1 BY 1
               UNTIL SC-SCAN-IDX > SC-TRANSIT-CNT
                  OR SC-ENTRY-WAS-FOUND.
           IF NOT SC-ENTRY-WAS-FOUND
               ADD 1 TO SC-TRANSIT-CNT
               MOVE SC-TRANSIT-CNT TO SC-MATCH-IDX
               MOVE To-Location TO SC-IT-TO-LOCATION(SC-MATCH-IDX)
               MOVE Product-Code OF In-Transit-Record
                                 TO SC-IT-PRODUCT-CODE(SC-MATCH-IDX)
               MOVE ZERO TO SC-IT-QTY(SC-MATCH-IDX)
           END-IF.
           ADD Transit-Qty TO SC-IT-QTY(SC-MATCH-IDX).
       3010-EXIT.
           EXIT.

       3011-SCAN-TRANSIT.
           IF SC-IT-TO-LOCATION(SC-SCAN-IDX) = To-Location
               AND SC-IT-PRODUCT-CODE(SC-SCAN-IDX) =
                   Product-Code OF In-Transit-Record
               MOVE 'Y' TO SC-MATCH-FOUND
               MOVE SC-SCAN-IDX TO SC-MATCH-IDX
           END-IF.
       3011-EXIT.
           EXIT.

       3020-WRITE-TRANSIT-LINE.
           MOVE SPACES TO SC-DETAIL-LINE.
           MOVE SC-CHECK-STORE TO SC-DL-STORE-NO.
           MOVE "IN TRANSIT" TO SC-DL-ITEM.
           MOVE PO-Id OF In-Transit-Record TO SC-DL-REFERENCE.
           MOVE Product-Code OF In-Transit-Record
                                     TO SC-DL-PRODUCT-CODE.
           MOVE From-Location TO SC-DL-FROM.
           MOVE To-Location   TO SC-DL-TO.
           MOVE Transit-Qty   TO SC-DL-QTY.
           IF To-Location = SC-CHECK-STORE
               MOVE "REDIRECT OR RECEIVE AND RETURN TO DC"
                                     TO SC-DL-NOTE
           ELSE
               MOVE "CONFIRM RECEIPT AT DESTINATION" TO SC-DL-NOTE
           END-IF.
           WRITE SC-RPT-LINE FROM SC-DETAIL-LINE.
           ADD 1 TO SC-CS-TRANSIT-LINES(SC-CS-IDX).
       3020-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PLAN-STOCK-RETURN - A CLOSING STORE'S POSITIVE ON-HAND IS  *
      *                          PLANNED BACK TO ITS SUPPLYING DC AS AN *
      *                          In-Transit-Record TRANSFER, AND ITS    *
      *                          SHORTFALL AGAINST THE MINIMUM-STOCK    *
      *                          QUANTITY IS NOTED FOR CANCELLATION     *
      ******************************************************************
       3100-PLAN-STOCK-RETURN.
           READ SC-QTY-FILE
               AT END
                   SET SC-END-OF-QTY-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE SC-QTY-IO TO Location-Product-Qty.
           MOVE Location OF Location-Product-Qty TO SC-CHECK-STORE.
           PERFORM 4100-CHECK-CLOSING THRU 4100-EXIT.
           IF NOT SC-STORE-IS-CLOSING
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-NOTE-SHORTFALL THRU 3150-EXIT.
           IF On-Hand-Qty OF Location-Product-Qty < ZERO
               ADD 1 TO SC-CS-NEGATIVE-ROWS(SC-CS-IDX)
               MOVE "ON-HAND NEGATIVE - ADJUST BEFORE SIGNOFF"
                                     TO SC-DL-NOTE
               PERFORM 3120-WRITE-STOCK-LINE THRU 3120-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF On-Hand-Qty OF Location-Product-Qty = ZERO
               GO TO 3100-EXIT
           END-IF.
           IF SC-CS-DC-NUM(SC-CS-IDX) = ZERO
               ADD 1 TO SC-CS-UNROUTED-LINES(SC-CS-IDX)
               ADD On-Hand-Qty OF Location-Product-Qty
                                 TO SC-CS-UNROUTED-UNITS(SC-CS-IDX)
               MOVE "NO SUPPLYING DC ON ZDSPRTE - NOT PLANNED"
                                     TO SC-DL-NOTE
               PERFORM 3120-WRITE-STOCK-LINE THRU 3120-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-WRITE-RETURN THRU 3110-EXIT.
           MOVE SPACES TO SC-DL-NOTE.
           PERFORM 3120-WRITE-STOCK-LINE THRU 3120-EXIT.
       3100-EXIT.
           EXIT.

      *    THE TRANSFER'S PO-Id IS 'CL' + STORE + CYCLE DATE, SO THE
      *    DC CAN TELL A CLOSE-OUT RETURN FROM A SUPPLIER DELIVERY.
       3110-WRITE-RETURN.
           MOVE 'ITR' TO Record-Type OF In-Transit-Record.
           MOVE SPACES TO PO-Id OF In-Transit-Record.
           STRING "CL"           DELIMITED BY SIZE
                  SC-CHECK-STORE DELIMITED BY SIZE
                  SC-CYCLE-DATE  DELIMITED BY SIZE
               INTO PO-Id OF In-Transit-Record
           END-STRING.
           MOVE Product-Code OF Location-Product-Qty
                                 TO Product-Code OF In-Transit-Record.
           MOVE SC-CHECK-STORE          TO From-Location.
           MOVE SC-CS-DC-NUM(SC-CS-IDX) TO To-Location.
           MOVE On-Hand-Qty OF Location-Product-Qty TO Transit-Qty.
           MOVE SC-CYCLE-DATE           TO Dispatch-Date.
           MOVE In-Transit-Record TO SC-RETURN-IO.
           WRITE SC-RETURN-IO.
           ADD 1 TO SC-RETURNS-WRITTEN.
           ADD 1 TO SC-CS-RETURN-LINES(SC-CS-IDX).
           ADD Transit-Qty TO SC-CS-RETURN-UNITS(SC-CS-IDX).
       3110-EXIT.
           EXIT.

       3120-WRITE-STOCK-LINE.
           MOVE SC-CHECK-STORE TO SC-DL-STORE-NO.
           MOVE "STOCK RETURN" TO SC-DL-ITEM.
           IF SC-DL-NOTE = SPACES
               MOVE PO-Id OF In-Transit-Record TO SC-DL-REFERENCE
           ELSE
               MOVE SPACES TO SC-DL-REFERENCE
           END-IF.
           MOVE Product-Code OF Location-Product-Qty
                                     TO SC-DL-PRODUCT-CODE.
           MOVE SC-CHECK-STORE TO SC-DL-FROM.
           MOVE SC-CS-DC-NUM(SC-CS-IDX) TO SC-DL-TO.
           MOVE On-Hand-Qty OF Location-Product-Qty TO SC-DL-QTY.
           WRITE SC-RPT-LINE FROM SC-DETAIL-LINE.
       3120-EXIT.
           EXIT.

      *    THE SAME SHORTFALL ZLOCRPL ADDED TO ITS SUGGESTION FOR THIS
      *    ROW - MINIMUM LESS ON-HAND PLUS STOCK IN TRANSIT TO IT.
       3150-NOTE-SHORTFALL.
           MOVE On-Hand-Qty OF Location-Product-Qty
                                     TO SC-EFFECTIVE-QTY.
           MOVE 'N' TO SC-MATCH-FOUND.
           PERFORM 3151-SCAN-COMMITTED THRU 3151-EXIT
               VARYING SC-SCAN-IDX FROM 1 BY 1
               UNTIL SC-SCAN-IDX > SC-TRANSIT-CNT
                  OR SC-ENTRY-WAS-FOUND.
           IF SC-ENTRY-WAS-FOUND
               ADD SC-IT-QTY(SC-MATCH-IDX) TO SC-EFFECTIVE-QTY
           END-IF.
           IF SC-EFFECTIVE-QTY NOT < SC-MIN-STOCK-QTY
               GO TO 3150-EXIT
           END-IF.
           COMPUTE SC-SHORTFALL-QTY =
               SC-MIN-STOCK-QTY - SC-EFFECTIVE-QTY.
           ADD 1 TO SC-CANCEL-CNT.
           MOVE SC-CHECK-STORE TO SC-CN-STORE-NO(SC-CANCEL-CNT).
           MOVE Product-Code OF Location-Product-Qty
                                 TO SC-CN-PRODUCT-CODE(SC-CANCEL-CNT).
           MOVE SC-SHORTFALL-QTY TO SC-CN-QTY(SC-CANCEL-CNT).
       3150-EXIT.
           EXIT.

       3151-SCAN-COMMITTED.
           IF SC-IT-TO-LOCATION(SC-SCAN-IDX) = SC-CHECK-STORE
               AND SC-IT-PRODUCT-CODE(SC-SCAN-IDX) =
                   Product-Code OF Location-Product-Qty
               MOVE 'Y' TO SC-MATCH-FOUND
               MOVE SC-SCAN-IDX TO SC-MATCH-IDX
           END-IF.
       3151-EXIT.
           EXIT.

       3200-LOAD-SUGGESTION.
           READ SC-SUGGEST-FILE
               AT END
                   SET SC-END-OF-SUGGEST-FILE TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           MOVE SC-SUGGEST-IO TO PO-Line-Item.
           IF NOT PO-Line-Item-Rec
               MOVE SC-SUGGEST-IO TO SC-SUGG-HEADER
               SET SC-SUGG-HEADER-HELD TO TRUE
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO SC-SUGG-CNT.
           MOVE PO-Id OF PO-Line-Item TO SC-SG-PO-ID(SC-SUGG-CNT).
           MOVE Product-Code OF PO-Line-Item
                                     TO SC-SG-PRODUCT-CODE(SC-SUGG-CNT).
           MOVE Ordered-Qty OF PO-Line-Item TO SC-SG-QTY(SC-SUGG-CNT).
           MOVE Line-Cost OF PO-Line-Item
                                     TO SC-SG-LINE-COST(SC-SUGG-CNT).
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-REWRITE-SUGGESTION - TAKE EACH CLOSING-STORE SHORTFALL OFF *
      *                           ITS PRODUCT'S SUGGESTED LINE, THEN    *
      *                           WRITE THE HEADER WITH ITS RE-SUMMED   *
      *                           Total-Cost AND THE LINES LEFT OVER    *
      ******************************************************************
       3300-REWRITE-SUGGESTION.
           PERFORM 3310-APPLY-CANCEL THRU 3310-EXIT
               VARYING SC-SCAN-IDX FROM 1 BY 1
               UNTIL SC-SCAN-IDX > SC-CANCEL-CNT.
           IF NOT SC-SUGG-HEADER-HELD
               GO TO 3300-EXIT
           END-IF.
           MOVE ZERO TO SC-TOTAL-COST.
           PERFORM 3320-SUM-LINE THRU 3320-EXIT
               VARYING SC-MATCH-IDX FROM 1 BY 1
               UNTIL SC-MATCH-IDX > SC-SUGG-CNT.
           MOVE SC-SUGG-HEADER TO PO-Record.
           MOVE SC-TOTAL-COST TO Total-Cost OF PO-Record.
           MOVE PO-Record TO SC-NEW-SUGGEST-IO.
           WRITE SC-NEW-SUGGEST-IO.
           PERFORM 3330-WRITE-LINE THRU 3330-EXIT
               VARYING SC-MATCH-IDX FROM 1 BY 1
               UNTIL SC-MATCH-IDX > SC-SUGG-CNT.
       3300-EXIT.
           EXIT.

       3310-APPLY-CANCEL.
           MOVE 'N' TO SC-MATCH-FOUND.
           PERFORM 3311-SCAN-SUGGESTION THRU 3311-EXIT
               VARYING SC-MATCH-IDX FROM 1 BY 1
               UNTIL SC-MATCH-IDX > SC-SUGG-CNT
                  OR SC-ENTRY-WAS-FOUND.
           IF NOT SC-ENTRY-WAS-FOUND
               GO TO 3310-EXIT
           END-IF.
           SUBTRACT 1 FROM SC-MATCH-IDX.
           MOVE SC-CN-QTY(SC-SCAN-IDX) TO SC-CANCEL-QTY.
           IF SC-CANCEL-QTY > SC-SG-QTY(SC-MATCH-IDX)
               MOVE SC-SG-QTY(SC-MATCH-IDX) TO SC-CANCEL-QTY
           END-IF.
           IF SC-CANCEL-QTY NOT > ZERO
               GO TO 3310-EXIT
           END-IF.
           COMPUTE SC-UNIT-COST = SC-SG-LINE-COST(SC-MATCH-IDX)
               / SC-SG-QTY(SC-MATCH-IDX).
           SUBTRACT SC-CANCEL-QTY FROM SC-SG-QTY(SC-MATCH-IDX).
           COMPUTE SC-SG-LINE-COST(SC-MATCH-IDX) ROUNDED =
               SC-SG-QTY(SC-MATCH-IDX) * SC-UNIT-COST.
           ADD 1 TO SC-SUGG-LINES-REDUCED.
           MOVE SC-CN-STORE-NO(SC-SCAN-IDX) TO SC-CHECK-STORE.
           PERFORM 4100-CHECK-CLOSING THRU 4100-EXIT.
           ADD SC-CANCEL-QTY TO SC-CS-SUGG-UNITS(SC-CS-IDX).
           MOVE SPACES TO SC-DETAIL-LINE.
           MOVE SC-CHECK-STORE TO SC-DL-STORE-NO.
           MOVE "SUGGESTION REDUCED" TO SC-DL-ITEM.
           MOVE SC-SG-PO-ID(SC-MATCH-IDX) TO SC-DL-REFERENCE.
           MOVE SC-SG-PRODUCT-CODE(SC-MATCH-IDX) TO SC-DL-PRODUCT-CODE.
           MOVE SC-CANCEL-QTY TO SC-DL-QTY.
           IF SC-SG-QTY(SC-MATCH-IDX) = ZERO
               MOVE "SUGGESTED LINE DROPPED" TO SC-DL-NOTE
           END-IF.
           WRITE SC-RPT-LINE FROM SC-DETAIL-LINE.
       3310-EXIT.
           EXIT.

       3311-SCAN-SUGGESTION.
           IF SC-SG-PRODUCT-CODE(SC-MATCH-IDX) =
                   SC-CN-PRODUCT-CODE(SC-SCAN-IDX)
               MOVE 'Y' TO SC-MATCH-FOUND
           END-IF.
       3311-EXIT.
           EXIT.

       3320-SUM-LINE.
           IF SC-SG-QTY(SC-MATCH-IDX) > ZERO
               ADD SC-SG-LINE-COST(SC-MATCH-IDX) TO SC-TOTAL-COST
           END-IF.
       3320-EXIT.
           EXIT.

       3330-WRITE-LINE.
           IF SC-SG-QTY(SC-MATCH-IDX) NOT > ZERO
               ADD 1 TO SC-SUGG-LINES-DROPPED
               GO TO 3330-EXIT
           END-IF.
           MOVE 'POL' TO Record-Type OF PO-Line-Item.
           MOVE SC-SG-PO-ID(SC-MATCH-IDX) TO PO-Id OF PO-Line-Item.
           MOVE SC-SG-PRODUCT-CODE(SC-MATCH-IDX)
                                     TO Product-Code OF PO-Line-Item.
           MOVE SC-SG-QTY(SC-MATCH-IDX) TO Ordered-Qty OF PO-Line-Item.
           MOVE SC-SG-LINE-COST(SC-MATCH-IDX)
                                     TO Line-Cost OF PO-Line-Item.
           MOVE PO-Line-Item TO SC-NEW-SUGGEST-IO.
           WRITE SC-NEW-SUGGEST-IO.
       3330-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CANCEL-ALLOCATION - A CLOSING STORE'S PENDING ALLOCATION   *
      *                          IS DROPPED FROM THE REWRITTEN FILE AND *
      *                          ITS PO LISTED WHILE STILL OPEN         *
      ******************************************************************
       3400-CANCEL-ALLOCATION.
           READ SC-ALLOC-FILE
               AT END
                   SET SC-END-OF-ALLOC-FILE TO TRUE
                   GO TO 3400-EXIT
           END-READ.
           ADD 1 TO SC-ALLOCS-READ.
           MOVE SC-AL-STORE-NUM TO SC-CHECK-STORE.
           PERFORM 4100-CHECK-CLOSING THRU 4100-EXIT.
           IF NOT SC-STORE-IS-CLOSING
               MOVE SC-ALLOC-RECORD TO SC-NEW-ALLOC-IO
               WRITE SC-NEW-ALLOC-IO
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO SC-ALLOCS-CANCELLED.
           ADD 1 TO SC-CS-ALLOC-LINES(SC-CS-IDX).
           ADD SC-AL-ALLOC-QTY TO SC-CS-ALLOC-UNITS(SC-CS-IDX).
           MOVE SPACES TO SC-DETAIL-LINE.
           MOVE SC-CHECK-STORE     TO SC-DL-STORE-NO.
           MOVE "ALLOC CANCELLED"  TO SC-DL-ITEM.
           MOVE SC-AL-PO-ID        TO SC-DL-REFERENCE.
           MOVE SC-AL-PRODUCT-CODE TO SC-DL-PRODUCT-CODE.
           MOVE SC-CHECK-STORE     TO SC-DL-TO.
           MOVE SC-AL-ALLOC-QTY    TO SC-DL-QTY.
           WRITE SC-RPT-LINE FROM SC-DETAIL-LINE.
           PERFORM 3410-LIST-OPEN-PO THRU 3410-EXIT.
       3400-EXIT.
           EXIT.

       3410-LIST-OPEN-PO.
           MOVE 'N' TO SC-MATCH-FOUND.
           PERFORM 3411-SCAN-LISTED THRU 3411-EXIT
               VARYING SC-SCAN-IDX FROM 1 BY 1
               UNTIL SC-SCAN-IDX > SC-LISTED-PO-CNT
                  OR SC-ENTRY-WAS-FOUND.
           IF SC-ENTRY-WAS-FOUND
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO SC-LISTED-PO-CNT.
           MOVE SC-CHECK-STORE TO SC-LP-STORE-NO(SC-LISTED-PO-CNT).
           MOVE SC-AL-PO-ID    TO SC-LP-PO-ID(SC-LISTED-PO-CNT).
           MOVE 'N' TO SC-MATCH-FOUND.
           PERFORM 3412-SCAN-PO THRU 3412-EXIT
               VARYING SC-SCAN-IDX FROM 1 BY 1
               UNTIL SC-SCAN-IDX > SC-PO-CNT
                  OR SC-ENTRY-WAS-FOUND.
           IF NOT SC-ENTRY-WAS-FOUND
               GO TO 3410-EXIT
           END-IF.
           MOVE SC-PO-STATUS(SC-MATCH-IDX) TO Po-Status OF PO-Record.
           IF In-Stores OF PO-Record
               OR Finalised OF PO-Record
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO SC-CS-OPEN-POS(SC-CS-IDX).
           MOVE SPACES TO SC-DETAIL-LINE.
           MOVE SC-CHECK-STORE TO SC-DL-STORE-NO.
           MOVE "OPEN PO" TO SC-DL-ITEM.
           MOVE SC-AL-PO-ID TO SC-DL-REFERENCE.
           MOVE "RE-DISTRIBUTE BEFORE THE PO IS FINALISED"
                                     TO SC-DL-NOTE.
           WRITE SC-RPT-LINE FROM SC-DETAIL-LINE.
       3410-EXIT.
           EXIT.

       3411-SCAN-LISTED.
           IF SC-LP-STORE-NO(SC-SCAN-IDX) = SC-CHECK-STORE
               AND SC-LP-PO-ID(SC-SCAN-IDX) = SC-AL-PO-ID
               MOVE 'Y' TO SC-MATCH-FOUND
           END-IF.
       3411-EXIT.
           EXIT.

       3412-SCAN-PO.
           IF SC-PO-ID(SC-SCAN-IDX) = SC-AL-PO-ID
               MOVE 'Y' TO SC-MATCH-FOUND
               MOVE SC-SCAN-IDX TO SC-MATCH-IDX
           END-IF.
       3412-EXIT.
           EXIT.

       3500-LIST-LOCATION-CODE.
           READ SC-LOCMAP-FILE
               AT END
                   SET SC-END-OF-LOCMAP-FILE TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           MOVE SC-LM-STORE-NO TO SC-CHECK-STORE.
           PERFORM 4100-CHECK-CLOSING THRU 4100-EXIT.
           IF NOT SC-STORE-IS-CLOSING
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO SC-CS-LOC-CODES(SC-CS-IDX).
           MOVE SPACES TO SC-DETAIL-LINE.
           MOVE SC-CHECK-STORE TO SC-DL-STORE-NO.
           MOVE "LOCATION CODE" TO SC-DL-ITEM.
           MOVE SC-LM-LOCATION-CODE TO SC-DL-REFERENCE.
           MOVE "DELETE THE MAPPING THROUGH TRLOCMNT" TO SC-DL-NOTE.
           WRITE SC-RPT-LINE FROM SC-DETAIL-LINE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FIND-STORE - LOCATE SC-CHECK-STORE ON THE CLOSE TABLE IN   *
      *                   ANY STATE                                     *
      ******************************************************************
       4000-FIND-STORE.
           MOVE 'N' TO SC-MATCH-FOUND.
           MOVE ZERO TO SC-CS-IDX.
           PERFORM 4010-SCAN-STORE THRU 4010-EXIT
               VARYING SC-CS-SCAN-IDX FROM 1 BY 1
               UNTIL SC-CS-SCAN-IDX > SC-CLOSE-CNT
                  OR SC-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-STORE.
           IF SC-CS-STORE-NO(SC-CS-SCAN-IDX) = SC-CHECK-STORE
               MOVE 'Y' TO SC-MATCH-FOUND
               MOVE SC-CS-SCAN-IDX TO SC-CS-IDX
           END-IF.
       4010-EXIT.
           EXIT.

      *    IS SC-CHECK-STORE BEING CLOSED OUT THIS RUN.
       4100-CHECK-CLOSING.
           MOVE 'N' TO SC-STORE-FOUND.
           IF SC-CLOSE-CNT = ZERO
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4000-FIND-STORE THRU 4000-EXIT.
           IF SC-ENTRY-WAS-FOUND
               IF SC-CS-IS-CLOSING(SC-CS-IDX)
                   MOVE 'Y' TO SC-STORE-FOUND
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       6900-WRITE-SECTION.
           MOVE SPACES TO SC-RPT-LINE.
           WRITE SC-RPT-LINE.
           WRITE SC-RPT-LINE FROM SC-SECTION-LINE.
       6900-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-CHECKLIST - ONE STORE'S CLOSE-OUT CHECKLIST: WHAT    *
      *                        THIS RUN DID, WHAT IS STILL OUTSTANDING  *
      *                        AND WHETHER IT CAN BE SIGNED OFF         *
      ******************************************************************
       7000-WRITE-CHECKLIST.
           MOVE SC-CLOSE-IDX TO SC-CS-IDX.
           MOVE SPACES TO SC-RPT-LINE.
           WRITE SC-RPT-LINE.
           MOVE SC-CS-STORE-NO(SC-CS-IDX)   TO SC-ST-STORE-NO.
           MOVE SC-CS-STORE-NAME(SC-CS-IDX) TO SC-ST-STORE-NAME.
           MOVE SC-CS-CLOSE-DATE(SC-CS-IDX) TO SC-ST-CLOSE-DATE.
           MOVE SC-CS-DC-NUM(SC-CS-IDX)     TO SC-ST-DC-NUM.
           WRITE SC-RPT-LINE FROM SC-STORE-LINE.
           IF SC-CS-IS-REOPENED(SC-CS-IDX)
               ADD 1 TO SC-STORES-NOT-CLOSED
               MOVE "NOT CLOSED OUT - STORE NO LONGER CLOSED ON MASTER"
                                     TO SC-SO-TEXT
               WRITE SC-RPT-LINE FROM SC-SIGNOFF-LINE
               GO TO 7000-EXIT
           END-IF.
           IF SC-CS-NOT-ON-MASTER(SC-CS-IDX)
               ADD 1 TO SC-STORES-NOT-CLOSED
               MOVE "NOT CLOSED OUT - STORE NOT ON THE XTAR1000 MASTER"
                                     TO SC-SO-TEXT
               WRITE SC-RPT-LINE FROM SC-SIGNOFF-LINE
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO SC-STORES-CLOSED-OUT.
           MOVE "STOCK LINES PLANNED BACK TO THE DC" TO SC-CK-LABEL.
           MOVE SC-CS-RETURN-LINES(SC-CS-IDX) TO SC-CK-COUNT.
           MOVE SC-CS-RETURN-UNITS(SC-CS-IDX) TO SC-CK-UNITS.
           MOVE "DONE" TO SC-CK-RESULT.
           WRITE SC-RPT-LINE FROM SC-CHECK-LINE.
           MOVE "STOCK LINES WITH NO SUPPLYING DC" TO SC-CK-LABEL.
           MOVE SC-CS-UNROUTED-LINES(SC-CS-IDX) TO SC-CHECK-COUNT.
           MOVE SC-CS-UNROUTED-UNITS(SC-CS-IDX) TO SC-CK-UNITS.
           PERFORM 7100-SET-RESULT THRU 7100-EXIT.
           MOVE "NEGATIVE ON-HAND ROWS TO ADJUST" TO SC-CK-LABEL.
           MOVE SC-CS-NEGATIVE-ROWS(SC-CS-IDX) TO SC-CHECK-COUNT.
           MOVE ZERO TO SC-CK-UNITS.
           PERFORM 7100-SET-RESULT THRU 7100-EXIT.
           MOVE "PENDING ALLOCATIONS CANCELLED" TO SC-CK-LABEL.
           MOVE SC-CS-ALLOC-LINES(SC-CS-IDX) TO SC-CK-COUNT.
           MOVE SC-CS-ALLOC-UNITS(SC-CS-IDX) TO SC-CK-UNITS.
           MOVE "DONE" TO SC-CK-RESULT.
           WRITE SC-RPT-LINE FROM SC-CHECK-LINE.
           MOVE "REPLENISHMENT UNITS CANCELLED" TO SC-CK-LABEL.
           MOVE ZERO TO SC-CK-COUNT.
           MOVE SC-CS-SUGG-UNITS(SC-CS-IDX) TO SC-CK-UNITS.
           MOVE "DONE" TO SC-CK-RESULT.
           WRITE SC-RPT-LINE FROM SC-CHECK-LINE.
           MOVE "OPEN POS ALLOCATED TO THE STORE" TO SC-CK-LABEL.
           MOVE SC-CS-OPEN-POS(SC-CS-IDX) TO SC-CHECK-COUNT.
           MOVE ZERO TO SC-CK-UNITS.
           PERFORM 7100-SET-RESULT THRU 7100-EXIT.
           MOVE "IN-TRANSIT LINES TO OR FROM THE STORE" TO SC-CK-LABEL.
           MOVE SC-CS-TRANSIT-LINES(SC-CS-IDX) TO SC-CHECK-COUNT.
           PERFORM 7100-SET-RESULT THRU 7100-EXIT.
           MOVE "COMMISSION LOCATION CODES STILL MAPPED"
                                     TO SC-CK-LABEL.
           MOVE SC-CS-LOC-CODES(SC-CS-IDX) TO SC-CHECK-COUNT.
           PERFORM 7100-SET-RESULT THRU 7100-EXIT.
           IF SC-CS-UNROUTED-LINES(SC-CS-IDX) = ZERO
               AND SC-CS-NEGATIVE-ROWS(SC-CS-IDX) = ZERO
               AND SC-CS-OPEN-POS(SC-CS-IDX) = ZERO
               AND SC-CS-TRANSIT-LINES(SC-CS-IDX) = ZERO
               AND SC-CS-LOC-CODES(SC-CS-IDX) = ZERO
               MOVE "READY - NOTHING LEFT ON THE STORE'S BOOKS ONCE THE"
                                     TO SC-SO-TEXT
               WRITE SC-RPT-LINE FROM SC-SIGNOFF-LINE
               MOVE "          RETURN PLAN IS DISPATCHED" TO SC-SO-TEXT
           ELSE
               MOVE "NOT READY - CLEAR THE ITEMS MARKED ACTION"
                                     TO SC-SO-TEXT
           END-IF.
           WRITE SC-RPT-LINE FROM SC-SIGNOFF-LINE.
       7000-EXIT.
           EXIT.

       7100-SET-RESULT.
           MOVE SC-CHECK-COUNT TO SC-CK-COUNT.
           IF SC-CHECK-COUNT = ZERO
               MOVE "CLEAR" TO SC-CK-RESULT
           ELSE
               MOVE "ACTION" TO SC-CK-RESULT
           END-IF.
           WRITE SC-RPT-LINE FROM SC-CHECK-LINE.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO SC-NEW-CONTROL-RECORD.
           MOVE SC-NEW-STAMP TO SC-NC-LAST-STAMP.
           WRITE SC-NEW-CONTROL-RECORD.
           CLOSE SC-TRANSIT-FILE
                 SC-QTY-FILE
                 SC-SUGGEST-FILE
                 SC-ALLOC-FILE
                 SC-LOCMAP-FILE
                 SC-NEW-SUGGEST-FILE
                 SC-NEW-ALLOC-FILE
                 SC-RETURN-FILE
                 SC-REPORT-FILE
                 SC-NEW-CONTROL-FILE.
           DISPLAY "ZSTRCLS LOG ENTRIES READ   = " SC-LOG-READ.
           DISPLAY "ZSTRCLS CLOSES READ        = " SC-CLOSES-READ.
           DISPLAY "ZSTRCLS STORES CLOSED OUT  = " SC-STORES-CLOSED-OUT.
           DISPLAY "ZSTRCLS STORES NOT CLOSED  = " SC-STORES-NOT-CLOSED.
           DISPLAY "ZSTRCLS RETURNS WRITTEN    = " SC-RETURNS-WRITTEN.
           DISPLAY "ZSTRCLS ALLOCS READ        = " SC-ALLOCS-READ.
           DISPLAY "ZSTRCLS ALLOCS CANCELLED   = " SC-ALLOCS-CANCELLED.
           DISPLAY "ZSTRCLS SUGG LINES REDUCED = "
               SC-SUGG-LINES-REDUCED.
           DISPLAY "ZSTRCLS SUGG LINES DROPPED = "
               SC-SUGG-LINES-DROPPED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
