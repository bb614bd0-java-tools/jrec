       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZDSPPLN.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZDSPPLN - DC DISPATCH LOAD PLANNING.  ZALCDST WORKS OUT HOW     *
      *           MUCH GOES TO EACH STORE BUT THE DC BUILT THE TRUCK    *
      *           LOADS ON A WHITEBOARD.  THIS RUN TAKES THE DAY'S      *
      *           ZALCDSTO ALLOCATIONS, PLUS ANY LINES CARRIED OVER     *
      *           FROM THE PREVIOUS PLAN, AND WALKS THE ZDSPRTE         *
      *           DELIVERY ROUTE FILE (STORE, DC, ROUTE AND STOP        *
      *           SEQUENCE, ASSUMED SORTED BY DC, ROUTE AND STOP) -     *
      *           EACH STORE'S LINES ARE LOADED IN STOP ORDER ONTO THE  *
      *           ROUTE'S VEHICLES, EACH FILLED UP TO THE PARM-FILE     *
      *           WEIGHT AND CUBE CAPACITY FROM THE PRODUCT'S           *
      *           RD430-PROD-UNIT-WEIGHT AND RD430-PROD-UNIT-CUBE (SEE  *
      *           AMSPDMNT.cbl).  A LINE THAT ONLY PARTLY FITS IS SPLIT *
      *           ON WHOLE RD430-PROD-PACK-SIZE PACKS AND THE REST      *
      *           GOES ON THE ROUTE'S NEXT VEHICLE.  ONCE A ROUTE HAS   *
      *           USED THE PARM-FILE VEHICLES-PER-ROUTE, WHATEVER IS    *
      *           LEFT IS WRITTEN TO THE CARRY-FORWARD FILE FOR THE     *
      *           NEXT DAY'S PLAN INSTEAD OF BEING DROPPED - AS IS A    *
      *           LINE FOR A STORE WITH NO ROUTE, OR ONE WHOSE SINGLE   *
      *           PACK WILL NOT FIT AN EMPTY VEHICLE.  CARRIED LINES    *
      *           ARE PLANNED AHEAD OF THE DAY'S OWN.  EVERY PLANNED    *
      *           LINE IS WRITTEN TO THE LOAD PLAN UNDER ITS LOAD       *
      *           NUMBER (CYCLE DATE YYMMDD PLUS A 4-DIGIT RUN          *
      *           SEQUENCE), AND EACH LOAD'S KEYCODES TO A SHIPMENT     *
      *           LIST IN THE AMSSHPIN LAYOUT, LOAD NUMBER AS SHIPMENT  *
      *           ID, WHICH AMSDGSEG CHECKS FOR SEGREGATION BEFORE THE  *
      *           LOADS ARE RELEASED.  A PRODUCT WITH NO DIMENSIONS IS  *
      *           PLANNED AT ZERO WEIGHT AND CUBE AND REPORTED.  THE    *
      *           PRODUCT FILE IS ASSUMED SORTED ASCENDING BY           *
      *           RD430-PROD-KEYCODE, AS AMSDGSEG.cbl ASSUMES.  A STORE *
      *           FLAGGED CLOSED ON THE XTAR1000 MASTER (SEE            *
      *           ZSTRCLS.cbl) GETS NO LOADS - ITS ROUTE STOP IS        *
      *           SKIPPED AND ITS CARRIED AND ALLOCATED LINES ARE       *
      *           DROPPED TO THE EXCEPTION FILE, NOT CARRIED AGAIN.     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   A STORE CLOSED ON XTAR1000 IS LEFT    *
      *                          OUT - ITS ROUTE STOP IS SKIPPED AND   *
      *                          ITS CARRIED AND ALLOCATED LINES GO    *
      *                          TO ZDSPPLNX INSTEAD OF ZDSPCRYN       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DP-PARM-FILE ASSIGN TO "ZDSPPLNP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-PROD-FILE ASSIGN TO "AMSPRODG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-ROUTE-FILE ASSIGN TO "ZDSPRTE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-CARRY-IN-FILE ASSIGN TO "ZDSPCRY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-ALLOC-FILE ASSIGN TO "ZALCDSTO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-PLAN-FILE ASSIGN TO "ZDSPPLNO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-SHIPMENT-FILE ASSIGN TO "ZDSPSHIP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-CARRY-OUT-FILE ASSIGN TO "ZDSPCRYN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-EXCEPTION-FILE ASSIGN TO "ZDSPPLNX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DP-REPORT-FILE ASSIGN TO "ZDSPPLNR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DP-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-PARM-RECORD.
           05 DP-PARM-MAX-WEIGHT           PIC 9(06)V999.
           05 DP-PARM-MAX-CUBE             PIC 9(04)V9(04).
           05 DP-PARM-VEHICLES-PER-ROUTE   PIC 9(03).

       FD  DP-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-CYCLE-PARM-RECORD.
           05 DP-CP-CYCLE-DATE             PIC 9(08).

       FD  DP-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-PROD-IO                      PIC X(98).

       FD  DP-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-STORE-IO                     PIC X(76).

       FD  DP-ROUTE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-ROUTE-IO.
           05 DP-RF-STORE-NUM              PIC 9(04).
           05 DP-RF-DC-NUM                 PIC 9(04).
           05 DP-RF-ROUTE-ID               PIC X(06).
           05 DP-RF-STOP-SEQ               PIC 9(03).
           05 FILLER                       PIC X(03).

      *    A LINE CARRIED FROM AN EARLIER PLAN - THE ZALCDSTO
      *    ALLOCATION LAYOUT PLUS THE DATE IT WAS FIRST PLANNED.
       FD  DP-CARRY-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-CARRY-IN-RECORD.
           05 DP-CI-PO-ID                  PIC X(14).
           05 DP-CI-PRODUCT-CODE           PIC 9(08).
           05 DP-CI-STORE-NUM              PIC 9(04).
           05 DP-CI-DEPARTMENT-NUM         PIC 9(04).
           05 DP-CI-STORE-QTY-2            PIC S9(09).
           05 DP-CI-ALLOC-QTY              PIC S9(05).
           05 DP-CI-FIRST-PLAN-DATE        PIC 9(08).
           05 FILLER                       PIC X(04).

       FD  DP-ALLOC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-ALLOC-RECORD.
           05 DP-AL-PO-ID                  PIC X(14).
           05 DP-AL-PRODUCT-CODE           PIC 9(08).
           05 DP-AL-STORE-NUM              PIC 9(04).
           05 DP-AL-DEPARTMENT-NUM         PIC 9(04).
           05 DP-AL-STORE-QTY-2            PIC S9(09).
           05 DP-AL-ALLOC-QTY              PIC S9(05).

       FD  DP-PLAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-PLAN-RECORD.
           05 DP-PL-LOAD-NUMBER            PIC 9(10).
           05 DP-PL-DC-NUM                 PIC 9(04).
           05 DP-PL-ROUTE-ID               PIC X(06).
           05 DP-PL-STOP-SEQ               PIC 9(03).
           05 DP-PL-STORE-NUM              PIC 9(04).
           05 DP-PL-PO-ID                  PIC X(14).
           05 DP-PL-PRODUCT-CODE           PIC 9(08).
           05 DP-PL-DEPARTMENT-NUM         PIC 9(04).
           05 DP-PL-PLAN-QTY               PIC S9(05).
           05 DP-PL-LINE-WEIGHT            PIC 9(07)V999.
           05 DP-PL-LINE-CUBE              PIC 9(05)V9(04).
           05 DP-PL-FIRST-PLAN-DATE        PIC 9(08).

      *    AMSSHPIN LAYOUT (SEE AMSDGSEG.cbl) - ONE ROW PER PLANNED
      *    LINE, GROUPED BY LOAD NUMBER.
       FD  DP-SHIPMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-SHIPMENT-RECORD.
           05 DP-SH-SHIPMENT-ID            PIC X(10).
           05 DP-SH-KEYCODE                PIC 9(08).
           05 FILLER                       PIC X(02).

       FD  DP-CARRY-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-CARRY-OUT-RECORD.
           05 DP-CO-PO-ID                  PIC X(14).
           05 DP-CO-PRODUCT-CODE           PIC 9(08).
           05 DP-CO-STORE-NUM              PIC 9(04).
           05 DP-CO-DEPARTMENT-NUM         PIC 9(04).
           05 DP-CO-STORE-QTY-2            PIC S9(09).
           05 DP-CO-ALLOC-QTY              PIC S9(05).
           05 DP-CO-FIRST-PLAN-DATE        PIC 9(08).
           05 FILLER                       PIC X(04).

       FD  DP-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-EXCEPTION-RECORD.
           05 DP-EX-PO-ID                  PIC X(14).
           05 DP-EX-PRODUCT-CODE           PIC 9(08).
           05 DP-EX-STORE-NUM              PIC 9(04).
           05 DP-EX-QTY                    PIC S9(05).
           05 DP-EX-REASON                 PIC X(40).

       FD  DP-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DP-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".
           COPY "XTAR1000_020.cbl".

       01  DP-SWITCHES.
           05 DP-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 DP-END-OF-PROD-FILE          VALUE 'Y'.
           05 DP-EOF-STORE-FILE            PIC X(01) VALUE 'N'.
               88 DP-END-OF-STORE-FILE         VALUE 'Y'.
           05 DP-EOF-ROUTE-FILE            PIC X(01) VALUE 'N'.
               88 DP-END-OF-ROUTE-FILE         VALUE 'Y'.
           05 DP-EOF-CARRY-IN-FILE         PIC X(01) VALUE 'N'.
               88 DP-END-OF-CARRY-IN-FILE      VALUE 'Y'.
           05 DP-EOF-ALLOC-FILE            PIC X(01) VALUE 'N'.
               88 DP-END-OF-ALLOC-FILE         VALUE 'Y'.
           05 DP-LOAD-STATE                PIC X(01) VALUE 'N'.
               88 DP-LOAD-IS-OPEN              VALUE 'Y'.
           05 DP-ROUTE-STATE               PIC X(01) VALUE 'N'.
               88 DP-ROUTE-IS-FULL             VALUE 'Y'.
           05 DP-LINE-STATE                PIC X(01) VALUE 'N'.
               88 DP-LINE-IS-STUCK             VALUE 'Y'.
           05 DP-SEARCH-RESULT             PIC X(01).
               88 DP-PRODUCT-WAS-FOUND         VALUE 'Y'.
           05 DP-MATCH-FOUND               PIC X(01).
               88 DP-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 DP-STORE-CLOSED              PIC X(01).
               88 DP-STORE-IS-CLOSED           VALUE 'Y'.

       01  DP-COUNTERS.
           05 DP-PROD-CNT                  PIC 9(07) COMP VALUE ZERO.
           05 DP-CLOSED-CNT                PIC 9(05) COMP VALUE ZERO.
           05 DP-ROUTE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 DP-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 DP-CARRIED-IN                PIC 9(07) COMP VALUE ZERO.
           05 DP-ALLOCS-READ               PIC 9(07) COMP VALUE ZERO.
           05 DP-LOADS-PLANNED             PIC 9(07) COMP VALUE ZERO.
           05 DP-PLAN-LINES-WRITTEN        PIC 9(07) COMP VALUE ZERO.
           05 DP-LINES-SPLIT               PIC 9(07) COMP VALUE ZERO.
           05 DP-CARRIED-OUT               PIC 9(07) COMP VALUE ZERO.
           05 DP-EXCEPTIONS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
           05 DP-CLOSED-STOPS              PIC 9(07) COMP VALUE ZERO.
           05 DP-CLOSED-LINES              PIC 9(07) COMP VALUE ZERO.

       01  DP-MAX-WEIGHT                   PIC 9(06)V999.
       01  DP-MAX-CUBE                     PIC 9(04)V9(04).
       01  DP-VEHICLES-PER-ROUTE           PIC 9(03).

       01  DP-CYCLE-DATE                   PIC 9(08).
       01  DP-CYCLE-DATE-PARTS REDEFINES DP-CYCLE-DATE.
           05 DP-CYCLE-CC                  PIC 9(02).
           05 DP-CYCLE-YYMMDD              PIC 9(06).

      *    LOAD NUMBER - THE CYCLE DATE'S YYMMDD AND THE LOAD'S
      *    SEQUENCE WITHIN THE RUN, SO A NUMBER NEVER REPEATS.
       01  DP-LOAD-NUMBER-PARTS.
           05 DP-LN-CYCLE-YYMMDD           PIC 9(06).
           05 DP-LN-SEQ                    PIC 9(04).
       01  DP-LOAD-NUMBER REDEFINES DP-LOAD-NUMBER-PARTS
                                           PIC 9(10).

       01  DP-PROD-TABLE.
           05 DP-PT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON DP-PROD-CNT
                   ASCENDING KEY IS DP-PT-KEYCODE
                   INDEXED BY DP-PT-IDX.
               10 DP-PT-KEYCODE            PIC 9(08).
               10 DP-PT-UNIT-WEIGHT        PIC 9(04)V999.
               10 DP-PT-UNIT-CUBE          PIC 9(02)V9(04).
               10 DP-PT-PACK-SIZE          PIC 9(04).

      *    STORES FLAGGED CLOSED ON THE XTAR1000 MASTER - NO LONGER
      *    SENT STOCK.
       01  DP-CLOSED-TABLE.
           05 DP-CL-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON DP-CLOSED-CNT.
               10 DP-CL-STORE-NUM          PIC 9(04).

       01  DP-CHECK-STORE-NUM              PIC 9(04).

       01  DP-ROUTE-TABLE.
           05 DP-RT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON DP-ROUTE-CNT.
               10 DP-RT-STORE-NUM          PIC 9(04).
               10 DP-RT-DC-NUM             PIC 9(04).
               10 DP-RT-ROUTE-ID           PIC X(06).
               10 DP-RT-STOP-SEQ           PIC 9(03).

      *    EVERY LINE TO BE PLANNED - CARRIED LINES FIRST, THEN THE
      *    DAY'S ALLOCATIONS.  DP-LN-OPEN-QTY IS WHAT IS STILL TO BE
      *    PLACED; WHATEVER IS LEFT AT THE END IS CARRIED FORWARD.
       01  DP-LINE-TABLE.
           05 DP-LN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON DP-LINE-CNT.
               10 DP-LN-PO-ID              PIC X(14).
               10 DP-LN-PRODUCT-CODE       PIC 9(08).
               10 DP-LN-STORE-NUM          PIC 9(04).
               10 DP-LN-DEPARTMENT-NUM     PIC 9(04).
               10 DP-LN-STORE-QTY-2        PIC S9(09).
               10 DP-LN-OPEN-QTY           PIC S9(05).
               10 DP-LN-FIRST-PLAN-DATE    PIC 9(08).

       01  DP-RT-IDX                       PIC 9(05) COMP.
       01  DP-LN-IDX                       PIC 9(05) COMP.
       01  DP-SCAN-IDX                     PIC 9(05) COMP.

      *    THE ROUTE AND LOAD BEING BUILT.
       01  DP-CURRENT-DC-NUM               PIC 9(04) VALUE ZERO.
       01  DP-CURRENT-ROUTE-ID             PIC X(06) VALUE SPACES.
       01  DP-ROUTE-LOADS                  PIC 9(03) COMP VALUE ZERO.
       01  DP-LOAD-LINES                   PIC 9(05) COMP VALUE ZERO.
       01  DP-LOAD-WEIGHT                  PIC 9(07)V999.
       01  DP-LOAD-CUBE                    PIC 9(05)V9(04).

      *    THE LINE BEING PLACED.
       01  DP-UNIT-WEIGHT                  PIC 9(04)V999.
       01  DP-UNIT-CUBE                    PIC 9(02)V9(04).
       01  DP-PACK-SIZE                    PIC 9(04).
       01  DP-LINE-PLACEMENTS              PIC 9(03) COMP.
       01  DP-WEIGHT-FIT                   PIC 9(09).
       01  DP-CUBE-FIT                     PIC 9(09).
       01  DP-FIT-QTY                      PIC 9(09).
       01  DP-PACK-CNT                     PIC 9(09).
       01  DP-LINE-WEIGHT                  PIC 9(07)V999.
       01  DP-LINE-CUBE                    PIC 9(05)V9(04).
       01  DP-EXCEPTION-REASON             PIC X(40).

       01  DP-HEADING-1.
           05 FILLER                       PIC X(34)
               VALUE "ZDSPPLN DISPATCH LOAD PLAN CYCLE ".
           05 DP-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(16)
               VALUE "  MAX WEIGHT KG ".
           05 DP-HD-MAX-WEIGHT             PIC ZZZ,ZZ9.999.
           05 FILLER                       PIC X(14)
               VALUE "  MAX CUBE M3 ".
           05 DP-HD-MAX-CUBE               PIC Z,ZZ9.9999.
           05 FILLER                       PIC X(39) VALUE SPACES.

       01  DP-HEADING-2.
           05 FILLER                       PIC X(12) VALUE
               "LOAD NUMBER ".
           05 FILLER                       PIC X(06) VALUE "DC    ".
           05 FILLER                       PIC X(08) VALUE "ROUTE   ".
           05 FILLER                       PIC X(07) VALUE "  LINES".
           05 FILLER                       PIC X(15) VALUE
               "      WEIGHT KG".
           05 FILLER                       PIC X(13) VALUE
               "      CUBE M3".
           05 FILLER                       PIC X(71) VALUE SPACES.

       01  DP-DETAIL-LINE.
           05 DP-DL-LOAD-NUMBER            PIC 9(10).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DP-DL-DC-NUM                 PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DP-DL-ROUTE-ID               PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DP-DL-LINES                  PIC ZZ,ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DP-DL-WEIGHT                 PIC Z,ZZZ,ZZ9.999.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DP-DL-CUBE                   PIC ZZ,ZZ9.9999.
           05 FILLER                       PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PLAN-STOP THRU 3000-EXIT
               VARYING DP-RT-IDX FROM 1 BY 1
               UNTIL DP-RT-IDX > DP-ROUTE-CNT.
           IF DP-LOAD-IS-OPEN
               PERFORM 3500-CLOSE-LOAD THRU 3500-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE VEHICLE CAPACITY PARMS AND THE CYCLE *
      *                   DATE, LOAD THE PRODUCT DIMENSIONS, THE CLOSED *
      *                   STORES, THE ROUTE FILE, THE CARRIED LINES AND *
      *                   THE DAY'S ALLOCATIONS                         *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  DP-PARM-FILE.
           READ DP-PARM-FILE
               AT END
                   MOVE ZERO TO DP-PARM-MAX-WEIGHT
                                DP-PARM-MAX-CUBE
                                DP-PARM-VEHICLES-PER-ROUTE
           END-READ.
           MOVE DP-PARM-MAX-WEIGHT         TO DP-MAX-WEIGHT.
           MOVE DP-PARM-MAX-CUBE           TO DP-MAX-CUBE.
           MOVE DP-PARM-VEHICLES-PER-ROUTE TO DP-VEHICLES-PER-ROUTE.
           CLOSE DP-PARM-FILE.
           IF DP-MAX-WEIGHT = ZERO
               OR DP-MAX-CUBE = ZERO
               OR DP-VEHICLES-PER-ROUTE = ZERO
               DISPLAY "ZDSPPLN *** ABEND *** VEHICLE CAPACITY PARMS "
                   "MISSING ON ZDSPPLNP"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT DP-CYCLE-PARM-FILE.
           READ DP-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO DP-CP-CYCLE-DATE
           END-READ.
           CLOSE DP-CYCLE-PARM-FILE.
           IF DP-CP-CYCLE-DATE = ZERO
               ACCEPT DP-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE DP-CP-CYCLE-DATE TO DP-CYCLE-DATE
           END-IF.
           MOVE DP-CYCLE-YYMMDD TO DP-LN-CYCLE-YYMMDD.
           MOVE ZERO            TO DP-LN-SEQ.
           OPEN INPUT DP-STORE-FILE.
           PERFORM 2500-LOAD-CLOSED-STORE THRU 2500-EXIT
               UNTIL DP-END-OF-STORE-FILE.
           CLOSE DP-STORE-FILE.
           OPEN INPUT  DP-PROD-FILE
                INPUT  DP-ROUTE-FILE
                INPUT  DP-CARRY-IN-FILE
                INPUT  DP-ALLOC-FILE
                OUTPUT DP-PLAN-FILE
                OUTPUT DP-SHIPMENT-FILE
                OUTPUT DP-CARRY-OUT-FILE
                OUTPUT DP-EXCEPTION-FILE
                OUTPUT DP-REPORT-FILE.
           PERFORM 2000-LOAD-PRODUCT THRU 2000-EXIT
               UNTIL DP-END-OF-PROD-FILE.
           PERFORM 2100-LOAD-ROUTE THRU 2100-EXIT
               UNTIL DP-END-OF-ROUTE-FILE.
           PERFORM 2200-LOAD-CARRIED THRU 2200-EXIT
               UNTIL DP-END-OF-CARRY-IN-FILE.
           PERFORM 2300-LOAD-ALLOCATION THRU 2300-EXIT
               UNTIL DP-END-OF-ALLOC-FILE.
           MOVE DP-CYCLE-DATE TO DP-HD-CYCLE-DATE.
           MOVE DP-MAX-WEIGHT TO DP-HD-MAX-WEIGHT.
           MOVE DP-MAX-CUBE   TO DP-HD-MAX-CUBE.
           WRITE DP-RPT-LINE FROM DP-HEADING-1.
           WRITE DP-RPT-LINE FROM DP-HEADING-2.
       1000-EXIT.
           EXIT.

      *    A RECORD LOADED BEFORE THE DIMENSIONS EXISTED CARRIES
      *    SPACES THERE - TAKEN AS ZERO.
       2000-LOAD-PRODUCT.
           READ DP-PROD-FILE
               AT END
                   SET DP-END-OF-PROD-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE DP-PROD-IO TO RD430-PROD-RECORD.
           ADD 1 TO DP-PROD-CNT.
           SET DP-PT-IDX TO DP-PROD-CNT.
           MOVE RD430-PROD-KEYCODE TO DP-PT-KEYCODE(DP-PT-IDX).
           MOVE ZERO TO DP-PT-UNIT-WEIGHT(DP-PT-IDX)
                        DP-PT-UNIT-CUBE(DP-PT-IDX)
                        DP-PT-PACK-SIZE(DP-PT-IDX).
           IF RD430-PROD-UNIT-WEIGHT IS NUMERIC
               MOVE RD430-PROD-UNIT-WEIGHT
                                 TO DP-PT-UNIT-WEIGHT(DP-PT-IDX)
           END-IF.
           IF RD430-PROD-UNIT-CUBE IS NUMERIC
               MOVE RD430-PROD-UNIT-CUBE TO DP-PT-UNIT-CUBE(DP-PT-IDX)
           END-IF.
           IF RD430-PROD-PACK-SIZE IS NUMERIC
               MOVE RD430-PROD-PACK-SIZE TO DP-PT-PACK-SIZE(DP-PT-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ROUTE.
           READ DP-ROUTE-FILE
               AT END
                   SET DP-END-OF-ROUTE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE DP-RF-STORE-NUM TO DP-CHECK-STORE-NUM.
           PERFORM 2510-CHECK-CLOSED THRU 2510-EXIT.
           IF DP-STORE-IS-CLOSED
               ADD 1 TO DP-CLOSED-STOPS
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DP-ROUTE-CNT.
           MOVE DP-RF-STORE-NUM TO DP-RT-STORE-NUM(DP-ROUTE-CNT).
           MOVE DP-RF-DC-NUM    TO DP-RT-DC-NUM(DP-ROUTE-CNT).
           MOVE DP-RF-ROUTE-ID  TO DP-RT-ROUTE-ID(DP-ROUTE-CNT).
           MOVE DP-RF-STOP-SEQ  TO DP-RT-STOP-SEQ(DP-ROUTE-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-CARRIED.
           READ DP-CARRY-IN-FILE
               AT END
                   SET DP-END-OF-CARRY-IN-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO DP-CARRIED-IN.
           IF DP-CI-ALLOC-QTY NOT > ZERO
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO DP-LINE-CNT.
           MOVE DP-CI-PO-ID          TO DP-LN-PO-ID(DP-LINE-CNT).
           MOVE DP-CI-PRODUCT-CODE   TO DP-LN-PRODUCT-CODE(DP-LINE-CNT).
           MOVE DP-CI-STORE-NUM      TO DP-LN-STORE-NUM(DP-LINE-CNT).
           MOVE DP-CI-DEPARTMENT-NUM
                                 TO DP-LN-DEPARTMENT-NUM(DP-LINE-CNT).
           MOVE DP-CI-STORE-QTY-2    TO DP-LN-STORE-QTY-2(DP-LINE-CNT).
           MOVE DP-CI-ALLOC-QTY      TO DP-LN-OPEN-QTY(DP-LINE-CNT).
           MOVE DP-CI-FIRST-PLAN-DATE
                                 TO DP-LN-FIRST-PLAN-DATE(DP-LINE-CNT).
           PERFORM 2400-CHECK-ROUTED THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2300-LOAD-ALLOCATION.
           READ DP-ALLOC-FILE
               AT END
                   SET DP-END-OF-ALLOC-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO DP-ALLOCS-READ.
           IF DP-AL-ALLOC-QTY NOT > ZERO
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO DP-LINE-CNT.
           MOVE DP-AL-PO-ID          TO DP-LN-PO-ID(DP-LINE-CNT).
           MOVE DP-AL-PRODUCT-CODE   TO DP-LN-PRODUCT-CODE(DP-LINE-CNT).
           MOVE DP-AL-STORE-NUM      TO DP-LN-STORE-NUM(DP-LINE-CNT).
           MOVE DP-AL-DEPARTMENT-NUM
                                 TO DP-LN-DEPARTMENT-NUM(DP-LINE-CNT).
           MOVE DP-AL-STORE-QTY-2    TO DP-LN-STORE-QTY-2(DP-LINE-CNT).
           MOVE DP-AL-ALLOC-QTY      TO DP-LN-OPEN-QTY(DP-LINE-CNT).
           MOVE DP-CYCLE-DATE    TO DP-LN-FIRST-PLAN-DATE(DP-LINE-CNT).
           PERFORM 2400-CHECK-ROUTED THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *    A LINE FOR A STORE WITH NO DELIVERY ROUTE IS NEVER REACHED
      *    BY THE ROUTE WALK, SO IT FALLS THROUGH TO THE CARRY FILE.
      *    A LINE FOR A CLOSED STORE IS REPORTED AND TAKEN BACK OFF
      *    THE TABLE, SO IT IS NEITHER PLANNED NOR CARRIED.
       2400-CHECK-ROUTED.
           MOVE DP-LN-STORE-NUM(DP-LINE-CNT) TO DP-CHECK-STORE-NUM.
           PERFORM 2510-CHECK-CLOSED THRU 2510-EXIT.
           IF DP-STORE-IS-CLOSED
               MOVE DP-LINE-CNT TO DP-LN-IDX
               MOVE "STORE CLOSED ON XTAR1000 - LINE DROPPED"
                                         TO DP-EXCEPTION-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               SUBTRACT 1 FROM DP-LINE-CNT
               ADD 1 TO DP-CLOSED-LINES
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO DP-MATCH-FOUND.
           PERFORM 2410-SCAN-ROUTE THRU 2410-EXIT
               VARYING DP-SCAN-IDX FROM 1 BY 1
               UNTIL DP-SCAN-IDX > DP-ROUTE-CNT
                  OR DP-ENTRY-WAS-FOUND.
           IF NOT DP-ENTRY-WAS-FOUND
               MOVE DP-LINE-CNT TO DP-LN-IDX
               MOVE "STORE HAS NO DELIVERY ROUTE - CARRIED"
                                         TO DP-EXCEPTION-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-SCAN-ROUTE.
           IF DP-RT-STORE-NUM(DP-SCAN-IDX) =
                   DP-LN-STORE-NUM(DP-LINE-CNT)
               MOVE 'Y' TO DP-MATCH-FOUND
           END-IF.
       2410-EXIT.
           EXIT.

       2500-LOAD-CLOSED-STORE.
           READ DP-STORE-FILE
               AT END
                   SET DP-END-OF-STORE-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE DP-STORE-IO TO 01TAR1000-REC.
           IF XTAR1000-CLOSED-STORE = 'Y'
               ADD 1 TO DP-CLOSED-CNT
               MOVE 00001000-STORE-NO TO DP-CL-STORE-NUM(DP-CLOSED-CNT)
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CHECK-CLOSED.
           MOVE 'N' TO DP-STORE-CLOSED.
           PERFORM 2520-SCAN-CLOSED THRU 2520-EXIT
               VARYING DP-SCAN-IDX FROM 1 BY 1
               UNTIL DP-SCAN-IDX > DP-CLOSED-CNT
                  OR DP-STORE-IS-CLOSED.
       2510-EXIT.
           EXIT.

       2520-SCAN-CLOSED.
           IF DP-CL-STORE-NUM(DP-SCAN-IDX) = DP-CHECK-STORE-NUM
               MOVE 'Y' TO DP-STORE-CLOSED
           END-IF.
       2520-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PLAN-STOP - ONE STOP ON THE ROUTE FILE.  A NEW DC OR ROUTE *
      *                  CLOSES THE LOAD IN HAND AND STARTS THE ROUTE'S *
      *                  VEHICLE COUNT AGAIN; THEN EVERY OPEN LINE FOR  *
      *                  THE STOP'S STORE IS PLACED                     *
      ******************************************************************
       3000-PLAN-STOP.
           IF DP-RT-DC-NUM(DP-RT-IDX) NOT = DP-CURRENT-DC-NUM
               OR DP-RT-ROUTE-ID(DP-RT-IDX) NOT = DP-CURRENT-ROUTE-ID
               IF DP-LOAD-IS-OPEN
                   PERFORM 3500-CLOSE-LOAD THRU 3500-EXIT
               END-IF
               MOVE DP-RT-DC-NUM(DP-RT-IDX)   TO DP-CURRENT-DC-NUM
               MOVE DP-RT-ROUTE-ID(DP-RT-IDX) TO DP-CURRENT-ROUTE-ID
               MOVE ZERO TO DP-ROUTE-LOADS
               MOVE 'N' TO DP-ROUTE-STATE
           END-IF.
           PERFORM 3100-PLAN-LINE THRU 3100-EXIT
               VARYING DP-LN-IDX FROM 1 BY 1
               UNTIL DP-LN-IDX > DP-LINE-CNT.
       3000-EXIT.
           EXIT.

       3100-PLAN-LINE.
           IF DP-LN-STORE-NUM(DP-LN-IDX) NOT =
                   DP-RT-STORE-NUM(DP-RT-IDX)
               OR DP-LN-OPEN-QTY(DP-LN-IDX) NOT > ZERO
               GO TO 3100-EXIT
           END-IF.
           IF DP-ROUTE-IS-FULL
               MOVE "ROUTE VEHICLES FULL - CARRIED"
                                         TO DP-EXCEPTION-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4000-RESOLVE-DIMENSIONS THRU 4000-EXIT.
           MOVE 'N' TO DP-LINE-STATE.
           MOVE ZERO TO DP-LINE-PLACEMENTS.
           PERFORM 3200-PLACE-QTY THRU 3200-EXIT
               UNTIL DP-LN-OPEN-QTY(DP-LN-IDX) NOT > ZERO
                  OR DP-ROUTE-IS-FULL
                  OR DP-LINE-IS-STUCK.
           IF DP-LINE-PLACEMENTS > 1
               OR (DP-LINE-PLACEMENTS = 1
               AND DP-LN-OPEN-QTY(DP-LN-IDX) > ZERO)
               ADD 1 TO DP-LINES-SPLIT
           END-IF.
           IF DP-ROUTE-IS-FULL
               AND DP-LN-OPEN-QTY(DP-LN-IDX) > ZERO
               MOVE "ROUTE VEHICLES FULL - CARRIED"
                                         TO DP-EXCEPTION-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PLACE-QTY - PUT AS MUCH OF THE LINE AS FITS, IN WHOLE      *
      *                  PACKS, ON THE LOAD IN HAND.  NOTHING FITTING   *
      *                  CLOSES THE LOAD FOR THE NEXT VEHICLE - OR, ON  *
      *                  AN EMPTY VEHICLE, LEAVES THE LINE TO CARRY     *
      ******************************************************************
       3200-PLACE-QTY.
           IF NOT DP-LOAD-IS-OPEN
               IF DP-ROUTE-LOADS NOT < DP-VEHICLES-PER-ROUTE
                   SET DP-ROUTE-IS-FULL TO TRUE
                   GO TO 3200-EXIT
               END-IF
               PERFORM 3400-OPEN-LOAD THRU 3400-EXIT
           END-IF.
           PERFORM 3300-COMPUTE-FIT THRU 3300-EXIT.
           IF DP-FIT-QTY = ZERO
               IF DP-LOAD-LINES = ZERO
                   MOVE "PACK EXCEEDS EMPTY VEHICLE - CARRIED"
                                         TO DP-EXCEPTION-REASON
                   PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
                   SET DP-LINE-IS-STUCK TO TRUE
               ELSE
                   PERFORM 3500-CLOSE-LOAD THRU 3500-EXIT
               END-IF
               GO TO 3200-EXIT
           END-IF.
           COMPUTE DP-LINE-WEIGHT = DP-FIT-QTY * DP-UNIT-WEIGHT.
           COMPUTE DP-LINE-CUBE   = DP-FIT-QTY * DP-UNIT-CUBE.
           PERFORM 5000-WRITE-PLAN-LINE THRU 5000-EXIT.
           ADD DP-LINE-WEIGHT TO DP-LOAD-WEIGHT.
           ADD DP-LINE-CUBE   TO DP-LOAD-CUBE.
           ADD 1 TO DP-LOAD-LINES.
           ADD 1 TO DP-LINE-PLACEMENTS.
           SUBTRACT DP-FIT-QTY FROM DP-LN-OPEN-QTY(DP-LN-IDX).
       3200-EXIT.
           EXIT.

      *    UNITS THAT FIT THE WEIGHT AND CUBE LEFT ON THE LOAD - ALL OF
      *    THE LINE WHEN IT FITS, OTHERWISE ROUNDED DOWN TO WHOLE PACKS.
       3300-COMPUTE-FIT.
           MOVE DP-LN-OPEN-QTY(DP-LN-IDX) TO DP-FIT-QTY.
           IF DP-UNIT-WEIGHT > ZERO
               COMPUTE DP-WEIGHT-FIT =
                   (DP-MAX-WEIGHT - DP-LOAD-WEIGHT) / DP-UNIT-WEIGHT
               IF DP-WEIGHT-FIT < DP-FIT-QTY
                   MOVE DP-WEIGHT-FIT TO DP-FIT-QTY
               END-IF
           END-IF.
           IF DP-UNIT-CUBE > ZERO
               COMPUTE DP-CUBE-FIT =
                   (DP-MAX-CUBE - DP-LOAD-CUBE) / DP-UNIT-CUBE
               IF DP-CUBE-FIT < DP-FIT-QTY
                   MOVE DP-CUBE-FIT TO DP-FIT-QTY
               END-IF
           END-IF.
           IF DP-FIT-QTY < DP-LN-OPEN-QTY(DP-LN-IDX)
               DIVIDE DP-FIT-QTY BY DP-PACK-SIZE GIVING DP-PACK-CNT
               MULTIPLY DP-PACK-CNT BY DP-PACK-SIZE GIVING DP-FIT-QTY
           END-IF.
       3300-EXIT.
           EXIT.

       3400-OPEN-LOAD.
           ADD 1 TO DP-LN-SEQ.
           ADD 1 TO DP-ROUTE-LOADS.
           MOVE ZERO TO DP-LOAD-LINES
                        DP-LOAD-WEIGHT
                        DP-LOAD-CUBE.
           SET DP-LOAD-IS-OPEN TO TRUE.
       3400-EXIT.
           EXIT.

      *    A LOAD OPENED BUT NEVER GIVEN A LINE LEAVES NO TRACE.
       3500-CLOSE-LOAD.
           MOVE 'N' TO DP-LOAD-STATE.
           IF DP-LOAD-LINES = ZERO
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO DP-LOADS-PLANNED.
           MOVE DP-LOAD-NUMBER      TO DP-DL-LOAD-NUMBER.
           MOVE DP-CURRENT-DC-NUM   TO DP-DL-DC-NUM.
           MOVE DP-CURRENT-ROUTE-ID TO DP-DL-ROUTE-ID.
           MOVE DP-LOAD-LINES       TO DP-DL-LINES.
           MOVE DP-LOAD-WEIGHT      TO DP-DL-WEIGHT.
           MOVE DP-LOAD-CUBE        TO DP-DL-CUBE.
           WRITE DP-RPT-LINE FROM DP-DETAIL-LINE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RESOLVE-DIMENSIONS - THE LINE'S UNIT WEIGHT, CUBE AND PACK *
      *                           SIZE.  NO DIMENSIONS PLANS AT ZERO,   *
      *                           REPORTED; NO PACK SIZE SPLITS ON      *
      *                           SINGLE UNITS                          *
      ******************************************************************
       4000-RESOLVE-DIMENSIONS.
           MOVE ZERO TO DP-UNIT-WEIGHT
                        DP-UNIT-CUBE.
           MOVE 1    TO DP-PACK-SIZE.
           MOVE 'N' TO DP-SEARCH-RESULT.
           SET DP-PT-IDX TO 1.
           SEARCH ALL DP-PT-ENTRY
               AT END
                   MOVE 'N' TO DP-SEARCH-RESULT
               WHEN DP-PT-KEYCODE(DP-PT-IDX) =
                       DP-LN-PRODUCT-CODE(DP-LN-IDX)
                   MOVE 'Y' TO DP-SEARCH-RESULT
           END-SEARCH.
           IF DP-PRODUCT-WAS-FOUND
               MOVE DP-PT-UNIT-WEIGHT(DP-PT-IDX) TO DP-UNIT-WEIGHT
               MOVE DP-PT-UNIT-CUBE(DP-PT-IDX)   TO DP-UNIT-CUBE
               IF DP-PT-PACK-SIZE(DP-PT-IDX) > ZERO
                   MOVE DP-PT-PACK-SIZE(DP-PT-IDX) TO DP-PACK-SIZE
               END-IF
           END-IF.
           IF DP-UNIT-WEIGHT = ZERO
               AND DP-UNIT-CUBE = ZERO
               MOVE "NO WEIGHT/CUBE ON PRODUCT - PLANNED AT 0"
                                         TO DP-EXCEPTION-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       5000-WRITE-PLAN-LINE.
           MOVE DP-LOAD-NUMBER                 TO DP-PL-LOAD-NUMBER.
           MOVE DP-CURRENT-DC-NUM              TO DP-PL-DC-NUM.
           MOVE DP-CURRENT-ROUTE-ID            TO DP-PL-ROUTE-ID.
           MOVE DP-RT-STOP-SEQ(DP-RT-IDX)      TO DP-PL-STOP-SEQ.
           MOVE DP-LN-STORE-NUM(DP-LN-IDX)     TO DP-PL-STORE-NUM.
           MOVE DP-LN-PO-ID(DP-LN-IDX)         TO DP-PL-PO-ID.
           MOVE DP-LN-PRODUCT-CODE(DP-LN-IDX)  TO DP-PL-PRODUCT-CODE.
           MOVE DP-LN-DEPARTMENT-NUM(DP-LN-IDX)
                                               TO DP-PL-DEPARTMENT-NUM.
           MOVE DP-FIT-QTY                     TO DP-PL-PLAN-QTY.
           MOVE DP-LINE-WEIGHT                 TO DP-PL-LINE-WEIGHT.
           MOVE DP-LINE-CUBE                   TO DP-PL-LINE-CUBE.
           MOVE DP-LN-FIRST-PLAN-DATE(DP-LN-IDX)
                                               TO DP-PL-FIRST-PLAN-DATE.
           WRITE DP-PLAN-RECORD.
           ADD 1 TO DP-PLAN-LINES-WRITTEN.
           MOVE SPACES                         TO DP-SHIPMENT-RECORD.
           MOVE DP-LOAD-NUMBER                 TO DP-SH-SHIPMENT-ID.
           MOVE DP-LN-PRODUCT-CODE(DP-LN-IDX)  TO DP-SH-KEYCODE.
           WRITE DP-SHIPMENT-RECORD.
       5000-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE DP-LN-PO-ID(DP-LN-IDX)        TO DP-EX-PO-ID.
           MOVE DP-LN-PRODUCT-CODE(DP-LN-IDX) TO DP-EX-PRODUCT-CODE.
           MOVE DP-LN-STORE-NUM(DP-LN-IDX)    TO DP-EX-STORE-NUM.
           MOVE DP-LN-OPEN-QTY(DP-LN-IDX)     TO DP-EX-QTY.
           MOVE DP-EXCEPTION-REASON           TO DP-EX-REASON.
           WRITE DP-EXCEPTION-RECORD.
           ADD 1 TO DP-EXCEPTIONS-WRITTEN.
       6000-EXIT.
           EXIT.

      *    WHATEVER IS STILL OPEN ON A LINE GOES TO THE NEXT DAY'S
      *    PLAN, KEEPING THE DATE IT WAS FIRST PLANNED.
       7000-WRITE-CARRY.
           IF DP-LN-OPEN-QTY(DP-LN-IDX) NOT > ZERO
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES                          TO DP-CARRY-OUT-RECORD.
           MOVE DP-LN-PO-ID(DP-LN-IDX)          TO DP-CO-PO-ID.
           MOVE DP-LN-PRODUCT-CODE(DP-LN-IDX)   TO DP-CO-PRODUCT-CODE.
           MOVE DP-LN-STORE-NUM(DP-LN-IDX)      TO DP-CO-STORE-NUM.
           MOVE DP-LN-DEPARTMENT-NUM(DP-LN-IDX) TO DP-CO-DEPARTMENT-NUM.
           MOVE DP-LN-STORE-QTY-2(DP-LN-IDX)    TO DP-CO-STORE-QTY-2.
           MOVE DP-LN-OPEN-QTY(DP-LN-IDX)       TO DP-CO-ALLOC-QTY.
           MOVE DP-LN-FIRST-PLAN-DATE(DP-LN-IDX)
                                             TO DP-CO-FIRST-PLAN-DATE.
           WRITE DP-CARRY-OUT-RECORD.
           ADD 1 TO DP-CARRIED-OUT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - CARRY FORWARD THE UNPLANNED LINES, CLOSE FILES *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-CARRY THRU 7000-EXIT
               VARYING DP-LN-IDX FROM 1 BY 1
               UNTIL DP-LN-IDX > DP-LINE-CNT.
           CLOSE DP-PROD-FILE
                 DP-ROUTE-FILE
                 DP-CARRY-IN-FILE
                 DP-ALLOC-FILE
                 DP-PLAN-FILE
                 DP-SHIPMENT-FILE
                 DP-CARRY-OUT-FILE
                 DP-EXCEPTION-FILE
                 DP-REPORT-FILE.
           DISPLAY "ZDSPPLN LINES CARRIED IN  = " DP-CARRIED-IN.
           DISPLAY "ZDSPPLN ALLOCATIONS READ  = " DP-ALLOCS-READ.
           DISPLAY "ZDSPPLN LOADS PLANNED     = " DP-LOADS-PLANNED.
           DISPLAY "ZDSPPLN PLAN LINES        = " DP-PLAN-LINES-WRITTEN.
           DISPLAY "ZDSPPLN LINES SPLIT       = " DP-LINES-SPLIT.
           DISPLAY "ZDSPPLN LINES CARRIED OUT = " DP-CARRIED-OUT.
           DISPLAY "ZDSPPLN EXCEPTIONS        = " DP-EXCEPTIONS-WRITTEN.
           DISPLAY "ZDSPPLN CLOSED STOPS SKIP = " DP-CLOSED-STOPS.
           DISPLAY "ZDSPPLN CLOSED LINES DROP = " DP-CLOSED-LINES.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
