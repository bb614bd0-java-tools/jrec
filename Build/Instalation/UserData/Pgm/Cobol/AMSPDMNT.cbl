       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMSPDMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * AMSPDMNT - PRODUCT DIMENSION MAINTENANCE FOR RD430-PROD-RECORD. *
      *            THE DC BUILT TRUCK LOADS BY HAND BECAUSE NO PRODUCT  *
      *            CARRIED A WEIGHT OR CUBE.  THE NEW                   *
      *            RD430-PROD-UNIT-WEIGHT (KG), RD430-PROD-UNIT-CUBE    *
      *            (CUBIC METRES) AND RD430-PROD-PACK-SIZE (UNITS PER   *
      *            SHIPPING PACK) ARE SET FROM A TRANSACTION FILE       *
      *            AGAINST THE VALIDATED PRODUCT FILE, WITH EVERY       *
      *            TRANSACTION LOGGED BEFORE AND AFTER - THE SAME       *
      *            TRANSACTION-AGAINST-MASTER-WITH-A-LOG SHAPE AS       *
      *            AMSPSTAT.cbl.  ALL THREE ARE SET TOGETHER AND EACH   *
      *            MUST BE NONZERO, SO A PRODUCT IS EITHER FULLY        *
      *            DIMENSIONED OR NOT AT ALL.  A RECORD LOADED BEFORE   *
      *            THE DIMENSIONS EXISTED CARRIES SPACES THERE, LOGGED  *
      *            AS ZERO.  THE ZDSPPLN DISPATCH LOAD PLAN READS THEM. *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PD-TRANS-FILE ASSIGN TO "AMSPDMTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PD-OLD-MASTER ASSIGN TO "AMSPRODG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PD-NEW-MASTER ASSIGN TO "AMSPRODGN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PD-LOG-FILE ASSIGN TO "AMSPDMLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PD-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PD-TRANS-RECORD.
           05 PD-TR-ACTION-CODE           PIC X(02).
               88 PD-TR-SET-DIMENSIONS        VALUE '01'.
           05 PD-TR-KEYCODE               PIC 9(08).
           05 PD-TR-UNIT-WEIGHT           PIC 9(04)V999.
           05 PD-TR-UNIT-CUBE             PIC 9(02)V9(04).
           05 PD-TR-PACK-SIZE             PIC 9(04).
           05 FILLER                      PIC X(13).

       FD  PD-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PD-OLD-IO                      PIC X(98).

       FD  PD-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PD-NEW-IO                      PIC X(98).

       FD  PD-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PD-LOG-RECORD.
           05 PD-LG-ACTION-CODE           PIC X(02).
           05 PD-LG-KEYCODE               PIC 9(08).
           05 PD-LG-OLD-UNIT-WEIGHT       PIC 9(04)V999.
           05 PD-LG-OLD-UNIT-CUBE         PIC 9(02)V9(04).
           05 PD-LG-OLD-PACK-SIZE         PIC 9(04).
           05 PD-LG-NEW-UNIT-WEIGHT       PIC 9(04)V999.
           05 PD-LG-NEW-UNIT-CUBE         PIC 9(02)V9(04).
           05 PD-LG-NEW-PACK-SIZE         PIC 9(04).
           05 PD-LG-RESULT                PIC X(10).
           05 PD-LG-REASON                PIC X(40).
           05 PD-LG-TS-DATE               PIC 9(08).
           05 PD-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".

       01  PD-SWITCHES.
           05 PD-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 PD-END-OF-TRANS-FILE        VALUE 'Y'.
           05 PD-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 PD-END-OF-OLD-MASTER        VALUE 'Y'.

       01  PD-COUNTERS.
           05 PD-PRODUCT-CNT              PIC 9(07) COMP VALUE ZERO.
           05 PD-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 PD-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 PD-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.

       01  PD-PRODUCT-TABLE.
           05 PD-PT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON PD-PRODUCT-CNT.
               10 PD-PT-KEYCODE           PIC 9(08).
               10 PD-PT-RECORD            PIC X(98).

       01  PD-SCAN-IDX                    PIC 9(07) COMP.
       01  PD-MATCH-IDX                   PIC 9(07) COMP.
       01  PD-MATCH-FOUND                 PIC X(01).
           88 PD-ENTRY-WAS-FOUND              VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL PD-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE PRODUCT MASTER        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PD-TRANS-FILE
                INPUT  PD-OLD-MASTER
                OUTPUT PD-NEW-MASTER.
           OPEN EXTEND PD-LOG-FILE.
           PERFORM 2000-LOAD-PRODUCT THRU 2000-EXIT
               UNTIL PD-END-OF-OLD-MASTER.
       1000-EXIT.
           EXIT.

       2000-LOAD-PRODUCT.
           READ PD-OLD-MASTER
               AT END
                   SET PD-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE PD-OLD-IO TO RD430-PROD-RECORD.
           ADD 1 TO PD-PRODUCT-CNT.
           MOVE RD430-PROD-KEYCODE TO PD-PT-KEYCODE(PD-PRODUCT-CNT).
           MOVE PD-OLD-IO          TO PD-PT-RECORD(PD-PRODUCT-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - VALIDATE AND APPLY ONE DIMENSION SET   *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ PD-TRANS-FILE
               AT END
                   SET PD-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO PD-TRANS-READ.
           MOVE ZERO TO PD-LG-OLD-UNIT-WEIGHT
                        PD-LG-OLD-UNIT-CUBE
                        PD-LG-OLD-PACK-SIZE.
           PERFORM 4000-LOOKUP-PRODUCT THRU 4000-EXIT.
           IF NOT PD-ENTRY-WAS-FOUND
               MOVE "KEYCODE NOT ON PRODUCT FILE" TO PD-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE PD-PT-RECORD(PD-MATCH-IDX) TO RD430-PROD-RECORD.
           IF RD430-PROD-UNIT-WEIGHT IS NUMERIC
               MOVE RD430-PROD-UNIT-WEIGHT TO PD-LG-OLD-UNIT-WEIGHT
           END-IF.
           IF RD430-PROD-UNIT-CUBE IS NUMERIC
               MOVE RD430-PROD-UNIT-CUBE   TO PD-LG-OLD-UNIT-CUBE
           END-IF.
           IF RD430-PROD-PACK-SIZE IS NUMERIC
               MOVE RD430-PROD-PACK-SIZE   TO PD-LG-OLD-PACK-SIZE
           END-IF.
           PERFORM 5000-VALIDATE-DIMENSIONS THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-PRODUCT.
           MOVE 'N' TO PD-MATCH-FOUND.
           MOVE ZERO TO PD-MATCH-IDX.
           PERFORM 4100-SCAN-PRODUCT THRU 4100-EXIT
               VARYING PD-SCAN-IDX FROM 1 BY 1
               UNTIL PD-SCAN-IDX > PD-PRODUCT-CNT
                  OR PD-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-PRODUCT.
           IF PD-PT-KEYCODE(PD-SCAN-IDX) = PD-TR-KEYCODE
               MOVE 'Y' TO PD-MATCH-FOUND
               MOVE PD-SCAN-IDX TO PD-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-VALIDATE-DIMENSIONS - ALL THREE NUMERIC AND NONZERO        *
      ******************************************************************
       5000-VALIDATE-DIMENSIONS.
           EVALUATE TRUE
               WHEN PD-TR-SET-DIMENSIONS
                   CONTINUE
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO PD-LG-REASON
                   PERFORM 5900-REJECT THRU 5900-EXIT
                   GO TO 5000-EXIT
           END-EVALUATE.
           IF PD-TR-UNIT-WEIGHT IS NOT NUMERIC
               OR PD-TR-UNIT-WEIGHT = ZERO
               MOVE "UNIT WEIGHT MUST BE NUMERIC AND NONZERO"
                                         TO PD-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF PD-TR-UNIT-CUBE IS NOT NUMERIC
               OR PD-TR-UNIT-CUBE = ZERO
               MOVE "UNIT CUBE MUST BE NUMERIC AND NONZERO"
                                         TO PD-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF PD-TR-PACK-SIZE IS NOT NUMERIC
               OR PD-TR-PACK-SIZE = ZERO
               MOVE "PACK SIZE MUST BE NUMERIC AND NONZERO"
                                         TO PD-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE PD-TR-UNIT-WEIGHT TO RD430-PROD-UNIT-WEIGHT.
           MOVE PD-TR-UNIT-CUBE   TO RD430-PROD-UNIT-CUBE.
           MOVE PD-TR-PACK-SIZE   TO RD430-PROD-PACK-SIZE.
           MOVE RD430-PROD-RECORD TO PD-PT-RECORD(PD-MATCH-IDX).
           MOVE PD-TR-UNIT-WEIGHT TO PD-LG-NEW-UNIT-WEIGHT.
           MOVE PD-TR-UNIT-CUBE   TO PD-LG-NEW-UNIT-CUBE.
           MOVE PD-TR-PACK-SIZE   TO PD-LG-NEW-PACK-SIZE.
           MOVE "APPLIED   " TO PD-LG-RESULT.
           MOVE SPACES TO PD-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PD-TRANS-APPLIED.
       5000-EXIT.
           EXIT.

       5900-REJECT.
           MOVE PD-LG-OLD-UNIT-WEIGHT TO PD-LG-NEW-UNIT-WEIGHT.
           MOVE PD-LG-OLD-UNIT-CUBE   TO PD-LG-NEW-UNIT-CUBE.
           MOVE PD-LG-OLD-PACK-SIZE   TO PD-LG-NEW-PACK-SIZE.
           MOVE "REJECTED  " TO PD-LG-RESULT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PD-TRANS-REJECTED.
       5900-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE PD-TR-ACTION-CODE TO PD-LG-ACTION-CODE.
           MOVE PD-TR-KEYCODE     TO PD-LG-KEYCODE.
           ACCEPT PD-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT PD-LG-TS-TIME FROM TIME.
           WRITE PD-LOG-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE UPDATED TABLE BACK OUT AS THE NEW    *
      *                  PRODUCT MASTER                                 *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING PD-SCAN-IDX FROM 1 BY 1
               UNTIL PD-SCAN-IDX > PD-PRODUCT-CNT.
           CLOSE PD-TRANS-FILE
                 PD-OLD-MASTER
                 PD-NEW-MASTER
                 PD-LOG-FILE.
           DISPLAY "AMSPDMNT TRANS READ     = " PD-TRANS-READ.
           DISPLAY "AMSPDMNT TRANS APPLIED  = " PD-TRANS-APPLIED.
           DISPLAY "AMSPDMNT TRANS REJECTED = " PD-TRANS-REJECTED.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           MOVE PD-PT-RECORD(PD-SCAN-IDX) TO PD-NEW-IO.
           WRITE PD-NEW-IO.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
