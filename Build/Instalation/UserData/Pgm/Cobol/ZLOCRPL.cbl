      *                          MINIMUM-STOCK COMPARISON, SO STOCK    *
      *                          ALREADY ON A TRUCK IS NO LONGER       *
      *                          RE-BOUGHT                             *
      *  03  15/10/26  R PATEL   A Location FLAGGED AS A CLOSED STORE  *
      *                          ON THE XTAR1000 MASTER IS NO LONGER   *
      *                          REPLENISHED - ITS ROWS ARE SKIPPED    *
      *                          AND ANY SHORTFALL ALREADY SUGGESTED   *
      *                          IS TAKEN BACK OFF BY THE ZSTRCLS      *
      *                          CLOSE-OUT                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZY-TRANSIT-FILE ASSIGN TO "ZPOTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZY-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZY-SUGGEST-FILE ASSIGN TO "ZLOCRPLO"
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       01  ZY-TRANSIT-IO                  PIC X(46).

       FD  ZY-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZY-STORE-IO                    PIC X(76).

       FD  ZY-SUGGEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".
           COPY "XTAR1000_020.cbl".

       01  ZY-SWITCHES.
           05 ZY-EOF-PROD-FILE            PIC X(01) VALUE 'N'.
               88 ZY-END-OF-QTY-FILE          VALUE 'Y'.
           05 ZY-EOF-TRANSIT-FILE         PIC X(01) VALUE 'N'.
               88 ZY-END-OF-TRANSIT-FILE      VALUE 'Y'.
           05 ZY-EOF-STORE-FILE           PIC X(01) VALUE 'N'.
               88 ZY-END-OF-STORE-FILE        VALUE 'Y'.

       01  ZY-MIN-STOCK-QTY                PIC S9(05).

           05 ZY-QTY-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
           05 ZY-SHORT-ROWS-FOUND         PIC 9(07) COMP VALUE ZERO.
           05 ZY-LINES-SUGGESTED          PIC 9(07) COMP VALUE ZERO.
           05 ZY-CLOSED-CNT               PIC 9(05) COMP VALUE ZERO.
           05 ZY-CLOSED-ROWS-SKIPPED      PIC 9(07) COMP VALUE ZERO.

       01  ZY-PROD-TABLE.
           05 ZY-PT-ENTRY OCCURS 1 TO 99999 TIMES
           88 ZY-TRANSIT-WAS-FOUND             VALUE 'Y'.
       01  ZY-EFFECTIVE-QTY                PIC S9(07).

      *    STORES FLAGGED CLOSED ON THE XTAR1000 MASTER.
       01  ZY-CLOSED-TABLE.
           05 ZY-CL-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ZY-CLOSED-CNT.
               10 ZY-CL-STORE-NUM          PIC 9(04).

       01  ZY-CL-SCAN-IDX                  PIC 9(05) COMP.
       01  ZY-CL-SCAN-FOUND                PIC X(01).
           88 ZY-LOCATION-IS-CLOSED            VALUE 'Y'.

       01  ZY-SHORTFALL-QTY                PIC S9(05).
       01  ZY-FOUND-COST                   PIC S9(05)V99.
       01  ZY-LINE-COST                    PIC S9(09)V99.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, READ THE RUN'S MINIMUM-STOCK     *
      *                   PARAMETER AND LOAD THE PRODUCT COST TABLE,   *
      *                   THE IN-TRANSIT TOTALS AND THE CLOSED STORES  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  ZY-PARM-FILE
           PERFORM 2500-LOAD-TRANSIT THRU 2500-EXIT
               UNTIL ZY-END-OF-TRANSIT-FILE.
           CLOSE ZY-TRANSIT-FILE.
           OPEN INPUT ZY-STORE-FILE.
           PERFORM 2600-LOAD-CLOSED-STORE THRU 2600-EXIT
               UNTIL ZY-END-OF-STORE-FILE.
           CLOSE ZY-STORE-FILE.
       1000-EXIT.
           EXIT.

       2510-EXIT.
           EXIT.

       2600-LOAD-CLOSED-STORE.
           READ ZY-STORE-FILE
               AT END
                   SET ZY-END-OF-STORE-FILE TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           MOVE ZY-STORE-IO TO 01TAR1000-REC.
           IF XTAR1000-CLOSED-STORE = 'Y'
               ADD 1 TO ZY-CLOSED-CNT
               MOVE 00001000-STORE-NO TO ZY-CL-STORE-NUM(ZY-CLOSED-CNT)
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-QTY-ROW - READ ONE Location-Product-Qty ROW AND,  *
      *                        IF ITS On-Hand-Qty IS BELOW THE         *
           END-READ.
           ADD 1 TO ZY-QTY-ROWS-READ.
           MOVE ZY-QTY-IO TO Location-Product-Qty.
           MOVE 'N' TO ZY-CL-SCAN-FOUND.
           PERFORM 3050-SCAN-CLOSED THRU 3050-EXIT
               VARYING ZY-CL-SCAN-IDX FROM 1 BY 1
               UNTIL ZY-CL-SCAN-IDX > ZY-CLOSED-CNT
                  OR ZY-LOCATION-IS-CLOSED.
           IF ZY-LOCATION-IS-CLOSED
               ADD 1 TO ZY-CLOSED-ROWS-SKIPPED
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-ADD-COMMITTED-TRANSIT THRU 3500-EXIT.
           IF ZY-EFFECTIVE-QTY < ZY-MIN-STOCK-QTY
               ADD 1 TO ZY-SHORT-ROWS-FOUND
       3000-EXIT.
           EXIT.

       3050-SCAN-CLOSED.
           IF ZY-CL-STORE-NUM(ZY-CL-SCAN-IDX) =
                   Location OF Location-Product-Qty
               MOVE 'Y' TO ZY-CL-SCAN-FOUND
           END-IF.
       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ADD-COMMITTED-TRANSIT - THE ROW'S EFFECTIVE SUPPLY IS ITS *
      *                              On-Hand-Qty PLUS ANY STOCK        *
           DISPLAY "ZLOCRPL SHORT ROWS FOUND   = " ZY-SHORT-ROWS-FOUND.
           DISPLAY "ZLOCRPL PRODUCTS SUGGESTED = " ZY-SUMMARY-CNT.
           DISPLAY "ZLOCRPL LINES SUGGESTED    = " ZY-LINES-SUGGESTED.
           DISPLAY "ZLOCRPL CLOSED ROWS SKIPPED = "
               ZY-CLOSED-ROWS-SKIPPED.
       8000-EXIT.
           EXIT.

