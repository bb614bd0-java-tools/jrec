       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMSSTKAV.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * AMSSTKAV - NIGHTLY STORE STOCK-AVAILABILITY FEED FOR THE WEB    *
      *            CATALOGUE.  JOINS THE KEYCODES ON THE AMSCATEX       *
      *            CATALOGUE EXTRACT (AMSWEBCV) TO THE On-Hand-Qty ON   *
      *            Location-Product-Qty FOR STORES ONLY - DCS AND       *
      *            STORES FLAGGED CLOSED ON THE XTAR1000 MASTER ARE     *
      *            LEFT OUT, AS IS ANY PRODUCT DISCONTINUED ON          *
      *            AMSPRODG.  THE WEBSITE IS GIVEN A BANDED LEVEL - IN  *
      *            STOCK, LOW OR OUT - BY THE AMSSTKAP PARM-FILE        *
      *            THRESHOLDS, NEVER THE RAW QUANTITY.  EVERY RUN       *
      *            WRITES THE FULL BAND STATE TO AMSSTKBN; IN DELTA     *
      *            MODE THE FEED CARRIES ONLY THE STORE/KEYCODE PAIRS   *
      *            WHOSE BAND DIFFERS FROM THE PREVIOUS RUN'S STATE     *
      *            (AMSSTKBO), PLUS A "DEL" LINE FOR A PAIR NO LONGER   *
      *            OFFERED - THE SAME TODAY-AGAINST-YESTERDAY SHAPE     *
      *            AMSCATDL USES FOR THE CATALOGUE ITSELF.              *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SK-PARM-FILE ASSIGN TO "AMSSTKAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SK-CATALOGUE-FILE ASSIGN TO "AMSWEBCV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SK-PROD-FILE ASSIGN TO "AMSPRODG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SK-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SK-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SK-OLD-STATE-FILE ASSIGN TO "AMSSTKBO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SK-NEW-STATE-FILE ASSIGN TO "AMSSTKBN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SK-FEED-FILE ASSIGN TO "AMSWEBAV"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    RUN MODE AND BAND THRESHOLDS - ON-HAND AT OR BELOW THE OUT
      *    QUANTITY IS OUT, AT OR BELOW THE LOW QUANTITY IS LOW, ANY
      *    MORE IS IN STOCK.
       FD  SK-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-PARM-RECORD.
           05 SK-PARM-RUN-MODE             PIC X(01).
               88 SK-PARM-DELTA-RUN            VALUE 'D'.
           05 SK-PARM-OUT-QTY              PIC 9(05).
           05 SK-PARM-LOW-QTY              PIC 9(05).
           05 FILLER                       PIC X(69).

      *    CATALOGUE EXTRACT LINE - SEE AMSCATEX.cbl.
       FD  SK-CATALOGUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-CATALOGUE-RECORD             PIC X(80).

       FD  SK-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-PROD-IO                      PIC X(98).

       FD  SK-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-STORE-IO                     PIC X(76).

       FD  SK-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-QTY-IO                       PIC X(20).

      *    BAND STATE - ONE RECORD PER STORE/KEYCODE PAIR OFFERED.
       FD  SK-OLD-STATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-OLD-STATE-RECORD.
           05 SK-OS-STORE-NUM              PIC 9(04).
           05 SK-OS-KEYCODE                PIC 9(08).
           05 SK-OS-BAND                   PIC X(03).
           05 FILLER                       PIC X(05).

       FD  SK-NEW-STATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-NEW-STATE-RECORD.
           05 SK-NS-STORE-NUM              PIC 9(04).
           05 SK-NS-KEYCODE                PIC 9(08).
           05 SK-NS-BAND                   PIC X(03).
           05 FILLER                       PIC X(05).

       FD  SK-FEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SK-FEED-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".
           COPY "zPO.cbl".
           COPY "XTAR1000_020.cbl".

       01  SK-SWITCHES.
           05 SK-EOF-CATALOGUE-FILE        PIC X(01) VALUE 'N'.
               88 SK-END-OF-CATALOGUE-FILE     VALUE 'Y'.
           05 SK-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 SK-END-OF-PROD-FILE          VALUE 'Y'.
           05 SK-EOF-STORE-FILE            PIC X(01) VALUE 'N'.
               88 SK-END-OF-STORE-FILE         VALUE 'Y'.
           05 SK-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 SK-END-OF-QTY-FILE           VALUE 'Y'.
           05 SK-EOF-OLD-STATE-FILE        PIC X(01) VALUE 'N'.
               88 SK-END-OF-OLD-STATE-FILE     VALUE 'Y'.
           05 SK-RUN-MODE                  PIC X(01) VALUE 'F'.
               88 SK-DELTA-RUN                 VALUE 'D'.
           05 SK-MATCH-FOUND               PIC X(01).
               88 SK-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  SK-COUNTERS.
           05 SK-CATALOGUE-CNT             PIC 9(07) COMP VALUE ZERO.
           05 SK-DISCONTINUED-CNT          PIC 9(07) COMP VALUE ZERO.
           05 SK-STORE-CNT                 PIC 9(07) COMP VALUE ZERO.
           05 SK-OLD-STATE-CNT             PIC 9(07) COMP VALUE ZERO.
           05 SK-CATALOGUE-BAD-KEYCODE     PIC 9(07) COMP VALUE ZERO.
           05 SK-QTY-ROWS-READ             PIC 9(07) COMP VALUE ZERO.
           05 SK-NOT-OPEN-STORE            PIC 9(07) COMP VALUE ZERO.
           05 SK-NOT-IN-CATALOGUE          PIC 9(07) COMP VALUE ZERO.
           05 SK-PRODUCT-DISCONTINUED      PIC 9(07) COMP VALUE ZERO.
           05 SK-PAIRS-IN-STOCK            PIC 9(07) COMP VALUE ZERO.
           05 SK-PAIRS-LOW                 PIC 9(07) COMP VALUE ZERO.
           05 SK-PAIRS-OUT                 PIC 9(07) COMP VALUE ZERO.
           05 SK-PAIRS-UNCHANGED           PIC 9(07) COMP VALUE ZERO.
           05 SK-FEED-WRITTEN              PIC 9(07) COMP VALUE ZERO.
           05 SK-DELETES-NOTIFIED          PIC 9(07) COMP VALUE ZERO.

      *    KEYCODES OFFERED ON TONIGHT'S CATALOGUE EXTRACT.
       01  SK-CATALOGUE-TABLE.
           05 SK-CT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON SK-CATALOGUE-CNT.
               10 SK-CT-KEYCODE            PIC 9(08).

      *    KEYCODES DISCONTINUED ON THE PRODUCT MASTER.
       01  SK-DISCONTINUED-TABLE.
           05 SK-DT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON SK-DISCONTINUED-CNT.
               10 SK-DT-KEYCODE            PIC 9(08).

      *    OPEN STORES ON THE XTAR1000 MASTER - DCS LEFT OUT.
       01  SK-STORE-TABLE.
           05 SK-ST-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SK-STORE-CNT.
               10 SK-ST-STORE-NUM          PIC 9(04).

      *    PREVIOUS RUN'S BAND STATE - A PAIR STILL OFFERED TONIGHT IS
      *    MARKED SO THE PAIRS LEFT UNMARKED CAN BE SENT AS DELETES.
       01  SK-OLD-STATE-TABLE.
           05 SK-OT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON SK-OLD-STATE-CNT.
               10 SK-OT-STORE-NUM          PIC 9(04).
               10 SK-OT-KEYCODE            PIC 9(08).
               10 SK-OT-BAND               PIC X(03).
               10 SK-OT-OFFERED            PIC X(01).
                   88 SK-OT-STILL-OFFERED      VALUE 'Y'.

      *    CATALOGUE LINE FIELDS - PROD-NO,BRAND,QUAL,DESC,KEYCODE.
       01  SK-CATALOGUE-FIELDS.
           05 SK-CF-PROD-NO                PIC X(14).
           05 SK-CF-BRAND-ID               PIC X(03).
           05 SK-CF-QUAL                   PIC X(02).
           05 SK-CF-DESC                   PIC X(40).
           05 SK-CF-KEYCODE-X              PIC X(08).
           05 SK-CF-KEYCODE REDEFINES SK-CF-KEYCODE-X
                                           PIC 9(08).

       01  SK-SCAN-IDX                     PIC 9(07) COMP.
       01  SK-MATCH-IDX                    PIC 9(07) COMP.
       01  SK-OUT-QTY                      PIC S9(05) VALUE ZERO.
       01  SK-LOW-QTY                      PIC S9(05) VALUE 3.
       01  SK-SEARCH-KEYCODE               PIC 9(08).
       01  SK-SEARCH-STORE                 PIC 9(04).
       01  SK-BAND                         PIC X(03).
           88 SK-BAND-IN-STOCK                 VALUE 'IN '.
           88 SK-BAND-LOW                      VALUE 'LOW'.
           88 SK-BAND-OUT                      VALUE 'OUT'.
       01  SK-BUILT-LINE                   PIC X(80).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PROCESS-QTY-ROW THRU 3000-EXIT
               UNTIL SK-END-OF-QTY-FILE.
           IF SK-DELTA-RUN
               PERFORM 5000-NOTIFY-DELETE THRU 5000-EXIT
                   VARYING SK-SCAN-IDX FROM 1 BY 1
                   UNTIL SK-SCAN-IDX > SK-OLD-STATE-CNT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE MODE AND THRESHOLDS, THEN LOAD THE   *
      *                   CATALOGUE KEYCODES, DISCONTINUED PRODUCTS,    *
      *                   OPEN STORES AND THE PREVIOUS BAND STATE       *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT SK-PARM-FILE.
           READ SK-PARM-FILE
               AT END
                   MOVE SPACES TO SK-PARM-RECORD
           END-READ.
           CLOSE SK-PARM-FILE.
           IF SK-PARM-DELTA-RUN
               SET SK-DELTA-RUN TO TRUE
           END-IF.
           IF SK-PARM-OUT-QTY NUMERIC
               AND SK-PARM-LOW-QTY NUMERIC
               AND SK-PARM-LOW-QTY > SK-PARM-OUT-QTY
               MOVE SK-PARM-OUT-QTY TO SK-OUT-QTY
               MOVE SK-PARM-LOW-QTY TO SK-LOW-QTY
           END-IF.
           OPEN INPUT  SK-CATALOGUE-FILE
                INPUT  SK-PROD-FILE
                INPUT  SK-STORE-FILE
                INPUT  SK-QTY-FILE
                INPUT  SK-OLD-STATE-FILE
                OUTPUT SK-NEW-STATE-FILE
                OUTPUT SK-FEED-FILE.
           PERFORM 2000-LOAD-CATALOGUE THRU 2000-EXIT
               UNTIL SK-END-OF-CATALOGUE-FILE.
           PERFORM 2100-LOAD-DISCONTINUED THRU 2100-EXIT
               UNTIL SK-END-OF-PROD-FILE.
           PERFORM 2200-LOAD-STORE THRU 2200-EXIT
               UNTIL SK-END-OF-STORE-FILE.
           PERFORM 2300-LOAD-OLD-STATE THRU 2300-EXIT
               UNTIL SK-END-OF-OLD-STATE-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-CATALOGUE - THE KEYCODE IS THE FIFTH COMMA-DELIMITED  *
      *                       FIELD OF EACH AMSCATEX LINE               *
      ******************************************************************
       2000-LOAD-CATALOGUE.
           READ SK-CATALOGUE-FILE
               AT END
                   SET SK-END-OF-CATALOGUE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE SPACES TO SK-CATALOGUE-FIELDS.
           UNSTRING SK-CATALOGUE-RECORD DELIMITED BY ","
               INTO SK-CF-PROD-NO
                    SK-CF-BRAND-ID
                    SK-CF-QUAL
                    SK-CF-DESC
                    SK-CF-KEYCODE-X
           END-UNSTRING.
           IF SK-CF-KEYCODE-X NOT NUMERIC
               ADD 1 TO SK-CATALOGUE-BAD-KEYCODE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO SK-CATALOGUE-CNT.
           MOVE SK-CF-KEYCODE TO SK-CT-KEYCODE(SK-CATALOGUE-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-DISCONTINUED.
           READ SK-PROD-FILE
               AT END
                   SET SK-END-OF-PROD-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE SK-PROD-IO TO RD430-PROD-RECORD.
           IF RD430-PROD-DISCONTINUED
               ADD 1 TO SK-DISCONTINUED-CNT
               MOVE RD430-PROD-KEYCODE
                               TO SK-DT-KEYCODE(SK-DISCONTINUED-CNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-STORE.
           READ SK-STORE-FILE
               AT END
                   SET SK-END-OF-STORE-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE SK-STORE-IO TO 01TAR1000-REC.
           IF XTAR1000-CLOSED-STORE = 'Y'
               OR XTAR1000-DC-TYPE = 'Y'
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO SK-STORE-CNT.
           MOVE 00001000-STORE-NO TO SK-ST-STORE-NUM(SK-STORE-CNT).
       2200-EXIT.
           EXIT.

       2300-LOAD-OLD-STATE.
           READ SK-OLD-STATE-FILE
               AT END
                   SET SK-END-OF-OLD-STATE-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO SK-OLD-STATE-CNT.
           MOVE SK-OS-STORE-NUM TO SK-OT-STORE-NUM(SK-OLD-STATE-CNT).
           MOVE SK-OS-KEYCODE   TO SK-OT-KEYCODE(SK-OLD-STATE-CNT).
           MOVE SK-OS-BAND      TO SK-OT-BAND(SK-OLD-STATE-CNT).
           MOVE 'N'             TO SK-OT-OFFERED(SK-OLD-STATE-CNT).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-QTY-ROW - BAND ONE OPEN STORE'S On-Hand-Qty FOR A  *
      *                        CATALOGUE KEYCODE, SAVE THE BAND TO THE  *
      *                        NEW STATE AND FEED IT (IN DELTA MODE     *
      *                        ONLY WHEN THE BAND HAS CHANGED)          *
      ******************************************************************
       3000-PROCESS-QTY-ROW.
           READ SK-QTY-FILE
               AT END
                   SET SK-END-OF-QTY-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO SK-QTY-ROWS-READ.
           MOVE SK-QTY-IO TO Location-Product-Qty.
           MOVE Location OF Location-Product-Qty TO SK-SEARCH-STORE.
           MOVE Product-Code OF Location-Product-Qty
                                           TO SK-SEARCH-KEYCODE.
           MOVE 'N' TO SK-MATCH-FOUND.
           PERFORM 4000-SCAN-STORE THRU 4000-EXIT
               VARYING SK-SCAN-IDX FROM 1 BY 1
               UNTIL SK-SCAN-IDX > SK-STORE-CNT
                  OR SK-ENTRY-WAS-FOUND.
           IF NOT SK-ENTRY-WAS-FOUND
               ADD 1 TO SK-NOT-OPEN-STORE
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO SK-MATCH-FOUND.
           PERFORM 4100-SCAN-CATALOGUE THRU 4100-EXIT
               VARYING SK-SCAN-IDX FROM 1 BY 1
               UNTIL SK-SCAN-IDX > SK-CATALOGUE-CNT
                  OR SK-ENTRY-WAS-FOUND.
           IF NOT SK-ENTRY-WAS-FOUND
               ADD 1 TO SK-NOT-IN-CATALOGUE
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO SK-MATCH-FOUND.
           PERFORM 4200-SCAN-DISCONTINUED THRU 4200-EXIT
               VARYING SK-SCAN-IDX FROM 1 BY 1
               UNTIL SK-SCAN-IDX > SK-DISCONTINUED-CNT
                  OR SK-ENTRY-WAS-FOUND.
           IF SK-ENTRY-WAS-FOUND
               ADD 1 TO SK-PRODUCT-DISCONTINUED
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN On-Hand-Qty NOT > SK-OUT-QTY
                   SET SK-BAND-OUT TO TRUE
                   ADD 1 TO SK-PAIRS-OUT
               WHEN On-Hand-Qty NOT > SK-LOW-QTY
                   SET SK-BAND-LOW TO TRUE
                   ADD 1 TO SK-PAIRS-LOW
               WHEN OTHER
                   SET SK-BAND-IN-STOCK TO TRUE
                   ADD 1 TO SK-PAIRS-IN-STOCK
           END-EVALUATE.
           MOVE SPACES            TO SK-NEW-STATE-RECORD.
           MOVE SK-SEARCH-STORE   TO SK-NS-STORE-NUM.
           MOVE SK-SEARCH-KEYCODE TO SK-NS-KEYCODE.
           MOVE SK-BAND           TO SK-NS-BAND.
           WRITE SK-NEW-STATE-RECORD.
           MOVE 'N' TO SK-MATCH-FOUND.
           PERFORM 4300-SCAN-OLD-STATE THRU 4300-EXIT
               VARYING SK-SCAN-IDX FROM 1 BY 1
               UNTIL SK-SCAN-IDX > SK-OLD-STATE-CNT
                  OR SK-ENTRY-WAS-FOUND.
           IF SK-ENTRY-WAS-FOUND
               MOVE 'Y' TO SK-OT-OFFERED(SK-MATCH-IDX)
           END-IF.
           IF SK-DELTA-RUN
               AND SK-ENTRY-WAS-FOUND
               AND SK-OT-BAND(SK-MATCH-IDX) = SK-BAND
               ADD 1 TO SK-PAIRS-UNCHANGED
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO SK-BUILT-LINE.
           STRING SK-SEARCH-STORE   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  SK-SEARCH-KEYCODE DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  SK-BAND           DELIMITED BY SPACE
               INTO SK-BUILT-LINE
           END-STRING.
           MOVE SK-BUILT-LINE TO SK-FEED-RECORD.
           WRITE SK-FEED-RECORD.
           ADD 1 TO SK-FEED-WRITTEN.
       3000-EXIT.
           EXIT.

       4000-SCAN-STORE.
           IF SK-ST-STORE-NUM(SK-SCAN-IDX) = SK-SEARCH-STORE
               MOVE 'Y' TO SK-MATCH-FOUND
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SCAN-CATALOGUE.
           IF SK-CT-KEYCODE(SK-SCAN-IDX) = SK-SEARCH-KEYCODE
               MOVE 'Y' TO SK-MATCH-FOUND
           END-IF.
       4100-EXIT.
           EXIT.

       4200-SCAN-DISCONTINUED.
           IF SK-DT-KEYCODE(SK-SCAN-IDX) = SK-SEARCH-KEYCODE
               MOVE 'Y' TO SK-MATCH-FOUND
           END-IF.
       4200-EXIT.
           EXIT.

       4300-SCAN-OLD-STATE.
           IF SK-OT-STORE-NUM(SK-SCAN-IDX) = SK-SEARCH-STORE
               AND SK-OT-KEYCODE(SK-SCAN-IDX) = SK-SEARCH-KEYCODE
               MOVE 'Y' TO SK-MATCH-FOUND
               MOVE SK-SCAN-IDX TO SK-MATCH-IDX
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-NOTIFY-DELETE - A PAIR ON THE PREVIOUS STATE THAT IS NO    *
      *                      LONGER OFFERED (STORE CLOSED, PRODUCT      *
      *                      DROPPED FROM THE CATALOGUE OR DISCONTINUED *
      *                      OR ITS ON-HAND ROW GONE) GETS A "DEL" LINE *
      *                      ON THE DELTA FEED                          *
      ******************************************************************
       5000-NOTIFY-DELETE.
           IF SK-OT-STILL-OFFERED(SK-SCAN-IDX)
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO SK-BUILT-LINE.
           STRING "DEL,"                      DELIMITED BY SIZE
                  SK-OT-STORE-NUM(SK-SCAN-IDX) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  SK-OT-KEYCODE(SK-SCAN-IDX)   DELIMITED BY SIZE
               INTO SK-BUILT-LINE
           END-STRING.
           MOVE SK-BUILT-LINE TO SK-FEED-RECORD.
           WRITE SK-FEED-RECORD.
           ADD 1 TO SK-DELETES-NOTIFIED.
       5000-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE SK-CATALOGUE-FILE
                 SK-PROD-FILE
                 SK-STORE-FILE
                 SK-QTY-FILE
                 SK-OLD-STATE-FILE
                 SK-NEW-STATE-FILE
                 SK-FEED-FILE.
           IF SK-DELTA-RUN
               DISPLAY "AMSSTKAV RUN MODE          = DELTA"
           ELSE
               DISPLAY "AMSSTKAV RUN MODE          = FULL"
           END-IF.
           DISPLAY "AMSSTKAV CATALOGUE KEYCODES = " SK-CATALOGUE-CNT.
           DISPLAY "AMSSTKAV BAD CATALOGUE LINE = "
               SK-CATALOGUE-BAD-KEYCODE.
           DISPLAY "AMSSTKAV OPEN STORES        = " SK-STORE-CNT.
           DISPLAY "AMSSTKAV QTY ROWS READ      = " SK-QTY-ROWS-READ.
           DISPLAY "AMSSTKAV NOT AN OPEN STORE  = " SK-NOT-OPEN-STORE.
           DISPLAY "AMSSTKAV NOT IN CATALOGUE   = " SK-NOT-IN-CATALOGUE.
           DISPLAY "AMSSTKAV DISCONTINUED       = "
               SK-PRODUCT-DISCONTINUED.
           DISPLAY "AMSSTKAV PAIRS IN STOCK     = " SK-PAIRS-IN-STOCK.
           DISPLAY "AMSSTKAV PAIRS LOW          = " SK-PAIRS-LOW.
           DISPLAY "AMSSTKAV PAIRS OUT          = " SK-PAIRS-OUT.
           DISPLAY "AMSSTKAV PAIRS UNCHANGED    = " SK-PAIRS-UNCHANGED.
           DISPLAY "AMSSTKAV FEED LINES WRITTEN = " SK-FEED-WRITTEN.
           DISPLAY "AMSSTKAV DELETES NOTIFIED   = " SK-DELETES-NOTIFIED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
