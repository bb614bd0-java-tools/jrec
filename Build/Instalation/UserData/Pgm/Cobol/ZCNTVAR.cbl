       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCNTVAR.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZCNTVAR - STOCK COUNT VARIANCE REPORT FOR LOSS PREVENTION.      *
      *           REPORTS THE LINES ZCNTPOST.cbl POSTED (ZCNTRSLT) FOR  *
      *           A COUNT ONCE IT HAS CLOSED ON ZCNTCLS, GROUPED BY     *
      *           STORE AND DEPARTMENT - EVERY LINE WITH A VARIANCE IS  *
      *           LISTED, WITH A DEPARTMENT SUBTOTAL OF LINES COUNTED,  *
      *           BOOK, COUNTED, NET VARIANCE QUANTITY AND THE LOSS AND *
      *           GAIN VALUES SHOWN APART, THEN A STORE TOTAL AND A     *
      *           GRAND TOTAL.  THE PARM FILE NAMES ONE Count-Ref; LEFT *
      *           BLANK, EVERY COUNT CLOSED ON THE PARM DATE (ZERO =    *
      *           TODAY) IS REPORTED.  A NAMED COUNT THAT HAS NOT       *
      *           CLOSED ABENDS THE RUN WITH A NONZERO RETURN-CODE -    *
      *           A PART-POSTED COUNT IS NOT A RESULT.  NEITHER INPUT   *
      *           IS ASSUMED SORTED, SO STORE/DEPARTMENT GROUPS ARE     *
      *           PRINTED LOWEST KEY FIRST BY REPEATED TABLE SCAN.      *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CV-PARM-FILE ASSIGN TO "ZCNTVARP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CV-CLOSE-FILE ASSIGN TO "ZCNTCLS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CV-RESULT-FILE ASSIGN TO "ZCNTRSLT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CV-REPORT-FILE ASSIGN TO "ZCNTVARR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CV-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CV-PARM-RECORD.
           05 CV-PARM-COUNT-REF            PIC X(10).
           05 CV-PARM-CLOSE-DATE           PIC 9(08).

      *    SAME LAYOUT ZCNTPOST.cbl WRITES.
       FD  CV-CLOSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CV-CLOSE-RECORD.
           05 CV-CL-COUNT-REF              PIC X(10).
           05 CV-CL-LOCATION               PIC 9(04).
           05 CV-CL-CLOSE-DATE             PIC 9(08).
           05 CV-CL-LINES                  PIC 9(07).
           05 FILLER                       PIC X(11).

      *    SAME LAYOUT ZCNTPOST.cbl WRITES.
       FD  CV-RESULT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CV-RESULT-RECORD.
           05 CV-RS-COUNT-REF              PIC X(10).
           05 CV-RS-LOCATION               PIC 9(04).
           05 CV-RS-DEPARTMENT             PIC 9(04).
           05 CV-RS-PRODUCT-CODE           PIC 9(08).
           05 CV-RS-BOOK-QTY               PIC S9(05).
           05 CV-RS-COUNTED-QTY            PIC S9(05).
           05 CV-RS-VARIANCE-QTY           PIC S9(05).
           05 CV-RS-UNIT-COST              PIC S9(05)V99.
           05 CV-RS-VARIANCE-VALUE         PIC S9(09)V99.
           05 CV-RS-RECOUNTED              PIC X(01).
           05 CV-RS-POSTED-DATE            PIC 9(08).
           05 FILLER                       PIC X(12).

       FD  CV-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CV-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  CV-SWITCHES.
           05 CV-EOF-CLOSE-FILE            PIC X(01) VALUE 'N'.
               88 CV-END-OF-CLOSE-FILE         VALUE 'Y'.
           05 CV-EOF-RESULT-FILE           PIC X(01) VALUE 'N'.
               88 CV-END-OF-RESULT-FILE        VALUE 'Y'.
           05 CV-ABORT                     PIC X(01) VALUE 'N'.
               88 CV-ABORT-RUN                 VALUE 'Y'.
           05 CV-MATCH-FOUND               PIC X(01).
               88 CV-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  CV-COUNTERS.
           05 CV-COUNT-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 CV-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 CV-GROUP-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 CV-RESULTS-READ              PIC 9(07) COMP VALUE ZERO.
           05 CV-LINES-PRINTED             PIC 9(07) COMP VALUE ZERO.

      *    THE CLOSED COUNTS BEING REPORTED.
       01  CV-COUNT-TABLE.
           05 CV-CT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON CV-COUNT-CNT.
               10 CV-CT-COUNT-REF          PIC X(10).

       01  CV-LINE-TABLE.
           05 CV-LN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CV-LINE-CNT.
               10 CV-LN-GROUP-KEY          PIC 9(08).
               10 CV-LN-COUNT-REF          PIC X(10).
               10 CV-LN-PRODUCT-CODE       PIC 9(08).
               10 CV-LN-BOOK-QTY           PIC S9(05).
               10 CV-LN-COUNTED-QTY        PIC S9(05).
               10 CV-LN-VARIANCE-QTY       PIC S9(05).
               10 CV-LN-VARIANCE-VALUE     PIC S9(09)V99.
               10 CV-LN-RECOUNTED          PIC X(01).

      *    ONE ENTRY PER STORE/DEPARTMENT - KEY IS STORE * 10000 +
      *    DEPARTMENT SO THE LOWEST KEY IS THE NEXT GROUP TO PRINT.
       01  CV-GROUP-TABLE.
           05 CV-GP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON CV-GROUP-CNT.
               10 CV-GP-KEY                PIC 9(08).
               10 CV-GP-KEY-PARTS REDEFINES CV-GP-KEY.
                   15 CV-GP-STORE          PIC 9(04).
                   15 CV-GP-DEPARTMENT     PIC 9(04).
               10 CV-GP-LINES              PIC 9(07) COMP.
               10 CV-GP-BOOK-QTY           PIC S9(09).
               10 CV-GP-COUNTED-QTY        PIC S9(09).
               10 CV-GP-VARIANCE-QTY       PIC S9(09).
               10 CV-GP-LOSS-VALUE         PIC S9(11)V99.
               10 CV-GP-GAIN-VALUE         PIC S9(11)V99.
               10 CV-GP-PRINTED            PIC X(01).

       01  CV-SCAN-IDX                     PIC 9(05) COMP.
       01  CV-GP-IDX                       PIC 9(05) COMP.
       01  CV-NEXT-IDX                     PIC 9(05) COMP.
       01  CV-GROUPS-DONE                  PIC 9(05) COMP VALUE ZERO.

       01  CV-REPORT-DATE                  PIC 9(08).
       01  CV-GROUP-KEY                    PIC 9(08).
       01  CV-GROUP-KEY-PARTS REDEFINES CV-GROUP-KEY.
           05 CV-GROUP-STORE               PIC 9(04).
           05 CV-GROUP-DEPARTMENT          PIC 9(04).
       01  CV-CURRENT-STORE                PIC 9(04) VALUE ZERO.

       01  CV-STORE-TOTALS.
           05 CV-ST-LINES                  PIC 9(07) COMP.
           05 CV-ST-BOOK-QTY               PIC S9(09).
           05 CV-ST-COUNTED-QTY            PIC S9(09).
           05 CV-ST-VARIANCE-QTY           PIC S9(09).
           05 CV-ST-LOSS-VALUE             PIC S9(11)V99.
           05 CV-ST-GAIN-VALUE             PIC S9(11)V99.
       01  CV-GRAND-TOTALS.
           05 CV-GT-LINES                  PIC 9(07) COMP VALUE ZERO.
           05 CV-GT-BOOK-QTY               PIC S9(09) VALUE ZERO.
           05 CV-GT-COUNTED-QTY            PIC S9(09) VALUE ZERO.
           05 CV-GT-VARIANCE-QTY           PIC S9(09) VALUE ZERO.
           05 CV-GT-LOSS-VALUE             PIC S9(11)V99 VALUE ZERO.
           05 CV-GT-GAIN-VALUE             PIC S9(11)V99 VALUE ZERO.

       01  CV-HEADING-1.
           05 FILLER                       PIC X(35)
               VALUE "ZCNTVAR STOCK COUNT VARIANCE REPORT".
           05 FILLER                       PIC X(07) VALUE " COUNT ".
           05 CV-H1-SELECTION              PIC X(10).
           05 FILLER                       PIC X(80) VALUE SPACES.

       01  CV-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "STORE".
           05 FILLER                       PIC X(06) VALUE "DEPT".
           05 FILLER                       PIC X(11) VALUE "COUNT-REF".
           05 FILLER                       PIC X(09) VALUE "PRODUCT".
           05 FILLER                       PIC X(11)
               VALUE "       BOOK".
           05 FILLER                       PIC X(11)
               VALUE "    COUNTED".
           05 FILLER                       PIC X(11)
               VALUE "   VARIANCE".
           05 FILLER                       PIC X(16)
               VALUE "           LOSS".
           05 FILLER                       PIC X(16)
               VALUE "           GAIN".
           05 FILLER                       PIC X(08) VALUE " RECOUNT".
           05 FILLER                       PIC X(27) VALUE SPACES.

       01  CV-DETAIL-LINE.
           05 CV-DL-STORE                  PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CV-DL-DEPARTMENT             PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CV-DL-COUNT-REF              PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-DL-PRODUCT-CODE           PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-DL-BOOK-QTY               PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-DL-COUNTED-QTY            PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-DL-VARIANCE-QTY           PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-DL-LOSS-VALUE             PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-DL-GAIN-VALUE             PIC -(11)9.99.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 CV-DL-RECOUNTED              PIC X(01).
           05 FILLER                       PIC X(31) VALUE SPACES.

       01  CV-TOTAL-LINE.
           05 CV-TL-LABEL                  PIC X(23).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-TL-LINES                  PIC ZZZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-TL-BOOK-QTY               PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-TL-COUNTED-QTY            PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-TL-VARIANCE-QTY           PIC -(9)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-TL-LOSS-VALUE             PIC -(11)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-TL-GAIN-VALUE             PIC -(11)9.99.
           05 FILLER                       PIC X(35) VALUE SPACES.

       01  CV-LABEL-WORK.
           05 CV-LW-TEXT                   PIC X(11).
           05 CV-LW-STORE                  PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CV-LW-DEPARTMENT             PIC X(06).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CV-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-LOAD-RESULT THRU 3000-EXIT
               UNTIL CV-END-OF-RESULT-FILE.
           PERFORM 5000-PRINT-NEXT-GROUP THRU 5000-EXIT
               UNTIL CV-GROUPS-DONE NOT < CV-GROUP-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - SELECT THE CLOSED COUNTS TO REPORT - THE ONE  *
      *                   NAMED ON THE PARM, OR EVERY COUNT CLOSED ON   *
      *                   THE PARM DATE                                 *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  CV-PARM-FILE.
           READ CV-PARM-FILE
               AT END
                   MOVE SPACES TO CV-PARM-RECORD
           END-READ.
           CLOSE CV-PARM-FILE.
           IF CV-PARM-CLOSE-DATE NUMERIC
               AND CV-PARM-CLOSE-DATE > ZERO
               MOVE CV-PARM-CLOSE-DATE TO CV-REPORT-DATE
           ELSE
               ACCEPT CV-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT  CV-CLOSE-FILE.
           PERFORM 2000-SELECT-COUNT THRU 2000-EXIT
               UNTIL CV-END-OF-CLOSE-FILE.
           CLOSE CV-CLOSE-FILE.
           IF CV-PARM-COUNT-REF NOT = SPACES
               AND CV-COUNT-CNT = ZERO
               DISPLAY "ZCNTVAR *** ABEND *** COUNT-REF "
                   CV-PARM-COUNT-REF " HAS NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               SET CV-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  CV-RESULT-FILE
                OUTPUT CV-REPORT-FILE.
           IF CV-PARM-COUNT-REF NOT = SPACES
               MOVE CV-PARM-COUNT-REF TO CV-H1-SELECTION
           ELSE
               MOVE CV-REPORT-DATE    TO CV-H1-SELECTION
           END-IF.
           WRITE CV-RPT-LINE FROM CV-HEADING-1.
           WRITE CV-RPT-LINE FROM CV-HEADING-2.
       1000-EXIT.
           EXIT.

       2000-SELECT-COUNT.
           READ CV-CLOSE-FILE
               AT END
                   SET CV-END-OF-CLOSE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF CV-PARM-COUNT-REF NOT = SPACES
               IF CV-CL-COUNT-REF NOT = CV-PARM-COUNT-REF
                   GO TO 2000-EXIT
               END-IF
           ELSE
               IF CV-CL-CLOSE-DATE NOT = CV-REPORT-DATE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           ADD 1 TO CV-COUNT-CNT.
           MOVE CV-CL-COUNT-REF TO CV-CT-COUNT-REF(CV-COUNT-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOAD-RESULT - KEEP ONE POSTED LINE OF A SELECTED COUNT AND *
      *                    ADD IT INTO ITS STORE/DEPARTMENT GROUP       *
      ******************************************************************
       3000-LOAD-RESULT.
           READ CV-RESULT-FILE
               AT END
                   SET CV-END-OF-RESULT-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 4000-LOOKUP-COUNT THRU 4000-EXIT.
           IF NOT CV-ENTRY-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CV-RESULTS-READ.
           MOVE CV-RS-LOCATION   TO CV-GROUP-STORE.
           MOVE CV-RS-DEPARTMENT TO CV-GROUP-DEPARTMENT.
           PERFORM 4100-LOOKUP-GROUP THRU 4100-EXIT.
           IF NOT CV-ENTRY-WAS-FOUND
               ADD 1 TO CV-GROUP-CNT
               MOVE CV-GROUP-CNT TO CV-GP-IDX
               MOVE CV-GROUP-KEY TO CV-GP-KEY(CV-GP-IDX)
               MOVE ZERO         TO CV-GP-LINES(CV-GP-IDX)
                                    CV-GP-BOOK-QTY(CV-GP-IDX)
                                    CV-GP-COUNTED-QTY(CV-GP-IDX)
                                    CV-GP-VARIANCE-QTY(CV-GP-IDX)
                                    CV-GP-LOSS-VALUE(CV-GP-IDX)
                                    CV-GP-GAIN-VALUE(CV-GP-IDX)
               MOVE 'N'          TO CV-GP-PRINTED(CV-GP-IDX)
           END-IF.
           ADD 1                    TO CV-GP-LINES(CV-GP-IDX).
           ADD CV-RS-BOOK-QTY       TO CV-GP-BOOK-QTY(CV-GP-IDX).
           ADD CV-RS-COUNTED-QTY    TO CV-GP-COUNTED-QTY(CV-GP-IDX).
           ADD CV-RS-VARIANCE-QTY   TO CV-GP-VARIANCE-QTY(CV-GP-IDX).
           IF CV-RS-VARIANCE-VALUE < ZERO
               ADD CV-RS-VARIANCE-VALUE TO CV-GP-LOSS-VALUE(CV-GP-IDX)
           ELSE
               ADD CV-RS-VARIANCE-VALUE TO CV-GP-GAIN-VALUE(CV-GP-IDX)
           END-IF.
           IF CV-RS-VARIANCE-QTY = ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CV-LINE-CNT.
           MOVE CV-GROUP-KEY         TO CV-LN-GROUP-KEY(CV-LINE-CNT).
           MOVE CV-RS-COUNT-REF      TO CV-LN-COUNT-REF(CV-LINE-CNT).
           MOVE CV-RS-PRODUCT-CODE   TO CV-LN-PRODUCT-CODE(CV-LINE-CNT).
           MOVE CV-RS-BOOK-QTY       TO CV-LN-BOOK-QTY(CV-LINE-CNT).
           MOVE CV-RS-COUNTED-QTY    TO CV-LN-COUNTED-QTY(CV-LINE-CNT).
           MOVE CV-RS-VARIANCE-QTY   TO CV-LN-VARIANCE-QTY(CV-LINE-CNT).
           MOVE CV-RS-VARIANCE-VALUE
                                 TO CV-LN-VARIANCE-VALUE(CV-LINE-CNT).
           MOVE CV-RS-RECOUNTED      TO CV-LN-RECOUNTED(CV-LINE-CNT).
       3000-EXIT.
           EXIT.

       4000-LOOKUP-COUNT.
           MOVE 'N' TO CV-MATCH-FOUND.
           PERFORM 4010-SCAN-COUNT THRU 4010-EXIT
               VARYING CV-SCAN-IDX FROM 1 BY 1
               UNTIL CV-SCAN-IDX > CV-COUNT-CNT
                  OR CV-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-COUNT.
           IF CV-CT-COUNT-REF(CV-SCAN-IDX) = CV-RS-COUNT-REF
               MOVE 'Y' TO CV-MATCH-FOUND
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-GROUP.
           MOVE 'N' TO CV-MATCH-FOUND.
           MOVE ZERO TO CV-GP-IDX.
           PERFORM 4110-SCAN-GROUP THRU 4110-EXIT
               VARYING CV-SCAN-IDX FROM 1 BY 1
               UNTIL CV-SCAN-IDX > CV-GROUP-CNT
                  OR CV-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-GROUP.
           IF CV-GP-KEY(CV-SCAN-IDX) = CV-GROUP-KEY
               MOVE 'Y' TO CV-MATCH-FOUND
               MOVE CV-SCAN-IDX TO CV-GP-IDX
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-NEXT-GROUP - PRINT THE LOWEST-KEYED GROUP NOT YET    *
      *                         PRINTED, CLOSING OFF THE PREVIOUS STORE *
      *                         WHEN THE STORE CHANGES                  *
      ******************************************************************
       5000-PRINT-NEXT-GROUP.
           MOVE ZERO TO CV-NEXT-IDX.
           PERFORM 5010-FIND-LOWEST THRU 5010-EXIT
               VARYING CV-SCAN-IDX FROM 1 BY 1
               UNTIL CV-SCAN-IDX > CV-GROUP-CNT.
           MOVE CV-NEXT-IDX TO CV-GP-IDX.
           MOVE 'Y' TO CV-GP-PRINTED(CV-GP-IDX).
           ADD 1 TO CV-GROUPS-DONE.
           IF CV-GROUPS-DONE = 1
               MOVE CV-GP-STORE(CV-GP-IDX) TO CV-CURRENT-STORE
               INITIALIZE CV-STORE-TOTALS
           END-IF.
           IF CV-GP-STORE(CV-GP-IDX) NOT = CV-CURRENT-STORE
               PERFORM 7100-PRINT-STORE-TOTAL THRU 7100-EXIT
               MOVE CV-GP-STORE(CV-GP-IDX) TO CV-CURRENT-STORE
               INITIALIZE CV-STORE-TOTALS
           END-IF.
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
               VARYING CV-SCAN-IDX FROM 1 BY 1
               UNTIL CV-SCAN-IDX > CV-LINE-CNT.
           MOVE " DEPT TOTAL" TO CV-LW-TEXT.
           MOVE CV-GP-STORE(CV-GP-IDX)      TO CV-LW-STORE.
           MOVE CV-GP-DEPARTMENT(CV-GP-IDX) TO CV-LW-DEPARTMENT.
           MOVE CV-LABEL-WORK               TO CV-TL-LABEL.
           MOVE CV-GP-LINES(CV-GP-IDX)        TO CV-TL-LINES.
           MOVE CV-GP-BOOK-QTY(CV-GP-IDX)     TO CV-TL-BOOK-QTY.
           MOVE CV-GP-COUNTED-QTY(CV-GP-IDX)  TO CV-TL-COUNTED-QTY.
           MOVE CV-GP-VARIANCE-QTY(CV-GP-IDX) TO CV-TL-VARIANCE-QTY.
           MOVE CV-GP-LOSS-VALUE(CV-GP-IDX)   TO CV-TL-LOSS-VALUE.
           MOVE CV-GP-GAIN-VALUE(CV-GP-IDX)   TO CV-TL-GAIN-VALUE.
           WRITE CV-RPT-LINE FROM CV-TOTAL-LINE.
           MOVE SPACES TO CV-RPT-LINE.
           WRITE CV-RPT-LINE.
           ADD CV-GP-LINES(CV-GP-IDX)        TO CV-ST-LINES.
           ADD CV-GP-BOOK-QTY(CV-GP-IDX)     TO CV-ST-BOOK-QTY.
           ADD CV-GP-COUNTED-QTY(CV-GP-IDX)  TO CV-ST-COUNTED-QTY.
           ADD CV-GP-VARIANCE-QTY(CV-GP-IDX) TO CV-ST-VARIANCE-QTY.
           ADD CV-GP-LOSS-VALUE(CV-GP-IDX)   TO CV-ST-LOSS-VALUE.
           ADD CV-GP-GAIN-VALUE(CV-GP-IDX)   TO CV-ST-GAIN-VALUE.
       5000-EXIT.
           EXIT.

       5010-FIND-LOWEST.
           IF CV-GP-PRINTED(CV-SCAN-IDX) = 'Y'
               GO TO 5010-EXIT
           END-IF.
           IF CV-NEXT-IDX = ZERO
               MOVE CV-SCAN-IDX TO CV-NEXT-IDX
               GO TO 5010-EXIT
           END-IF.
           IF CV-GP-KEY(CV-SCAN-IDX) < CV-GP-KEY(CV-NEXT-IDX)
               MOVE CV-SCAN-IDX TO CV-NEXT-IDX
           END-IF.
       5010-EXIT.
           EXIT.

       7000-PRINT-DETAIL.
           IF CV-LN-GROUP-KEY(CV-SCAN-IDX) NOT = CV-GP-KEY(CV-GP-IDX)
               GO TO 7000-EXIT
           END-IF.
           MOVE CV-GP-STORE(CV-GP-IDX)      TO CV-DL-STORE.
           MOVE CV-GP-DEPARTMENT(CV-GP-IDX) TO CV-DL-DEPARTMENT.
           MOVE CV-LN-COUNT-REF(CV-SCAN-IDX)    TO CV-DL-COUNT-REF.
           MOVE CV-LN-PRODUCT-CODE(CV-SCAN-IDX) TO CV-DL-PRODUCT-CODE.
           MOVE CV-LN-BOOK-QTY(CV-SCAN-IDX)     TO CV-DL-BOOK-QTY.
           MOVE CV-LN-COUNTED-QTY(CV-SCAN-IDX)  TO CV-DL-COUNTED-QTY.
           MOVE CV-LN-VARIANCE-QTY(CV-SCAN-IDX) TO CV-DL-VARIANCE-QTY.
           MOVE ZERO TO CV-DL-LOSS-VALUE
                        CV-DL-GAIN-VALUE.
           IF CV-LN-VARIANCE-VALUE(CV-SCAN-IDX) < ZERO
               MOVE CV-LN-VARIANCE-VALUE(CV-SCAN-IDX)
                                         TO CV-DL-LOSS-VALUE
           ELSE
               MOVE CV-LN-VARIANCE-VALUE(CV-SCAN-IDX)
                                         TO CV-DL-GAIN-VALUE
           END-IF.
           MOVE CV-LN-RECOUNTED(CV-SCAN-IDX)    TO CV-DL-RECOUNTED.
           WRITE CV-RPT-LINE FROM CV-DETAIL-LINE.
           ADD 1 TO CV-LINES-PRINTED.
       7000-EXIT.
           EXIT.

       7100-PRINT-STORE-TOTAL.
           MOVE "STORE TOTAL" TO CV-LW-TEXT.
           MOVE CV-CURRENT-STORE   TO CV-LW-STORE.
           MOVE SPACES             TO CV-LW-DEPARTMENT.
           MOVE CV-LABEL-WORK      TO CV-TL-LABEL.
           MOVE CV-ST-LINES        TO CV-TL-LINES.
           MOVE CV-ST-BOOK-QTY     TO CV-TL-BOOK-QTY.
           MOVE CV-ST-COUNTED-QTY  TO CV-TL-COUNTED-QTY.
           MOVE CV-ST-VARIANCE-QTY TO CV-TL-VARIANCE-QTY.
           MOVE CV-ST-LOSS-VALUE   TO CV-TL-LOSS-VALUE.
           MOVE CV-ST-GAIN-VALUE   TO CV-TL-GAIN-VALUE.
           WRITE CV-RPT-LINE FROM CV-TOTAL-LINE.
           MOVE SPACES TO CV-RPT-LINE.
           WRITE CV-RPT-LINE.
           ADD CV-ST-LINES        TO CV-GT-LINES.
           ADD CV-ST-BOOK-QTY     TO CV-GT-BOOK-QTY.
           ADD CV-ST-COUNTED-QTY  TO CV-GT-COUNTED-QTY.
           ADD CV-ST-VARIANCE-QTY TO CV-GT-VARIANCE-QTY.
           ADD CV-ST-LOSS-VALUE   TO CV-GT-LOSS-VALUE.
           ADD CV-ST-GAIN-VALUE   TO CV-GT-GAIN-VALUE.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           IF CV-GROUP-CNT > ZERO
               PERFORM 7100-PRINT-STORE-TOTAL THRU 7100-EXIT
           END-IF.
           MOVE "GRAND TOTAL"      TO CV-TL-LABEL.
           MOVE CV-GT-LINES        TO CV-TL-LINES.
           MOVE CV-GT-BOOK-QTY     TO CV-TL-BOOK-QTY.
           MOVE CV-GT-COUNTED-QTY  TO CV-TL-COUNTED-QTY.
           MOVE CV-GT-VARIANCE-QTY TO CV-TL-VARIANCE-QTY.
           MOVE CV-GT-LOSS-VALUE   TO CV-TL-LOSS-VALUE.
           MOVE CV-GT-GAIN-VALUE   TO CV-TL-GAIN-VALUE.
           WRITE CV-RPT-LINE FROM CV-TOTAL-LINE.
           CLOSE CV-RESULT-FILE
                 CV-REPORT-FILE.
           DISPLAY "ZCNTVAR COUNTS REPORTED    = " CV-COUNT-CNT.
           DISPLAY "ZCNTVAR LINES READ         = " CV-RESULTS-READ.
           DISPLAY "ZCNTVAR VARIANCE LINES     = " CV-LINES-PRINTED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
