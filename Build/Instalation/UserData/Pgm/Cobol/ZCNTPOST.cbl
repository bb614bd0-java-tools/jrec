       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCNTPOST.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZCNTPOST - STOCKTAKE / CYCLE-COUNT VARIANCE POSTING RUN.  FOR   *
      *            THE PARM FILE'S Count-Ref, TOTALS THE                *
      *            Stock-Count-Record ENTRIES (zPO.cbl) KEYED SO FAR    *
      *            AGAINST EACH LINE OF THE BOOK QUANTITY ZCNTSHT.cbl   *
      *            FROZE ON ZCNTFRZ, AND POSTS THE COUNTED-MINUS-FROZEN-*
      *            BOOK DIFFERENCE AS AN 'A' ADJUSTMENT ON ZPOMVMT      *
      *            CARRYING THE Count-Ref AS ITS Movement-Ref, APPLYING *
      *            THE SAME DIFFERENCE TO Location-Product-Qty - THE    *
      *            DIFFERENCE, NOT THE COUNT, SO MOVEMENTS POSTED SINCE *
      *            THE FREEZE ARE NOT LOST.  A FIRST COUNT WHOSE        *
      *            VARIANCE IS OVER EITHER PARM LIMIT - VALUE AT        *
      *            ZPOPROD Product-Cost, OR PERCENTAGE OF THE FROZEN    *
      *            BOOK - IS NOT POSTED BUT LISTED ON ZCNTRCNT FOR A    *
      *            RECOUNT; A RECOUNT ('R') ENTRY REPLACES THE FIRST    *
      *            COUNT AND IS POSTED WHATEVER ITS VARIANCE.  SEVERAL  *
      *            ENTRIES OF ONE TYPE FOR A LINE ARE ADDED TOGETHER -  *
      *            ONE PRODUCT CAN BE COUNTED IN MORE THAN ONE BAY.     *
      *            A SHEET LINE NOBODY COUNTED STAYS OPEN UNLESS THE    *
      *            PARM SAYS TO TAKE UNCOUNTED LINES AS COUNTED ZERO.   *
      *            EVERY POSTED LINE IS WRITTEN TO THE ZCNTRSLT COUNT   *
      *            RESULT FILE, WHICH IS LOADED FIRST SO A LINE IS      *
      *            NEVER POSTED TWICE WHEN THE RUN IS REPEATED FOR THE  *
      *            RECOUNTS.  WHEN NO LINE OF THE COUNT IS LEFT OPEN    *
      *            THE COUNT IS CLOSED ON ZCNTCLS FOR THE ZCNTVAR       *
      *            VARIANCE REPORT.  THE QTY MASTER IS REWRITTEN        *
      *            OLD/NEW, THE SAME IDIOM AS ZRTVPOST.cbl.             *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CT-PARM-FILE ASSIGN TO "ZCNTPSTP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-FREEZE-FILE ASSIGN TO "ZCNTFRZ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-COUNT-FILE ASSIGN TO "ZPOCOUNT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-PROD-FILE ASSIGN TO "ZPOPROD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-OLD-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-NEW-QTY-FILE ASSIGN TO "ZPOLOCPQN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-RESULT-FILE ASSIGN TO "ZCNTRSLT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-CLOSE-FILE ASSIGN TO "ZCNTCLS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-MOVEMENT-FILE ASSIGN TO "ZPOMVMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-RECOUNT-FILE ASSIGN TO "ZCNTRCNT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-EXCEPTION-FILE ASSIGN TO "ZCNTPSTX"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CT-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-PARM-RECORD.
           05 CT-PARM-COUNT-REF            PIC X(10).
           05 CT-PARM-VALUE-LIMIT          PIC 9(07)V99.
           05 CT-PARM-PCT-LIMIT            PIC 9(03)V99.
           05 CT-PARM-ZERO-UNCOUNTED       PIC X(01).
               88 CT-TAKE-UNCOUNTED-AS-ZERO    VALUE 'Y'.

       FD  CT-FREEZE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-FREEZE-IO                    PIC X(42).

       FD  CT-COUNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-COUNT-IO                     PIC X(31).

       FD  CT-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-PROD-IO                      PIC X(42).

       FD  CT-OLD-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-OLD-QTY-IO                   PIC X(20).

       FD  CT-NEW-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-NEW-QTY-IO                   PIC X(20).

      *    ONE RECORD PER POSTED COUNT LINE - SAME LAYOUT ZCNTVAR
      *    READS.
       FD  CT-RESULT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-RESULT-RECORD.
           05 CT-RS-COUNT-REF              PIC X(10).
           05 CT-RS-LOCATION               PIC 9(04).
           05 CT-RS-DEPARTMENT             PIC 9(04).
           05 CT-RS-PRODUCT-CODE           PIC 9(08).
           05 CT-RS-BOOK-QTY               PIC S9(05).
           05 CT-RS-COUNTED-QTY            PIC S9(05).
           05 CT-RS-VARIANCE-QTY           PIC S9(05).
           05 CT-RS-UNIT-COST              PIC S9(05)V99.
           05 CT-RS-VARIANCE-VALUE         PIC S9(09)V99.
           05 CT-RS-RECOUNTED              PIC X(01).
           05 CT-RS-POSTED-DATE            PIC 9(08).
           05 FILLER                       PIC X(12).

      *    ONE RECORD PER CLOSED COUNT - SAME LAYOUT ZCNTVAR READS.
       FD  CT-CLOSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-CLOSE-RECORD.
           05 CT-CL-COUNT-REF              PIC X(10).
           05 CT-CL-LOCATION               PIC 9(04).
           05 CT-CL-CLOSE-DATE             PIC 9(08).
           05 CT-CL-LINES                  PIC 9(07).
           05 FILLER                       PIC X(11).

       FD  CT-MOVEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-MOVEMENT-IO                  PIC X(43).

       FD  CT-RECOUNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-RECOUNT-RECORD.
           05 CT-RC-COUNT-REF              PIC X(10).
           05 CT-RC-LOCATION               PIC 9(04).
           05 CT-RC-DEPARTMENT             PIC 9(04).
           05 CT-RC-PRODUCT-CODE           PIC 9(08).
           05 CT-RC-BOOK-QTY               PIC S9(05).
           05 CT-RC-COUNTED-QTY            PIC S9(05).
           05 CT-RC-VARIANCE-QTY           PIC S9(05).
           05 CT-RC-VARIANCE-VALUE         PIC S9(09)V99.
           05 CT-RC-REASON                 PIC X(30).

       FD  CT-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CT-EXCEPTION-RECORD.
           05 CT-EX-COUNT-REF              PIC X(10).
           05 CT-EX-LOCATION               PIC 9(04).
           05 CT-EX-PRODUCT-CODE           PIC 9(08).
           05 CT-EX-COUNTED-QTY            PIC S9(05).
           05 CT-EX-COUNT-TYPE             PIC X(01).
           05 CT-EX-REASON                 PIC X(40).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  CT-SWITCHES.
           05 CT-EOF-FREEZE-FILE           PIC X(01) VALUE 'N'.
               88 CT-END-OF-FREEZE-FILE        VALUE 'Y'.
           05 CT-EOF-COUNT-FILE            PIC X(01) VALUE 'N'.
               88 CT-END-OF-COUNT-FILE         VALUE 'Y'.
           05 CT-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 CT-END-OF-PROD-FILE          VALUE 'Y'.
           05 CT-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 CT-END-OF-QTY-FILE           VALUE 'Y'.
           05 CT-EOF-RESULT-FILE           PIC X(01) VALUE 'N'.
               88 CT-END-OF-RESULT-FILE        VALUE 'Y'.
           05 CT-EOF-CLOSE-FILE            PIC X(01) VALUE 'N'.
               88 CT-END-OF-CLOSE-FILE         VALUE 'Y'.
           05 CT-ABORT                     PIC X(01) VALUE 'N'.
               88 CT-ABORT-RUN                 VALUE 'Y'.
           05 CT-MATCH-FOUND               PIC X(01).
               88 CT-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 CT-OVER-LIMIT                PIC X(01).
               88 CT-LINE-OVER-LIMIT           VALUE 'Y'.

       01  CT-COUNTERS.
           05 CT-SHEET-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 CT-PRODUCT-CNT               PIC 9(05) COMP VALUE ZERO.
           05 CT-QTY-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 CT-ENTRIES-READ              PIC 9(07) COMP VALUE ZERO.
           05 CT-ENTRIES-REJECTED          PIC 9(07) COMP VALUE ZERO.
           05 CT-LINES-POSTED              PIC 9(07) COMP VALUE ZERO.
           05 CT-LINES-PRIOR-POSTED        PIC 9(07) COMP VALUE ZERO.
           05 CT-LINES-FOR-RECOUNT         PIC 9(07) COMP VALUE ZERO.
           05 CT-LINES-UNCOUNTED           PIC 9(07) COMP VALUE ZERO.
           05 CT-MOVEMENTS-WRITTEN         PIC 9(07) COMP VALUE ZERO.

      *    THE FROZEN LINES OF THIS COUNT WITH THE ENTRIES KEYED
      *    AGAINST THEM - FIRST COUNTS AND RECOUNTS TOTALLED APART.
       01  CT-SHEET-TABLE.
           05 CT-SH-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CT-SHEET-CNT.
               10 CT-SH-LOCATION           PIC 9(04).
               10 CT-SH-DEPARTMENT         PIC 9(04).
               10 CT-SH-PRODUCT-CODE       PIC 9(08).
               10 CT-SH-BOOK-QTY           PIC S9(05).
               10 CT-SH-FIRST-QTY          PIC S9(07).
               10 CT-SH-FIRST-SEEN         PIC X(01).
               10 CT-SH-RECOUNT-QTY        PIC S9(07).
               10 CT-SH-RECOUNT-SEEN       PIC X(01).
               10 CT-SH-POSTED             PIC X(01).

       01  CT-PRODUCT-TABLE.
           05 CT-PD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CT-PRODUCT-CNT.
               10 CT-PD-PRODUCT-CODE       PIC 9(08).
               10 CT-PD-PRODUCT-COST       PIC S9(05)V99.

       01  CT-QTY-TABLE.
           05 CT-QT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CT-QTY-CNT.
               10 CT-QT-LOCATION           PIC 9(04).
               10 CT-QT-PRODUCT-CODE       PIC 9(08).
               10 CT-QT-ON-HAND-QTY        PIC S9(05).

       01  CT-SCAN-IDX                     PIC 9(05) COMP.
       01  CT-SH-IDX                       PIC 9(05) COMP.
       01  CT-QT-IDX                       PIC 9(05) COMP.

       01  CT-COUNT-REF                    PIC X(10).
       01  CT-TODAY                        PIC 9(08).
       01  CT-LOOKUP-LOCATION              PIC 9(04).
       01  CT-LOOKUP-PRODUCT-CODE          PIC 9(08).
       01  CT-COUNTED-QTY                  PIC S9(07).
       01  CT-VARIANCE-QTY                 PIC S9(07).
       01  CT-UNIT-COST                    PIC S9(05)V99.
       01  CT-VARIANCE-VALUE               PIC S9(09)V99.
       01  CT-ABS-VALUE                    PIC S9(09)V99.
       01  CT-ABS-QTY                      PIC S9(07).
       01  CT-BOOK-QTY                     PIC S9(07).
       01  CT-VARIANCE-PCT                 PIC S9(07)V99.
       01  CT-RECOUNTED                    PIC X(01).
       01  CT-RECOUNT-REASON               PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CT-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-APPLY-ENTRY THRU 3000-EXIT
               UNTIL CT-END-OF-COUNT-FILE.
           PERFORM 5000-SETTLE-LINE THRU 5000-EXIT
               VARYING CT-SH-IDX FROM 1 BY 1
               UNTIL CT-SH-IDX > CT-SHEET-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE COUNT PARAMETERS, REFUSE A COUNT     *
      *                   ALREADY CLOSED OR NEVER FROZEN, AND LOAD THE  *
      *                   SHEET, PRODUCT COST AND ON-HAND TABLES        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  CT-PARM-FILE.
           READ CT-PARM-FILE
               AT END
                   MOVE SPACES TO CT-PARM-RECORD
           END-READ.
           CLOSE CT-PARM-FILE.
           MOVE CT-PARM-COUNT-REF TO CT-COUNT-REF.
           IF CT-COUNT-REF = SPACES
               DISPLAY "ZCNTPOST *** ABEND *** PARM FILE CARRIES NO "
                   "COUNT-REF"
               MOVE 16 TO RETURN-CODE
               SET CT-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF CT-PARM-VALUE-LIMIT NOT NUMERIC
               MOVE ZERO TO CT-PARM-VALUE-LIMIT
           END-IF.
           IF CT-PARM-PCT-LIMIT NOT NUMERIC
               MOVE ZERO TO CT-PARM-PCT-LIMIT
           END-IF.
           ACCEPT CT-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT  CT-CLOSE-FILE.
           PERFORM 2000-CHECK-CLOSED THRU 2000-EXIT
               UNTIL CT-END-OF-CLOSE-FILE
                  OR CT-ABORT-RUN.
           CLOSE CT-CLOSE-FILE.
           IF CT-ABORT-RUN
               DISPLAY "ZCNTPOST *** ABEND *** COUNT-REF " CT-COUNT-REF
                   " IS ALREADY CLOSED"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  CT-FREEZE-FILE.
           PERFORM 2100-LOAD-SHEET THRU 2100-EXIT
               UNTIL CT-END-OF-FREEZE-FILE.
           CLOSE CT-FREEZE-FILE.
           IF CT-SHEET-CNT = ZERO
               DISPLAY "ZCNTPOST *** ABEND *** COUNT-REF " CT-COUNT-REF
                   " HAS NO FROZEN COUNT SHEET"
               MOVE 16 TO RETURN-CODE
               SET CT-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  CT-COUNT-FILE
                INPUT  CT-PROD-FILE
                INPUT  CT-OLD-QTY-FILE
                INPUT  CT-RESULT-FILE
                OUTPUT CT-NEW-QTY-FILE
                OUTPUT CT-RECOUNT-FILE
                OUTPUT CT-EXCEPTION-FILE.
           OPEN EXTEND CT-MOVEMENT-FILE.
           PERFORM 2200-LOAD-PRODUCT THRU 2200-EXIT
               UNTIL CT-END-OF-PROD-FILE.
           PERFORM 2300-LOAD-QTY THRU 2300-EXIT
               UNTIL CT-END-OF-QTY-FILE.
           PERFORM 2400-LOAD-RESULT THRU 2400-EXIT
               UNTIL CT-END-OF-RESULT-FILE.
           CLOSE CT-RESULT-FILE.
           OPEN EXTEND CT-RESULT-FILE.
       1000-EXIT.
           EXIT.

       2000-CHECK-CLOSED.
           READ CT-CLOSE-FILE
               AT END
                   SET CT-END-OF-CLOSE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF CT-CL-COUNT-REF = CT-COUNT-REF
               SET CT-ABORT-RUN TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-SHEET.
           READ CT-FREEZE-FILE
               AT END
                   SET CT-END-OF-FREEZE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE CT-FREEZE-IO TO Count-Sheet-Record.
           IF Count-Ref OF Count-Sheet-Record NOT = CT-COUNT-REF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CT-SHEET-CNT.
           MOVE Location OF Count-Sheet-Record
                                     TO CT-SH-LOCATION(CT-SHEET-CNT).
           MOVE Count-Dept           TO CT-SH-DEPARTMENT(CT-SHEET-CNT).
           MOVE Product-Code OF Count-Sheet-Record
                                 TO CT-SH-PRODUCT-CODE(CT-SHEET-CNT).
           MOVE Book-Qty             TO CT-SH-BOOK-QTY(CT-SHEET-CNT).
           MOVE ZERO                 TO CT-SH-FIRST-QTY(CT-SHEET-CNT)
                                        CT-SH-RECOUNT-QTY(CT-SHEET-CNT).
           MOVE 'N'                  TO CT-SH-FIRST-SEEN(CT-SHEET-CNT)
                                        CT-SH-RECOUNT-SEEN(CT-SHEET-CNT)
                                        CT-SH-POSTED(CT-SHEET-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-PRODUCT.
           READ CT-PROD-FILE
               AT END
                   SET CT-END-OF-PROD-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE CT-PROD-IO TO Product-Record.
           ADD 1 TO CT-PRODUCT-CNT.
           MOVE Product-Code OF Product-Record
                               TO CT-PD-PRODUCT-CODE(CT-PRODUCT-CNT).
           MOVE Product-Cost   TO CT-PD-PRODUCT-COST(CT-PRODUCT-CNT).
       2200-EXIT.
           EXIT.

       2300-LOAD-QTY.
           READ CT-OLD-QTY-FILE
               AT END
                   SET CT-END-OF-QTY-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           MOVE CT-OLD-QTY-IO TO Location-Product-Qty.
           ADD 1 TO CT-QTY-CNT.
           MOVE Location OF Location-Product-Qty
                                     TO CT-QT-LOCATION(CT-QTY-CNT).
           MOVE Product-Code OF Location-Product-Qty
                                     TO CT-QT-PRODUCT-CODE(CT-QTY-CNT).
           MOVE On-Hand-Qty          TO CT-QT-ON-HAND-QTY(CT-QTY-CNT).
       2300-EXIT.
           EXIT.

      *    A LINE ALREADY ON THE RESULT FILE WAS POSTED BY AN EARLIER
      *    RUN OF THIS COUNT AND IS NOT TOUCHED AGAIN.
       2400-LOAD-RESULT.
           READ CT-RESULT-FILE
               AT END
                   SET CT-END-OF-RESULT-FILE TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           IF CT-RS-COUNT-REF NOT = CT-COUNT-REF
               GO TO 2400-EXIT
           END-IF.
           MOVE CT-RS-LOCATION     TO CT-LOOKUP-LOCATION.
           MOVE CT-RS-PRODUCT-CODE TO CT-LOOKUP-PRODUCT-CODE.
           PERFORM 4000-LOOKUP-SHEET THRU 4000-EXIT.
           IF CT-ENTRY-WAS-FOUND
               MOVE 'Y' TO CT-SH-POSTED(CT-SH-IDX)
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-ENTRY - EDIT ONE COUNT ENTRY AND ADD IT TO ITS       *
      *                    SHEET LINE'S FIRST-COUNT OR RECOUNT TOTAL    *
      ******************************************************************
       3000-APPLY-ENTRY.
           READ CT-COUNT-FILE
               AT END
                   SET CT-END-OF-COUNT-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           MOVE CT-COUNT-IO TO Stock-Count-Record.
           IF Count-Ref OF Stock-Count-Record NOT = CT-COUNT-REF
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CT-ENTRIES-READ.
           IF Counted-Qty NOT NUMERIC
               OR Counted-Qty < ZERO
               MOVE "COUNTED QTY NOT A VALID QUANTITY" TO CT-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT First-Count
               AND NOT Recount
               MOVE "UNRECOGNIZED COUNT TYPE" TO CT-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE Location OF Stock-Count-Record TO CT-LOOKUP-LOCATION.
           MOVE Product-Code OF Stock-Count-Record
                                     TO CT-LOOKUP-PRODUCT-CODE.
           PERFORM 4000-LOOKUP-SHEET THRU 4000-EXIT.
           IF NOT CT-ENTRY-WAS-FOUND
               MOVE "LOCATION/PRODUCT NOT ON THE COUNT SHEET"
                                         TO CT-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF CT-SH-POSTED(CT-SH-IDX) = 'Y'
               MOVE "COUNT LINE ALREADY POSTED" TO CT-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF Recount
               ADD Counted-Qty TO CT-SH-RECOUNT-QTY(CT-SH-IDX)
               MOVE 'Y' TO CT-SH-RECOUNT-SEEN(CT-SH-IDX)
           ELSE
               ADD Counted-Qty TO CT-SH-FIRST-QTY(CT-SH-IDX)
               MOVE 'Y' TO CT-SH-FIRST-SEEN(CT-SH-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-SHEET.
           MOVE 'N' TO CT-MATCH-FOUND.
           MOVE ZERO TO CT-SH-IDX.
           PERFORM 4010-SCAN-SHEET THRU 4010-EXIT
               VARYING CT-SCAN-IDX FROM 1 BY 1
               UNTIL CT-SCAN-IDX > CT-SHEET-CNT
                  OR CT-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-SHEET.
           IF CT-SH-LOCATION(CT-SCAN-IDX) = CT-LOOKUP-LOCATION
               AND CT-SH-PRODUCT-CODE(CT-SCAN-IDX) =
                   CT-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO CT-MATCH-FOUND
               MOVE CT-SCAN-IDX TO CT-SH-IDX
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-COST.
           MOVE ZERO TO CT-UNIT-COST.
           MOVE 'N' TO CT-MATCH-FOUND.
           PERFORM 4110-SCAN-COST THRU 4110-EXIT
               VARYING CT-SCAN-IDX FROM 1 BY 1
               UNTIL CT-SCAN-IDX > CT-PRODUCT-CNT
                  OR CT-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-COST.
           IF CT-PD-PRODUCT-CODE(CT-SCAN-IDX) =
                   CT-SH-PRODUCT-CODE(CT-SH-IDX)
               MOVE 'Y' TO CT-MATCH-FOUND
               MOVE CT-PD-PRODUCT-COST(CT-SCAN-IDX) TO CT-UNIT-COST
           END-IF.
       4110-EXIT.
           EXIT.

       4200-LOOKUP-QTY.
           MOVE 'N' TO CT-MATCH-FOUND.
           MOVE ZERO TO CT-QT-IDX.
           PERFORM 4210-SCAN-QTY THRU 4210-EXIT
               VARYING CT-SCAN-IDX FROM 1 BY 1
               UNTIL CT-SCAN-IDX > CT-QTY-CNT
                  OR CT-ENTRY-WAS-FOUND.
       4200-EXIT.
           EXIT.

       4210-SCAN-QTY.
           IF CT-QT-LOCATION(CT-SCAN-IDX) = CT-SH-LOCATION(CT-SH-IDX)
               AND CT-QT-PRODUCT-CODE(CT-SCAN-IDX) =
                   CT-SH-PRODUCT-CODE(CT-SH-IDX)
               MOVE 'Y' TO CT-MATCH-FOUND
               MOVE CT-SCAN-IDX TO CT-QT-IDX
           END-IF.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SETTLE-LINE - DECIDE ONE SHEET LINE: ALREADY POSTED,       *
      *                    STILL UNCOUNTED, HELD FOR RECOUNT, OR POSTED *
      ******************************************************************
       5000-SETTLE-LINE.
           IF CT-SH-POSTED(CT-SH-IDX) = 'Y'
               ADD 1 TO CT-LINES-PRIOR-POSTED
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO CT-RECOUNTED.
           IF CT-SH-RECOUNT-SEEN(CT-SH-IDX) = 'Y'
               MOVE CT-SH-RECOUNT-QTY(CT-SH-IDX) TO CT-COUNTED-QTY
               MOVE 'Y' TO CT-RECOUNTED
           ELSE
               IF CT-SH-FIRST-SEEN(CT-SH-IDX) = 'Y'
                   MOVE CT-SH-FIRST-QTY(CT-SH-IDX) TO CT-COUNTED-QTY
               ELSE
                   IF CT-TAKE-UNCOUNTED-AS-ZERO
                       MOVE ZERO TO CT-COUNTED-QTY
                   ELSE
                       ADD 1 TO CT-LINES-UNCOUNTED
                       GO TO 5000-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 4100-LOOKUP-COST THRU 4100-EXIT.
           MOVE CT-SH-BOOK-QTY(CT-SH-IDX) TO CT-BOOK-QTY.
           COMPUTE CT-VARIANCE-QTY = CT-COUNTED-QTY - CT-BOOK-QTY.
           COMPUTE CT-VARIANCE-VALUE ROUNDED =
               CT-VARIANCE-QTY * CT-UNIT-COST.
           IF CT-RECOUNTED NOT = 'Y'
               PERFORM 5100-CHECK-LIMITS THRU 5100-EXIT
               IF CT-LINE-OVER-LIMIT
                   PERFORM 7100-WRITE-RECOUNT THRU 7100-EXIT
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           PERFORM 5200-POST-VARIANCE THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHECK-LIMITS - A FIRST COUNT IS HELD FOR RECOUNT WHEN ITS  *
      *                     VARIANCE IS OVER THE VALUE LIMIT OR THE     *
      *                     PERCENTAGE-OF-BOOK LIMIT.  A ZERO LIMIT IS  *
      *                     NOT APPLIED.  ANY VARIANCE AGAINST A ZERO   *
      *                     OR NEGATIVE BOOK IS OVER THE PERCENTAGE     *
      *                     LIMIT.                                      *
      ******************************************************************
       5100-CHECK-LIMITS.
           MOVE 'N' TO CT-OVER-LIMIT.
           IF CT-VARIANCE-QTY = ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE CT-VARIANCE-VALUE TO CT-ABS-VALUE.
           IF CT-ABS-VALUE < ZERO
               MULTIPLY -1 BY CT-ABS-VALUE
           END-IF.
           MOVE CT-VARIANCE-QTY TO CT-ABS-QTY.
           IF CT-ABS-QTY < ZERO
               MULTIPLY -1 BY CT-ABS-QTY
           END-IF.
           IF CT-PARM-VALUE-LIMIT > ZERO
               AND CT-ABS-VALUE > CT-PARM-VALUE-LIMIT
               MOVE 'Y' TO CT-OVER-LIMIT
               MOVE "VARIANCE VALUE OVER LIMIT" TO CT-RECOUNT-REASON
               GO TO 5100-EXIT
           END-IF.
           IF CT-PARM-PCT-LIMIT = ZERO
               GO TO 5100-EXIT
           END-IF.
           IF CT-BOOK-QTY NOT > ZERO
               MOVE 'Y' TO CT-OVER-LIMIT
               MOVE "VARIANCE AGAINST NIL BOOK QTY"
                                         TO CT-RECOUNT-REASON
               GO TO 5100-EXIT
           END-IF.
           COMPUTE CT-VARIANCE-PCT ROUNDED =
               CT-ABS-QTY * 100 / CT-BOOK-QTY.
           IF CT-VARIANCE-PCT > CT-PARM-PCT-LIMIT
               MOVE 'Y' TO CT-OVER-LIMIT
               MOVE "VARIANCE PERCENTAGE OVER LIMIT"
                                         TO CT-RECOUNT-REASON
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-POST-VARIANCE - APPLY THE COUNTED-MINUS-BOOK DIFFERENCE TO *
      *                      ON-HAND, JOURNAL IT AS AN 'A' MOVEMENT     *
      *                      AND RECORD THE LINE AS POSTED              *
      ******************************************************************
       5200-POST-VARIANCE.
           IF CT-VARIANCE-QTY NOT = ZERO
               PERFORM 4200-LOOKUP-QTY THRU 4200-EXIT
               IF NOT CT-ENTRY-WAS-FOUND
                   ADD 1 TO CT-QTY-CNT
                   MOVE CT-QTY-CNT TO CT-QT-IDX
                   MOVE CT-SH-LOCATION(CT-SH-IDX)
                                     TO CT-QT-LOCATION(CT-QT-IDX)
                   MOVE CT-SH-PRODUCT-CODE(CT-SH-IDX)
                                     TO CT-QT-PRODUCT-CODE(CT-QT-IDX)
                   MOVE ZERO         TO CT-QT-ON-HAND-QTY(CT-QT-IDX)
               END-IF
               ADD CT-VARIANCE-QTY TO CT-QT-ON-HAND-QTY(CT-QT-IDX)
               PERFORM 7000-WRITE-MOVEMENT THRU 7000-EXIT
           END-IF.
           MOVE SPACES                    TO CT-RESULT-RECORD.
           MOVE CT-COUNT-REF              TO CT-RS-COUNT-REF.
           MOVE CT-SH-LOCATION(CT-SH-IDX) TO CT-RS-LOCATION.
           MOVE CT-SH-DEPARTMENT(CT-SH-IDX)
                                          TO CT-RS-DEPARTMENT.
           MOVE CT-SH-PRODUCT-CODE(CT-SH-IDX)
                                          TO CT-RS-PRODUCT-CODE.
           MOVE CT-BOOK-QTY               TO CT-RS-BOOK-QTY.
           MOVE CT-COUNTED-QTY            TO CT-RS-COUNTED-QTY.
           MOVE CT-VARIANCE-QTY           TO CT-RS-VARIANCE-QTY.
           MOVE CT-UNIT-COST              TO CT-RS-UNIT-COST.
           MOVE CT-VARIANCE-VALUE         TO CT-RS-VARIANCE-VALUE.
           MOVE CT-RECOUNTED              TO CT-RS-RECOUNTED.
           MOVE CT-TODAY                  TO CT-RS-POSTED-DATE.
           WRITE CT-RESULT-RECORD.
           MOVE 'Y' TO CT-SH-POSTED(CT-SH-IDX).
           ADD 1 TO CT-LINES-POSTED.
       5200-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE Count-Ref OF Stock-Count-Record   TO CT-EX-COUNT-REF.
           MOVE Location OF Stock-Count-Record    TO CT-EX-LOCATION.
           MOVE Product-Code OF Stock-Count-Record
                                     TO CT-EX-PRODUCT-CODE.
           MOVE Counted-Qty          TO CT-EX-COUNTED-QTY.
           MOVE Count-Type           TO CT-EX-COUNT-TYPE.
           WRITE CT-EXCEPTION-RECORD.
           ADD 1 TO CT-ENTRIES-REJECTED.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-MOVEMENT - JOURNAL THE COUNT VARIANCE AS AN 'A'      *
      *                       ADJUSTMENT REFERENCED TO THE Count-Ref    *
      ******************************************************************
       7000-WRITE-MOVEMENT.
           MOVE 'MVT'        TO Record-Type OF Stock-Movement-Record.
           MOVE CT-TODAY     TO Movement-Date.
           MOVE CT-SH-LOCATION(CT-SH-IDX)
                             TO Location OF Stock-Movement-Record.
           MOVE CT-SH-PRODUCT-CODE(CT-SH-IDX)
                             TO Product-Code OF Stock-Movement-Record.
           MOVE CT-VARIANCE-QTY TO Movement-Qty.
           MOVE 'A'          TO Movement-Type.
           MOVE CT-COUNT-REF TO Movement-Ref.
           MOVE Stock-Movement-Record TO CT-MOVEMENT-IO.
           WRITE CT-MOVEMENT-IO.
           ADD 1 TO CT-MOVEMENTS-WRITTEN.
       7000-EXIT.
           EXIT.

       7100-WRITE-RECOUNT.
           MOVE CT-COUNT-REF              TO CT-RC-COUNT-REF.
           MOVE CT-SH-LOCATION(CT-SH-IDX) TO CT-RC-LOCATION.
           MOVE CT-SH-DEPARTMENT(CT-SH-IDX)
                                          TO CT-RC-DEPARTMENT.
           MOVE CT-SH-PRODUCT-CODE(CT-SH-IDX)
                                          TO CT-RC-PRODUCT-CODE.
           MOVE CT-BOOK-QTY               TO CT-RC-BOOK-QTY.
           MOVE CT-COUNTED-QTY            TO CT-RC-COUNTED-QTY.
           MOVE CT-VARIANCE-QTY           TO CT-RC-VARIANCE-QTY.
           MOVE CT-VARIANCE-VALUE         TO CT-RC-VARIANCE-VALUE.
           MOVE CT-RECOUNT-REASON         TO CT-RC-REASON.
           WRITE CT-RECOUNT-RECORD.
           ADD 1 TO CT-LINES-FOR-RECOUNT.
       7100-EXIT.
           EXIT.

       7200-WRITE-QTY-MASTER.
           MOVE 'LPQ' TO Record-Type OF Location-Product-Qty.
           MOVE CT-QT-LOCATION(CT-SCAN-IDX)
                        TO Location OF Location-Product-Qty.
           MOVE CT-QT-PRODUCT-CODE(CT-SCAN-IDX)
                        TO Product-Code OF Location-Product-Qty.
           MOVE CT-QT-ON-HAND-QTY(CT-SCAN-IDX)
                        TO On-Hand-Qty OF Location-Product-Qty.
           MOVE Location-Product-Qty TO CT-NEW-QTY-IO.
           WRITE CT-NEW-QTY-IO.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE NEW QTY MASTER AND, WHEN NO LINE IS  *
      *                  LEFT UNCOUNTED OR AWAITING RECOUNT, CLOSE THE  *
      *                  COUNT                                          *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7200-WRITE-QTY-MASTER THRU 7200-EXIT
               VARYING CT-SCAN-IDX FROM 1 BY 1
               UNTIL CT-SCAN-IDX > CT-QTY-CNT.
           IF CT-LINES-FOR-RECOUNT = ZERO
               AND CT-LINES-UNCOUNTED = ZERO
               OPEN EXTEND CT-CLOSE-FILE
               MOVE SPACES            TO CT-CLOSE-RECORD
               MOVE CT-COUNT-REF      TO CT-CL-COUNT-REF
               MOVE CT-SH-LOCATION(1) TO CT-CL-LOCATION
               MOVE CT-TODAY          TO CT-CL-CLOSE-DATE
               MOVE CT-SHEET-CNT      TO CT-CL-LINES
               WRITE CT-CLOSE-RECORD
               CLOSE CT-CLOSE-FILE
               DISPLAY "ZCNTPOST COUNT " CT-COUNT-REF " CLOSED"
           END-IF.
           CLOSE CT-COUNT-FILE
                 CT-PROD-FILE
                 CT-OLD-QTY-FILE
                 CT-NEW-QTY-FILE
                 CT-RESULT-FILE
                 CT-MOVEMENT-FILE
                 CT-RECOUNT-FILE
                 CT-EXCEPTION-FILE.
           DISPLAY "ZCNTPOST ENTRIES READ       = " CT-ENTRIES-READ.
           DISPLAY "ZCNTPOST ENTRIES REJECTED   = " CT-ENTRIES-REJECTED.
           DISPLAY "ZCNTPOST LINES POSTED       = " CT-LINES-POSTED.
           DISPLAY "ZCNTPOST LINES PRIOR POSTED = "
               CT-LINES-PRIOR-POSTED.
           DISPLAY "ZCNTPOST LINES FOR RECOUNT  = "
               CT-LINES-FOR-RECOUNT.
           DISPLAY "ZCNTPOST LINES UNCOUNTED    = " CT-LINES-UNCOUNTED.
           DISPLAY "ZCNTPOST MOVEMENTS WRITTEN  = "
               CT-MOVEMENTS-WRITTEN.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
