       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCNTSHT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZCNTSHT - STOCKTAKE / CYCLE-COUNT SHEET GENERATOR.  On-Hand-Qty *
      *           WAS ONLY EVER CORRECTED BY KEYED 'A' ADJUSTMENTS WITH *
      *           NO COUNT BEHIND THEM.  THIS RUN OPENS A COUNT FOR ONE *
      *           LOCATION - OPTIONALLY ONE DEPARTMENT OF IT - AND      *
      *           FREEZES THE BOOK QUANTITY OF EVERY PRODUCT THE        *
      *           LOCATION CARRIES ON Location-Product-Qty AS A         *
      *           Count-Sheet-Record (zPO.cbl) ON THE ZCNTFRZ FROZEN-   *
      *           BOOK FILE, THEN PRINTS THE COUNT SHEET THE COUNTERS   *
      *           WORK FROM.  THE SHEET IS BLIND - IT CARRIES NO BOOK   *
      *           QUANTITY.  ZCNTPOST.cbl LATER POSTS THE COUNTED-MINUS-*
      *           FROZEN-BOOK VARIANCE.  A PRODUCT'S DEPARTMENT IS      *
      *           RESOLVED FROM THE Store-Dtls SALES ARRAY THE SAME WAY *
      *           ZALCDST.cbl RESOLVES IT - FIRST STORE SEEN CARRYING   *
      *           THE KEYCODE WINS; A PRODUCT THAT SELLS UNDER NO       *
      *           DEPARTMENT IS COUNTED UNDER DEPARTMENT 0000 AND IS    *
      *           ONLY INCLUDED WHEN THE WHOLE LOCATION IS BEING        *
      *           COUNTED.  ZCNTFRZ IS LOADED THEN REOPENED EXTEND, SO  *
      *           A Count-Ref ALREADY FROZEN CANNOT BE OPENED TWICE -   *
      *           THE RUN ABENDS WITH A NONZERO RETURN-CODE INSTEAD.    *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CS-PARM-FILE ASSIGN TO "ZCNTSHTP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CS-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CS-PROD-FILE ASSIGN TO "ZPOPROD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CS-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CS-FREEZE-FILE ASSIGN TO "ZCNTFRZ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CS-REPORT-FILE ASSIGN TO "ZCNTSHTR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CS-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CS-PARM-RECORD.
           05 CS-PARM-COUNT-REF            PIC X(10).
           05 CS-PARM-LOCATION             PIC 9(04).
           05 CS-PARM-DEPARTMENT           PIC 9(04).
           05 CS-PARM-COUNT-DATE           PIC 9(08).

       FD  CS-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CS-QTY-IO                       PIC X(20).

       FD  CS-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CS-PROD-IO                      PIC X(42).

       FD  CS-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  CS-SALES-IO.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       FD  CS-FREEZE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CS-FREEZE-IO                    PIC X(42).

       FD  CS-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CS-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  CS-SWITCHES.
           05 CS-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 CS-END-OF-QTY-FILE           VALUE 'Y'.
           05 CS-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 CS-END-OF-PROD-FILE          VALUE 'Y'.
           05 CS-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 CS-END-OF-SALES-FILE         VALUE 'Y'.
           05 CS-EOF-FREEZE-FILE           PIC X(01) VALUE 'N'.
               88 CS-END-OF-FREEZE-FILE        VALUE 'Y'.
           05 CS-ABORT                     PIC X(01) VALUE 'N'.
               88 CS-ABORT-RUN                 VALUE 'Y'.
           05 CS-MATCH-FOUND               PIC X(01).
               88 CS-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  CS-SUBSCRIPTS.
           05 CS-DEPT-IDX                  PIC 9(02) COMP.
           05 CS-PROD-IDX                  PIC 9(03) COMP.

       01  CS-COUNTERS.
           05 CS-KC-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 CS-PRODUCT-CNT               PIC 9(05) COMP VALUE ZERO.
           05 CS-QTY-READ                  PIC 9(07) COMP VALUE ZERO.
           05 CS-LINES-FROZEN              PIC 9(07) COMP VALUE ZERO.
           05 CS-LINES-OTHER-DEPT          PIC 9(07) COMP VALUE ZERO.

      *    KEYCODE-TO-DEPARTMENT MAP BUILT WHILE THE ARRAY LOADS -
      *    FIRST STORE SEEN CARRYING A KEYCODE WINS.
       01  CS-KEYCODE-TABLE.
           05 CS-KC-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CS-KC-CNT.
               10 CS-KC-KEYCODE            PIC 9(08).
               10 CS-KC-DEPARTMENT-NUM     PIC 9(04).

       01  CS-PRODUCT-TABLE.
           05 CS-PD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CS-PRODUCT-CNT.
               10 CS-PD-PRODUCT-CODE       PIC 9(08).
               10 CS-PD-PRODUCT-NAME       PIC X(20).

       01  CS-SCAN-IDX                     PIC 9(05) COMP.
       01  CS-MATCH-IDX                    PIC 9(05) COMP.

       01  CS-COUNT-REF                    PIC X(10).
       01  CS-COUNT-DATE                   PIC 9(08).
       01  CS-LINE-DEPARTMENT              PIC 9(04).
       01  CS-LINE-NUMBER                  PIC 9(05) VALUE ZERO.

       01  CS-HEADING-1.
           05 FILLER                       PIC X(24)
               VALUE "ZCNTSHT STOCK COUNT REF ".
           05 CS-H1-COUNT-REF              PIC X(10).
           05 FILLER                       PIC X(11) VALUE " LOCATION ".
           05 CS-H1-LOCATION               PIC 9(04).
           05 FILLER                       PIC X(06) VALUE " DEPT ".
           05 CS-H1-DEPARTMENT             PIC X(04).
           05 FILLER                       PIC X(08) VALUE " FROZEN ".
           05 CS-H1-COUNT-DATE             PIC 9(08).
           05 FILLER                       PIC X(53) VALUE SPACES.

       01  CS-HEADING-2.
           05 FILLER                       PIC X(07) VALUE "LINE".
           05 FILLER                       PIC X(06) VALUE "DEPT".
           05 FILLER                       PIC X(10) VALUE "PRODUCT".
           05 FILLER                       PIC X(22)
               VALUE "DESCRIPTION".
           05 FILLER                       PIC X(20)
               VALUE "COUNTED QTY".
           05 FILLER                       PIC X(67) VALUE SPACES.

       01  CS-DETAIL-LINE.
           05 CS-DL-LINE-NUMBER            PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CS-DL-DEPARTMENT             PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CS-DL-PRODUCT-CODE           PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CS-DL-PRODUCT-NAME           PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
               VALUE "____________".
           05 FILLER                       PIC X(75) VALUE SPACES.

       01  CS-TOTAL-LINE.
           05 FILLER                       PIC X(24)
               VALUE "LINES ON COUNT SHEET    ".
           05 CS-TL-LINES                  PIC ZZZZZZ9.
           05 FILLER                       PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CS-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-FREEZE-LINE THRU 3000-EXIT
               UNTIL CS-END-OF-QTY-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE COUNT PARAMETERS, REFUSE A Count-Ref *
      *                   ALREADY FROZEN, AND LOAD THE DEPARTMENT MAP   *
      *                   AND PRODUCT DESCRIPTIONS                      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  CS-PARM-FILE.
           READ CS-PARM-FILE
               AT END
                   MOVE SPACES TO CS-PARM-RECORD
           END-READ.
           CLOSE CS-PARM-FILE.
           MOVE CS-PARM-COUNT-REF TO CS-COUNT-REF.
           IF CS-COUNT-REF = SPACES
               OR CS-PARM-LOCATION NOT NUMERIC
               OR CS-PARM-LOCATION = ZERO
               DISPLAY "ZCNTSHT *** ABEND *** PARM FILE MUST CARRY A "
                   "COUNT-REF AND A LOCATION"
               MOVE 16 TO RETURN-CODE
               SET CS-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF CS-PARM-DEPARTMENT NOT NUMERIC
               MOVE ZERO TO CS-PARM-DEPARTMENT
           END-IF.
           IF CS-PARM-COUNT-DATE NUMERIC
               AND CS-PARM-COUNT-DATE > ZERO
               MOVE CS-PARM-COUNT-DATE TO CS-COUNT-DATE
           ELSE
               ACCEPT CS-COUNT-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT  CS-FREEZE-FILE.
           PERFORM 2000-CHECK-FROZEN THRU 2000-EXIT
               UNTIL CS-END-OF-FREEZE-FILE
                  OR CS-ABORT-RUN.
           CLOSE CS-FREEZE-FILE.
           IF CS-ABORT-RUN
               DISPLAY "ZCNTSHT *** ABEND *** COUNT-REF " CS-COUNT-REF
                   " HAS ALREADY BEEN FROZEN"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  CS-QTY-FILE
                INPUT  CS-PROD-FILE
                INPUT  CS-SALES-FILE
                OUTPUT CS-REPORT-FILE.
           OPEN EXTEND CS-FREEZE-FILE.
           PERFORM 2100-LOAD-STORE THRU 2100-EXIT
               UNTIL CS-END-OF-SALES-FILE.
           PERFORM 2400-LOAD-PRODUCT THRU 2400-EXIT
               UNTIL CS-END-OF-PROD-FILE.
           MOVE CS-COUNT-REF        TO CS-H1-COUNT-REF.
           MOVE CS-PARM-LOCATION    TO CS-H1-LOCATION.
           IF CS-PARM-DEPARTMENT = ZERO
               MOVE "ALL "          TO CS-H1-DEPARTMENT
           ELSE
               MOVE CS-PARM-DEPARTMENT TO CS-H1-DEPARTMENT
           END-IF.
           MOVE CS-COUNT-DATE       TO CS-H1-COUNT-DATE.
           WRITE CS-RPT-LINE FROM CS-HEADING-1.
           WRITE CS-RPT-LINE FROM CS-HEADING-2.
       1000-EXIT.
           EXIT.

       2000-CHECK-FROZEN.
           READ CS-FREEZE-FILE
               AT END
                   SET CS-END-OF-FREEZE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE CS-FREEZE-IO TO Count-Sheet-Record.
           IF Count-Ref OF Count-Sheet-Record = CS-COUNT-REF
               SET CS-ABORT-RUN TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-STORE.
           READ CS-SALES-FILE
               AT END
                   SET CS-END-OF-SALES-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2200-LOAD-DEPARTMENT THRU 2200-EXIT
               VARYING CS-DEPT-IDX FROM 1 BY 1 UNTIL CS-DEPT-IDX > 5.
       2100-EXIT.
           EXIT.

       2200-LOAD-DEPARTMENT.
           PERFORM 2300-MAP-KEYCODE THRU 2300-EXIT
               VARYING CS-PROD-IDX FROM 1 BY 1
               UNTIL CS-PROD-IDX > Product-Details-Cnt(CS-DEPT-IDX).
       2200-EXIT.
           EXIT.

       2300-MAP-KEYCODE.
           MOVE 'N' TO CS-MATCH-FOUND.
           PERFORM 2310-SCAN-KEYCODE THRU 2310-EXIT
               VARYING CS-SCAN-IDX FROM 1 BY 1
               UNTIL CS-SCAN-IDX > CS-KC-CNT
                  OR CS-ENTRY-WAS-FOUND.
           IF NOT CS-ENTRY-WAS-FOUND
               ADD 1 TO CS-KC-CNT
               MOVE keycode-1(CS-DEPT-IDX CS-PROD-IDX)
                                     TO CS-KC-KEYCODE(CS-KC-CNT)
               MOVE Department-Num(CS-DEPT-IDX)
                                     TO CS-KC-DEPARTMENT-NUM(CS-KC-CNT)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SCAN-KEYCODE.
           IF CS-KC-KEYCODE(CS-SCAN-IDX) =
                   keycode-1(CS-DEPT-IDX CS-PROD-IDX)
               MOVE 'Y' TO CS-MATCH-FOUND
           END-IF.
       2310-EXIT.
           EXIT.

       2400-LOAD-PRODUCT.
           READ CS-PROD-FILE
               AT END
                   SET CS-END-OF-PROD-FILE TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           MOVE CS-PROD-IO TO Product-Record.
           ADD 1 TO CS-PRODUCT-CNT.
           MOVE Product-Code OF Product-Record
                               TO CS-PD-PRODUCT-CODE(CS-PRODUCT-CNT).
           MOVE Product-Name   TO CS-PD-PRODUCT-NAME(CS-PRODUCT-CNT).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FREEZE-LINE - FREEZE THE BOOK QUANTITY OF ONE PRODUCT AT   *
      *                    THE COUNTED LOCATION AND PRINT ITS SHEET     *
      *                    LINE                                         *
      ******************************************************************
       3000-FREEZE-LINE.
           READ CS-QTY-FILE
               AT END
                   SET CS-END-OF-QTY-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO CS-QTY-READ.
           MOVE CS-QTY-IO TO Location-Product-Qty.
           IF Location OF Location-Product-Qty NOT = CS-PARM-LOCATION
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-LOOKUP-DEPARTMENT THRU 4000-EXIT.
           IF CS-PARM-DEPARTMENT NOT = ZERO
               AND CS-LINE-DEPARTMENT NOT = CS-PARM-DEPARTMENT
               ADD 1 TO CS-LINES-OTHER-DEPT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'CSH'                TO Record-Type
                                          OF Count-Sheet-Record.
           MOVE CS-COUNT-REF         TO Count-Ref OF Count-Sheet-Record.
           MOVE CS-PARM-LOCATION     TO Location OF Count-Sheet-Record.
           MOVE CS-LINE-DEPARTMENT   TO Count-Dept.
           MOVE Product-Code OF Location-Product-Qty
                                 TO Product-Code OF Count-Sheet-Record.
           MOVE On-Hand-Qty          TO Book-Qty.
           MOVE CS-COUNT-DATE        TO Freeze-Date.
           MOVE Count-Sheet-Record   TO CS-FREEZE-IO.
           WRITE CS-FREEZE-IO.
           ADD 1 TO CS-LINES-FROZEN.
           PERFORM 7000-WRITE-SHEET-LINE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-DEPARTMENT.
           MOVE ZERO TO CS-LINE-DEPARTMENT.
           MOVE 'N' TO CS-MATCH-FOUND.
           PERFORM 4010-SCAN-DEPARTMENT THRU 4010-EXIT
               VARYING CS-SCAN-IDX FROM 1 BY 1
               UNTIL CS-SCAN-IDX > CS-KC-CNT
                  OR CS-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-DEPARTMENT.
           IF CS-KC-KEYCODE(CS-SCAN-IDX) =
                   Product-Code OF Location-Product-Qty
               MOVE 'Y' TO CS-MATCH-FOUND
               MOVE CS-KC-DEPARTMENT-NUM(CS-SCAN-IDX)
                                     TO CS-LINE-DEPARTMENT
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-PRODUCT.
           MOVE 'N' TO CS-MATCH-FOUND.
           MOVE ZERO TO CS-MATCH-IDX.
           PERFORM 4110-SCAN-PRODUCT THRU 4110-EXIT
               VARYING CS-SCAN-IDX FROM 1 BY 1
               UNTIL CS-SCAN-IDX > CS-PRODUCT-CNT
                  OR CS-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-PRODUCT.
           IF CS-PD-PRODUCT-CODE(CS-SCAN-IDX) =
                   Product-Code OF Count-Sheet-Record
               MOVE 'Y' TO CS-MATCH-FOUND
               MOVE CS-SCAN-IDX TO CS-MATCH-IDX
           END-IF.
       4110-EXIT.
           EXIT.

       7000-WRITE-SHEET-LINE.
           ADD 1 TO CS-LINE-NUMBER.
           MOVE CS-LINE-NUMBER       TO CS-DL-LINE-NUMBER.
           MOVE Count-Dept           TO CS-DL-DEPARTMENT.
           MOVE Product-Code OF Count-Sheet-Record
                                     TO CS-DL-PRODUCT-CODE.
           PERFORM 4100-LOOKUP-PRODUCT THRU 4100-EXIT.
           IF CS-ENTRY-WAS-FOUND
               MOVE CS-PD-PRODUCT-NAME(CS-MATCH-IDX)
                                     TO CS-DL-PRODUCT-NAME
           ELSE
               MOVE "*** NOT ON ZPOPROD" TO CS-DL-PRODUCT-NAME
           END-IF.
           WRITE CS-RPT-LINE FROM CS-DETAIL-LINE.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE CS-LINES-FROZEN TO CS-TL-LINES.
           WRITE CS-RPT-LINE FROM CS-TOTAL-LINE.
           CLOSE CS-QTY-FILE
                 CS-PROD-FILE
                 CS-SALES-FILE
                 CS-FREEZE-FILE
                 CS-REPORT-FILE.
           DISPLAY "ZCNTSHT QTY RECORDS READ   = " CS-QTY-READ.
           DISPLAY "ZCNTSHT LINES FROZEN       = " CS-LINES-FROZEN.
           DISPLAY "ZCNTSHT OTHER DEPT SKIPPED = " CS-LINES-OTHER-DEPT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
