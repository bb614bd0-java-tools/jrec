      *                          FOR THE PO-ID HAS A NON-ZERO ORDERED- *
      *                          QTY, SO A PARTIALLY-SPECIFIED PO      *
      *                          CAN'T REACH THE DC                    *
      *  05  15/10/26  R PATEL   AN In-Creation TO On-Order MOVE IS    *
      *                          NOW CHECKED AGAINST THE ZOTBPOS OPEN- *
      *                          TO-BUY POSITION USING THE PO'S        *
      *                          DEPARTMENT VALUES ON ZOTBPEND (BOTH   *
      *                          WRITTEN BY ZOTBCALC) AND REJECTED IF  *
      *                          IT WOULD TAKE ANY DEPARTMENT BELOW    *
      *                          ZERO.  OVERRIDE CODE 'M' WITH AN      *
      *                          APPROVER ID IS A MERCHANDISE MANAGER  *
      *                          APPROVING THE MOVE REGARDLESS.  AN    *
      *                          APPROVED MOVE USES UP THE OPEN-TO-BUY *
      *                          FOR THE REST OF THE RUN, AND IS       *
      *                          LOGGED APPLIED WITH THE APPROVER IN   *
      *                          THE LOG REASON                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZU-LOG-FILE ASSIGN TO "ZPOSTLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZU-OTB-FILE ASSIGN TO "ZOTBPOS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZU-PEND-FILE ASSIGN TO "ZOTBPEND"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 ZU-TR-NEW-STATUS             PIC 99.
           05 ZU-TR-OVERRIDE-CODE          PIC X(01).
               88 ZU-TR-IS-OVERRIDE            VALUE 'Y'.
               88 ZU-TR-IS-OTB-APPROVAL        VALUE 'M'.
           05 ZU-TR-APPROVER-ID            PIC X(08).
           05 FILLER                       PIC X(15).

      *    ZU-LINE-IO IS THE SAME PO-Line-Item DETAIL LAYOUT ZPOLNAUD  *
      *    AUDITS - THE LINE-ITEM FILE MUST BE SORTED ASCENDING BY     *
           05 ZU-LG-TS-DATE                 PIC 9(08).
           05 ZU-LG-TS-TIME                 PIC 9(08).

      *    ZOTBCALC OPEN-TO-BUY POSITION, ONE ROW PER DEPARTMENT IN
      *    DEPARTMENT ORDER.
       FD  ZU-OTB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZU-OTB-RECORD.
           05 ZU-OB-DEPARTMENT-NUM         PIC 9(04).
           05 ZU-OB-PERIOD                 PIC 9(06).
           05 ZU-OB-PLAN-VALUE             PIC S9(11)V99.
           05 ZU-OB-ACTUAL-VALUE           PIC S9(11)V99.
           05 ZU-OB-ON-ORDER-VALUE         PIC S9(11)V99.
           05 ZU-OB-STOCK-VALUE            PIC S9(11)V99.
           05 ZU-OB-OPEN-TO-BUY            PIC S9(11)V99.
           05 FILLER                       PIC X(05).

      *    ZOTBCALC VALUE OF EACH In-Creation PO BY DEPARTMENT, IN
      *    PO-Id ORDER.
       FD  ZU-PEND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZU-PEND-RECORD.
           05 ZU-PR-PO-ID                  PIC X(14).
           05 ZU-PR-DEPARTMENT-NUM         PIC 9(04).
           05 ZU-PR-VALUE                  PIC S9(11)V99.
           05 FILLER                       PIC X(09).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

               88 ZU-END-OF-LINE-FILE          VALUE 'Y'.
           05 ZU-LINES-COMPLETE            PIC X(01) VALUE 'N'.
               88 ZU-LINE-ITEMS-COMPLETE       VALUE 'Y'.
           05 ZU-EOF-OTB-FILE              PIC X(01) VALUE 'N'.
               88 ZU-END-OF-OTB-FILE           VALUE 'Y'.
           05 ZU-EOF-PEND-FILE             PIC X(01) VALUE 'N'.
               88 ZU-END-OF-PEND-FILE          VALUE 'Y'.
           05 ZU-OTB-STATE                 PIC X(01) VALUE 'Y'.
               88 ZU-OTB-IS-AVAILABLE          VALUE 'Y'.
           05 ZU-OTB-APPROVAL              PIC X(01) VALUE 'N'.
               88 ZU-OTB-WAS-APPROVED          VALUE 'Y'.

       01  ZU-COUNTERS.
           05 ZU-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 ZU-TRANS-APPLIED             PIC 9(07) COMP VALUE ZERO.
           05 ZU-TRANS-OVERRIDDEN          PIC 9(07) COMP VALUE ZERO.
           05 ZU-TRANS-REJECTED            PIC 9(07) COMP VALUE ZERO.
           05 ZU-OTB-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 ZU-PEND-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 ZU-TRANS-OTB-REJECTED        PIC 9(07) COMP VALUE ZERO.
           05 ZU-TRANS-OTB-APPROVED        PIC 9(07) COMP VALUE ZERO.

       01  ZU-PO-TABLE.
           05 ZU-PO-ENTRY OCCURS 1 TO 99999 TIMES
               10 ZU-LN-PO-ID              PIC X(14).
               10 ZU-LN-ORDERED-QTY        PIC S9(05).

       01  ZU-OTB-TABLE.
           05 ZU-OTB-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ZU-OTB-CNT
                   ASCENDING KEY IS ZU-OT-DEPARTMENT-NUM
                   INDEXED BY ZU-OT-IDX.
               10 ZU-OT-DEPARTMENT-NUM     PIC 9(04).
               10 ZU-OT-OPEN-TO-BUY        PIC S9(11)V99.

       01  ZU-PEND-TABLE.
           05 ZU-PEND-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZU-PEND-CNT
                   ASCENDING KEY IS ZU-PN-PO-ID
                   INDEXED BY ZU-PN-IDX.
               10 ZU-PN-PO-ID              PIC X(14).
               10 ZU-PN-DEPARTMENT-NUM     PIC 9(04).
               10 ZU-PN-VALUE              PIC S9(11)V99.

       01  ZU-PN-FIRST                     PIC 9(05) COMP.
       01  ZU-OTB-LEFT                     PIC S9(11)V99.
       01  ZU-REASON-DEPT                  PIC 9(04).

       01  ZU-PEND-SEARCH-RESULT           PIC X(01).
           88 ZU-PEND-WAS-FOUND                VALUE 'Y'.

       01  ZU-OTB-SEARCH-RESULT            PIC X(01).
           88 ZU-OTB-WAS-FOUND                 VALUE 'Y'.

       01  ZU-SEARCH-RESULT                PIC X(01).
           88 ZU-PO-WAS-FOUND                  VALUE 'Y'.

                INPUT  ZU-OLD-MASTER
                OUTPUT ZU-NEW-MASTER.
           OPEN EXTEND ZU-LOG-FILE.
           OPEN INPUT  ZU-OTB-FILE
                INPUT  ZU-PEND-FILE.
           PERFORM 2000-LOAD-PO-TABLE THRU 2000-EXIT
               UNTIL ZU-END-OF-OLD-MASTER.
           PERFORM 2100-LOAD-LINE-TABLE THRU 2100-EXIT
               UNTIL ZU-END-OF-LINE-FILE.
           PERFORM 2200-LOAD-OTB-TABLE THRU 2200-EXIT
               UNTIL ZU-END-OF-OTB-FILE.
           PERFORM 2300-LOAD-PEND-TABLE THRU 2300-EXIT
               UNTIL ZU-END-OF-PEND-FILE.
           CLOSE ZU-OTB-FILE
                 ZU-PEND-FILE.
       1000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

       2200-LOAD-OTB-TABLE.
           READ ZU-OTB-FILE
               AT END
                   SET ZU-END-OF-OTB-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO ZU-OTB-CNT.
           SET ZU-OT-IDX TO ZU-OTB-CNT.
           MOVE ZU-OB-DEPARTMENT-NUM TO ZU-OT-DEPARTMENT-NUM(ZU-OT-IDX).
           MOVE ZU-OB-OPEN-TO-BUY    TO ZU-OT-OPEN-TO-BUY(ZU-OT-IDX).
       2200-EXIT.
           EXIT.

       2300-LOAD-PEND-TABLE.
           READ ZU-PEND-FILE
               AT END
                   SET ZU-END-OF-PEND-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO ZU-PEND-CNT.
           SET ZU-PN-IDX TO ZU-PEND-CNT.
           MOVE ZU-PR-PO-ID          TO ZU-PN-PO-ID(ZU-PN-IDX).
           MOVE ZU-PR-DEPARTMENT-NUM TO ZU-PN-DEPARTMENT-NUM(ZU-PN-IDX).
           MOVE ZU-PR-VALUE          TO ZU-PN-VALUE(ZU-PN-IDX).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - LOOK UP THE PO, VALIDATE THE STATUS   *
      *                          TRANSITION AND UPDATE THE TABLE       *
           MOVE ZU-CURRENT-STATUS TO ZU-LG-OLD-STATUS.
           MOVE ZU-TR-NEW-STATUS  TO ZU-LG-NEW-STATUS.
           MOVE ZU-TR-PO-ID       TO ZU-LG-PO-ID.
           MOVE 'N' TO ZU-OTB-APPROVAL.
           IF ZU-CURRENT-STATUS = 05 AND ZU-TR-NEW-STATUS = 10
               PERFORM 5200-CHECK-OPEN-TO-BUY THRU 5200-EXIT
               IF NOT ZU-OTB-IS-AVAILABLE
                   MOVE "REJECTED " TO ZU-LG-RESULT
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO ZU-TRANS-REJECTED
                   ADD 1 TO ZU-TRANS-OTB-REJECTED
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           IF ZU-TR-IS-OVERRIDE
               MOVE ZU-TR-NEW-STATUS TO Po-Status
               MOVE PO-Record TO ZU-PT-RECORD(ZU-PT-IDX)
                       MOVE ZU-TR-NEW-STATUS TO Po-Status
                       MOVE PO-Record TO ZU-PT-RECORD(ZU-PT-IDX)
                       MOVE "APPLIED  " TO ZU-LG-RESULT
                       IF ZU-OTB-WAS-APPROVED
                           ADD 1 TO ZU-TRANS-OTB-APPROVED
                       ELSE
                           MOVE SPACES TO ZU-LG-REASON
                       END-IF
                       PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                       ADD 1 TO ZU-TRANS-APPLIED
                   ELSE
       5120-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CHECK-OPEN-TO-BUY - EVERY DEPARTMENT THE PO BUYS FOR MUST  *
      *                          STILL HAVE OPEN-TO-BUY AFTER TAKING    *
      *                          THE PO'S VALUE OFF IT - A DEPARTMENT   *
      *                          NOT ON ZOTBPOS HAS NONE.  A PO WITH NO *
      *                          ZOTBPEND ROWS COMMITS NOTHING.  WHEN   *
      *                          THE MOVE GOES AHEAD ITS VALUE IS TAKEN *
      *                          OFF THE TABLE FOR LATER TRANSACTIONS   *
      ******************************************************************
       5200-CHECK-OPEN-TO-BUY.
           MOVE 'Y' TO ZU-OTB-STATE.
           MOVE 'N' TO ZU-PEND-SEARCH-RESULT.
           SET ZU-PN-IDX TO 1.
           SEARCH ALL ZU-PEND-ENTRY
               AT END
                   MOVE 'N' TO ZU-PEND-SEARCH-RESULT
               WHEN ZU-PN-PO-ID(ZU-PN-IDX) = ZU-TR-PO-ID
                   MOVE 'Y' TO ZU-PEND-SEARCH-RESULT
           END-SEARCH.
           IF NOT ZU-PEND-WAS-FOUND
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5210-BACK-UP-TO-FIRST-PEND THRU 5210-EXIT.
           SET ZU-PN-FIRST TO ZU-PN-IDX.
           PERFORM 5220-CHECK-PEND THRU 5220-EXIT
               UNTIL ZU-PN-IDX > ZU-PEND-CNT
                  OR ZU-PN-PO-ID(ZU-PN-IDX) NOT = ZU-TR-PO-ID.
           IF NOT ZU-OTB-IS-AVAILABLE
               IF NOT ZU-TR-IS-OTB-APPROVAL
                   GO TO 5200-EXIT
               END-IF
               IF ZU-TR-APPROVER-ID = SPACES
                   MOVE "OTB OVERRIDE NEEDS APPROVER ID"
                                             TO ZU-LG-REASON
                   GO TO 5200-EXIT
               END-IF
               MOVE 'Y' TO ZU-OTB-STATE
               MOVE 'Y' TO ZU-OTB-APPROVAL
               MOVE SPACES TO ZU-LG-REASON
               STRING "OTB OVERRIDE BY " ZU-TR-APPROVER-ID
                   DELIMITED BY SIZE INTO ZU-LG-REASON
           END-IF.
           SET ZU-PN-IDX TO ZU-PN-FIRST.
           PERFORM 5240-TAKE-PEND THRU 5240-EXIT
               UNTIL ZU-PN-IDX > ZU-PEND-CNT
                  OR ZU-PN-PO-ID(ZU-PN-IDX) NOT = ZU-TR-PO-ID.
       5200-EXIT.
           EXIT.

       5210-BACK-UP-TO-FIRST-PEND.
           PERFORM 5211-STEP-BACK THRU 5211-EXIT
               UNTIL ZU-PN-IDX = 1
                  OR ZU-PN-PO-ID(ZU-PN-IDX - 1) NOT = ZU-TR-PO-ID.
       5210-EXIT.
           EXIT.

       5211-STEP-BACK.
           SET ZU-PN-IDX DOWN BY 1.
       5211-EXIT.
           EXIT.

       5220-CHECK-PEND.
           PERFORM 5230-LOOKUP-OTB THRU 5230-EXIT.
           IF ZU-OTB-WAS-FOUND
               MOVE ZU-OT-OPEN-TO-BUY(ZU-OT-IDX) TO ZU-OTB-LEFT
           ELSE
               MOVE ZERO TO ZU-OTB-LEFT
           END-IF.
           IF ZU-OTB-IS-AVAILABLE
               AND ZU-OTB-LEFT - ZU-PN-VALUE(ZU-PN-IDX) < ZERO
               MOVE 'N' TO ZU-OTB-STATE
               MOVE ZU-PN-DEPARTMENT-NUM(ZU-PN-IDX) TO ZU-REASON-DEPT
               MOVE SPACES TO ZU-LG-REASON
               STRING "OPEN-TO-BUY EXCEEDED DEPT " ZU-REASON-DEPT
                   DELIMITED BY SIZE INTO ZU-LG-REASON
           END-IF.
           SET ZU-PN-IDX UP BY 1.
       5220-EXIT.
           EXIT.

       5230-LOOKUP-OTB.
           MOVE 'N' TO ZU-OTB-SEARCH-RESULT.
           SET ZU-OT-IDX TO 1.
           SEARCH ALL ZU-OTB-ENTRY
               AT END
                   MOVE 'N' TO ZU-OTB-SEARCH-RESULT
               WHEN ZU-OT-DEPARTMENT-NUM(ZU-OT-IDX) =
                       ZU-PN-DEPARTMENT-NUM(ZU-PN-IDX)
                   MOVE 'Y' TO ZU-OTB-SEARCH-RESULT
           END-SEARCH.
       5230-EXIT.
           EXIT.

       5240-TAKE-PEND.
           PERFORM 5230-LOOKUP-OTB THRU 5230-EXIT.
           IF ZU-OTB-WAS-FOUND
               SUBTRACT ZU-PN-VALUE(ZU-PN-IDX)
                   FROM ZU-OT-OPEN-TO-BUY(ZU-OT-IDX)
           END-IF.
           SET ZU-PN-IDX UP BY 1.
       5240-EXIT.
           EXIT.

      ******************************************************************
      * 4100-GET-SEQ-NO - MAP THE OLD AND NEW STATUS CODES TO THEIR    *
      *                   POSITION IN THE DEFINED LIFECYCLE SEQUENCE   *
           DISPLAY "ZPOSTUPD TRANS OVERRIDDEN = "
               ZU-TRANS-OVERRIDDEN.
           DISPLAY "ZPOSTUPD TRANS REJECTED   = " ZU-TRANS-REJECTED.
           DISPLAY "ZPOSTUPD REJECTED FOR OTB = "
               ZU-TRANS-OTB-REJECTED.
           DISPLAY "ZPOSTUPD OTB APPROVED     = "
               ZU-TRANS-OTB-APPROVED.
       8000-EXIT.
           EXIT.

