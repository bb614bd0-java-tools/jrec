      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   PLAN PERIODS ARE NOW RETAIL PERIODS    *
      *                          OFF THE SDRETCAL CALENDAR, KEYED       *
      *                          YYYYPP - A PERIOD NOT ON THE CALENDAR  *
      *                          IS REJECTED, AND SO IS ANY CHANGE TO   *
      *                          THE PLAN OF A PERIOD SDPERCLS HAS      *
      *                          CLOSED                                 *
      *  03  15/10/26  R PATEL   MAKER-CHECKER - A KEYED PLAN          *
      *                          TRANSACTION NOW CARRIES THE MAKER'S   *
      *                          USER ID (TAKEN FROM THE FILLER) AND   *
      *                          IS HELD ON THE SHARED SDPEND PENDING  *
      *                          FILE (LOGGED PENDING) RATHER THAN     *
      *                          APPLIED.  A CHANGE A DIFFERENT USER   *
      *                          HAS APPROVED ON SDPNDAPV IS APPLIED   *
      *                          ON THE NEXT RUN AND MARKED APPLIED OR *
      *                          FAILED.  THE LOG CARRIES THE PENDING  *
      *                          ID, MAKER AND CHECKER (111 BYTES)     *
      *  04  15/10/26  R PATEL   PENDING IDS NOW COME FROM THE SHARED  *
      *                          SDPENDID CONTROL RECORD, READ AT THE  *
      *                          START AND REWRITTEN AT THE END, SO AN *
      *                          ID IS NEVER ISSUED TWICE AFTER        *
      *                          SDPNDAPV DROPS THE CLOSED CHANGES     *
      *                          THAT HELD THE HIGHEST NUMBERS         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-LOG-FILE ASSIGN TO "SDPLNLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-OLD-PENDING ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-NEW-PENDING ASSIGN TO "SDPENDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PM-PENDID-FILE ASSIGN TO "SDPENDID"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 PM-TR-ADD-PLAN              VALUE '01'.
               88 PM-TR-CHANGE-PLAN           VALUE '02'.
               88 PM-TR-DELETE-PLAN           VALUE '03'.
               88 PM-TR-VALID-ACTION          VALUES '01' '02' '03'.
           05 PM-TR-DEPARTMENT-NUM        PIC 9(04).
           05 PM-TR-PERIOD                PIC 9(06).
           05 PM-TR-PLAN-QTY              PIC S9(09).
           05 PM-TR-PLAN-VALUE            PIC S9(09)V99.
           05 PM-TR-MAKER-ID              PIC X(08).

       FD  PM-OLD-MASTER
           RECORDING MODE IS F
           05 PM-LG-REASON                PIC X(30).
           05 PM-LG-TS-DATE               PIC 9(08).
           05 PM-LG-TS-TIME               PIC 9(08).
           05 PM-LG-PENDING-ID            PIC 9(07).
           05 PM-LG-MAKER-ID              PIC X(08).
           05 PM-LG-CHECKER-ID            PIC X(08).

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  PM-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-CALENDAR-RECORD.
           05 PM-CR-WEEK-START-DATE       PIC 9(08).
           05 PM-CR-WEEK-END-DATE         PIC 9(08).
           05 PM-CR-RETAIL-YEAR           PIC 9(04).
           05 PM-CR-QUARTER               PIC 9(01).
           05 PM-CR-PERIOD                PIC 9(02).
           05 PM-CR-WEEK-OF-PERIOD        PIC 9(01).
           05 PM-CR-WEEK-OF-YEAR          PIC 9(02).
           05 PM-CR-PERIOD-START-DATE     PIC 9(08).
           05 PM-CR-PERIOD-END-DATE       PIC 9(08).
           05 PM-CR-LY-WEEK-START-DATE    PIC 9(08).
           05 PM-CR-LY-WEEK-END-DATE      PIC 9(08).
           05 PM-CR-PERIOD-STATUS         PIC X(01).
           05 PM-CR-CLOSED-DATE           PIC 9(08).
           05 FILLER                      PIC X(13).

       FD  PM-OLD-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-OLD-PENDING-IO              PIC X(360).

      *    SHARED PENDING CHANGE - SEE SDPNDAPV.cbl.  PREFIXED PN- AS
      *    PD- IS THE PERIOD TABLE HERE.
       FD  PM-NEW-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-PENDING-RECORD.
           05 PM-PN-PENDING-ID            PIC 9(07).
           05 PM-PN-SOURCE-PGM            PIC X(10).
           05 PM-PN-STATUS                PIC X(01).
               88 PM-PN-AWAITING              VALUE 'P'.
               88 PM-PN-APPROVED              VALUE 'A'.
               88 PM-PN-APPLIED               VALUE 'X'.
               88 PM-PN-FAILED                VALUE 'F'.
           05 PM-PN-MAKER-ID              PIC X(08).
           05 PM-PN-KEYED-DATE            PIC 9(08).
           05 PM-PN-KEYED-TIME            PIC 9(08).
           05 PM-PN-CHECKER-ID            PIC X(08).
           05 PM-PN-DECIDED-DATE          PIC 9(08).
           05 PM-PN-DECIDED-TIME          PIC 9(08).
           05 PM-PN-REASON                PIC X(40).
           05 PM-PN-TRANS-IMAGE           PIC X(240).
           05 FILLER                      PIC X(14).

      *    LAST PENDING ID ISSUED BY ANY MAINTENANCE PROGRAM - SEE
      *    SDPNDAPV.cbl.
       FD  PM-PENDID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PM-PENDID-IO.
           05 PM-PI-LAST-PENDING-ID      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  PM-SWITCHES.
               88 PM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 PM-EOF-DEPT-FILE            PIC X(01) VALUE 'N'.
               88 PM-END-OF-DEPT-FILE         VALUE 'Y'.
           05 PM-EOF-CALENDAR-FILE        PIC X(01) VALUE 'N'.
               88 PM-END-OF-CALENDAR-FILE     VALUE 'Y'.
           05 PM-EOF-OLD-PENDING          PIC X(01) VALUE 'N'.
               88 PM-END-OF-OLD-PENDING       VALUE 'Y'.

       01  PM-OLD-PARSE.
           05 PM-OP-DEPARTMENT-NUM        PIC 9(04).
       01  PM-COUNTERS.
           05 PM-PLAN-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 PM-DEPT-CNT                 PIC 9(04) COMP VALUE ZERO.
           05 PM-PERIOD-CNT               PIC 9(04) COMP VALUE ZERO.
           05 PM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 PM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 PM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 PM-TRANS-HELD               PIC 9(07) COMP VALUE ZERO.
           05 PM-APPROVED-FOUND           PIC 9(07) COMP VALUE ZERO.

       01  PM-PLAN-TABLE.
           05 PM-PL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON PM-DEPT-CNT.
               10 PM-DP-DEPARTMENT-NUM    PIC 9(04).

      *    ONE ENTRY PER RETAIL PERIOD ON THE CALENDAR.
       01  PM-PERIOD-TABLE.
           05 PM-PD-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON PM-PERIOD-CNT.
               10 PM-PD-PERIOD-KEY        PIC 9(06).
               10 PM-PD-STATUS            PIC X(01).
                   88 PM-PD-IS-CLOSED         VALUE 'C'.

       01  PM-WEEK-PERIOD-KEY             PIC 9(06).
       01  PM-SCAN-IDX                    PIC 9(05) COMP.
       01  PM-MATCH-IDX                   PIC 9(05) COMP.
       01  PM-MATCH-FOUND                 PIC X(01).
           88 PM-PLAN-WAS-FOUND               VALUE 'Y'.
       01  PM-DEPT-MATCH-FOUND            PIC X(01).
           88 PM-DEPT-IS-ON-MASTER            VALUE 'Y'.
       01  PM-PERIOD-MATCH-FOUND          PIC X(01).
           88 PM-PERIOD-IS-ON-CALENDAR        VALUE 'Y'.
       01  PM-PERIOD-MATCH-IDX            PIC 9(05) COMP.

      *    THE PENDING CHANGE BEING APPLIED AND WHO APPROVED IT - ZERO
      *    AND SPACES FOR A TRANSACTION JUST KEYED.
       01  PM-LAST-PENDING-ID             PIC 9(07) VALUE ZERO.
       01  PM-CURRENT-PENDING-ID          PIC 9(07).
       01  PM-CHECKER-ID                  PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-HOLD-TRANSACTION THRU 3000-EXIT
               UNTIL PM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE PLAN AND DEPARTMENT   *
      *                   TABLES AND THE CALENDAR'S PERIODS             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PM-TRANS-FILE
               UNTIL PM-END-OF-OLD-MASTER.
           PERFORM 2100-LOAD-DEPT THRU 2100-EXIT
               UNTIL PM-END-OF-DEPT-FILE.
           OPEN INPUT PM-CALENDAR-FILE.
           PERFORM 2200-LOAD-PERIOD THRU 2200-EXIT
               UNTIL PM-END-OF-CALENDAR-FILE.
           CLOSE PM-CALENDAR-FILE.
           PERFORM 2490-READ-LAST-PENDING-ID THRU 2490-EXIT.
           OPEN INPUT  PM-OLD-PENDING
                OUTPUT PM-NEW-PENDING.
           PERFORM 2500-APPLY-APPROVED THRU 2500-EXIT
               UNTIL PM-END-OF-OLD-PENDING.
       1000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      *    THE CALENDAR IS IN DATE ORDER, SO A PERIOD'S WEEKS ARE
      *    TOGETHER - A NEW KEY STARTS A NEW ENTRY.
       2200-LOAD-PERIOD.
           READ PM-CALENDAR-FILE
               AT END
                   SET PM-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           COMPUTE PM-WEEK-PERIOD-KEY =
               PM-CR-RETAIL-YEAR * 100 + PM-CR-PERIOD.
           IF PM-PERIOD-CNT > ZERO
               IF PM-PD-PERIOD-KEY(PM-PERIOD-CNT) = PM-WEEK-PERIOD-KEY
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           ADD 1 TO PM-PERIOD-CNT.
           MOVE PM-WEEK-PERIOD-KEY  TO PM-PD-PERIOD-KEY(PM-PERIOD-CNT).
           MOVE PM-CR-PERIOD-STATUS TO PM-PD-STATUS(PM-PERIOD-CNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2490-READ-LAST-PENDING-ID - PICK UP THE PENDING ID COUNTER      *
      *                             WHERE THE LAST MAINTENANCE RUN LEFT *
      *                             IT.  THE HIGHEST ID STILL ON SDPEND *
      *                             STAYS A FLOOR (SEE 2500) FOR THE    *
      *                             FIRST RUN, WHILE SDPENDID IS EMPTY  *
      ******************************************************************
       2490-READ-LAST-PENDING-ID.
           OPEN INPUT PM-PENDID-FILE.
           READ PM-PENDID-FILE
               AT END
                   MOVE ZERO TO PM-LAST-PENDING-ID
                   CLOSE PM-PENDID-FILE
                   GO TO 2490-EXIT
           END-READ.
           MOVE PM-PI-LAST-PENDING-ID TO PM-LAST-PENDING-ID.
           CLOSE PM-PENDID-FILE.
       2490-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPLY-APPROVED - COPY THE SHARED PENDING FILE FORWARD,     *
      *                       APPLYING EACH PLAN A CHECKER HAS          *
      *                       APPROVED SINCE THE LAST RUN AND MARKING   *
      *                       IT APPLIED, OR FAILED WITH THE REASON     *
      *                       WHEN THE PLAN FILE NO LONGER ALLOWS IT    *
      ******************************************************************
       2500-APPLY-APPROVED.
           READ PM-OLD-PENDING
               AT END
                   SET PM-END-OF-OLD-PENDING TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE PM-OLD-PENDING-IO TO PM-PENDING-RECORD.
           IF PM-PN-PENDING-ID > PM-LAST-PENDING-ID
               MOVE PM-PN-PENDING-ID TO PM-LAST-PENDING-ID
           END-IF.
           IF PM-PN-SOURCE-PGM NOT = "SDPLNMNT"
               OR NOT PM-PN-APPROVED
               GO TO 2500-WRITE
           END-IF.
           ADD 1 TO PM-APPROVED-FOUND.
           MOVE PM-PN-TRANS-IMAGE TO PM-TRANS-RECORD.
           MOVE PM-PN-PENDING-ID  TO PM-CURRENT-PENDING-ID.
           MOVE PM-PN-CHECKER-ID  TO PM-CHECKER-ID.
           PERFORM 3100-APPLY-TRANSACTION THRU 3100-EXIT.
           IF PM-LG-RESULT = "APPLIED   "
               SET PM-PN-APPLIED TO TRUE
               MOVE SPACES TO PM-PN-REASON
           ELSE
               SET PM-PN-FAILED TO TRUE
               MOVE PM-LG-REASON TO PM-PN-REASON
           END-IF.
       2500-WRITE.
           WRITE PM-PENDING-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-HOLD-TRANSACTION - A KEYED TRANSACTION IS NOT APPLIED -    *
      *                         IT IS HELD ON THE PENDING FILE UNTIL A  *
      *                         USER OTHER THAN ITS MAKER APPROVES IT   *
      ******************************************************************
       3000-HOLD-TRANSACTION.
           READ PM-TRANS-FILE
               AT END
                   SET PM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO PM-TRANS-READ.
           MOVE ZERO   TO PM-CURRENT-PENDING-ID.
           MOVE SPACES TO PM-CHECKER-ID.
           IF NOT PM-TR-VALID-ACTION
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "UNRECOGNIZED ACTION CODE" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           IF PM-TR-MAKER-ID = SPACES
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "MAKER USER ID MISSING" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO PM-LAST-PENDING-ID.
           MOVE PM-LAST-PENDING-ID TO PM-PN-PENDING-ID
                                      PM-CURRENT-PENDING-ID.
           MOVE "SDPLNMNT"         TO PM-PN-SOURCE-PGM.
           SET PM-PN-AWAITING      TO TRUE.
           MOVE PM-TR-MAKER-ID     TO PM-PN-MAKER-ID.
           ACCEPT PM-PN-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT PM-PN-KEYED-TIME FROM TIME.
           MOVE SPACES TO PM-PN-CHECKER-ID
                          PM-PN-REASON.
           MOVE ZERO   TO PM-PN-DECIDED-DATE
                          PM-PN-DECIDED-TIME.
           MOVE PM-TRANS-RECORD    TO PM-PN-TRANS-IMAGE.
           WRITE PM-PENDING-RECORD.
           MOVE "PENDING   " TO PM-LG-RESULT.
           MOVE "AWAITING APPROVAL" TO PM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO PM-TRANS-HELD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-TRANSACTION - ROUTE ONE APPROVED PLAN TRANSACTION    *
      ******************************************************************
       3100-APPLY-TRANSACTION.
           PERFORM 4000-LOOKUP-PLAN THRU 4000-EXIT.
           PERFORM 4200-CHECK-DEPT THRU 4200-EXIT.
           IF NOT PM-DEPT-IS-ON-MASTER
               MOVE "DEPARTMENT NOT ON MASTER" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4300-CHECK-PERIOD THRU 4300-EXIT.
           IF NOT PM-PERIOD-IS-ON-CALENDAR
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "PERIOD NOT ON RETAIL CALENDAR" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 3100-EXIT
           END-IF.
           IF PM-PD-IS-CLOSED(PM-PERIOD-MATCH-IDX)
               MOVE "REJECTED  " TO PM-LG-RESULT
               MOVE "PERIOD IS CLOSED" TO PM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO PM-TRANS-REJECTED
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PM-TR-ADD-PLAN
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO PM-TRANS-REJECTED
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       4000-LOOKUP-PLAN.
       4210-EXIT.
           EXIT.

       4300-CHECK-PERIOD.
           MOVE 'N' TO PM-PERIOD-MATCH-FOUND.
           MOVE ZERO TO PM-PERIOD-MATCH-IDX.
           PERFORM 4310-SCAN-PERIOD THRU 4310-EXIT
               VARYING PM-SCAN-IDX FROM 1 BY 1
               UNTIL PM-SCAN-IDX > PM-PERIOD-CNT
                  OR PM-PERIOD-IS-ON-CALENDAR.
       4300-EXIT.
           EXIT.

       4310-SCAN-PERIOD.
           IF PM-PD-PERIOD-KEY(PM-SCAN-IDX) = PM-TR-PERIOD
               MOVE 'Y' TO PM-PERIOD-MATCH-FOUND
               MOVE PM-SCAN-IDX TO PM-PERIOD-MATCH-IDX
           END-IF.
       4310-EXIT.
           EXIT.

       5000-ADD-PLAN.
           IF PM-PLAN-WAS-FOUND
               MOVE "REJECTED  " TO PM-LG-RESULT
           MOVE PM-TR-PERIOD         TO PM-LG-PERIOD.
           MOVE PM-TR-PLAN-QTY       TO PM-LG-PLAN-QTY.
           MOVE PM-TR-PLAN-VALUE     TO PM-LG-PLAN-VALUE.
           MOVE PM-CURRENT-PENDING-ID TO PM-LG-PENDING-ID.
           MOVE PM-TR-MAKER-ID       TO PM-LG-MAKER-ID.
           MOVE PM-CHECKER-ID        TO PM-LG-CHECKER-ID.
           ACCEPT PM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT PM-LG-TS-TIME FROM TIME.
           WRITE PM-LOG-RECORD.
                 PM-OLD-MASTER
                 PM-NEW-MASTER
                 PM-DEPT-FILE
                 PM-LOG-FILE
                 PM-OLD-PENDING
                 PM-NEW-PENDING.
           OPEN OUTPUT PM-PENDID-FILE.
           MOVE PM-LAST-PENDING-ID TO PM-PI-LAST-PENDING-ID.
           WRITE PM-PENDID-IO.
           CLOSE PM-PENDID-FILE.
           DISPLAY "SDPLNMNT TRANS READ     = " PM-TRANS-READ.
           DISPLAY "SDPLNMNT TRANS HELD     = " PM-TRANS-HELD.
           DISPLAY "SDPLNMNT APPROVED FOUND = " PM-APPROVED-FOUND.
           DISPLAY "SDPLNMNT TRANS APPLIED  = " PM-TRANS-APPLIED.
           DISPLAY "SDPLNMNT TRANS REJECTED = " PM-TRANS-REJECTED.
       8000-EXIT.
