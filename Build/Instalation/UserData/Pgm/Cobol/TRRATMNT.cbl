      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   MAKER-CHECKER - A KEYED RATE CHANGE   *
      *                          NOW CARRIES THE MAKER'S USER ID AND   *
      *                          IS HELD ON THE SHARED SDPEND PENDING  *
      *                          FILE (LOGGED PENDING) RATHER THAN     *
      *                          APPLIED.  A CHANGE A DIFFERENT USER   *
      *                          HAS APPROVED ON SDPNDAPV IS APPLIED   *
      *                          ON THE NEXT RUN AND MARKED APPLIED OR *
      *                          FAILED.  THE LOG CARRIES THE PENDING  *
      *                          ID, MAKER AND CHECKER.  TRANSACTION   *
      *                          WIDENED TO 28 BYTES, LOG TO 98        *
      *  03  15/10/26  R PATEL   PENDING IDS NOW COME FROM THE SHARED  *
      *                          SDPENDID CONTROL RECORD, READ AT THE  *
      *                          START AND REWRITTEN AT THE END, SO AN *
      *                          ID IS NEVER ISSUED TWICE AFTER        *
      *                          SDPNDAPV DROPS THE CLOSED CHANGES     *
      *                          THAT HELD THE HIGHEST NUMBERS         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT RM-LOG-FILE ASSIGN TO "TRRATLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RM-OLD-PENDING ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RM-NEW-PENDING ASSIGN TO "SDPENDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RM-PENDID-FILE ASSIGN TO "SDPENDID"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 RM-TR-ADD-RATE              VALUE '01'.
               88 RM-TR-CHANGE-RATE           VALUE '02'.
               88 RM-TR-DELETE-RATE           VALUE '03'.
               88 RM-TR-VALID-ACTION          VALUES '01' '02' '03'.
           05 RM-TR-LOCATION-CODE         PIC X(03).
           05 RM-TR-BAND-LOW              PIC 9(05).
           05 RM-TR-BAND-HIGH             PIC 9(05).
           05 RM-TR-RATE                  PIC 99.
           05 FILLER                      PIC X(03).
           05 RM-TR-MAKER-ID              PIC X(08).

       FD  RM-OLD-MASTER
           RECORDING MODE IS F
           05 RM-LG-REASON                PIC X(30).
           05 RM-LG-TS-DATE               PIC 9(08).
           05 RM-LG-TS-TIME               PIC 9(08).
           05 RM-LG-PENDING-ID            PIC 9(07).
           05 RM-LG-MAKER-ID              PIC X(08).
           05 RM-LG-CHECKER-ID            PIC X(08).

       FD  RM-OLD-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RM-OLD-PENDING-IO              PIC X(360).

      *    SHARED PENDING CHANGE - SEE SDPNDAPV.cbl.
       FD  RM-NEW-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RM-PENDING-RECORD.
           05 RM-PD-PENDING-ID            PIC 9(07).
           05 RM-PD-SOURCE-PGM            PIC X(10).
           05 RM-PD-STATUS                PIC X(01).
               88 RM-PD-AWAITING              VALUE 'P'.
               88 RM-PD-APPROVED              VALUE 'A'.
               88 RM-PD-APPLIED               VALUE 'X'.
               88 RM-PD-FAILED                VALUE 'F'.
           05 RM-PD-MAKER-ID              PIC X(08).
           05 RM-PD-KEYED-DATE            PIC 9(08).
           05 RM-PD-KEYED-TIME            PIC 9(08).
           05 RM-PD-CHECKER-ID            PIC X(08).
           05 RM-PD-DECIDED-DATE          PIC 9(08).
           05 RM-PD-DECIDED-TIME          PIC 9(08).
           05 RM-PD-REASON                PIC X(40).
           05 RM-PD-TRANS-IMAGE           PIC X(240).
           05 FILLER                      PIC X(14).

      *    LAST PENDING ID ISSUED BY ANY MAINTENANCE PROGRAM - SEE
      *    SDPNDAPV.cbl.
       FD  RM-PENDID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RM-PENDID-IO.
           05 RM-PI-LAST-PENDING-ID      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  RM-SWITCHES.
               88 RM-END-OF-TRANS-FILE        VALUE 'Y'.
           05 RM-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 RM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 RM-EOF-OLD-PENDING          PIC X(01) VALUE 'N'.
               88 RM-END-OF-OLD-PENDING       VALUE 'Y'.

       01  RM-OLD-PARSE.
           05 RM-OP-LOCATION-CODE         PIC X(03).
           05 RM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 RM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 RM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 RM-TRANS-HELD               PIC 9(07) COMP VALUE ZERO.
           05 RM-APPROVED-FOUND           PIC 9(07) COMP VALUE ZERO.

       01  RM-RATE-TABLE.
           05 RM-RT-ENTRY OCCURS 1 TO 99999 TIMES
       01  RM-MATCH-FOUND                 PIC X(01).
           88 RM-RATE-WAS-FOUND               VALUE 'Y'.

      *    THE PENDING CHANGE BEING APPLIED AND WHO APPROVED IT - ZERO
      *    AND SPACES FOR A TRANSACTION JUST KEYED.
       01  RM-LAST-PENDING-ID             PIC 9(07) VALUE ZERO.
       01  RM-CURRENT-PENDING-ID          PIC 9(07).
       01  RM-CHECKER-ID                  PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-HOLD-TRANSACTION THRU 3000-EXIT
               UNTIL RM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
           OPEN EXTEND RM-LOG-FILE.
           PERFORM 2000-LOAD-RATE THRU 2000-EXIT
               UNTIL RM-END-OF-OLD-MASTER.
           PERFORM 2490-READ-LAST-PENDING-ID THRU 2490-EXIT.
           OPEN INPUT  RM-OLD-PENDING
                OUTPUT RM-NEW-PENDING.
           PERFORM 2500-APPLY-APPROVED THRU 2500-EXIT
               UNTIL RM-END-OF-OLD-PENDING.
       1000-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      * 2490-READ-LAST-PENDING-ID - PICK UP THE PENDING ID COUNTER      *
      *                             WHERE THE LAST MAINTENANCE RUN LEFT *
      *                             IT.  THE HIGHEST ID STILL ON SDPEND *
      *                             STAYS A FLOOR (SEE 2500) FOR THE    *
      *                             FIRST RUN, WHILE SDPENDID IS EMPTY  *
      ******************************************************************
       2490-READ-LAST-PENDING-ID.
           OPEN INPUT RM-PENDID-FILE.
           READ RM-PENDID-FILE
               AT END
                   MOVE ZERO TO RM-LAST-PENDING-ID
                   CLOSE RM-PENDID-FILE
                   GO TO 2490-EXIT
           END-READ.
           MOVE RM-PI-LAST-PENDING-ID TO RM-LAST-PENDING-ID.
           CLOSE RM-PENDID-FILE.
       2490-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPLY-APPROVED - COPY THE SHARED PENDING FILE FORWARD,     *
      *                       APPLYING EACH RATE CHANGE A CHECKER HAS   *
      *                       APPROVED SINCE THE LAST RUN AND MARKING   *
      *                       IT APPLIED, OR FAILED WITH THE REASON     *
      *                       WHEN THE RATE TABLE NO LONGER ALLOWS IT   *
      ******************************************************************
       2500-APPLY-APPROVED.
           READ RM-OLD-PENDING
               AT END
                   SET RM-END-OF-OLD-PENDING TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE RM-OLD-PENDING-IO TO RM-PENDING-RECORD.
           IF RM-PD-PENDING-ID > RM-LAST-PENDING-ID
               MOVE RM-PD-PENDING-ID TO RM-LAST-PENDING-ID
           END-IF.
           IF RM-PD-SOURCE-PGM NOT = "TRRATMNT"
               OR NOT RM-PD-APPROVED
               GO TO 2500-WRITE
           END-IF.
           ADD 1 TO RM-APPROVED-FOUND.
           MOVE RM-PD-TRANS-IMAGE TO RM-TRANS-RECORD.
           MOVE RM-PD-PENDING-ID  TO RM-CURRENT-PENDING-ID.
           MOVE RM-PD-CHECKER-ID  TO RM-CHECKER-ID.
           PERFORM 3100-APPLY-TRANSACTION THRU 3100-EXIT.
           IF RM-LG-RESULT = "APPLIED   "
               SET RM-PD-APPLIED TO TRUE
               MOVE SPACES TO RM-PD-REASON
           ELSE
               SET RM-PD-FAILED TO TRUE
               MOVE RM-LG-REASON TO RM-PD-REASON
           END-IF.
       2500-WRITE.
           WRITE RM-PENDING-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-HOLD-TRANSACTION - A KEYED RATE TRANSACTION IS NOT APPLIED *
      *                         - IT IS HELD ON THE PENDING FILE UNTIL  *
      *                         A USER OTHER THAN ITS MAKER APPROVES IT *
      ******************************************************************
       3000-HOLD-TRANSACTION.
           READ RM-TRANS-FILE
               AT END
                   SET RM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO RM-TRANS-READ.
           MOVE ZERO   TO RM-CURRENT-PENDING-ID.
           MOVE SPACES TO RM-CHECKER-ID.
           MOVE ZERO   TO RM-LG-OLD-RATE.
           IF NOT RM-TR-VALID-ACTION
               MOVE "REJECTED  " TO RM-LG-RESULT
               MOVE "UNRECOGNIZED ACTION CODE" TO RM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO RM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           IF RM-TR-MAKER-ID = SPACES
               MOVE "REJECTED  " TO RM-LG-RESULT
               MOVE "MAKER USER ID MISSING" TO RM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO RM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO RM-LAST-PENDING-ID.
           MOVE RM-LAST-PENDING-ID TO RM-PD-PENDING-ID
                                      RM-CURRENT-PENDING-ID.
           MOVE "TRRATMNT"         TO RM-PD-SOURCE-PGM.
           SET RM-PD-AWAITING      TO TRUE.
           MOVE RM-TR-MAKER-ID     TO RM-PD-MAKER-ID.
           ACCEPT RM-PD-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-PD-KEYED-TIME FROM TIME.
           MOVE SPACES TO RM-PD-CHECKER-ID
                          RM-PD-REASON.
           MOVE ZERO   TO RM-PD-DECIDED-DATE
                          RM-PD-DECIDED-TIME.
           MOVE RM-TRANS-RECORD    TO RM-PD-TRANS-IMAGE.
           WRITE RM-PENDING-RECORD.
           MOVE "PENDING   " TO RM-LG-RESULT.
           MOVE "AWAITING APPROVAL" TO RM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO RM-TRANS-HELD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-TRANSACTION - ROUTE ONE APPROVED RATE TRANSACTION    *
      ******************************************************************
       3100-APPLY-TRANSACTION.
           PERFORM 4000-LOOKUP-RATE THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN RM-TR-ADD-RATE
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO RM-TRANS-REJECTED
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       4000-LOOKUP-RATE.
           MOVE RM-TR-BAND-LOW      TO RM-LG-BAND-LOW.
           MOVE RM-TR-BAND-HIGH     TO RM-LG-BAND-HIGH.
           MOVE RM-TR-RATE          TO RM-LG-NEW-RATE.
           MOVE RM-CURRENT-PENDING-ID TO RM-LG-PENDING-ID.
           MOVE RM-TR-MAKER-ID      TO RM-LG-MAKER-ID.
           MOVE RM-CHECKER-ID       TO RM-LG-CHECKER-ID.
           ACCEPT RM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-LG-TS-TIME FROM TIME.
           WRITE RM-LOG-RECORD.
           CLOSE RM-TRANS-FILE
                 RM-OLD-MASTER
                 RM-NEW-MASTER
                 RM-LOG-FILE
                 RM-OLD-PENDING
                 RM-NEW-PENDING.
           OPEN OUTPUT RM-PENDID-FILE.
           MOVE RM-LAST-PENDING-ID TO RM-PI-LAST-PENDING-ID.
           WRITE RM-PENDID-IO.
           CLOSE RM-PENDID-FILE.
           DISPLAY "TRRATMNT TRANS READ     = " RM-TRANS-READ.
           DISPLAY "TRRATMNT TRANS HELD     = " RM-TRANS-HELD.
           DISPLAY "TRRATMNT APPROVED FOUND = " RM-APPROVED-FOUND.
           DISPLAY "TRRATMNT TRANS APPLIED  = " RM-TRANS-APPLIED.
           DISPLAY "TRRATMNT TRANS REJECTED = " RM-TRANS-REJECTED.
       8000-EXIT.
