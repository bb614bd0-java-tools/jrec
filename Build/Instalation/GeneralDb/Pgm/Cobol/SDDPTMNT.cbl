      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   MAKER-CHECKER - A KEYED DEPARTMENT    *
      *                          TRANSACTION NOW CARRIES THE MAKER'S   *
      *                          USER ID (APPENDED, 38 BYTES) AND IS   *
      *                          HELD ON THE SHARED SDPEND PENDING     *
      *                          FILE (LOGGED PENDING) RATHER THAN     *
      *                          APPLIED.  A CHANGE A DIFFERENT USER   *
      *                          HAS APPROVED ON SDPNDAPV IS APPLIED   *
      *                          ON THE NEXT RUN AND MARKED APPLIED OR *
      *                          FAILED.  THE LOG CARRIES THE PENDING  *
      *                          ID, MAKER AND CHECKER (125 BYTES)     *
      *  03  15/10/26  R PATEL   PENDING IDS NOW COME FROM THE SHARED  *
      *                          SDPENDID CONTROL RECORD, READ AT THE  *
      *                          START AND REWRITTEN AT THE END, SO AN *
      *                          ID IS NEVER ISSUED TWICE AFTER        *
      *                          SDPNDAPV DROPS THE CLOSED CHANGES     *
      *                          THAT HELD THE HIGHEST NUMBERS         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT DM-LOG-FILE ASSIGN TO "SDDPTLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DM-OLD-PENDING ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DM-NEW-PENDING ASSIGN TO "SDPENDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DM-PENDID-FILE ASSIGN TO "SDPENDID"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 DM-TR-ADD-DEPT              VALUE '01'.
               88 DM-TR-RENAME-DEPT           VALUE '02'.
               88 DM-TR-CLOSE-DEPT            VALUE '03'.
               88 DM-TR-VALID-ACTION          VALUES '01' '02' '03'.
           05 DM-TR-DEPARTMENT-NUM        PIC 9(04).
           05 DM-TR-DEPARTMENT-NAME       PIC X(20).
           05 FILLER                      PIC X(04).
           05 DM-TR-MAKER-ID              PIC X(08).

       FD  DM-OLD-MASTER
           RECORDING MODE IS F
           05 DM-LG-REASON                PIC X(30).
           05 DM-LG-TS-DATE               PIC 9(08).
           05 DM-LG-TS-TIME               PIC 9(08).
           05 DM-LG-PENDING-ID            PIC 9(07).
           05 DM-LG-MAKER-ID              PIC X(08).
           05 DM-LG-CHECKER-ID            PIC X(08).

       FD  DM-OLD-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DM-OLD-PENDING-IO              PIC X(360).

      *    SHARED PENDING CHANGE - SEE SDPNDAPV.cbl.
       FD  DM-NEW-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DM-PENDING-RECORD.
           05 DM-PD-PENDING-ID            PIC 9(07).
           05 DM-PD-SOURCE-PGM            PIC X(10).
           05 DM-PD-STATUS                PIC X(01).
               88 DM-PD-AWAITING              VALUE 'P'.
               88 DM-PD-APPROVED              VALUE 'A'.
               88 DM-PD-APPLIED               VALUE 'X'.
               88 DM-PD-FAILED                VALUE 'F'.
           05 DM-PD-MAKER-ID              PIC X(08).
           05 DM-PD-KEYED-DATE            PIC 9(08).
           05 DM-PD-KEYED-TIME            PIC 9(08).
           05 DM-PD-CHECKER-ID            PIC X(08).
           05 DM-PD-DECIDED-DATE          PIC 9(08).
           05 DM-PD-DECIDED-TIME          PIC 9(08).
           05 DM-PD-REASON                PIC X(40).
           05 DM-PD-TRANS-IMAGE           PIC X(240).
           05 FILLER                      PIC X(14).

      *    LAST PENDING ID ISSUED BY ANY MAINTENANCE PROGRAM - SEE
      *    SDPNDAPV.cbl.
       FD  DM-PENDID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DM-PENDID-IO.
           05 DM-PI-LAST-PENDING-ID      PIC 9(07).

       WORKING-STORAGE SECTION.
       01  DM-SWITCHES.
               88 DM-END-OF-TRANS-FILE        VALUE 'Y'.
           05 DM-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 DM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 DM-EOF-OLD-PENDING          PIC X(01) VALUE 'N'.
               88 DM-END-OF-OLD-PENDING       VALUE 'Y'.

       01  DM-OLD-PARSE.
           05 DM-OP-DEPARTMENT-NUM        PIC 9(04).
           05 DM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 DM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 DM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 DM-TRANS-HELD               PIC 9(07) COMP VALUE ZERO.
           05 DM-APPROVED-FOUND           PIC 9(07) COMP VALUE ZERO.

      *    AN ADD TRANSACTION APPENDS AT THE END OF THE TABLE, SO IT
      *    IS SCANNED LINEARLY RATHER THAN VIA SEARCH ALL, THE SAME
       01  DM-MATCH-FOUND                 PIC X(01).
           88 DM-DEPT-WAS-FOUND               VALUE 'Y'.

      *    THE PENDING CHANGE BEING APPLIED AND WHO APPROVED IT - ZERO
      *    AND SPACES FOR A TRANSACTION JUST KEYED.
       01  DM-LAST-PENDING-ID             PIC 9(07) VALUE ZERO.
       01  DM-CURRENT-PENDING-ID          PIC 9(07).
       01  DM-CHECKER-ID                  PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-HOLD-TRANSACTION THRU 3000-EXIT
               UNTIL DM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
           OPEN EXTEND DM-LOG-FILE.
           PERFORM 2000-LOAD-DEPT-TABLE THRU 2000-EXIT
               UNTIL DM-END-OF-OLD-MASTER.
           PERFORM 2490-READ-LAST-PENDING-ID THRU 2490-EXIT.
           OPEN INPUT  DM-OLD-PENDING
                OUTPUT DM-NEW-PENDING.
           PERFORM 2500-APPLY-APPROVED THRU 2500-EXIT
               UNTIL DM-END-OF-OLD-PENDING.
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
           OPEN INPUT DM-PENDID-FILE.
           READ DM-PENDID-FILE
               AT END
                   MOVE ZERO TO DM-LAST-PENDING-ID
                   CLOSE DM-PENDID-FILE
                   GO TO 2490-EXIT
           END-READ.
           MOVE DM-PI-LAST-PENDING-ID TO DM-LAST-PENDING-ID.
           CLOSE DM-PENDID-FILE.
       2490-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPLY-APPROVED - COPY THE SHARED PENDING FILE FORWARD,     *
      *                       APPLYING EACH CHANGE A CHECKER HAS        *
      *                       APPROVED SINCE THE LAST RUN AND MARKING   *
      *                       IT APPLIED, OR FAILED WITH THE REASON     *
      *                       WHEN THE MASTER FILE NO LONGER ALLOWS IT  *
      ******************************************************************
       2500-APPLY-APPROVED.
           READ DM-OLD-PENDING
               AT END
                   SET DM-END-OF-OLD-PENDING TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE DM-OLD-PENDING-IO TO DM-PENDING-RECORD.
           IF DM-PD-PENDING-ID > DM-LAST-PENDING-ID
               MOVE DM-PD-PENDING-ID TO DM-LAST-PENDING-ID
           END-IF.
           IF DM-PD-SOURCE-PGM NOT = "SDDPTMNT"
               OR NOT DM-PD-APPROVED
               GO TO 2500-WRITE
           END-IF.
           ADD 1 TO DM-APPROVED-FOUND.
           MOVE DM-PD-TRANS-IMAGE TO DM-TRANS-RECORD.
           MOVE DM-PD-PENDING-ID  TO DM-CURRENT-PENDING-ID.
           MOVE DM-PD-CHECKER-ID  TO DM-CHECKER-ID.
           PERFORM 3100-APPLY-TRANSACTION THRU 3100-EXIT.
           IF DM-LG-RESULT = "APPLIED   "
               SET DM-PD-APPLIED TO TRUE
               MOVE SPACES TO DM-PD-REASON
           ELSE
               SET DM-PD-FAILED TO TRUE
               MOVE DM-LG-REASON TO DM-PD-REASON
           END-IF.
       2500-WRITE.
           WRITE DM-PENDING-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-HOLD-TRANSACTION - A KEYED TRANSACTION IS NOT APPLIED -    *
      *                         IT IS HELD ON THE PENDING FILE UNTIL A  *
      *                         USER OTHER THAN ITS MAKER APPROVES IT   *
      ******************************************************************
       3000-HOLD-TRANSACTION.
           READ DM-TRANS-FILE
               AT END
                   SET DM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO DM-TRANS-READ.
           MOVE ZERO   TO DM-CURRENT-PENDING-ID.
           MOVE SPACES TO DM-CHECKER-ID.
           MOVE SPACES TO DM-LG-OLD-NAME.
           IF NOT DM-TR-VALID-ACTION
               MOVE "REJECTED  " TO DM-LG-RESULT
               MOVE "UNRECOGNIZED ACTION CODE" TO DM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO DM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           IF DM-TR-MAKER-ID = SPACES
               MOVE "REJECTED  " TO DM-LG-RESULT
               MOVE "MAKER USER ID MISSING" TO DM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO DM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO DM-LAST-PENDING-ID.
           MOVE DM-LAST-PENDING-ID TO DM-PD-PENDING-ID
                                      DM-CURRENT-PENDING-ID.
           MOVE "SDDPTMNT"         TO DM-PD-SOURCE-PGM.
           SET DM-PD-AWAITING      TO TRUE.
           MOVE DM-TR-MAKER-ID     TO DM-PD-MAKER-ID.
           ACCEPT DM-PD-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT DM-PD-KEYED-TIME FROM TIME.
           MOVE SPACES TO DM-PD-CHECKER-ID
                          DM-PD-REASON.
           MOVE ZERO   TO DM-PD-DECIDED-DATE
                          DM-PD-DECIDED-TIME.
           MOVE DM-TRANS-RECORD    TO DM-PD-TRANS-IMAGE.
           WRITE DM-PENDING-RECORD.
           MOVE "PENDING   " TO DM-LG-RESULT.
           MOVE "AWAITING APPROVAL" TO DM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO DM-TRANS-HELD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-TRANSACTION - ROUTE ONE APPROVED MAINTENANCE         *
      *                          TRANSACTION                            *
      ******************************************************************
       3100-APPLY-TRANSACTION.
           PERFORM 4000-LOOKUP-DEPT THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN DM-TR-ADD-DEPT
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO DM-TRANS-REJECTED
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       4000-LOOKUP-DEPT.
           MOVE DM-TR-ACTION-CODE      TO DM-LG-ACTION-CODE.
           MOVE DM-TR-DEPARTMENT-NUM   TO DM-LG-DEPARTMENT-NUM.
           MOVE DM-TR-DEPARTMENT-NAME  TO DM-LG-NEW-NAME.
           MOVE DM-CURRENT-PENDING-ID  TO DM-LG-PENDING-ID.
           MOVE DM-TR-MAKER-ID         TO DM-LG-MAKER-ID.
           MOVE DM-CHECKER-ID          TO DM-LG-CHECKER-ID.
           ACCEPT DM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT DM-LG-TS-TIME FROM TIME.
           WRITE DM-LOG-RECORD.
           CLOSE DM-TRANS-FILE
                 DM-OLD-MASTER
                 DM-NEW-MASTER
                 DM-LOG-FILE
                 DM-OLD-PENDING
                 DM-NEW-PENDING.
           OPEN OUTPUT DM-PENDID-FILE.
           MOVE DM-LAST-PENDING-ID TO DM-PI-LAST-PENDING-ID.
           WRITE DM-PENDID-IO.
           CLOSE DM-PENDID-FILE.
           DISPLAY "SDDPTMNT TRANS READ     = " DM-TRANS-READ.
           DISPLAY "SDDPTMNT TRANS HELD     = " DM-TRANS-HELD.
           DISPLAY "SDDPTMNT APPROVED FOUND = " DM-APPROVED-FOUND.
           DISPLAY "SDDPTMNT TRANS APPLIED  = " DM-TRANS-APPLIED.
           DISPLAY "SDDPTMNT TRANS REJECTED = " DM-TRANS-REJECTED.
       8000-EXIT.
