      *                          SO XTAR020V CAN ACCEPT A CLOSED       *
      *                          STORE'S TRAILING SALES BY DATE        *
      *                          INSTEAD OF OPS RE-KEYING FLAGS        *
      *  05  15/10/26  R PATEL   MAKER-CHECKER - A KEYED STORE         *
      *                          TRANSACTION (OPEN, ACTIVATE, CLOSE,   *
      *                          REGION REASSIGNMENT) NOW CARRIES THE  *
      *                          MAKER'S USER ID AND IS HELD ON THE    *
      *                          SHARED SDPEND PENDING FILE (LOGGED    *
      *                          PENDING) RATHER THAN APPLIED.  A      *
      *                          CHANGE A DIFFERENT USER HAS APPROVED  *
      *                          ON SDPNDAPV IS APPLIED ON THE NEXT    *
      *                          RUN AND MARKED APPLIED OR FAILED.     *
      *                          THE LOG CARRIES THE PENDING ID, MAKER *
      *                          AND CHECKER.  TRANSACTION WIDENED TO  *
      *                          74 BYTES, LOG TO 97                   *
      *  06  15/10/26  R PATEL   PENDING IDS NOW COME FROM THE SHARED  *
      *                          SDPENDID CONTROL RECORD, READ AT THE  *
      *                          START AND REWRITTEN AT THE END, SO AN *
      *                          ID IS NEVER ISSUED TWICE AFTER        *
      *                          SDPNDAPV DROPS THE CLOSED CHANGES     *
      *                          THAT HELD THE HIGHEST NUMBERS         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT XM-TRANSFER-FILE ASSIGN TO "XT1000XFR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XM-OLD-PENDING ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XM-NEW-PENDING ASSIGN TO "SDPENDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XM-PENDID-FILE ASSIGN TO "SDPENDID"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 XM-TR-ACTIVATE-STORE        VALUE '02'.
               88 XM-TR-CLOSE-STORE           VALUE '03'.
               88 XM-TR-REASSIGN-REGION       VALUE '04'.
               88 XM-TR-VALID-ACTION          VALUES '01' '02' '03'
                                                     '04'.
           05 XM-TR-STORE-NO              PIC S9(4) COMP.
           05 XM-TR-REGION-NO             PIC S9(4) COMP.
           05 XM-TR-STORE-NAME            PIC X(50).
           05 XM-TR-EFFECTIVE-DATE        PIC 9(08).
           05 FILLER                      PIC X(02).
           05 XM-TR-MAKER-ID              PIC X(08).

       FD  XM-OLD-MASTER
           RECORDING MODE IS F
           05 XM-LG-REASON                PIC X(30).
           05 XM-LG-TS-DATE               PIC 9(08).
           05 XM-LG-TS-TIME               PIC 9(08).
           05 XM-LG-PENDING-ID            PIC 9(07).
           05 XM-LG-MAKER-ID              PIC X(08).
           05 XM-LG-CHECKER-ID            PIC X(08).

       FD  XM-TRANSFER-FILE
           RECORDING MODE IS F
           05 XM-XF-TS-DATE               PIC 9(08).
           05 XM-XF-TS-TIME               PIC 9(08).

       FD  XM-OLD-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XM-OLD-PENDING-IO              PIC X(360).

      *    SHARED PENDING CHANGE - SEE SDPNDAPV.cbl.
       FD  XM-NEW-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XM-PENDING-RECORD.
           05 XM-PD-PENDING-ID            PIC 9(07).
           05 XM-PD-SOURCE-PGM            PIC X(10).
           05 XM-PD-STATUS                PIC X(01).
               88 XM-PD-AWAITING              VALUE 'P'.
               88 XM-PD-APPROVED              VALUE 'A'.
               88 XM-PD-APPLIED               VALUE 'X'.
               88 XM-PD-FAILED                VALUE 'F'.
           05 XM-PD-MAKER-ID              PIC X(08).
           05 XM-PD-KEYED-DATE            PIC 9(08).
           05 XM-PD-KEYED-TIME            PIC 9(08).
           05 XM-PD-CHECKER-ID            PIC X(08).
           05 XM-PD-DECIDED-DATE          PIC 9(08).
           05 XM-PD-DECIDED-TIME          PIC 9(08).
           05 XM-PD-REASON                PIC X(40).
           05 XM-PD-TRANS-IMAGE           PIC X(240).
           05 FILLER                      PIC X(14).

      *    LAST PENDING ID ISSUED BY ANY MAINTENANCE PROGRAM - SEE
      *    SDPNDAPV.cbl.
       FD  XM-PENDID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XM-PENDID-IO.
           05 XM-PI-LAST-PENDING-ID      PIC 9(07).

       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".

               88 XM-END-OF-TRANS-FILE        VALUE 'Y'.
           05 XM-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 XM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 XM-EOF-OLD-PENDING          PIC X(01) VALUE 'N'.
               88 XM-END-OF-OLD-PENDING       VALUE 'Y'.

       01  XM-COUNTERS.
           05 XM-STORE-CNT                PIC 9(05) COMP VALUE ZERO.
           05 XM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 XM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 XM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 XM-TRANS-HELD               PIC 9(07) COMP VALUE ZERO.
           05 XM-APPROVED-FOUND           PIC 9(07) COMP VALUE ZERO.

      *    THE MASTER TABLE IS SCANNED LINEARLY RATHER THAN VIA
      *    SEARCH ALL - AN ADD-STORE TRANSACTION APPENDS A NEW ENTRY
       01  XM-EFFECTIVE-DATE              PIC 9(08).
       01  XM-TODAY                       PIC 9(08).

      *    THE PENDING CHANGE BEING APPLIED AND WHO APPROVED IT - ZERO
      *    AND SPACES FOR A TRANSACTION JUST KEYED.
       01  XM-LAST-PENDING-ID             PIC 9(07) VALUE ZERO.
       01  XM-CURRENT-PENDING-ID          PIC 9(07).
       01  XM-CHECKER-ID                  PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-HOLD-TRANSACTION THRU 3000-EXIT
               UNTIL XM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
           ACCEPT XM-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-STORE-TABLE THRU 2000-EXIT
               UNTIL XM-END-OF-OLD-MASTER.
           PERFORM 2490-READ-LAST-PENDING-ID THRU 2490-EXIT.
           OPEN INPUT  XM-OLD-PENDING
                OUTPUT XM-NEW-PENDING.
           PERFORM 2500-APPLY-APPROVED THRU 2500-EXIT
               UNTIL XM-END-OF-OLD-PENDING.
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
           OPEN INPUT XM-PENDID-FILE.
           READ XM-PENDID-FILE
               AT END
                   MOVE ZERO TO XM-LAST-PENDING-ID
                   CLOSE XM-PENDID-FILE
                   GO TO 2490-EXIT
           END-READ.
           MOVE XM-PI-LAST-PENDING-ID TO XM-LAST-PENDING-ID.
           CLOSE XM-PENDID-FILE.
       2490-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPLY-APPROVED - COPY THE SHARED PENDING FILE FORWARD,     *
      *                       APPLYING EACH STORE CHANGE A CHECKER HAS  *
      *                       APPROVED SINCE THE LAST RUN AND MARKING   *
      *                       IT APPLIED, OR FAILED WITH THE REASON     *
      *                       WHEN THE STORE MASTER NO LONGER ALLOWS IT *
      ******************************************************************
       2500-APPLY-APPROVED.
           READ XM-OLD-PENDING
               AT END
                   SET XM-END-OF-OLD-PENDING TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE XM-OLD-PENDING-IO TO XM-PENDING-RECORD.
           IF XM-PD-PENDING-ID > XM-LAST-PENDING-ID
               MOVE XM-PD-PENDING-ID TO XM-LAST-PENDING-ID
           END-IF.
           IF XM-PD-SOURCE-PGM NOT = "XTAR1000M"
               OR NOT XM-PD-APPROVED
               GO TO 2500-WRITE
           END-IF.
           ADD 1 TO XM-APPROVED-FOUND.
           MOVE XM-PD-TRANS-IMAGE TO XM-TRANS-RECORD.
           MOVE XM-PD-PENDING-ID  TO XM-CURRENT-PENDING-ID.
           MOVE XM-PD-CHECKER-ID  TO XM-CHECKER-ID.
           PERFORM 3100-APPLY-TRANSACTION THRU 3100-EXIT.
           IF XM-LG-RESULT = "APPLIED   "
               SET XM-PD-APPLIED TO TRUE
               MOVE SPACES TO XM-PD-REASON
           ELSE
               SET XM-PD-FAILED TO TRUE
               MOVE XM-LG-REASON TO XM-PD-REASON
           END-IF.
       2500-WRITE.
           WRITE XM-PENDING-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-HOLD-TRANSACTION - A KEYED TRANSACTION IS NOT APPLIED -    *
      *                         IT IS HELD ON THE PENDING FILE UNTIL A  *
      *                         USER OTHER THAN ITS MAKER APPROVES IT   *
      ******************************************************************
       3000-HOLD-TRANSACTION.
           READ XM-TRANS-FILE
               AT END
                   SET XM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO XM-TRANS-READ.
           MOVE ZERO   TO XM-CURRENT-PENDING-ID.
           MOVE SPACES TO XM-CHECKER-ID.
           MOVE XM-TR-STORE-NO  TO XM-LG-STORE-NO.
           MOVE ZERO            TO XM-LG-OLD-REGION-NO.
           MOVE XM-TR-REGION-NO TO XM-LG-NEW-REGION-NO.
           MOVE SPACE TO XM-LG-OLD-ACTIVE XM-LG-OLD-CLOSED
                          XM-LG-NEW-ACTIVE XM-LG-NEW-CLOSED.
           IF NOT XM-TR-VALID-ACTION
               MOVE "REJECTED  " TO XM-LG-RESULT
               MOVE "UNRECOGNIZED ACTION CODE" TO XM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO XM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           IF XM-TR-MAKER-ID = SPACES
               MOVE "REJECTED  " TO XM-LG-RESULT
               MOVE "MAKER USER ID MISSING" TO XM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO XM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO XM-LAST-PENDING-ID.
           MOVE XM-LAST-PENDING-ID TO XM-PD-PENDING-ID
                                      XM-CURRENT-PENDING-ID.
           MOVE "XTAR1000M"        TO XM-PD-SOURCE-PGM.
           SET XM-PD-AWAITING      TO TRUE.
           MOVE XM-TR-MAKER-ID     TO XM-PD-MAKER-ID.
           ACCEPT XM-PD-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT XM-PD-KEYED-TIME FROM TIME.
           MOVE SPACES TO XM-PD-CHECKER-ID
                          XM-PD-REASON.
           MOVE ZERO   TO XM-PD-DECIDED-DATE
                          XM-PD-DECIDED-TIME.
           MOVE XM-TRANS-RECORD    TO XM-PD-TRANS-IMAGE.
           WRITE XM-PENDING-RECORD.
           MOVE "PENDING   " TO XM-LG-RESULT.
           MOVE "AWAITING APPROVAL" TO XM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO XM-TRANS-HELD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-TRANSACTION - ROUTE ONE APPROVED MAINTENANCE        *
      *                          TRANSACTION TO THE ACTION IT REQUESTS *
      ******************************************************************
       3100-APPLY-TRANSACTION.
           IF XM-TR-EFFECTIVE-DATE NOT NUMERIC
               OR XM-TR-EFFECTIVE-DATE = ZERO
               MOVE XM-TODAY TO XM-EFFECTIVE-DATE
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO XM-TRANS-REJECTED
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       4000-LOOKUP-STORE.

       6000-WRITE-LOG.
           MOVE XM-TR-ACTION-CODE TO XM-LG-ACTION-CODE.
           MOVE XM-CURRENT-PENDING-ID TO XM-LG-PENDING-ID.
           MOVE XM-TR-MAKER-ID      TO XM-LG-MAKER-ID.
           MOVE XM-CHECKER-ID       TO XM-LG-CHECKER-ID.
           ACCEPT XM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT XM-LG-TS-TIME FROM TIME.
           WRITE XM-LOG-RECORD.
                 XM-OLD-MASTER
                 XM-NEW-MASTER
                 XM-LOG-FILE
                 XM-TRANSFER-FILE
                 XM-OLD-PENDING
                 XM-NEW-PENDING.
           OPEN OUTPUT XM-PENDID-FILE.
           MOVE XM-LAST-PENDING-ID TO XM-PI-LAST-PENDING-ID.
           WRITE XM-PENDID-IO.
           CLOSE XM-PENDID-FILE.
           DISPLAY "XTAR1000M TRANS READ     = " XM-TRANS-READ.
           DISPLAY "XTAR1000M TRANS HELD     = " XM-TRANS-HELD.
           DISPLAY "XTAR1000M APPROVED FOUND = " XM-APPROVED-FOUND.
           DISPLAY "XTAR1000M TRANS APPLIED  = " XM-TRANS-APPLIED.
           DISPLAY "XTAR1000M TRANS REJECTED = " XM-TRANS-REJECTED.
       8000-EXIT.
