      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   MAKER-CHECKER - A KEYED MAPPING       *
      *                          TRANSACTION NOW CARRIES THE MAKER'S   *
      *                          USER ID (TAKEN FROM THE FILLER) AND   *
      *                          IS HELD ON THE SHARED SDPEND PENDING  *
      *                          FILE (LOGGED PENDING) RATHER THAN     *
      *                          APPLIED.  A CHANGE A DIFFERENT USER   *
      *                          HAS APPROVED ON SDPNDAPV IS APPLIED   *
      *                          ON THE NEXT RUN AND MARKED APPLIED OR *
      *                          FAILED.  THE LOG CARRIES THE PENDING  *
      *                          ID, MAKER AND CHECKER (92 BYTES)      *
      *  03  15/10/26  R PATEL   PENDING IDS NOW COME FROM THE SHARED  *
      *                          SDPENDID CONTROL RECORD, READ AT THE  *
      *                          START AND REWRITTEN AT THE END, SO AN *
      *                          ID IS NEVER ISSUED TWICE AFTER        *
      *                          SDPNDAPV DROPS THE CLOSED CHANGES     *
      *                          THAT HELD THE HIGHEST NUMBERS         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT LM-LOG-FILE ASSIGN TO "TRLOCLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LM-OLD-PENDING ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LM-NEW-PENDING ASSIGN TO "SDPENDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LM-PENDID-FILE ASSIGN TO "SDPENDID"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 LM-TR-ADD-MAPPING           VALUE '01'.
               88 LM-TR-CHANGE-MAPPING        VALUE '02'.
               88 LM-TR-DELETE-MAPPING        VALUE '03'.
               88 LM-TR-VALID-ACTION          VALUES '01' '02' '03'.
           05 LM-TR-LOCATION-CODE         PIC X(03).
           05 LM-TR-STORE-NO              PIC 9(04).
           05 LM-TR-MAKER-ID              PIC X(08).
           05 FILLER                      PIC X(03).

       FD  LM-OLD-MASTER
           RECORDING MODE IS F
           05 LM-LG-REASON                PIC X(30).
           05 LM-LG-TS-DATE               PIC 9(08).
           05 LM-LG-TS-TIME               PIC 9(08).
           05 LM-LG-PENDING-ID            PIC 9(07).
           05 LM-LG-MAKER-ID              PIC X(08).
           05 LM-LG-CHECKER-ID            PIC X(08).

       FD  LM-OLD-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LM-OLD-PENDING-IO              PIC X(360).

      *    SHARED PENDING CHANGE - SEE SDPNDAPV.cbl.
       FD  LM-NEW-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LM-PENDING-RECORD.
           05 LM-PD-PENDING-ID            PIC 9(07).
           05 LM-PD-SOURCE-PGM            PIC X(10).
           05 LM-PD-STATUS                PIC X(01).
               88 LM-PD-AWAITING              VALUE 'P'.
               88 LM-PD-APPROVED              VALUE 'A'.
               88 LM-PD-APPLIED               VALUE 'X'.
               88 LM-PD-FAILED                VALUE 'F'.
           05 LM-PD-MAKER-ID              PIC X(08).
           05 LM-PD-KEYED-DATE            PIC 9(08).
           05 LM-PD-KEYED-TIME            PIC 9(08).
           05 LM-PD-CHECKER-ID            PIC X(08).
           05 LM-PD-DECIDED-DATE          PIC 9(08).
           05 LM-PD-DECIDED-TIME          PIC 9(08).
           05 LM-PD-REASON                PIC X(40).
           05 LM-PD-TRANS-IMAGE           PIC X(240).
           05 FILLER                      PIC X(14).

      *    LAST PENDING ID ISSUED BY ANY MAINTENANCE PROGRAM - SEE
      *    SDPNDAPV.cbl.
       FD  LM-PENDID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LM-PENDID-IO.
           05 LM-PI-LAST-PENDING-ID      PIC 9(07).

       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".
               88 LM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 LM-EOF-STORE-FILE           PIC X(01) VALUE 'N'.
               88 LM-END-OF-STORE-FILE        VALUE 'Y'.
           05 LM-EOF-OLD-PENDING          PIC X(01) VALUE 'N'.
               88 LM-END-OF-OLD-PENDING       VALUE 'Y'.

       01  LM-COUNTERS.
           05 LM-MAP-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 LM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 LM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 LM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 LM-TRANS-HELD               PIC 9(07) COMP VALUE ZERO.
           05 LM-APPROVED-FOUND           PIC 9(07) COMP VALUE ZERO.

       01  LM-MAP-TABLE.
           05 LM-MP-ENTRY OCCURS 1 TO 99999 TIMES
       01  LM-STORE-MATCH-FOUND           PIC X(01).
           88 LM-STORE-IS-ON-MASTER           VALUE 'Y'.

      *    THE PENDING CHANGE BEING APPLIED AND WHO APPROVED IT - ZERO
      *    AND SPACES FOR A TRANSACTION JUST KEYED.
       01  LM-LAST-PENDING-ID             PIC 9(07) VALUE ZERO.
       01  LM-CURRENT-PENDING-ID          PIC 9(07).
       01  LM-CHECKER-ID                  PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-HOLD-TRANSACTION THRU 3000-EXIT
               UNTIL LM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
               UNTIL LM-END-OF-OLD-MASTER.
           PERFORM 2100-LOAD-STORE THRU 2100-EXIT
               UNTIL LM-END-OF-STORE-FILE.
           PERFORM 2490-READ-LAST-PENDING-ID THRU 2490-EXIT.
           OPEN INPUT  LM-OLD-PENDING
                OUTPUT LM-NEW-PENDING.
           PERFORM 2500-APPLY-APPROVED THRU 2500-EXIT
               UNTIL LM-END-OF-OLD-PENDING.
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
           OPEN INPUT LM-PENDID-FILE.
           READ LM-PENDID-FILE
               AT END
                   MOVE ZERO TO LM-LAST-PENDING-ID
                   CLOSE LM-PENDID-FILE
                   GO TO 2490-EXIT
           END-READ.
           MOVE LM-PI-LAST-PENDING-ID TO LM-LAST-PENDING-ID.
           CLOSE LM-PENDID-FILE.
       2490-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPLY-APPROVED - COPY THE SHARED PENDING FILE FORWARD,     *
      *                       APPLYING EACH MAPPING A CHECKER HAS       *
      *                       APPROVED SINCE THE LAST RUN AND MARKING   *
      *                       IT APPLIED, OR FAILED WITH THE REASON     *
      *                       WHEN THE MAPPING FILE NO LONGER ALLOWS IT *
      ******************************************************************
       2500-APPLY-APPROVED.
           READ LM-OLD-PENDING
               AT END
                   SET LM-END-OF-OLD-PENDING TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE LM-OLD-PENDING-IO TO LM-PENDING-RECORD.
           IF LM-PD-PENDING-ID > LM-LAST-PENDING-ID
               MOVE LM-PD-PENDING-ID TO LM-LAST-PENDING-ID
           END-IF.
           IF LM-PD-SOURCE-PGM NOT = "TRLOCMNT"
               OR NOT LM-PD-APPROVED
               GO TO 2500-WRITE
           END-IF.
           ADD 1 TO LM-APPROVED-FOUND.
           MOVE LM-PD-TRANS-IMAGE TO LM-TRANS-RECORD.
           MOVE LM-PD-PENDING-ID  TO LM-CURRENT-PENDING-ID.
           MOVE LM-PD-CHECKER-ID  TO LM-CHECKER-ID.
           PERFORM 3100-APPLY-TRANSACTION THRU 3100-EXIT.
           IF LM-LG-RESULT = "APPLIED   "
               SET LM-PD-APPLIED TO TRUE
               MOVE SPACES TO LM-PD-REASON
           ELSE
               SET LM-PD-FAILED TO TRUE
               MOVE LM-LG-REASON TO LM-PD-REASON
           END-IF.
       2500-WRITE.
           WRITE LM-PENDING-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-HOLD-TRANSACTION - A KEYED TRANSACTION IS NOT APPLIED -    *
      *                         IT IS HELD ON THE PENDING FILE UNTIL A  *
      *                         USER OTHER THAN ITS MAKER APPROVES IT   *
      ******************************************************************
       3000-HOLD-TRANSACTION.
           READ LM-TRANS-FILE
               AT END
                   SET LM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO LM-TRANS-READ.
           MOVE ZERO   TO LM-CURRENT-PENDING-ID.
           MOVE SPACES TO LM-CHECKER-ID.
           MOVE ZERO   TO LM-LG-OLD-STORE-NO.
           IF NOT LM-TR-VALID-ACTION
               MOVE "REJECTED  " TO LM-LG-RESULT
               MOVE "UNRECOGNIZED ACTION CODE" TO LM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO LM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           IF LM-TR-MAKER-ID = SPACES
               MOVE "REJECTED  " TO LM-LG-RESULT
               MOVE "MAKER USER ID MISSING" TO LM-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO LM-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO LM-LAST-PENDING-ID.
           MOVE LM-LAST-PENDING-ID TO LM-PD-PENDING-ID
                                      LM-CURRENT-PENDING-ID.
           MOVE "TRLOCMNT"         TO LM-PD-SOURCE-PGM.
           SET LM-PD-AWAITING      TO TRUE.
           MOVE LM-TR-MAKER-ID     TO LM-PD-MAKER-ID.
           ACCEPT LM-PD-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT LM-PD-KEYED-TIME FROM TIME.
           MOVE SPACES TO LM-PD-CHECKER-ID
                          LM-PD-REASON.
           MOVE ZERO   TO LM-PD-DECIDED-DATE
                          LM-PD-DECIDED-TIME.
           MOVE LM-TRANS-RECORD    TO LM-PD-TRANS-IMAGE.
           WRITE LM-PENDING-RECORD.
           MOVE "PENDING   " TO LM-LG-RESULT.
           MOVE "AWAITING APPROVAL" TO LM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO LM-TRANS-HELD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-TRANSACTION - ROUTE ONE APPROVED MAPPING TRANSACTION *
      ******************************************************************
       3100-APPLY-TRANSACTION.
           PERFORM 4000-LOOKUP-MAPPING THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN LM-TR-ADD-MAPPING
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO LM-TRANS-REJECTED
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       4000-LOOKUP-MAPPING.
           MOVE LM-TR-ACTION-CODE   TO LM-LG-ACTION-CODE.
           MOVE LM-TR-LOCATION-CODE TO LM-LG-LOCATION-CODE.
           MOVE LM-TR-STORE-NO      TO LM-LG-NEW-STORE-NO.
           MOVE LM-CURRENT-PENDING-ID TO LM-LG-PENDING-ID.
           MOVE LM-TR-MAKER-ID      TO LM-LG-MAKER-ID.
           MOVE LM-CHECKER-ID       TO LM-LG-CHECKER-ID.
           ACCEPT LM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT LM-LG-TS-TIME FROM TIME.
           WRITE LM-LOG-RECORD.
                 LM-OLD-MASTER
                 LM-NEW-MASTER
                 LM-STORE-FILE
                 LM-LOG-FILE
                 LM-OLD-PENDING
                 LM-NEW-PENDING.
           OPEN OUTPUT LM-PENDID-FILE.
           MOVE LM-LAST-PENDING-ID TO LM-PI-LAST-PENDING-ID.
           WRITE LM-PENDID-IO.
           CLOSE LM-PENDID-FILE.
           DISPLAY "TRLOCMNT TRANS READ     = " LM-TRANS-READ.
           DISPLAY "TRLOCMNT TRANS HELD     = " LM-TRANS-HELD.
           DISPLAY "TRLOCMNT APPROVED FOUND = " LM-APPROVED-FOUND.
           DISPLAY "TRLOCMNT TRANS APPLIED  = " LM-TRANS-APPLIED.
           DISPLAY "TRLOCMNT TRANS REJECTED = " LM-TRANS-REJECTED.
       8000-EXIT.
