      *            ON THE SALES ARRAY (Source-Code STILL IN USE) OR AN  *
      *            OPEN PO ON THE ZPOSUPP CROSS-REFERENCE (PO NOT YET   *
      *            Finalised) CANNOT BE DEACTIVATED.                    *
      *            THE MASTER ALSO CARRIES THE SUPPLIER'S PAYMENT TERMS *
      *            AND REMITTANCE DETAILS FOR THE ZPAYRUN PAYMENT RUN - *
      *            SET ON THE ADD AND CHANGED WITH ITS OWN ACTION CODE. *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   MASTER WIDENED TO 200 BYTES FOR       *
      *                          PAYMENT TERMS (NET DAYS, SETTLEMENT   *
      *                          DISCOUNT) AND REMITTANCE DETAILS      *
      *                          (BANK ACCOUNT, REMITTANCE E-MAIL).    *
      *                          NEW ACTION 04 CHANGES THEM            *
      *  03  15/10/26  R PATEL   MAKER-CHECKER - A KEYED SUPPLIER      *
      *                          TRANSACTION NOW CARRIES THE MAKER'S   *
      *                          USER ID (TAKEN FROM THE FILLER) AND   *
      *                          IS HELD ON THE SHARED SDPEND PENDING  *
      *                          FILE (LOGGED PENDING) RATHER THAN     *
      *                          APPLIED.  A CHANGE A DIFFERENT USER   *
      *                          HAS APPROVED ON SDPNDAPV IS APPLIED   *
      *                          ON THE NEXT RUN AND MARKED APPLIED OR *
      *                          FAILED.  THE LOG CARRIES THE PENDING  *
      *                          ID, MAKER AND CHECKER (97 BYTES)      *
      *  04  15/10/26  R PATEL   PENDING IDS NOW COME FROM THE SHARED  *
      *                          SDPENDID CONTROL RECORD, READ AT THE  *
      *                          START AND REWRITTEN AT THE END, SO AN *
      *                          ID IS NEVER ISSUED TWICE AFTER        *
      *                          SDPNDAPV DROPS THE CLOSED CHANGES     *
      *                          THAT HELD THE HIGHEST NUMBERS         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SU-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SU-OLD-PENDING ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SU-NEW-PENDING ASSIGN TO "SDPENDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SU-PENDID-FILE ASSIGN TO "SDPENDID"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 SU-TR-ADD-SUPPLIER          VALUE '01'.
               88 SU-TR-CHANGE-DETAIL         VALUE '02'.
               88 SU-TR-DEACTIVATE            VALUE '03'.
               88 SU-TR-CHANGE-PAYMENT        VALUE '04'.
               88 SU-TR-VALID-ACTION          VALUES '01' '02' '03'
                                                     '04'.
           05 SU-TR-SUPPLIER-CODE         PIC X(06).
           05 SU-TR-SUPPLIER-NAME         PIC X(30).
           05 SU-TR-SUPPLIER-REF          PIC X(10).
           05 SU-TR-NET-DAYS              PIC 9(03).
           05 SU-TR-DISC-PCT              PIC 9(02)V99.
           05 SU-TR-DISC-DAYS             PIC 9(03).
           05 SU-TR-BANK-BSB              PIC 9(06).
           05 SU-TR-BANK-ACCOUNT          PIC X(10).
           05 SU-TR-ACCOUNT-NAME          PIC X(30).
           05 SU-TR-REMIT-EMAIL           PIC X(50).
           05 SU-TR-MAKER-ID              PIC X(08).
           05 FILLER                      PIC X(38).

       FD  SU-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SU-OLD-IO                      PIC X(200).

       FD  SU-NEW-MASTER
           RECORDING MODE IS F
           05 SU-NW-SUPPLIER-NAME         PIC X(30).
           05 SU-NW-SUPPLIER-REF          PIC X(10).
           05 SU-NW-ACTIVE-FLAG           PIC X(01).
           05 SU-NW-NET-DAYS              PIC 9(03).
           05 SU-NW-DISC-PCT              PIC 9(02)V99.
           05 SU-NW-DISC-DAYS             PIC 9(03).
           05 SU-NW-BANK-BSB              PIC 9(06).
           05 SU-NW-BANK-ACCOUNT          PIC X(10).
           05 SU-NW-ACCOUNT-NAME          PIC X(30).
           05 SU-NW-REMIT-EMAIL           PIC X(50).
           05 FILLER                      PIC X(47).

       FD  SU-LOG-FILE
           RECORDING MODE IS F
           05 SU-LG-REASON                PIC X(40).
           05 SU-LG-TS-DATE               PIC 9(08).
           05 SU-LG-TS-TIME               PIC 9(08).
           05 SU-LG-PENDING-ID            PIC 9(07).
           05 SU-LG-MAKER-ID              PIC X(08).
           05 SU-LG-CHECKER-ID            PIC X(08).

       FD  SU-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  SU-PO-IO                       PIC X(33).

       FD  SU-OLD-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SU-OLD-PENDING-IO              PIC X(360).

      *    SHARED PENDING CHANGE - SEE SDPNDAPV.cbl.
       FD  SU-NEW-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SU-PENDING-RECORD.
           05 SU-PD-PENDING-ID            PIC 9(07).
           05 SU-PD-SOURCE-PGM            PIC X(10).
           05 SU-PD-STATUS                PIC X(01).
               88 SU-PD-AWAITING              VALUE 'P'.
               88 SU-PD-APPROVED              VALUE 'A'.
               88 SU-PD-APPLIED               VALUE 'X'.
               88 SU-PD-FAILED                VALUE 'F'.
           05 SU-PD-MAKER-ID              PIC X(08).
           05 SU-PD-KEYED-DATE            PIC 9(08).
           05 SU-PD-KEYED-TIME            PIC 9(08).
           05 SU-PD-CHECKER-ID            PIC X(08).
           05 SU-PD-DECIDED-DATE          PIC 9(08).
           05 SU-PD-DECIDED-TIME          PIC 9(08).
           05 SU-PD-REASON                PIC X(40).
           05 SU-PD-TRANS-IMAGE           PIC X(240).
           05 FILLER                      PIC X(14).

      *    LAST PENDING ID ISSUED BY ANY MAINTENANCE PROGRAM - SEE
      *    SDPNDAPV.cbl.
       FD  SU-PENDID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SU-PENDID-IO.
           05 SU-PI-LAST-PENDING-ID      PIC 9(07).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

               88 SU-END-OF-XREF-FILE         VALUE 'Y'.
           05 SU-EOF-PO-FILE              PIC X(01) VALUE 'N'.
               88 SU-END-OF-PO-FILE           VALUE 'Y'.
           05 SU-EOF-OLD-PENDING          PIC X(01) VALUE 'N'.
               88 SU-END-OF-OLD-PENDING       VALUE 'Y'.
           05 SU-SUPPLIER-IN-USE          PIC X(01).
               88 SU-SUPPLIER-IS-IN-USE       VALUE 'Y'.
           05 SU-TERMS-VALID              PIC X(01).
               88 SU-TERMS-ARE-VALID          VALUE 'Y'.

       01  SU-ORDER-IDX                   PIC 9(02) COMP.

           05 SU-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 SU-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 SU-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 SU-TRANS-HELD               PIC 9(07) COMP VALUE ZERO.
           05 SU-APPROVED-FOUND           PIC 9(07) COMP VALUE ZERO.

      *    AN ADD TRANSACTION APPENDS AT THE END OF THE TABLE, SO IT
      *    IS SCANNED LINEARLY RATHER THAN VIA SEARCH ALL, THE SAME
               10 SU-SM-NAME              PIC X(30).
               10 SU-SM-REF               PIC X(10).
               10 SU-SM-ACTIVE            PIC X(01).
               10 SU-SM-NET-DAYS          PIC 9(03).
               10 SU-SM-DISC-PCT          PIC 9(02)V99.
               10 SU-SM-DISC-DAYS         PIC 9(03).
               10 SU-SM-BANK-BSB          PIC 9(06).
               10 SU-SM-BANK-ACCOUNT      PIC X(10).
               10 SU-SM-ACCOUNT-NAME      PIC X(30).
               10 SU-SM-REMIT-EMAIL       PIC X(50).

      *    EVERY SUPPLIER CODE STILL IN USE - EITHER AS A Source-Code
      *    ON SOME STORE'S Orders ARRAY OR ON THE ZPOSUPP CROSS-

       01  SU-USE-CODE-WORK               PIC X(06).

      *    THE PENDING CHANGE BEING APPLIED AND WHO APPROVED IT - ZERO
      *    AND SPACES FOR A TRANSACTION JUST KEYED.
       01  SU-LAST-PENDING-ID             PIC 9(07) VALUE ZERO.
       01  SU-CURRENT-PENDING-ID          PIC 9(07).
       01  SU-CHECKER-ID                  PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-HOLD-TRANSACTION THRU 3000-EXIT
               UNTIL SU-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
               UNTIL SU-END-OF-PO-FILE.
           PERFORM 2300-LOAD-XREF THRU 2300-EXIT
               UNTIL SU-END-OF-XREF-FILE.
           PERFORM 2490-READ-LAST-PENDING-ID THRU 2490-EXIT.
           OPEN INPUT  SU-OLD-PENDING
                OUTPUT SU-NEW-PENDING.
           PERFORM 2500-APPLY-APPROVED THRU 2500-EXIT
               UNTIL SU-END-OF-OLD-PENDING.
       1000-EXIT.
           EXIT.

           MOVE SU-OLD-IO(7:30)  TO SU-SM-NAME(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(37:10) TO SU-SM-REF(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(47:1)  TO SU-SM-ACTIVE(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(48:3)  TO SU-SM-NET-DAYS(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(51:4)  TO SU-SM-DISC-PCT(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(55:3)  TO SU-SM-DISC-DAYS(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(58:6)  TO SU-SM-BANK-BSB(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(64:10) TO SU-SM-BANK-ACCOUNT(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(74:30) TO SU-SM-ACCOUNT-NAME(SU-SUPPLIER-CNT).
           MOVE SU-OLD-IO(104:50)
                                 TO SU-SM-REMIT-EMAIL(SU-SUPPLIER-CNT).
       2000-EXIT.
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
           OPEN INPUT SU-PENDID-FILE.
           READ SU-PENDID-FILE
               AT END
                   MOVE ZERO TO SU-LAST-PENDING-ID
                   CLOSE SU-PENDID-FILE
                   GO TO 2490-EXIT
           END-READ.
           MOVE SU-PI-LAST-PENDING-ID TO SU-LAST-PENDING-ID.
           CLOSE SU-PENDID-FILE.
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
           READ SU-OLD-PENDING
               AT END
                   SET SU-END-OF-OLD-PENDING TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE SU-OLD-PENDING-IO TO SU-PENDING-RECORD.
           IF SU-PD-PENDING-ID > SU-LAST-PENDING-ID
               MOVE SU-PD-PENDING-ID TO SU-LAST-PENDING-ID
           END-IF.
           IF SU-PD-SOURCE-PGM NOT = "SDSUPMNT"
               OR NOT SU-PD-APPROVED
               GO TO 2500-WRITE
           END-IF.
           ADD 1 TO SU-APPROVED-FOUND.
           MOVE SU-PD-TRANS-IMAGE TO SU-TRANS-RECORD.
           MOVE SU-PD-PENDING-ID  TO SU-CURRENT-PENDING-ID.
           MOVE SU-PD-CHECKER-ID  TO SU-CHECKER-ID.
           PERFORM 3100-APPLY-TRANSACTION THRU 3100-EXIT.
           IF SU-LG-RESULT = "APPLIED   "
               SET SU-PD-APPLIED TO TRUE
               MOVE SPACES TO SU-PD-REASON
           ELSE
               SET SU-PD-FAILED TO TRUE
               MOVE SU-LG-REASON TO SU-PD-REASON
           END-IF.
       2500-WRITE.
           WRITE SU-PENDING-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-HOLD-TRANSACTION - A KEYED TRANSACTION IS NOT APPLIED -    *
      *                         IT IS HELD ON THE PENDING FILE UNTIL A  *
      *                         USER OTHER THAN ITS MAKER APPROVES IT   *
      ******************************************************************
       3000-HOLD-TRANSACTION.
           READ SU-TRANS-FILE
               AT END
                   SET SU-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO SU-TRANS-READ.
           MOVE ZERO   TO SU-CURRENT-PENDING-ID.
           MOVE SPACES TO SU-CHECKER-ID.
           IF NOT SU-TR-VALID-ACTION
               MOVE "REJECTED  " TO SU-LG-RESULT
               MOVE "UNRECOGNIZED ACTION CODE" TO SU-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO SU-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           IF SU-TR-MAKER-ID = SPACES
               MOVE "REJECTED  " TO SU-LG-RESULT
               MOVE "MAKER USER ID MISSING" TO SU-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO SU-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO SU-LAST-PENDING-ID.
           MOVE SU-LAST-PENDING-ID TO SU-PD-PENDING-ID
                                      SU-CURRENT-PENDING-ID.
           MOVE "SDSUPMNT"         TO SU-PD-SOURCE-PGM.
           SET SU-PD-AWAITING      TO TRUE.
           MOVE SU-TR-MAKER-ID     TO SU-PD-MAKER-ID.
           ACCEPT SU-PD-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT SU-PD-KEYED-TIME FROM TIME.
           MOVE SPACES TO SU-PD-CHECKER-ID
                          SU-PD-REASON.
           MOVE ZERO   TO SU-PD-DECIDED-DATE
                          SU-PD-DECIDED-TIME.
           MOVE SU-TRANS-RECORD    TO SU-PD-TRANS-IMAGE.
           WRITE SU-PENDING-RECORD.
           MOVE "PENDING   " TO SU-LG-RESULT.
           MOVE "AWAITING APPROVAL" TO SU-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SU-TRANS-HELD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-TRANSACTION - ROUTE ONE APPROVED MAINTENANCE         *
      *                          TRANSACTION                            *
      ******************************************************************
       3100-APPLY-TRANSACTION.
           PERFORM 4000-LOOKUP-SUPPLIER THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN SU-TR-ADD-SUPPLIER
                   PERFORM 5100-CHANGE-DETAIL THRU 5100-EXIT
               WHEN SU-TR-DEACTIVATE
                   PERFORM 5200-DEACTIVATE THRU 5200-EXIT
               WHEN SU-TR-CHANGE-PAYMENT
                   PERFORM 5300-CHANGE-PAYMENT THRU 5300-EXIT
               WHEN OTHER
                   MOVE "REJECTED  " TO SU-LG-RESULT
                   MOVE "UNRECOGNIZED ACTION CODE" TO SU-LG-REASON
                   PERFORM 6000-WRITE-LOG THRU 6000-EXIT
                   ADD 1 TO SU-TRANS-REJECTED
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       4000-LOOKUP-SUPPLIER.
               MOVE "SUPPLIER ALREADY ON MASTER" TO SU-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO SU-TRANS-REJECTED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-EDIT-TERMS THRU 5500-EXIT.
           IF NOT SU-TERMS-ARE-VALID
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO SU-SUPPLIER-CNT.
           MOVE SU-TR-SUPPLIER-CODE TO SU-SM-CODE(SU-SUPPLIER-CNT).
           MOVE SU-TR-SUPPLIER-NAME TO SU-SM-NAME(SU-SUPPLIER-CNT).
           MOVE SU-TR-SUPPLIER-REF  TO SU-SM-REF(SU-SUPPLIER-CNT).
           MOVE 'Y' TO SU-SM-ACTIVE(SU-SUPPLIER-CNT).
           MOVE SU-SUPPLIER-CNT TO SU-MATCH-IDX.
           PERFORM 5600-MOVE-TERMS THRU 5600-EXIT.
           MOVE "APPLIED   " TO SU-LG-RESULT.
           MOVE SPACES TO SU-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SU-TRANS-APPLIED.
       5000-EXIT.
           EXIT.

       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-CHANGE-PAYMENT - REPLACE THE PAYMENT TERMS AND REMITTANCE  *
      *                       DETAILS.  AN INACTIVE SUPPLIER MAY STILL  *
      *                       BE CHANGED - IT CAN HAVE INVOICES TO PAY  *
      ******************************************************************
       5300-CHANGE-PAYMENT.
           IF NOT SU-ENTRY-WAS-FOUND
               MOVE "REJECTED  " TO SU-LG-RESULT
               MOVE "SUPPLIER NOT ON MASTER" TO SU-LG-REASON
               PERFORM 6000-WRITE-LOG THRU 6000-EXIT
               ADD 1 TO SU-TRANS-REJECTED
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5500-EDIT-TERMS THRU 5500-EXIT.
           IF NOT SU-TERMS-ARE-VALID
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5600-MOVE-TERMS THRU 5600-EXIT.
           MOVE "APPLIED   " TO SU-LG-RESULT.
           MOVE SPACES TO SU-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SU-TRANS-APPLIED.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5500-EDIT-TERMS - NET DAYS ARE REQUIRED; A SETTLEMENT DISCOUNT  *
      *                   NEEDS A DISCOUNT PERIOD NO LONGER THAN THE    *
      *                   NET TERM; THE BANK ACCOUNT IS REQUIRED SO THE *
      *                   PAYMENT RUN NEVER HAS A SUPPLIER IT CANNOT    *
      *                   PAY                                           *
      ******************************************************************
       5500-EDIT-TERMS.
           MOVE 'N' TO SU-TERMS-VALID.
           MOVE "REJECTED  " TO SU-LG-RESULT.
           IF SU-TR-NET-DAYS NOT NUMERIC
               OR SU-TR-DISC-PCT NOT NUMERIC
               OR SU-TR-DISC-DAYS NOT NUMERIC
               OR SU-TR-BANK-BSB NOT NUMERIC
               MOVE "PAYMENT TERMS NOT NUMERIC" TO SU-LG-REASON
               GO TO 5500-REJECT
           END-IF.
           IF SU-TR-NET-DAYS = ZERO
               MOVE "NET PAYMENT DAYS REQUIRED" TO SU-LG-REASON
               GO TO 5500-REJECT
           END-IF.
           IF SU-TR-DISC-PCT > ZERO
               AND (SU-TR-DISC-DAYS = ZERO
                    OR SU-TR-DISC-DAYS > SU-TR-NET-DAYS)
               MOVE "DISCOUNT DAYS MISSING OR BEYOND NET DAYS"
                                         TO SU-LG-REASON
               GO TO 5500-REJECT
           END-IF.
           IF SU-TR-BANK-BSB = ZERO
               OR SU-TR-BANK-ACCOUNT = SPACES
               OR SU-TR-ACCOUNT-NAME = SPACES
               MOVE "BANK ACCOUNT DETAILS REQUIRED" TO SU-LG-REASON
               GO TO 5500-REJECT
           END-IF.
           MOVE 'Y' TO SU-TERMS-VALID.
           GO TO 5500-EXIT.
       5500-REJECT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SU-TRANS-REJECTED.
       5500-EXIT.
           EXIT.

       5600-MOVE-TERMS.
           MOVE SU-TR-NET-DAYS     TO SU-SM-NET-DAYS(SU-MATCH-IDX).
           MOVE SU-TR-DISC-PCT     TO SU-SM-DISC-PCT(SU-MATCH-IDX).
           MOVE SU-TR-DISC-DAYS    TO SU-SM-DISC-DAYS(SU-MATCH-IDX).
           MOVE SU-TR-BANK-BSB     TO SU-SM-BANK-BSB(SU-MATCH-IDX).
           MOVE SU-TR-BANK-ACCOUNT TO SU-SM-BANK-ACCOUNT(SU-MATCH-IDX).
           MOVE SU-TR-ACCOUNT-NAME TO SU-SM-ACCOUNT-NAME(SU-MATCH-IDX).
           MOVE SU-TR-REMIT-EMAIL  TO SU-SM-REMIT-EMAIL(SU-MATCH-IDX).
       5600-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE SU-TR-ACTION-CODE   TO SU-LG-ACTION-CODE.
           MOVE SU-TR-SUPPLIER-CODE TO SU-LG-SUPPLIER-CODE.
           MOVE SU-CURRENT-PENDING-ID TO SU-LG-PENDING-ID.
           MOVE SU-TR-MAKER-ID      TO SU-LG-MAKER-ID.
           MOVE SU-CHECKER-ID       TO SU-LG-CHECKER-ID.
           ACCEPT SU-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT SU-LG-TS-TIME FROM TIME.
           WRITE SU-LOG-RECORD.
                 SU-LOG-FILE
                 SU-SALES-FILE
                 SU-XREF-FILE
                 SU-PO-FILE
                 SU-OLD-PENDING
                 SU-NEW-PENDING.
           OPEN OUTPUT SU-PENDID-FILE.
           MOVE SU-LAST-PENDING-ID TO SU-PI-LAST-PENDING-ID.
           WRITE SU-PENDID-IO.
           CLOSE SU-PENDID-FILE.
           DISPLAY "SDSUPMNT TRANS READ     = " SU-TRANS-READ.
           DISPLAY "SDSUPMNT TRANS HELD     = " SU-TRANS-HELD.
           DISPLAY "SDSUPMNT APPROVED FOUND = " SU-APPROVED-FOUND.
           DISPLAY "SDSUPMNT TRANS APPLIED  = " SU-TRANS-APPLIED.
           DISPLAY "SDSUPMNT TRANS REJECTED = " SU-TRANS-REJECTED.
       8000-EXIT.
           MOVE SU-SM-NAME(SU-SCAN-IDX)   TO SU-NW-SUPPLIER-NAME.
           MOVE SU-SM-REF(SU-SCAN-IDX)    TO SU-NW-SUPPLIER-REF.
           MOVE SU-SM-ACTIVE(SU-SCAN-IDX) TO SU-NW-ACTIVE-FLAG.
           MOVE SU-SM-NET-DAYS(SU-SCAN-IDX)     TO SU-NW-NET-DAYS.
           MOVE SU-SM-DISC-PCT(SU-SCAN-IDX)     TO SU-NW-DISC-PCT.
           MOVE SU-SM-DISC-DAYS(SU-SCAN-IDX)    TO SU-NW-DISC-DAYS.
           MOVE SU-SM-BANK-BSB(SU-SCAN-IDX)     TO SU-NW-BANK-BSB.
           MOVE SU-SM-BANK-ACCOUNT(SU-SCAN-IDX) TO SU-NW-BANK-ACCOUNT.
           MOVE SU-SM-ACCOUNT-NAME(SU-SCAN-IDX) TO SU-NW-ACCOUNT-NAME.
           MOVE SU-SM-REMIT-EMAIL(SU-SCAN-IDX)  TO SU-NW-REMIT-EMAIL.
           MOVE SPACES TO SU-NEW-IO(154:47).
           WRITE SU-NEW-IO.
       7000-EXIT.
           EXIT.
