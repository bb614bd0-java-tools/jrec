       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPNDAPV.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDPNDAPV - MASTER MAINTENANCE APPROVE/REJECT RUN.  XTAR1000M,   *
      *            SDSUPMNT, SDDPTMNT, TRLOCMNT, TRRATMNT AND SDPLNMNT  *
      *            NO LONGER APPLY A KEYED TRANSACTION STRAIGHT TO      *
      *            THEIR MASTER - EACH ONE IS HELD AS A PENDING CHANGE  *
      *            ON THE SHARED SDPEND PENDING FILE, STAMPED WITH THE  *
      *            MAKER'S USER ID.  THIS RUN TAKES THE CHECKERS'       *
      *            DECISIONS (SDPNDTR) AGAINST THAT FILE AND WRITES THE *
      *            NEW PENDING FILE (SDPENDN) -                         *
      *              - AN APPROVAL OR REJECTION IS ONLY TAKEN FROM A    *
      *                CHECKER WHOSE USER ID IS NOT THE MAKER'S, AND    *
      *                ONLY FOR A CHANGE STILL AWAITING APPROVAL;       *
      *              - AN APPROVED CHANGE IS APPLIED BY ITS OWN         *
      *                MAINTENANCE PROGRAM ON ITS NEXT RUN, WHICH LOGS  *
      *                BOTH THE MAKER AND THE CHECKER AND MARKS THE     *
      *                CHANGE APPLIED (OR FAILED, IF THE MASTER NO      *
      *                LONGER ALLOWS IT);                               *
      *              - A CHANGE ALREADY REJECTED, APPLIED OR FAILED IS  *
      *                DROPPED HERE, HAVING BEEN SEEN ON ONE            *
      *                SDPNDRPT PENDING-APPROVALS REPORT - ITS HISTORY  *
      *                IS ON THE SDPNDLG DECISION LOG AND THE OWNING    *
      *                PROGRAM'S CHANGE LOG.                            *
      *                A DROPPED CHANGE'S ID IS NEVER ISSUED            *
      *                AGAIN - THE MAINTENANCE PROGRAMS TAKE            *
      *                THE NEXT ID OFF THE SDPENDID CONTROL             *
      *                RECORD, NOT OFF THIS FILE.                       *
      *            EVERY DECISION, TAKEN OR REFUSED, IS WRITTEN TO THE  *
      *            SDPNDLG DECISION LOG.                                *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   A DROPPED CHANGE'S PENDING ID IS NO   *
      *                          LONGER REISSUED - THE MAINTENANCE     *
      *                          PROGRAMS NOW NUMBER CHANGES OFF THE   *
      *                          SDPENDID CONTROL RECORD               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MC-DECISION-FILE ASSIGN TO "SDPNDTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MC-OLD-PENDING ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MC-NEW-PENDING ASSIGN TO "SDPENDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MC-LOG-FILE ASSIGN TO "SDPNDLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MC-DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MC-DECISION-RECORD.
           05 MC-DT-PENDING-ID            PIC 9(07).
           05 MC-DT-DECISION              PIC X(01).
           05 MC-DT-CHECKER-ID            PIC X(08).
           05 MC-DT-REASON                PIC X(40).
           05 FILLER                      PIC X(08).

       FD  MC-OLD-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MC-OLD-PENDING-IO              PIC X(360).

      *    THE PENDING CHANGE.  THE TRANSACTION IMAGE IS THE OWNING
      *    MAINTENANCE PROGRAM'S OWN TRANSACTION RECORD, KEYED MAKER
      *    USER ID INCLUDED, EXACTLY AS IT WAS KEYED.
       FD  MC-NEW-PENDING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MC-PENDING-RECORD.
           05 MC-PD-PENDING-ID            PIC 9(07).
           05 MC-PD-SOURCE-PGM            PIC X(10).
           05 MC-PD-STATUS                PIC X(01).
               88 MC-PD-AWAITING              VALUE 'P'.
               88 MC-PD-APPROVED              VALUE 'A'.
               88 MC-PD-REJECTED              VALUE 'R'.
               88 MC-PD-APPLIED               VALUE 'X'.
               88 MC-PD-FAILED                VALUE 'F'.
               88 MC-PD-IS-CLOSED             VALUES 'R' 'X' 'F'.
           05 MC-PD-MAKER-ID              PIC X(08).
           05 MC-PD-KEYED-DATE            PIC 9(08).
           05 MC-PD-KEYED-TIME            PIC 9(08).
           05 MC-PD-CHECKER-ID            PIC X(08).
           05 MC-PD-DECIDED-DATE          PIC 9(08).
           05 MC-PD-DECIDED-TIME          PIC 9(08).
           05 MC-PD-REASON                PIC X(40).
           05 MC-PD-TRANS-IMAGE           PIC X(240).
           05 FILLER                      PIC X(14).

       FD  MC-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MC-LOG-RECORD.
           05 MC-LG-PENDING-ID            PIC 9(07).
           05 MC-LG-SOURCE-PGM            PIC X(10).
           05 MC-LG-DECISION              PIC X(01).
           05 MC-LG-MAKER-ID              PIC X(08).
           05 MC-LG-CHECKER-ID            PIC X(08).
           05 MC-LG-RESULT                PIC X(10).
           05 MC-LG-REASON                PIC X(40).
           05 MC-LG-TS-DATE               PIC 9(08).
           05 MC-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  MC-SWITCHES.
           05 MC-EOF-DECISION-FILE        PIC X(01) VALUE 'N'.
               88 MC-END-OF-DECISION-FILE     VALUE 'Y'.
           05 MC-EOF-OLD-PENDING          PIC X(01) VALUE 'N'.
               88 MC-END-OF-OLD-PENDING       VALUE 'Y'.
           05 MC-DECISION-DONE            PIC X(01).
               88 MC-DECISION-WAS-TAKEN       VALUE 'Y'.

       01  MC-COUNTERS.
           05 MC-DECISION-CNT             PIC 9(05) COMP VALUE ZERO.
           05 MC-PENDING-READ             PIC 9(07) COMP VALUE ZERO.
           05 MC-PENDING-DROPPED          PIC 9(07) COMP VALUE ZERO.
           05 MC-PENDING-KEPT             PIC 9(07) COMP VALUE ZERO.
           05 MC-CHANGES-APPROVED         PIC 9(07) COMP VALUE ZERO.
           05 MC-CHANGES-REJECTED         PIC 9(07) COMP VALUE ZERO.
           05 MC-DECISIONS-REFUSED        PIC 9(07) COMP VALUE ZERO.

      *    THE CHECKERS' DECISIONS FOR THIS RUN.  A DECISION IS USED
      *    AT MOST ONCE - ONE LEFT UNUSED AT THE END NAMED A CHANGE
      *    THAT WAS NOT ON FILE OR WAS NO LONGER AWAITING APPROVAL.
       01  MC-DECISION-TABLE.
           05 MC-DC-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON MC-DECISION-CNT.
               10 MC-DC-PENDING-ID        PIC 9(07).
               10 MC-DC-DECISION          PIC X(01).
                   88 MC-DC-APPROVE           VALUE 'A'.
                   88 MC-DC-REJECT            VALUE 'R'.
               10 MC-DC-CHECKER-ID        PIC X(08).
               10 MC-DC-REASON            PIC X(40).
               10 MC-DC-USED              PIC X(01).
                   88 MC-DC-WAS-USED          VALUE 'Y'.

       01  MC-SCAN-IDX                    PIC 9(05) COMP.
       01  MC-TODAY                       PIC 9(08).
       01  MC-NOW                         PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PROCESS-PENDING THRU 3000-EXIT
               UNTIL MC-END-OF-OLD-PENDING.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - LOAD THE CHECKERS' DECISIONS AND OPEN THE     *
      *                   PENDING FILES AND THE DECISION LOG            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT MC-TODAY FROM DATE YYYYMMDD.
           ACCEPT MC-NOW FROM TIME.
           OPEN INPUT MC-DECISION-FILE.
           PERFORM 2000-LOAD-DECISION THRU 2000-EXIT
               UNTIL MC-END-OF-DECISION-FILE.
           CLOSE MC-DECISION-FILE.
           OPEN INPUT  MC-OLD-PENDING
                OUTPUT MC-NEW-PENDING.
           OPEN EXTEND MC-LOG-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-DECISION.
           READ MC-DECISION-FILE
               AT END
                   SET MC-END-OF-DECISION-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO MC-DECISION-CNT.
           MOVE MC-DT-PENDING-ID TO MC-DC-PENDING-ID(MC-DECISION-CNT).
           MOVE MC-DT-DECISION   TO MC-DC-DECISION(MC-DECISION-CNT).
           MOVE MC-DT-CHECKER-ID TO MC-DC-CHECKER-ID(MC-DECISION-CNT).
           MOVE MC-DT-REASON     TO MC-DC-REASON(MC-DECISION-CNT).
           MOVE 'N'              TO MC-DC-USED(MC-DECISION-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-PENDING - READ ONE PENDING CHANGE, DROP IT IF IT   *
      *                        IS CLOSED, TAKE A CHECKER'S DECISION ON  *
      *                        IT IF IT IS AWAITING ONE, AND CARRY IT   *
      *                        FORWARD                                  *
      ******************************************************************
       3000-PROCESS-PENDING.
           READ MC-OLD-PENDING
               AT END
                   SET MC-END-OF-OLD-PENDING TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO MC-PENDING-READ.
           MOVE MC-OLD-PENDING-IO TO MC-PENDING-RECORD.
           IF MC-PD-IS-CLOSED
               ADD 1 TO MC-PENDING-DROPPED
               GO TO 3000-EXIT
           END-IF.
           IF MC-PD-AWAITING
               MOVE 'N' TO MC-DECISION-DONE
               PERFORM 4000-TAKE-DECISION THRU 4000-EXIT
                   VARYING MC-SCAN-IDX FROM 1 BY 1
                   UNTIL MC-SCAN-IDX > MC-DECISION-CNT
                      OR MC-DECISION-WAS-TAKEN
           END-IF.
           WRITE MC-PENDING-RECORD.
           ADD 1 TO MC-PENDING-KEPT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TAKE-DECISION - AN UNUSED DECISION FOR THIS CHANGE IS      *
      *                      USED UP HERE.  ONE FROM THE MAKER, WITH NO *
      *                      CHECKER OR WITH AN UNKNOWN DECISION CODE   *
      *                      IS REFUSED AND THE CHANGE STAYS AWAITING   *
      *                      APPROVAL - A LATER DECISION FOR THE SAME   *
      *                      CHANGE IS STILL CONSIDERED                 *
      ******************************************************************
       4000-TAKE-DECISION.
           IF MC-DC-PENDING-ID(MC-SCAN-IDX) NOT = MC-PD-PENDING-ID
               OR MC-DC-WAS-USED(MC-SCAN-IDX)
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO MC-DC-USED(MC-SCAN-IDX).
           MOVE MC-DC-DECISION(MC-SCAN-IDX)   TO MC-LG-DECISION.
           MOVE MC-DC-CHECKER-ID(MC-SCAN-IDX) TO MC-LG-CHECKER-ID.
           MOVE "REFUSED   " TO MC-LG-RESULT.
           IF MC-DC-CHECKER-ID(MC-SCAN-IDX) = SPACES
               MOVE "CHECKER USER ID MISSING" TO MC-LG-REASON
               GO TO 4000-REFUSE
           END-IF.
           IF MC-DC-CHECKER-ID(MC-SCAN-IDX) = MC-PD-MAKER-ID
               MOVE "CHECKER MUST NOT BE THE MAKER" TO MC-LG-REASON
               GO TO 4000-REFUSE
           END-IF.
           IF NOT MC-DC-APPROVE(MC-SCAN-IDX)
               AND NOT MC-DC-REJECT(MC-SCAN-IDX)
               MOVE "UNRECOGNIZED DECISION CODE" TO MC-LG-REASON
               GO TO 4000-REFUSE
           END-IF.
           MOVE MC-DC-CHECKER-ID(MC-SCAN-IDX) TO MC-PD-CHECKER-ID.
           MOVE MC-TODAY TO MC-PD-DECIDED-DATE.
           MOVE MC-NOW   TO MC-PD-DECIDED-TIME.
           IF MC-DC-APPROVE(MC-SCAN-IDX)
               SET MC-PD-APPROVED TO TRUE
               MOVE SPACES TO MC-PD-REASON
               MOVE "APPROVED  " TO MC-LG-RESULT
               ADD 1 TO MC-CHANGES-APPROVED
           ELSE
               SET MC-PD-REJECTED TO TRUE
               MOVE MC-DC-REASON(MC-SCAN-IDX) TO MC-PD-REASON
               IF MC-PD-REASON = SPACES
                   MOVE "REJECTED BY CHECKER" TO MC-PD-REASON
               END-IF
               MOVE "REJECTED  " TO MC-LG-RESULT
               ADD 1 TO MC-CHANGES-REJECTED
           END-IF.
           MOVE MC-PD-REASON TO MC-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           MOVE 'Y' TO MC-DECISION-DONE.
           GO TO 4000-EXIT.
       4000-REFUSE.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO MC-DECISIONS-REFUSED.
       4000-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE MC-PD-PENDING-ID TO MC-LG-PENDING-ID.
           MOVE MC-PD-SOURCE-PGM TO MC-LG-SOURCE-PGM.
           MOVE MC-PD-MAKER-ID   TO MC-LG-MAKER-ID.
           ACCEPT MC-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT MC-LG-TS-TIME FROM TIME.
           WRITE MC-LOG-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REFUSE-UNUSED - A DECISION NOBODY USED NAMED A CHANGE NOT  *
      *                      ON THE PENDING FILE OR NOT AWAITING        *
      *                      APPROVAL (ALREADY DECIDED, OR DECIDED      *
      *                      EARLIER IN THIS RUN)                       *
      ******************************************************************
       7000-REFUSE-UNUSED.
           IF MC-DC-WAS-USED(MC-SCAN-IDX)
               GO TO 7000-EXIT
           END-IF.
           MOVE MC-DC-PENDING-ID(MC-SCAN-IDX) TO MC-PD-PENDING-ID.
           MOVE SPACES TO MC-PD-SOURCE-PGM
                          MC-PD-MAKER-ID.
           MOVE MC-DC-DECISION(MC-SCAN-IDX)   TO MC-LG-DECISION.
           MOVE MC-DC-CHECKER-ID(MC-SCAN-IDX) TO MC-LG-CHECKER-ID.
           MOVE "REFUSED   " TO MC-LG-RESULT.
           MOVE "CHANGE NOT AWAITING APPROVAL" TO MC-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO MC-DECISIONS-REFUSED.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 7000-REFUSE-UNUSED THRU 7000-EXIT
               VARYING MC-SCAN-IDX FROM 1 BY 1
               UNTIL MC-SCAN-IDX > MC-DECISION-CNT.
           CLOSE MC-OLD-PENDING
                 MC-NEW-PENDING
                 MC-LOG-FILE.
           DISPLAY "SDPNDAPV PENDING READ      = " MC-PENDING-READ.
           DISPLAY "SDPNDAPV CLOSED DROPPED    = " MC-PENDING-DROPPED.
           DISPLAY "SDPNDAPV PENDING KEPT      = " MC-PENDING-KEPT.
           DISPLAY "SDPNDAPV DECISIONS READ    = " MC-DECISION-CNT.
           DISPLAY "SDPNDAPV CHANGES APPROVED  = " MC-CHANGES-APPROVED.
           DISPLAY "SDPNDAPV CHANGES REJECTED  = " MC-CHANGES-REJECTED.
           DISPLAY "SDPNDAPV DECISIONS REFUSED = " MC-DECISIONS-REFUSED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
