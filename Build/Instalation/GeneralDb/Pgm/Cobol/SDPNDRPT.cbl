       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPNDRPT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDPNDRPT - MASTER MAINTENANCE PENDING-APPROVALS REPORT.  LISTS  *
      *            EVERY CHANGE ON THE SHARED SDPEND PENDING FILE (SEE  *
      *            SDPNDAPV.cbl) - WHICH PROGRAM IT IS FOR, ITS STATUS, *
      *            WHO KEYED IT AND WHEN, HOW MANY DAYS IT HAS WAITED   *
      *            AT THE BATCYCP CYCLE DATE WHILE STILL OPEN, WHO      *
      *            DECIDED IT AND WHY - WITH A SECOND LINE SHOWING THE  *
      *            KEYED TRANSACTION IN THE OWNING PROGRAM'S TERMS SO   *
      *            THE CHECKER CAN SEE WHAT THEY ARE APPROVING.  IT     *
      *            RUNS AFTER THE MAINTENANCE PROGRAMS AND BEFORE THE   *
      *            CHECKERS KEY THEIR SDPNDTR DECISIONS, SO A CHANGE    *
      *            JUST REJECTED, APPLIED OR FAILED APPEARS ON ONE      *
      *            REPORT BEFORE SDPNDAPV DROPS IT.                     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PQ-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PQ-PENDING-FILE ASSIGN TO "SDPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PQ-REPORT-FILE ASSIGN TO "SDPNDRP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PQ-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PQ-CYCLE-PARM-RECORD.
           05 PQ-CP-CYCLE-DATE             PIC 9(08).

      *    SHARED PENDING CHANGE - SEE SDPNDAPV.cbl.
       FD  PQ-PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PQ-PENDING-RECORD.
           05 PQ-PD-PENDING-ID             PIC 9(07).
           05 PQ-PD-SOURCE-PGM             PIC X(10).
           05 PQ-PD-STATUS                 PIC X(01).
               88 PQ-PD-AWAITING               VALUE 'P'.
               88 PQ-PD-APPROVED               VALUE 'A'.
               88 PQ-PD-REJECTED               VALUE 'R'.
               88 PQ-PD-APPLIED                VALUE 'X'.
               88 PQ-PD-FAILED                 VALUE 'F'.
               88 PQ-PD-IS-OPEN                VALUES 'P' 'A'.
           05 PQ-PD-MAKER-ID               PIC X(08).
           05 PQ-PD-KEYED-DATE             PIC 9(08).
           05 PQ-PD-KEYED-TIME             PIC 9(08).
           05 PQ-PD-CHECKER-ID             PIC X(08).
           05 PQ-PD-DECIDED-DATE           PIC 9(08).
           05 PQ-PD-DECIDED-TIME           PIC 9(08).
           05 PQ-PD-REASON                 PIC X(40).
           05 PQ-PD-TRANS-IMAGE            PIC X(240).
           05 FILLER                       PIC X(14).

       FD  PQ-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PQ-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  PQ-SWITCHES.
           05 PQ-EOF-PENDING-FILE          PIC X(01) VALUE 'N'.
               88 PQ-END-OF-PENDING-FILE       VALUE 'Y'.

       01  PQ-COUNTERS.
           05 PQ-CHANGES-READ              PIC 9(07) COMP VALUE ZERO.
           05 PQ-AWAITING-CNT              PIC 9(07) COMP VALUE ZERO.
           05 PQ-APPROVED-CNT              PIC 9(07) COMP VALUE ZERO.
           05 PQ-REJECTED-CNT              PIC 9(07) COMP VALUE ZERO.
           05 PQ-APPLIED-CNT               PIC 9(07) COMP VALUE ZERO.
           05 PQ-FAILED-CNT                PIC 9(07) COMP VALUE ZERO.
           05 PQ-UNKNOWN-CNT               PIC 9(07) COMP VALUE ZERO.

       01  PQ-CYCLE-DATE                   PIC 9(08).
       01  PQ-CYCLE-DAY                    PIC S9(07) COMP.
       01  PQ-AGE-DAYS                     PIC S9(07) COMP.
       01  PQ-OLDEST-AWAITING              PIC S9(07) COMP VALUE ZERO.

      *    THE KEYED TRANSACTION, IN THE OWNING PROGRAM'S LAYOUT.
       01  PQ-IMAGE                        PIC X(240).

      *    XTAR1000M TRANSACTION - SEE XTAR1000M.cbl.
       01  PQ-XM-IMAGE REDEFINES PQ-IMAGE.
           05 PQ-XM-ACTION-CODE            PIC X(02).
           05 PQ-XM-STORE-NO               PIC S9(4) COMP.
           05 PQ-XM-REGION-NO              PIC S9(4) COMP.
           05 PQ-XM-STORE-NAME             PIC X(50).
           05 PQ-XM-EFFECTIVE-DATE         PIC 9(08).
           05 FILLER                       PIC X(02).
           05 PQ-XM-MAKER-ID               PIC X(08).

      *    SDSUPMNT TRANSACTION - SEE SDSUPMNT.cbl.
       01  PQ-SU-IMAGE REDEFINES PQ-IMAGE.
           05 PQ-SU-ACTION-CODE            PIC X(02).
           05 PQ-SU-SUPPLIER-CODE          PIC X(06).
           05 PQ-SU-SUPPLIER-NAME          PIC X(30).
           05 PQ-SU-SUPPLIER-REF           PIC X(10).
           05 PQ-SU-NET-DAYS               PIC 9(03).
           05 PQ-SU-DISC-PCT               PIC 9(02)V99.
           05 PQ-SU-DISC-DAYS              PIC 9(03).
           05 PQ-SU-BANK-BSB               PIC 9(06).
           05 PQ-SU-BANK-ACCOUNT           PIC X(10).
           05 PQ-SU-ACCOUNT-NAME           PIC X(30).
           05 PQ-SU-REMIT-EMAIL            PIC X(50).
           05 PQ-SU-MAKER-ID               PIC X(08).
           05 FILLER                       PIC X(38).

      *    SDDPTMNT TRANSACTION - SEE SDDPTMNT.cbl.
       01  PQ-DM-IMAGE REDEFINES PQ-IMAGE.
           05 PQ-DM-ACTION-CODE            PIC X(02).
           05 PQ-DM-DEPARTMENT-NUM         PIC 9(04).
           05 PQ-DM-DEPARTMENT-NAME        PIC X(20).
           05 FILLER                       PIC X(04).
           05 PQ-DM-MAKER-ID               PIC X(08).

      *    TRLOCMNT TRANSACTION - SEE TRLOCMNT.cbl.
       01  PQ-LM-IMAGE REDEFINES PQ-IMAGE.
           05 PQ-LM-ACTION-CODE            PIC X(02).
           05 PQ-LM-LOCATION-CODE          PIC X(03).
           05 PQ-LM-STORE-NO               PIC 9(04).
           05 PQ-LM-MAKER-ID               PIC X(08).
           05 FILLER                       PIC X(03).

      *    TRRATMNT TRANSACTION - SEE TRRATMNT.cbl.
       01  PQ-RM-IMAGE REDEFINES PQ-IMAGE.
           05 PQ-RM-ACTION-CODE            PIC X(02).
           05 PQ-RM-LOCATION-CODE          PIC X(03).
           05 PQ-RM-BAND-LOW               PIC 9(05).
           05 PQ-RM-BAND-HIGH              PIC 9(05).
           05 PQ-RM-RATE                   PIC 99.
           05 FILLER                       PIC X(03).
           05 PQ-RM-MAKER-ID               PIC X(08).

      *    SDPLNMNT TRANSACTION - SEE SDPLNMNT.cbl.
       01  PQ-PM-IMAGE REDEFINES PQ-IMAGE.
           05 PQ-PM-ACTION-CODE            PIC X(02).
           05 PQ-PM-DEPARTMENT-NUM         PIC 9(04).
           05 PQ-PM-PERIOD                 PIC 9(06).
           05 PQ-PM-PLAN-QTY               PIC S9(09).
           05 PQ-PM-PLAN-VALUE             PIC S9(09)V99.
           05 PQ-PM-MAKER-ID               PIC X(08).

       01  PQ-HEADING-1.
           05 FILLER                       PIC X(52) VALUE
               "SDPNDRPT MASTER MAINTENANCE PENDING APPROVALS CYCLE ".
           05 PQ-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01  PQ-HEADING-2.
           05 FILLER                       PIC X(09) VALUE "PENDING  ".
           05 FILLER                       PIC X(12) VALUE
               "PROGRAM".
           05 FILLER                       PIC X(12) VALUE
               "STATUS".
           05 FILLER                       PIC X(10) VALUE "MAKER".
           05 FILLER                       PIC X(10) VALUE "KEYED".
           05 FILLER                       PIC X(06) VALUE " AGE  ".
           05 FILLER                       PIC X(10) VALUE "CHECKER".
           05 FILLER                       PIC X(10) VALUE "DECIDED".
           05 FILLER                       PIC X(40) VALUE "REASON".
           05 FILLER                       PIC X(13) VALUE SPACES.

       01  PQ-DETAIL-LINE.
           05 PQ-DL-PENDING-ID             PIC ZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-SOURCE-PGM             PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-STATUS                 PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-MAKER-ID               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-KEYED-DATE             PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-AGE                    PIC ZZZ9.
           05 PQ-DL-AGE-X REDEFINES PQ-DL-AGE
                                           PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-CHECKER-ID             PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-DECIDED-DATE           PIC 9(08) BLANK WHEN ZERO.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PQ-DL-REASON                 PIC X(40).
           05 FILLER                       PIC X(13) VALUE SPACES.

      *    THE SECOND LINE OF EACH CHANGE - ONE LAYOUT PER OWNING
      *    PROGRAM, EACH LED BY THE TRANSACTION'S ACTION CODE.
       01  PQ-XM-LINE.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "ACTION ".
           05 PQ-XL-ACTION-CODE            PIC X(02).
           05 FILLER                       PIC X(08) VALUE "  STORE ".
           05 PQ-XL-STORE-NO               PIC -ZZZ9.
           05 FILLER                       PIC X(09) VALUE
               "  REGION ".
           05 PQ-XL-REGION-NO              PIC -ZZZ9.
           05 FILLER                       PIC X(07) VALUE "  NAME ".
           05 PQ-XL-STORE-NAME             PIC X(50).
           05 FILLER                       PIC X(12) VALUE
               "  EFFECTIVE ".
           05 PQ-XL-EFFECTIVE-DATE         PIC 9(08) BLANK WHEN ZERO.
           05 FILLER                       PIC X(10) VALUE SPACES.

       01  PQ-SU-LINE.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "ACTION ".
           05 PQ-SL-ACTION-CODE            PIC X(02).
           05 FILLER                       PIC X(11) VALUE
               "  SUPPLIER ".
           05 PQ-SL-SUPPLIER-CODE          PIC X(06).
           05 FILLER                       PIC X(07) VALUE "  NAME ".
           05 PQ-SL-SUPPLIER-NAME          PIC X(30).
           05 FILLER                       PIC X(06) VALUE "  NET ".
           05 PQ-SL-NET-DAYS               PIC ZZ9.
           05 FILLER                       PIC X(07) VALUE "  DISC ".
           05 PQ-SL-DISC-PCT               PIC Z9.99.
           05 FILLER                       PIC X(06) VALUE "  BSB ".
           05 PQ-SL-BANK-BSB               PIC 9(06) BLANK WHEN ZERO.
           05 FILLER                       PIC X(10) VALUE
               "  ACCOUNT ".
           05 PQ-SL-BANK-ACCOUNT           PIC X(10).
           05 FILLER                       PIC X(07) VALUE SPACES.

       01  PQ-DM-LINE.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "ACTION ".
           05 PQ-DL2-ACTION-CODE           PIC X(02).
           05 FILLER                       PIC X(13) VALUE
               "  DEPARTMENT ".
           05 PQ-DL2-DEPARTMENT-NUM        PIC ZZZ9.
           05 FILLER                       PIC X(07) VALUE "  NAME ".
           05 PQ-DL2-DEPARTMENT-NAME       PIC X(20).
           05 FILLER                       PIC X(70) VALUE SPACES.

       01  PQ-LM-LINE.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "ACTION ".
           05 PQ-LL-ACTION-CODE            PIC X(02).
           05 FILLER                       PIC X(11) VALUE
               "  LOCATION ".
           05 PQ-LL-LOCATION-CODE          PIC X(03).
           05 FILLER                       PIC X(08) VALUE "  STORE ".
           05 PQ-LL-STORE-NO               PIC ZZZ9.
           05 FILLER                       PIC X(88) VALUE SPACES.

       01  PQ-RM-LINE.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "ACTION ".
           05 PQ-RL-ACTION-CODE            PIC X(02).
           05 FILLER                       PIC X(11) VALUE
               "  LOCATION ".
           05 PQ-RL-LOCATION-CODE          PIC X(03).
           05 FILLER                       PIC X(07) VALUE "  BAND ".
           05 PQ-RL-BAND-LOW               PIC ZZZZ9.
           05 FILLER                       PIC X(04) VALUE " TO ".
           05 PQ-RL-BAND-HIGH              PIC ZZZZ9.
           05 FILLER                       PIC X(07) VALUE "  RATE ".
           05 PQ-RL-RATE                   PIC Z9.
           05 FILLER                       PIC X(70) VALUE SPACES.

       01  PQ-PM-LINE.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "ACTION ".
           05 PQ-PL-ACTION-CODE            PIC X(02).
           05 FILLER                       PIC X(13) VALUE
               "  DEPARTMENT ".
           05 PQ-PL-DEPARTMENT-NUM         PIC ZZZ9.
           05 FILLER                       PIC X(09) VALUE
               "  PERIOD ".
           05 PQ-PL-PERIOD                 PIC 9(06).
           05 FILLER                       PIC X(06) VALUE "  QTY ".
           05 PQ-PL-PLAN-QTY               PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                       PIC X(08) VALUE
               "  VALUE ".
           05 PQ-PL-PLAN-VALUE             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(41) VALUE SPACES.

      *    A CHANGE FOR A PROGRAM THIS REPORT DOES NOT KNOW - THE
      *    FIRST 100 BYTES OF THE IMAGE AS KEYED.
       01  PQ-OTHER-LINE.
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(12) VALUE
               "TRANSACTION ".
           05 PQ-OL-IMAGE                  PIC X(100).
           05 FILLER                       PIC X(11) VALUE SPACES.

       01  PQ-TOTAL-LINE.
           05 PQ-TL-LABEL                  PIC X(30).
           05 PQ-TL-COUNT                  PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-REPORT-CHANGE THRU 3000-EXIT
               UNTIL PQ-END-OF-PENDING-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - CYCLE DATE, OPEN FILES AND HEADINGS           *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PQ-CYCLE-PARM-FILE.
           READ PQ-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO PQ-CP-CYCLE-DATE
           END-READ.
           CLOSE PQ-CYCLE-PARM-FILE.
           IF PQ-CP-CYCLE-DATE = ZERO
               ACCEPT PQ-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE PQ-CP-CYCLE-DATE TO PQ-CYCLE-DATE
           END-IF.
           COMPUTE PQ-CYCLE-DAY =
               FUNCTION INTEGER-OF-DATE(PQ-CYCLE-DATE).
           OPEN INPUT  PQ-PENDING-FILE
                OUTPUT PQ-REPORT-FILE.
           MOVE PQ-CYCLE-DATE TO PQ-HD-CYCLE-DATE.
           WRITE PQ-RPT-LINE FROM PQ-HEADING-1.
           WRITE PQ-RPT-LINE FROM PQ-HEADING-2.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-CHANGE - ONE PENDING CHANGE - ITS STATUS LINE, THEN *
      *                      THE KEYED TRANSACTION                      *
      ******************************************************************
       3000-REPORT-CHANGE.
           READ PQ-PENDING-FILE
               AT END
                   SET PQ-END-OF-PENDING-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO PQ-CHANGES-READ.
           EVALUATE TRUE
               WHEN PQ-PD-AWAITING
                   MOVE "AWAITING  " TO PQ-DL-STATUS
                   ADD 1 TO PQ-AWAITING-CNT
               WHEN PQ-PD-APPROVED
                   MOVE "APPROVED  " TO PQ-DL-STATUS
                   ADD 1 TO PQ-APPROVED-CNT
               WHEN PQ-PD-REJECTED
                   MOVE "REJECTED  " TO PQ-DL-STATUS
                   ADD 1 TO PQ-REJECTED-CNT
               WHEN PQ-PD-APPLIED
                   MOVE "APPLIED   " TO PQ-DL-STATUS
                   ADD 1 TO PQ-APPLIED-CNT
               WHEN PQ-PD-FAILED
                   MOVE "FAILED    " TO PQ-DL-STATUS
                   ADD 1 TO PQ-FAILED-CNT
               WHEN OTHER
                   MOVE "UNKNOWN   " TO PQ-DL-STATUS
                   ADD 1 TO PQ-UNKNOWN-CNT
           END-EVALUATE.
           MOVE PQ-PD-PENDING-ID   TO PQ-DL-PENDING-ID.
           MOVE PQ-PD-SOURCE-PGM   TO PQ-DL-SOURCE-PGM.
           MOVE PQ-PD-MAKER-ID     TO PQ-DL-MAKER-ID.
           MOVE PQ-PD-KEYED-DATE   TO PQ-DL-KEYED-DATE.
           MOVE PQ-PD-CHECKER-ID   TO PQ-DL-CHECKER-ID.
           MOVE PQ-PD-DECIDED-DATE TO PQ-DL-DECIDED-DATE.
           MOVE PQ-PD-REASON       TO PQ-DL-REASON.
           PERFORM 3100-AGE-CHANGE THRU 3100-EXIT.
           WRITE PQ-RPT-LINE FROM PQ-DETAIL-LINE.
           PERFORM 4000-WRITE-TRANSACTION THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *    ONLY A CHANGE STILL OPEN - AWAITING APPROVAL OR APPROVED
      *    AND NOT YET APPLIED - IS AGED.
       3100-AGE-CHANGE.
           MOVE SPACES TO PQ-DL-AGE-X.
           IF NOT PQ-PD-IS-OPEN
               OR PQ-PD-KEYED-DATE NOT NUMERIC
               OR PQ-PD-KEYED-DATE = ZERO
               GO TO 3100-EXIT
           END-IF.
           COMPUTE PQ-AGE-DAYS = PQ-CYCLE-DAY -
               FUNCTION INTEGER-OF-DATE(PQ-PD-KEYED-DATE).
           IF PQ-AGE-DAYS < ZERO
               MOVE ZERO TO PQ-AGE-DAYS
           END-IF.
           MOVE PQ-AGE-DAYS TO PQ-DL-AGE.
           IF PQ-PD-AWAITING
               AND PQ-AGE-DAYS > PQ-OLDEST-AWAITING
               MOVE PQ-AGE-DAYS TO PQ-OLDEST-AWAITING
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-TRANSACTION - SHOW THE KEYED TRANSACTION IN THE      *
      *                          OWNING PROGRAM'S TERMS                 *
      ******************************************************************
       4000-WRITE-TRANSACTION.
           MOVE PQ-PD-TRANS-IMAGE TO PQ-IMAGE.
           EVALUATE PQ-PD-SOURCE-PGM
               WHEN "XTAR1000M"
                   MOVE PQ-XM-ACTION-CODE    TO PQ-XL-ACTION-CODE
                   MOVE PQ-XM-STORE-NO       TO PQ-XL-STORE-NO
                   MOVE PQ-XM-REGION-NO      TO PQ-XL-REGION-NO
                   MOVE PQ-XM-STORE-NAME     TO PQ-XL-STORE-NAME
                   MOVE PQ-XM-EFFECTIVE-DATE TO PQ-XL-EFFECTIVE-DATE
                   WRITE PQ-RPT-LINE FROM PQ-XM-LINE
               WHEN "SDSUPMNT"
                   MOVE PQ-SU-ACTION-CODE    TO PQ-SL-ACTION-CODE
                   MOVE PQ-SU-SUPPLIER-CODE  TO PQ-SL-SUPPLIER-CODE
                   MOVE PQ-SU-SUPPLIER-NAME  TO PQ-SL-SUPPLIER-NAME
                   MOVE PQ-SU-NET-DAYS       TO PQ-SL-NET-DAYS
                   MOVE PQ-SU-DISC-PCT       TO PQ-SL-DISC-PCT
                   MOVE PQ-SU-BANK-BSB       TO PQ-SL-BANK-BSB
                   MOVE PQ-SU-BANK-ACCOUNT   TO PQ-SL-BANK-ACCOUNT
                   WRITE PQ-RPT-LINE FROM PQ-SU-LINE
               WHEN "SDDPTMNT"
                   MOVE PQ-DM-ACTION-CODE    TO PQ-DL2-ACTION-CODE
                   MOVE PQ-DM-DEPARTMENT-NUM TO PQ-DL2-DEPARTMENT-NUM
                   MOVE PQ-DM-DEPARTMENT-NAME
                                             TO PQ-DL2-DEPARTMENT-NAME
                   WRITE PQ-RPT-LINE FROM PQ-DM-LINE
               WHEN "TRLOCMNT"
                   MOVE PQ-LM-ACTION-CODE    TO PQ-LL-ACTION-CODE
                   MOVE PQ-LM-LOCATION-CODE  TO PQ-LL-LOCATION-CODE
                   MOVE PQ-LM-STORE-NO       TO PQ-LL-STORE-NO
                   WRITE PQ-RPT-LINE FROM PQ-LM-LINE
               WHEN "TRRATMNT"
                   MOVE PQ-RM-ACTION-CODE    TO PQ-RL-ACTION-CODE
                   MOVE PQ-RM-LOCATION-CODE  TO PQ-RL-LOCATION-CODE
                   MOVE PQ-RM-BAND-LOW       TO PQ-RL-BAND-LOW
                   MOVE PQ-RM-BAND-HIGH      TO PQ-RL-BAND-HIGH
                   MOVE PQ-RM-RATE           TO PQ-RL-RATE
                   WRITE PQ-RPT-LINE FROM PQ-RM-LINE
               WHEN "SDPLNMNT"
                   MOVE PQ-PM-ACTION-CODE    TO PQ-PL-ACTION-CODE
                   MOVE PQ-PM-DEPARTMENT-NUM TO PQ-PL-DEPARTMENT-NUM
                   MOVE PQ-PM-PERIOD         TO PQ-PL-PERIOD
                   MOVE PQ-PM-PLAN-QTY       TO PQ-PL-PLAN-QTY
                   MOVE PQ-PM-PLAN-VALUE     TO PQ-PL-PLAN-VALUE
                   WRITE PQ-RPT-LINE FROM PQ-PM-LINE
               WHEN OTHER
                   MOVE PQ-IMAGE(1:100)      TO PQ-OL-IMAGE
                   WRITE PQ-RPT-LINE FROM PQ-OTHER-LINE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - TOTALS BY STATUS AND THE OLDEST CHANGE STILL   *
      *                  AWAITING APPROVAL                              *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO PQ-RPT-LINE.
           WRITE PQ-RPT-LINE.
           MOVE "AWAITING APPROVAL"     TO PQ-TL-LABEL.
           MOVE PQ-AWAITING-CNT         TO PQ-TL-COUNT.
           WRITE PQ-RPT-LINE FROM PQ-TOTAL-LINE.
           MOVE "APPROVED, NOT YET APPLIED" TO PQ-TL-LABEL.
           MOVE PQ-APPROVED-CNT         TO PQ-TL-COUNT.
           WRITE PQ-RPT-LINE FROM PQ-TOTAL-LINE.
           MOVE "REJECTED"              TO PQ-TL-LABEL.
           MOVE PQ-REJECTED-CNT         TO PQ-TL-COUNT.
           WRITE PQ-RPT-LINE FROM PQ-TOTAL-LINE.
           MOVE "APPLIED"               TO PQ-TL-LABEL.
           MOVE PQ-APPLIED-CNT          TO PQ-TL-COUNT.
           WRITE PQ-RPT-LINE FROM PQ-TOTAL-LINE.
           MOVE "FAILED ON APPLY"       TO PQ-TL-LABEL.
           MOVE PQ-FAILED-CNT           TO PQ-TL-COUNT.
           WRITE PQ-RPT-LINE FROM PQ-TOTAL-LINE.
           IF PQ-UNKNOWN-CNT > ZERO
               MOVE "UNKNOWN STATUS"    TO PQ-TL-LABEL
               MOVE PQ-UNKNOWN-CNT      TO PQ-TL-COUNT
               WRITE PQ-RPT-LINE FROM PQ-TOTAL-LINE
           END-IF.
           MOVE "OLDEST AWAITING (DAYS)" TO PQ-TL-LABEL.
           MOVE PQ-OLDEST-AWAITING      TO PQ-TL-COUNT.
           WRITE PQ-RPT-LINE FROM PQ-TOTAL-LINE.
           CLOSE PQ-PENDING-FILE
                 PQ-REPORT-FILE.
           DISPLAY "SDPNDRPT CHANGES READ     = " PQ-CHANGES-READ.
           DISPLAY "SDPNDRPT AWAITING         = " PQ-AWAITING-CNT.
           DISPLAY "SDPNDRPT APPROVED         = " PQ-APPROVED-CNT.
           DISPLAY "SDPNDRPT OLDEST AWAITING  = " PQ-OLDEST-AWAITING.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
