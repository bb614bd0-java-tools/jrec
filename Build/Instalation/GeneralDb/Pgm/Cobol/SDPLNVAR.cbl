      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE PERIOD NOW COMES FROM THE SDRETCAL *
      *                          RETAIL CALENDAR - THE FIRST OPEN       *
      *                          PERIOD, KEYED YYYYPP - INSTEAD OF THE  *
      *                          PARM CARD, WHICH NOW CARRIES ONLY THE  *
      *                          TOLERANCE.  A DATED STEP-COMPLETION    *
      *                          RECORD IS WRITTEN TO BATRUNCT UNDER    *
      *                          THE PERIOD END FOR SDPERCLS            *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PV-REPORT-FILE ASSIGN TO "SDPLNVRR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PV-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PV-RUNCTL-FILE ASSIGN TO "BATRUNCT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PV-PARM-RECORD.
           05 FILLER                       PIC X(06).
           05 PV-PARM-TOLERANCE-PCT        PIC 9(03).

       FD  PV-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PV-RPT-LINE                     PIC X(132).

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  PV-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PV-CALENDAR-RECORD.
           05 PV-CR-WEEK-START-DATE        PIC 9(08).
           05 PV-CR-WEEK-END-DATE          PIC 9(08).
           05 PV-CR-RETAIL-YEAR            PIC 9(04).
           05 PV-CR-QUARTER                PIC 9(01).
           05 PV-CR-PERIOD                 PIC 9(02).
           05 PV-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 PV-CR-WEEK-OF-YEAR           PIC 9(02).
           05 PV-CR-PERIOD-START-DATE      PIC 9(08).
           05 PV-CR-PERIOD-END-DATE        PIC 9(08).
           05 PV-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 PV-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 PV-CR-PERIOD-STATUS          PIC X(01).
               88 PV-CR-PERIOD-IS-OPEN         VALUE 'O'.
           05 PV-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

       FD  PV-RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PV-RUNCTL-RECORD.
           05 PV-RC-DATE                   PIC 9(08).
           05 PV-RC-STEP-NAME              PIC X(08).
           05 PV-RC-TS-TIME                PIC 9(08).

       WORKING-STORAGE SECTION.
       01  PV-SWITCHES.
           05 PV-EOF-PLAN-FILE             PIC X(01) VALUE 'N'.
               88 PV-END-OF-PLAN-FILE          VALUE 'Y'.
           05 PV-EOF-ROLLUP-FILE           PIC X(01) VALUE 'N'.
               88 PV-END-OF-ROLLUP-FILE        VALUE 'Y'.
           05 PV-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 PV-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 PV-ABORT                     PIC X(01) VALUE 'N'.
               88 PV-ABORT-RUN                 VALUE 'Y'.

       01  PV-PERIOD                       PIC 9(06) VALUE ZERO.
       01  PV-PERIOD-END-DATE              PIC 9(08).
       01  PV-TOLERANCE-PCT                PIC 9(03).

       01  PV-COUNTERS.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF PV-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-REPORT-DEPARTMENT THRU 3000-EXIT
               UNTIL PV-END-OF-ROLLUP-FILE.
           PERFORM 6000-REPORT-UNMET-PLAN THRU 6000-EXIT
               VARYING PV-SCAN-IDX FROM 1 BY 1
               UNTIL PV-SCAN-IDX > PV-PLAN-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8900-POST-STEP THRU 8900-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - TAKE THE PERIOD FROM THE CALENDAR AND THE     *
      *                   TOLERANCE FROM THE PARM, LOAD THE PERIOD'S    *
      *                   PLAN ROWS AND OPEN THE ROLL-UP                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PV-PARM-FILE.
           READ PV-PARM-FILE
               AT END
                   MOVE ZERO TO PV-PARM-TOLERANCE-PCT
           END-READ.
           MOVE PV-PARM-TOLERANCE-PCT TO PV-TOLERANCE-PCT.
           CLOSE PV-PARM-FILE.
           OPEN INPUT PV-CALENDAR-FILE.
           PERFORM 2900-FIND-OPEN-PERIOD THRU 2900-EXIT
               UNTIL PV-END-OF-CALENDAR-FILE.
           CLOSE PV-CALENDAR-FILE.
           IF PV-PERIOD = ZERO
               DISPLAY "SDPLNVAR *** ABEND *** NO OPEN PERIOD ON "
                   "THE SDRETCAL CALENDAR"
               MOVE 16 TO RETURN-CODE
               SET PV-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  PV-PLAN-FILE
                INPUT  PV-ROLLUP-FILE
                OUTPUT PV-REPORT-FILE.
       2000-EXIT.
           EXIT.

      *    THE FIRST OPEN WEEK ON THE CALENDAR NAMES THE PERIOD.
       2900-FIND-OPEN-PERIOD.
           READ PV-CALENDAR-FILE
               AT END
                   SET PV-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 2900-EXIT
           END-READ.
           IF PV-CR-PERIOD-IS-OPEN
               COMPUTE PV-PERIOD =
                   PV-CR-RETAIL-YEAR * 100 + PV-CR-PERIOD
               MOVE PV-CR-PERIOD-END-DATE TO PV-PERIOD-END-DATE
               SET PV-END-OF-CALENDAR-FILE TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-DEPARTMENT - ONE ROLL-UP DEPARTMENT AGAINST ITS     *
      *                          PLAN ROW                               *
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8900-POST-STEP - STEP-COMPLETION RECORD UNDER THE PERIOD END    *
      *                  DATE, WHICH IS WHAT SDPERCLS LOOKS FOR         *
      ******************************************************************
       8900-POST-STEP.
           OPEN EXTEND PV-RUNCTL-FILE.
           MOVE PV-PERIOD-END-DATE TO PV-RC-DATE.
           MOVE "SDPLNVAR" TO PV-RC-STEP-NAME.
           ACCEPT PV-RC-TS-TIME FROM TIME.
           WRITE PV-RUNCTL-RECORD.
           CLOSE PV-RUNCTL-FILE.
       8900-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
