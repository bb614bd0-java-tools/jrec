       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPERCLS.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDPERCLS - RETAIL PERIOD-CLOSE DRIVER.  THE PERIOD BEING CLOSED *
      *            IS THE FIRST OPEN PERIOD ON THE SDRETCAL RETAIL      *
      *            CALENDAR (SDCALMNT.cbl) - THE SAME PERIOD EVERY      *
      *            PERIOD-BASED JOB TAKES AS ITS OWN.  THE CLOSE        *
      *            REFUSES TO RUN BEFORE THE PERIOD HAS ENDED (BY THE   *
      *            BATCYCP CYCLE DATE) OR WHILE ANY REQUIRED PERIOD     *
      *            STEP HAS NO BATRUNCT STEP-COMPLETION RECORD DATED    *
      *            THE PERIOD END - EACH PERIOD STEP WRITES ITS RECORD  *
      *            UNDER THE PERIOD END DATE RATHER THAN THE CYCLE      *
      *            DATE, AND SDGLEXT'S NIGHTLY RECORD FOR THE LAST DAY  *
      *            OF THE PERIOD FALLS ON IT NATURALLY.  WHEN EVERY     *
      *            STEP IS IN, THE PERIOD'S WEEKS ARE MARKED CLOSED ON  *
      *            THE CALENDAR (OLD/NEW REWRITE TO SDRETCLN) SO NO     *
      *            LATE POSTING CAN LAND IN IT, AND THE NEXT PERIOD     *
      *            BECOMES THE FIRST OPEN ONE - WHICH ROLLS SDPLNVAR,   *
      *            SDCOMPST, TRCOMRUN, SDGLEXT AND ZGRNIACR FORWARD     *
      *            WITH NO PARM CARD TO EDIT.  THE CLOSE REPORT LISTS   *
      *            EACH REQUIRED STEP AND WARNS WHEN THE SDDPLAN PLAN   *
      *            FILE HOLDS NOTHING YET FOR THE NEW PERIOD.           *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PC-OLD-CALENDAR ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PC-NEW-CALENDAR ASSIGN TO "SDRETCLN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PC-RUNCTL-FILE ASSIGN TO "BATRUNCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PC-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PC-PLAN-FILE ASSIGN TO "SDDPLAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PC-REPORT-FILE ASSIGN TO "SDPERCLR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PC-OLD-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PC-OLD-IO                       PIC X(80).

       FD  PC-NEW-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PC-NEW-IO                       PIC X(80).

       FD  PC-RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PC-RUNCTL-RECORD.
           05 PC-RC-DATE                   PIC 9(08).
           05 PC-RC-STEP-NAME              PIC X(08).
           05 PC-RC-TS-TIME                PIC 9(08).

       FD  PC-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PC-CYCLE-PARM-RECORD.
           05 PC-CP-CYCLE-DATE             PIC 9(08).

       FD  PC-PLAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PC-PLAN-IO.
           05 PC-PL-DEPARTMENT-NUM-IO      PIC 9(04).
           05 PC-PL-PERIOD-IO              PIC 9(06).
           05 PC-PL-PLAN-QTY-IO            PIC S9(09).
           05 PC-PL-PLAN-VALUE-IO          PIC S9(09)V99.

       FD  PC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PC-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       01  PC-CALENDAR-RECORD.
           05 PC-CR-WEEK-START-DATE        PIC 9(08).
           05 PC-CR-WEEK-END-DATE          PIC 9(08).
           05 PC-CR-RETAIL-YEAR            PIC 9(04).
           05 PC-CR-QUARTER                PIC 9(01).
           05 PC-CR-PERIOD                 PIC 9(02).
           05 PC-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 PC-CR-WEEK-OF-YEAR           PIC 9(02).
           05 PC-CR-PERIOD-START-DATE      PIC 9(08).
           05 PC-CR-PERIOD-END-DATE        PIC 9(08).
           05 PC-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 PC-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 PC-CR-PERIOD-STATUS          PIC X(01).
               88 PC-CR-PERIOD-IS-OPEN         VALUE 'O'.
               88 PC-CR-PERIOD-IS-CLOSED       VALUE 'C'.
           05 PC-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

       01  PC-SWITCHES.
           05 PC-EOF-OLD-CALENDAR          PIC X(01) VALUE 'N'.
               88 PC-END-OF-OLD-CALENDAR       VALUE 'Y'.
           05 PC-EOF-RUNCTL-FILE           PIC X(01) VALUE 'N'.
               88 PC-END-OF-RUNCTL-FILE        VALUE 'Y'.
           05 PC-EOF-PLAN-FILE             PIC X(01) VALUE 'N'.
               88 PC-END-OF-PLAN-FILE          VALUE 'Y'.
           05 PC-ABORT                     PIC X(01) VALUE 'N'.
               88 PC-ABORT-RUN                 VALUE 'Y'.

      *    EVERY STEP THAT MUST HAVE COMPLETED FOR THE PERIOD BEFORE
      *    IT CAN BE CLOSED.
       01  PC-REQUIRED-STEP-VALUES.
           05 FILLER                       PIC X(08) VALUE "SDGLEXT ".
           05 FILLER                       PIC X(08) VALUE "TRCOMRUN".
           05 FILLER                       PIC X(08) VALUE "SDPLNVAR".
           05 FILLER                       PIC X(08) VALUE "SDCOMPST".
           05 FILLER                       PIC X(08) VALUE "ZGRNIACR".
       01  PC-REQUIRED-STEP-TABLE REDEFINES PC-REQUIRED-STEP-VALUES.
           05 PC-RQ-STEP-NAME              PIC X(08) OCCURS 5 TIMES.
       01  PC-REQUIRED-STEP-CNT            PIC 9(02) COMP VALUE 5.
       01  PC-STEP-DONE-TABLE.
           05 PC-RQ-DONE                   PIC X(01) OCCURS 5 TIMES.
               88 PC-RQ-IS-DONE                VALUE 'Y'.

       01  PC-COUNTERS.
           05 PC-WEEK-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 PC-WEEKS-CLOSED              PIC 9(03) COMP VALUE ZERO.
           05 PC-STEPS-MISSING             PIC 9(03) COMP VALUE ZERO.
           05 PC-PLAN-ROWS-NEXT            PIC 9(05) COMP VALUE ZERO.

       01  PC-WEEK-TABLE.
           05 PC-WK-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON PC-WEEK-CNT.
               10 PC-WK-RECORD             PIC X(80).

       01  PC-SCAN-IDX                     PIC 9(05) COMP.
       01  PC-STEP-IDX                     PIC 9(02) COMP.

       01  PC-CYCLE-DATE                   PIC 9(08).
       01  PC-CLOSE-PERIOD-KEY             PIC 9(06) VALUE ZERO.
       01  PC-CLOSE-START-DATE             PIC 9(08).
       01  PC-CLOSE-END-DATE               PIC 9(08).
       01  PC-NEXT-PERIOD-KEY              PIC 9(06) VALUE ZERO.
       01  PC-NEXT-START-DATE              PIC 9(08).
       01  PC-NEXT-END-DATE                PIC 9(08).
       01  PC-NEXT-LY-START-DATE           PIC 9(08).
       01  PC-NEXT-LY-END-DATE             PIC 9(08).
       01  PC-WEEK-PERIOD-KEY              PIC 9(06).

       01  PC-HEADING-1.
           05 FILLER                       PIC X(30)
               VALUE "SDPERCLS PERIOD CLOSE  PERIOD ".
           05 PC-H1-PERIOD-KEY             PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PC-H1-START-DATE             PIC 9(08).
           05 FILLER                       PIC X(04) VALUE " TO ".
           05 PC-H1-END-DATE               PIC 9(08).
           05 FILLER                       PIC X(08) VALUE "  CYCLE ".
           05 PC-H1-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(58) VALUE SPACES.

       01  PC-STEP-LINE.
           05 FILLER                       PIC X(14)
               VALUE "REQUIRED STEP ".
           05 PC-SL-STEP-NAME              PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PC-SL-STATE                  PIC X(10).
           05 FILLER                       PIC X(98) VALUE SPACES.

       01  PC-RESULT-LINE.
           05 PC-RL-TEXT                   PIC X(40).
           05 PC-RL-PERIOD-KEY             PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PC-RL-START-DATE             PIC 9(08).
           05 FILLER                       PIC X(04) VALUE " TO ".
           05 PC-RL-END-DATE               PIC 9(08).
           05 FILLER                       PIC X(64) VALUE SPACES.

       01  PC-LY-LINE.
           05 FILLER                       PIC X(40)
               VALUE "  SAME WEEKS LAST YEAR (COMPARABLE)".
           05 FILLER                       PIC X(08) VALUE SPACES.
           05 PC-LL-START-DATE             PIC 9(08).
           05 FILLER                       PIC X(04) VALUE " TO ".
           05 PC-LL-END-DATE               PIC 9(08).
           05 FILLER                       PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF PC-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-CHECK-STEPS THRU 3000-EXIT.
           IF PC-ABORT-RUN
               CLOSE PC-REPORT-FILE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 5000-CLOSE-PERIOD THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - GET THE CYCLE DATE, LOAD THE CALENDAR AND     *
      *                   FIND THE PERIOD TO CLOSE AND THE ONE AFTER    *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PC-CYCLE-PARM-FILE.
           READ PC-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO PC-CP-CYCLE-DATE
           END-READ.
           CLOSE PC-CYCLE-PARM-FILE.
           IF PC-CP-CYCLE-DATE = ZERO
               ACCEPT PC-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE PC-CP-CYCLE-DATE TO PC-CYCLE-DATE
           END-IF.
           OPEN INPUT PC-OLD-CALENDAR.
           PERFORM 2000-LOAD-WEEK THRU 2000-EXIT
               UNTIL PC-END-OF-OLD-CALENDAR.
           CLOSE PC-OLD-CALENDAR.
           IF PC-CLOSE-PERIOD-KEY = ZERO
               DISPLAY "SDPERCLS *** ABEND *** NO OPEN PERIOD ON "
                   "THE SDRETCAL CALENDAR"
               MOVE 16 TO RETURN-CODE
               SET PC-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF PC-CLOSE-END-DATE > PC-CYCLE-DATE
               DISPLAY "SDPERCLS *** ABEND *** PERIOD "
                   PC-CLOSE-PERIOD-KEY " DOES NOT END UNTIL "
                   PC-CLOSE-END-DATE
               MOVE 16 TO RETURN-CODE
               SET PC-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF PC-NEXT-PERIOD-KEY = ZERO
               DISPLAY "SDPERCLS *** ABEND *** NO PERIOD AFTER "
                   PC-CLOSE-PERIOD-KEY " ON THE CALENDAR - ADD THE "
                   "NEXT RETAIL YEAR THROUGH SDCALMNT"
               MOVE 16 TO RETURN-CODE
               SET PC-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PC-REPORT-FILE.
           MOVE PC-CLOSE-PERIOD-KEY TO PC-H1-PERIOD-KEY.
           MOVE PC-CLOSE-START-DATE TO PC-H1-START-DATE.
           MOVE PC-CLOSE-END-DATE   TO PC-H1-END-DATE.
           MOVE PC-CYCLE-DATE       TO PC-H1-CYCLE-DATE.
           WRITE PC-RPT-LINE FROM PC-HEADING-1.
       1000-EXIT.
           EXIT.

      *    THE FIRST OPEN WEEK GIVES THE PERIOD TO CLOSE; THE FIRST
      *    WEEK OF ANY LATER PERIOD GIVES THE ONE IT ROLLS INTO.
       2000-LOAD-WEEK.
           READ PC-OLD-CALENDAR
               AT END
                   SET PC-END-OF-OLD-CALENDAR TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO PC-WEEK-CNT.
           MOVE PC-OLD-IO TO PC-WK-RECORD(PC-WEEK-CNT).
           MOVE PC-OLD-IO TO PC-CALENDAR-RECORD.
           IF NOT PC-CR-PERIOD-IS-OPEN
               GO TO 2000-EXIT
           END-IF.
           COMPUTE PC-WEEK-PERIOD-KEY =
               PC-CR-RETAIL-YEAR * 100 + PC-CR-PERIOD.
           IF PC-CLOSE-PERIOD-KEY = ZERO
               MOVE PC-WEEK-PERIOD-KEY      TO PC-CLOSE-PERIOD-KEY
               MOVE PC-CR-PERIOD-START-DATE TO PC-CLOSE-START-DATE
               MOVE PC-CR-PERIOD-END-DATE   TO PC-CLOSE-END-DATE
               GO TO 2000-EXIT
           END-IF.
           IF PC-WEEK-PERIOD-KEY = PC-CLOSE-PERIOD-KEY
               GO TO 2000-EXIT
           END-IF.
           IF PC-NEXT-PERIOD-KEY = ZERO
               MOVE PC-WEEK-PERIOD-KEY       TO PC-NEXT-PERIOD-KEY
               MOVE PC-CR-PERIOD-START-DATE  TO PC-NEXT-START-DATE
               MOVE PC-CR-PERIOD-END-DATE    TO PC-NEXT-END-DATE
               MOVE PC-CR-LY-WEEK-START-DATE TO PC-NEXT-LY-START-DATE
           END-IF.
           IF PC-WEEK-PERIOD-KEY = PC-NEXT-PERIOD-KEY
               MOVE PC-CR-LY-WEEK-END-DATE   TO PC-NEXT-LY-END-DATE
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-STEPS - EVERY REQUIRED STEP MUST HAVE A BATRUNCT     *
      *                    RECORD DATED THE PERIOD END                  *
      ******************************************************************
       3000-CHECK-STEPS.
           PERFORM 3050-CLEAR-STEP THRU 3050-EXIT
               VARYING PC-STEP-IDX FROM 1 BY 1
               UNTIL PC-STEP-IDX > PC-REQUIRED-STEP-CNT.
           OPEN INPUT PC-RUNCTL-FILE.
           PERFORM 3100-SCAN-RUNCTL THRU 3100-EXIT
               UNTIL PC-END-OF-RUNCTL-FILE.
           CLOSE PC-RUNCTL-FILE.
           PERFORM 3200-REPORT-STEP THRU 3200-EXIT
               VARYING PC-STEP-IDX FROM 1 BY 1
               UNTIL PC-STEP-IDX > PC-REQUIRED-STEP-CNT.
           IF PC-STEPS-MISSING > ZERO
               DISPLAY "SDPERCLS *** ABEND *** " PC-STEPS-MISSING
                   " REQUIRED STEP(S) NOT COMPLETE FOR PERIOD "
                   PC-CLOSE-PERIOD-KEY " - PERIOD LEFT OPEN"
               MOVE 16 TO RETURN-CODE
               SET PC-ABORT-RUN TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3050-CLEAR-STEP.
           MOVE 'N' TO PC-RQ-DONE(PC-STEP-IDX).
       3050-EXIT.
           EXIT.

       3100-SCAN-RUNCTL.
           READ PC-RUNCTL-FILE
               AT END
                   SET PC-END-OF-RUNCTL-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF PC-RC-DATE NOT = PC-CLOSE-END-DATE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-MATCH-STEP THRU 3110-EXIT
               VARYING PC-STEP-IDX FROM 1 BY 1
               UNTIL PC-STEP-IDX > PC-REQUIRED-STEP-CNT.
       3100-EXIT.
           EXIT.

       3110-MATCH-STEP.
           IF PC-RC-STEP-NAME = PC-RQ-STEP-NAME(PC-STEP-IDX)
               MOVE 'Y' TO PC-RQ-DONE(PC-STEP-IDX)
           END-IF.
       3110-EXIT.
           EXIT.

       3200-REPORT-STEP.
           MOVE PC-RQ-STEP-NAME(PC-STEP-IDX) TO PC-SL-STEP-NAME.
           IF PC-RQ-IS-DONE(PC-STEP-IDX)
               MOVE "COMPLETE  " TO PC-SL-STATE
           ELSE
               MOVE "*MISSING* " TO PC-SL-STATE
               ADD 1 TO PC-STEPS-MISSING
           END-IF.
           WRITE PC-RPT-LINE FROM PC-STEP-LINE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CLOSE-PERIOD - LOCK THE PERIOD'S WEEKS, WRITE THE NEW      *
      *                     CALENDAR AND RECORD THE CLOSE ON BATRUNCT   *
      ******************************************************************
       5000-CLOSE-PERIOD.
           OPEN OUTPUT PC-NEW-CALENDAR.
           PERFORM 5100-WRITE-WEEK THRU 5100-EXIT
               VARYING PC-SCAN-IDX FROM 1 BY 1
               UNTIL PC-SCAN-IDX > PC-WEEK-CNT.
           CLOSE PC-NEW-CALENDAR.
           OPEN EXTEND PC-RUNCTL-FILE.
           MOVE PC-CLOSE-END-DATE TO PC-RC-DATE.
           MOVE "SDPERCLS" TO PC-RC-STEP-NAME.
           ACCEPT PC-RC-TS-TIME FROM TIME.
           WRITE PC-RUNCTL-RECORD.
           CLOSE PC-RUNCTL-FILE.
           OPEN INPUT PC-PLAN-FILE.
           PERFORM 5200-COUNT-PLAN THRU 5200-EXIT
               UNTIL PC-END-OF-PLAN-FILE.
           CLOSE PC-PLAN-FILE.
           MOVE "PERIOD CLOSED AND LOCKED                "
                                         TO PC-RL-TEXT.
           MOVE PC-CLOSE-PERIOD-KEY TO PC-RL-PERIOD-KEY.
           MOVE PC-CLOSE-START-DATE TO PC-RL-START-DATE.
           MOVE PC-CLOSE-END-DATE   TO PC-RL-END-DATE.
           WRITE PC-RPT-LINE FROM PC-RESULT-LINE.
           MOVE "PLAN/COMP/POSTING PERIOD ROLLED TO      "
                                         TO PC-RL-TEXT.
           MOVE PC-NEXT-PERIOD-KEY TO PC-RL-PERIOD-KEY.
           MOVE PC-NEXT-START-DATE TO PC-RL-START-DATE.
           MOVE PC-NEXT-END-DATE   TO PC-RL-END-DATE.
           WRITE PC-RPT-LINE FROM PC-RESULT-LINE.
           MOVE PC-NEXT-LY-START-DATE TO PC-LL-START-DATE.
           MOVE PC-NEXT-LY-END-DATE   TO PC-LL-END-DATE.
           WRITE PC-RPT-LINE FROM PC-LY-LINE.
           IF PC-PLAN-ROWS-NEXT = ZERO
               MOVE SPACES TO PC-RESULT-LINE
               MOVE "*** NO SDDPLAN ROWS YET FOR PERIOD      "
                                         TO PC-RL-TEXT
               MOVE PC-NEXT-PERIOD-KEY TO PC-RL-PERIOD-KEY
               WRITE PC-RPT-LINE FROM PC-RESULT-LINE
               DISPLAY "SDPERCLS WARNING - NO PLAN LOADED FOR PERIOD "
                   PC-NEXT-PERIOD-KEY
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-WEEK.
           MOVE PC-WK-RECORD(PC-SCAN-IDX) TO PC-CALENDAR-RECORD.
           COMPUTE PC-WEEK-PERIOD-KEY =
               PC-CR-RETAIL-YEAR * 100 + PC-CR-PERIOD.
           IF PC-WEEK-PERIOD-KEY = PC-CLOSE-PERIOD-KEY
               MOVE 'C'           TO PC-CR-PERIOD-STATUS
               MOVE PC-CYCLE-DATE TO PC-CR-CLOSED-DATE
               ADD 1 TO PC-WEEKS-CLOSED
           END-IF.
           MOVE PC-CALENDAR-RECORD TO PC-NEW-IO.
           WRITE PC-NEW-IO.
       5100-EXIT.
           EXIT.

       5200-COUNT-PLAN.
           READ PC-PLAN-FILE
               AT END
                   SET PC-END-OF-PLAN-FILE TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           IF PC-PL-PERIOD-IO = PC-NEXT-PERIOD-KEY
               ADD 1 TO PC-PLAN-ROWS-NEXT
           END-IF.
       5200-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE PC-REPORT-FILE.
           DISPLAY "SDPERCLS PERIOD CLOSED    = " PC-CLOSE-PERIOD-KEY.
           DISPLAY "SDPERCLS WEEKS LOCKED     = " PC-WEEKS-CLOSED.
           DISPLAY "SDPERCLS NEW OPEN PERIOD  = " PC-NEXT-PERIOD-KEY.
           DISPLAY "SDPERCLS PLAN ROWS NEXT   = " PC-PLAN-ROWS-NEXT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
