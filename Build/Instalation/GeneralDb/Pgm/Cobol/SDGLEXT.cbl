      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE POSTING DATE IS NOW THE BATCYCP    *
      *                          CYCLE DATE (TODAY WHEN EMPTY) AND IS   *
      *                          PLACED IN ITS RETAIL PERIOD ON THE     *
      *                          SDRETCAL CALENDAR - A DATE OFF THE     *
      *                          CALENDAR, OR IN A PERIOD SDPERCLS HAS  *
      *                          CLOSED, HOLDS THE WHOLE EXTRACT.  A    *
      *                          RELEASED EXTRACT WRITES A DATED STEP-  *
      *                          COMPLETION RECORD TO BATRUNCT          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-HOLD-FILE ASSIGN TO "SDGLHOLD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-RUNCTL-FILE ASSIGN TO "BATRUNCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 GL-HD-ACCOUNT                PIC X(10).
           05 GL-HD-AMOUNT                 PIC S9(09)V99.

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  GL-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-CALENDAR-RECORD.
           05 GL-CR-WEEK-START-DATE        PIC 9(08).
           05 GL-CR-WEEK-END-DATE          PIC 9(08).
           05 GL-CR-RETAIL-YEAR            PIC 9(04).
           05 GL-CR-QUARTER                PIC 9(01).
           05 GL-CR-PERIOD                 PIC 9(02).
           05 GL-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 GL-CR-WEEK-OF-YEAR           PIC 9(02).
           05 GL-CR-PERIOD-START-DATE      PIC 9(08).
           05 GL-CR-PERIOD-END-DATE        PIC 9(08).
           05 GL-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 GL-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 GL-CR-PERIOD-STATUS          PIC X(01).
               88 GL-CR-PERIOD-IS-CLOSED       VALUE 'C'.
           05 GL-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

       FD  GL-RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-RUNCTL-RECORD.
           05 GL-RC-DATE                   PIC 9(08).
           05 GL-RC-STEP-NAME              PIC X(08).
           05 GL-RC-TS-TIME                PIC 9(08).

       FD  GL-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-CYCLE-PARM-RECORD.
           05 GL-CP-CYCLE-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".

               88 GL-EXTRACT-IS-CLEAN          VALUE 'Y'.
           05 GL-TRAILER-SEEN              PIC X(01) VALUE 'N'.
               88 GL-TRAILER-WAS-SEEN          VALUE 'Y'.
           05 GL-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 GL-END-OF-CALENDAR-FILE      VALUE 'Y'.

       01  GL-IN-REC-LEN                   PIC 9(05) COMP.
       01  GL-POSTING-DATE                 PIC 9(08).
       01  GL-POSTING-PERIOD-KEY           PIC 9(06) VALUE ZERO.
       01  GL-POSTING-PERIOD-STATUS        PIC X(01) VALUE SPACE.
           88 GL-POSTING-PERIOD-CLOSED         VALUE 'C'.
       01  GL-DEPT-IDX                     PIC 9(02) COMP.

       01  GL-COUNTERS.
           PERFORM 3000-STAGE-STORE THRU 3000-EXIT
               UNTIL GL-END-OF-SALES-FILE.
           PERFORM 5000-CHECK-TRAILER-TOTAL THRU 5000-EXIT.
           PERFORM 5100-CHECK-POSTING-PERIOD THRU 5100-EXIT.
           PERFORM 6000-RELEASE-OR-HOLD THRU 6000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - LOAD THE ACCOUNT MAPPING AND CAPTURE THE      *
      *                   TRAILER PRICE TOTAL OFF THE SCREENED FEED,    *
      *                   AND PLACE THE CYCLE DATE IN ITS PERIOD        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT GL-CYCLE-PARM-FILE.
           READ GL-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO GL-CP-CYCLE-DATE
           END-READ.
           CLOSE GL-CYCLE-PARM-FILE.
           IF GL-CP-CYCLE-DATE = ZERO
               ACCEPT GL-POSTING-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE GL-CP-CYCLE-DATE TO GL-POSTING-DATE
           END-IF.
           OPEN INPUT GL-CALENDAR-FILE.
           PERFORM 2200-FIND-POSTING-PERIOD THRU 2200-EXIT
               UNTIL GL-END-OF-CALENDAR-FILE.
           CLOSE GL-CALENDAR-FILE.
           OPEN INPUT GL-MAP-FILE.
           PERFORM 2000-LOAD-MAP THRU 2000-EXIT
               UNTIL GL-END-OF-MAP-FILE.
       2100-EXIT.
           EXIT.

       2200-FIND-POSTING-PERIOD.
           READ GL-CALENDAR-FILE
               AT END
                   SET GL-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF GL-POSTING-DATE NOT < GL-CR-WEEK-START-DATE
               AND GL-POSTING-DATE NOT > GL-CR-WEEK-END-DATE
               COMPUTE GL-POSTING-PERIOD-KEY =
                   GL-CR-RETAIL-YEAR * 100 + GL-CR-PERIOD
               MOVE GL-CR-PERIOD-STATUS TO GL-POSTING-PERIOD-STATUS
               SET GL-END-OF-CALENDAR-FILE TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-STAGE-STORE - BUILD ONE STORE'S POSTING LINES AND BALANCE  *
      *                    THEM BACK TO THE STORE'S OWN Price-4         *
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHECK-POSTING-PERIOD - NOTHING POSTS INTO A CLOSED PERIOD  *
      *                             OR ONE THE CALENDAR DOES NOT KNOW   *
      ******************************************************************
       5100-CHECK-POSTING-PERIOD.
           IF GL-POSTING-PERIOD-KEY = ZERO
               MOVE 'N' TO GL-EXTRACT-STATE
               DISPLAY "SDGLEXT POSTING DATE " GL-POSTING-DATE
                   " IS NOT ON THE SDRETCAL CALENDAR"
               GO TO 5100-EXIT
           END-IF.
           IF GL-POSTING-PERIOD-CLOSED
               MOVE 'N' TO GL-EXTRACT-STATE
               DISPLAY "SDGLEXT POSTING DATE " GL-POSTING-DATE
                   " FALLS IN CLOSED PERIOD " GL-POSTING-PERIOD-KEY
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RELEASE-OR-HOLD - THE EXTRACT RELEASES AS ONE PIECE OR     *
      *                        HOLDS AS ONE PIECE                       *
                   VARYING GL-SCAN-IDX FROM 1 BY 1
                   UNTIL GL-SCAN-IDX > GL-LINE-CNT
               CLOSE GL-EXTRACT-FILE
               PERFORM 8900-POST-STEP THRU 8900-EXIT
           ELSE
               OPEN OUTPUT GL-HOLD-FILE
               PERFORM 6200-WRITE-HOLD-LINE THRU 6200-EXIT
                   UNTIL GL-SCAN-IDX > GL-LINE-CNT
               CLOSE GL-HOLD-FILE
               DISPLAY "SDGLEXT *** ABEND *** EXTRACT HELD - "
                   "DOES NOT BALANCE, HAS UNMAPPED DEPARTMENTS "
                   "OR FALLS OUTSIDE AN OPEN PERIOD"
               MOVE 16 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           DISPLAY "SDGLEXT POSTING LINES     = " GL-LINE-CNT.
           DISPLAY "SDGLEXT STORES UNBALANCED = " GL-STORES-UNBALANCED.
           DISPLAY "SDGLEXT UNMAPPED DEPTS    = " GL-UNMAPPED-DEPTS.
           DISPLAY "SDGLEXT POSTING PERIOD    = " GL-POSTING-PERIOD-KEY.
       8000-EXIT.
           EXIT.

       8900-POST-STEP.
           OPEN EXTEND GL-RUNCTL-FILE.
           MOVE GL-POSTING-DATE TO GL-RC-DATE.
           MOVE "SDGLEXT" TO GL-RC-STEP-NAME.
           ACCEPT GL-RC-TS-TIME FROM TIME.
           WRITE GL-RUNCTL-RECORD.
           CLOSE GL-RUNCTL-FILE.
       8900-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
