      *                          FIELD RETIRES; A TRANSACTION NO BAND  *
      *                          COVERS FALLS BACK TO THE KEYED RATE   *
      *                          AND IS COUNTED                        *
      *  08  15/10/26  R PATEL   THE PERIOD CUTOFF NOW COMES FROM THE  *
      *                          SDRETCAL RETAIL CALENDAR - THE END OF *
      *                          THE FIRST OPEN PERIOD - INSTEAD OF    *
      *                          THE TRPERCUT PARM CARD, WHICH IS      *
      *                          RETIRED.  AN ADDITION DATED BEFORE    *
      *                          THE OPEN PERIOD BELONGS TO A PERIOD   *
      *                          SDPERCLS HAS CLOSED AND IS HELD TO    *
      *                          THE NEW TRLATEP LATE-POSTING FILE     *
      *                          INSTEAD OF POSTING.  A DATED STEP-    *
      *                          COMPLETION RECORD IS WRITTEN TO       *
      *                          BATRUNCT UNDER THE PERIOD END         *
      *  09  15/10/26  R PATEL   CORRECTION AND DELETION TRANSACTIONS  *
      *                          NOW POST.  EVERY POSTED ADDITION IS   *
      *                          KEPT ON THE TRPOSTH POSTING HISTORY   *
      *                          WITH THE RATE AND COMMISSION IT       *
      *                          POSTED AT.  A C OR D FINDS ITS        *
      *                          ORIGINAL THERE AND WRITES A REVERSAL  *
      *                          TO TRPOST AT THE ORIGINAL RATE; A C   *
      *                          THEN RE-POSTS AT THE CORRECTED AMOUNT *
      *                          AND TODAY'S RATE.  A C OR D WITH NO   *
      *                          ORIGINAL ON FILE IS LISTED ON THE NEW *
      *                          TRREVEXC EXCEPTION LISTING INSTEAD    *
      *  10  15/10/26  R PATEL   END OF RUN NOW UPDATES THE TRCOMLDG   *
      *                          COMMISSION LEDGER (OLD/NEW, KEYED ON  *
      *                          TR-SOC-SEC-NUMBER) WITH THE RUN'S     *
      *                          EARNINGS, REVERSALS AND APPLIED       *
      *                          TRCOMADJ ADJUSTMENTS, PERIOD- AND     *
      *                          YEAR-TO-DATE.  TRPAYINT PAYS FROM IT  *
      *  11  15/10/26  R PATEL   COMMISSION FOR A SALESPERSON MARKED   *
      *                          TERMINATED ON THE TRNAMES MASTER IS   *
      *                          NO LONGER POSTED - THE ADDITION (OR   *
      *                          THE RE-POST HALF OF A CORRECTION) IS  *
      *                          HELD ON THE NEW TRFINALQ FINAL-PAY    *
      *                          QUEUE FOR PAYROLL TO SETTLE BY HAND   *
      *  12  15/10/26  R PATEL   TRANSIN IS NOW TRDUPCHK'S TRANSEID,   *
      *                          KEYED BY SURROGATE EMPLOYEE ID.  A    *
      *                          KEY THAT IS STILL AN SSN GOES TO THE  *
      *                          TRCKPT CHECKPOINT LOG MASKED TO ITS   *
      *                          LAST THREE DIGITS                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-OVERRIDE-LOG-FILE ASSIGN TO "TRCOMOVA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-LATE-POSTING-FILE ASSIGN TO "TRLATEP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-RUNCTL-FILE ASSIGN TO "BATRUNCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-NEXT-PERIOD-FILE ASSIGN TO "TRNEXTP"
               ORGANIZATION IS SEQUENTIAL.
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-RATE-EXC-FILE ASSIGN TO "TRRATEXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-OLD-HIST-FILE ASSIGN TO "TRPOSTH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-NEW-HIST-FILE ASSIGN TO "TRPOSTHN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-REV-EXC-FILE ASSIGN TO "TRREVEXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-OLD-LEDGER-FILE ASSIGN TO "TRCOMLDG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-NEW-LEDGER-FILE ASSIGN TO "TRCOMLDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-NAMES-FILE ASSIGN TO "TRNAMES"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TR-FINAL-PAY-FILE ASSIGN TO "TRFINALQ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TR-OV-REASON-CODE             PIC X(04).
           05 TR-OV-APPROVER-ID             PIC X(08).

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  TR-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-CALENDAR-RECORD.
           05 TR-CR-WEEK-START-DATE        PIC 9(08).
           05 TR-CR-WEEK-END-DATE          PIC 9(08).
           05 TR-CR-RETAIL-YEAR            PIC 9(04).
           05 TR-CR-QUARTER                PIC 9(01).
           05 TR-CR-PERIOD                 PIC 9(02).
           05 TR-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 TR-CR-WEEK-OF-YEAR           PIC 9(02).
           05 TR-CR-PERIOD-START-DATE      PIC 9(08).
           05 TR-CR-PERIOD-END-DATE        PIC 9(08).
           05 TR-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 TR-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 TR-CR-PERIOD-STATUS          PIC X(01).
               88 TR-CR-PERIOD-IS-OPEN         VALUE 'O'.
           05 TR-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

       FD  TR-LATE-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-LATE-IO                      PIC X(45).

       FD  TR-RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-RUNCTL-RECORD.
           05 TR-RC-DATE                   PIC 9(08).
           05 TR-RC-STEP-NAME              PIC X(08).
           05 TR-RC-TS-TIME                PIC 9(08).

       FD  TR-NEXT-PERIOD-FILE
           RECORDING MODE IS F
           05 TR-RX-TABLE-RATE             PIC 99.
           05 TR-RX-REASON                 PIC X(40).

      *    POSTING HISTORY - ONE ROW PER ADDITION, REVERSAL OR
      *    CORRECTED RE-POST.  A STATUS OF 'R' MARKS AN ADDITION OR
      *    RE-POST A LATER C OR D HAS ALREADY REVERSED.
       FD  TR-OLD-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-OLD-HIST-IO.
           05 TR-OH-SOC-SEC-NUMBER         PIC X(09).
           05 TR-OH-LAST-NAME              PIC X(15).
           05 TR-OH-INITIALS               PIC X(02).
           05 TR-OH-LOCATION-CODE          PIC X(03).
           05 TR-OH-SALES-AMOUNT           PIC 9(05).
           05 TR-OH-TRANSACTION-DATE       PIC 9(08).
           05 TR-OH-POSTING-RATE           PIC 99.
           05 TR-OH-COMMISSION-AMT         PIC 9(05)V99.
           05 TR-OH-ENTRY-TYPE             PIC X(01).
           05 TR-OH-STATUS                 PIC X(01).
           05 TR-OH-PERIOD-END             PIC 9(08).
           05 FILLER                       PIC X(04).

       FD  TR-NEW-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-NEW-HIST-IO.
           05 TR-NH-SOC-SEC-NUMBER         PIC X(09).
           05 TR-NH-LAST-NAME              PIC X(15).
           05 TR-NH-INITIALS               PIC X(02).
           05 TR-NH-LOCATION-CODE          PIC X(03).
           05 TR-NH-SALES-AMOUNT           PIC 9(05).
           05 TR-NH-TRANSACTION-DATE       PIC 9(08).
           05 TR-NH-POSTING-RATE           PIC 99.
           05 TR-NH-COMMISSION-AMT         PIC 9(05)V99.
           05 TR-NH-ENTRY-TYPE             PIC X(01).
           05 TR-NH-STATUS                 PIC X(01).
           05 TR-NH-PERIOD-END             PIC 9(08).
           05 FILLER                       PIC X(04).

       FD  TR-REV-EXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-REV-EXC-RECORD.
           05 TR-VX-SOC-SEC-NUMBER         PIC X(09).
           05 TR-VX-LOCATION-CODE          PIC X(03).
           05 TR-VX-TRANSACTION-CODE       PIC X(01).
           05 TR-VX-TRANSACTION-DATE       PIC 9(08).
           05 TR-VX-SALES-AMOUNT           PIC 9(05).
           05 TR-VX-REASON                 PIC X(40).

      *    COMMISSION LEDGER - ONE ROW PER SALESPERSON.  PERIOD-TO-DATE
      *    FIGURES ARE CLEARED BY TRPAYINT WHEN IT PAYS THE PERIOD,
      *    YEAR-TO-DATE FIGURES AT ITS YEAR-END RUN.  A NEGATIVE NET
      *    LEFT BY REVERSALS IS HELD IN THE CARRIED-FORWARD BALANCE.
       FD  TR-OLD-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-OLD-LEDGER-IO.
           05 TR-OL-SOC-SEC-NUMBER         PIC X(09).
           05 TR-OL-LAST-NAME              PIC X(15).
           05 TR-OL-INITIALS               PIC X(02).
           05 TR-OL-LOCATION-CODE          PIC X(03).
           05 TR-OL-RETAIL-YEAR            PIC 9(04).
           05 TR-OL-PTD-EARNINGS           PIC S9(07)V99.
           05 TR-OL-PTD-ADJUSTMENTS        PIC S9(07)V99.
           05 TR-OL-YTD-EARNINGS           PIC S9(07)V99.
           05 TR-OL-YTD-ADJUSTMENTS        PIC S9(07)V99.
           05 TR-OL-CARRIED-FORWARD        PIC S9(07)V99.
           05 TR-OL-YTD-PAID               PIC S9(07)V99.
           05 TR-OL-LAST-POSTED            PIC 9(08).
           05 TR-OL-LAST-PAID-PERIOD       PIC 9(08).
           05 FILLER                       PIC X(07).

       FD  TR-NEW-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-NEW-LEDGER-IO.
           05 TR-NL-SOC-SEC-NUMBER         PIC X(09).
           05 TR-NL-LAST-NAME              PIC X(15).
           05 TR-NL-INITIALS               PIC X(02).
           05 TR-NL-LOCATION-CODE          PIC X(03).
           05 TR-NL-RETAIL-YEAR            PIC 9(04).
           05 TR-NL-PTD-EARNINGS           PIC S9(07)V99.
           05 TR-NL-PTD-ADJUSTMENTS        PIC S9(07)V99.
           05 TR-NL-YTD-EARNINGS           PIC S9(07)V99.
           05 TR-NL-YTD-ADJUSTMENTS        PIC S9(07)V99.
           05 TR-NL-CARRIED-FORWARD        PIC S9(07)V99.
           05 TR-NL-YTD-PAID               PIC S9(07)V99.
           05 TR-NL-LAST-POSTED            PIC 9(08).
           05 TR-NL-LAST-PAID-PERIOD       PIC 9(08).
           05 FILLER                       PIC X(07).

      *    SALESPERSON MASTER - SEE TRSLSMNT.  A 30-BYTE RECORD IS
      *    THE ORIGINAL NAME-ONLY LAYOUT AND CARRIES NO STATUS.
       FD  TR-NAMES-FILE
           RECORD IS VARYING IN SIZE FROM 30 TO 60 CHARACTERS
               DEPENDING ON TR-NM-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  TR-NAMES-IO.
           05 TR-NM-SOC-SEC-NUMBER         PIC X(09).
           05 FILLER                       PIC X(21).
           05 TR-NM-LOCATION-CODE          PIC X(03).
           05 TR-NM-STATUS                 PIC X(01).
               88 TR-NM-IS-TERMINATED          VALUE 'T'.
           05 TR-NM-HIRE-DATE              PIC 9(08).
           05 TR-NM-TERM-DATE              PIC 9(08).
           05 FILLER                       PIC X(10).

      *    FINAL-PAY QUEUE - THE TRANSACTION AS READ, THE LEAVER'S
      *    TERMINATION DATE AND THE PERIOD IT WOULD HAVE POSTED IN.
       FD  TR-FINAL-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TR-FINAL-PAY-RECORD.
           05 TR-FQ-TRANSACTION            PIC X(45).
           05 TR-FQ-TERM-DATE              PIC 9(08).
           05 TR-FQ-PERIOD-END             PIC 9(08).
           05 FILLER                       PIC X(03).

       WORKING-STORAGE SECTION.
           COPY "Transaction_Record.cbl".

               88 TR-END-OF-RATE-FILE          VALUE 'Y'.
           05 TR-ADJ-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
               88 TR-ADJ-WAS-FOUND             VALUE 'Y'.
           05 TR-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 TR-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 TR-EOF-OLD-HIST-FILE         PIC X(01) VALUE 'N'.
               88 TR-END-OF-OLD-HIST-FILE      VALUE 'Y'.
           05 TR-HIST-MATCH-FOUND-SW       PIC X(01) VALUE 'N'.
               88 TR-HIST-WAS-FOUND            VALUE 'Y'.
           05 TR-EOF-OLD-LEDGER-FILE       PIC X(01) VALUE 'N'.
               88 TR-END-OF-OLD-LEDGER-FILE    VALUE 'Y'.
           05 TR-LG-MATCH-FOUND-SW         PIC X(01) VALUE 'N'.
               88 TR-LEDGER-WAS-FOUND          VALUE 'Y'.
           05 TR-EOF-NAMES-FILE            PIC X(01) VALUE 'N'.
               88 TR-END-OF-NAMES-FILE         VALUE 'Y'.
           05 TR-LV-MATCH-FOUND-SW         PIC X(01) VALUE 'N'.
               88 TR-LEAVER-WAS-FOUND          VALUE 'Y'.
           05 TR-ABORT                     PIC X(01) VALUE 'N'.
               88 TR-ABORT-RUN                 VALUE 'Y'.

       01  TR-CHECKPOINT-INTERVAL          PIC 9(05) VALUE 1000.
       01  TR-PERIOD-CUTOFF                PIC 9(08) VALUE ZERO.
       01  TR-PERIOD-START                 PIC 9(08) VALUE ZERO.
       01  TR-RETAIL-YEAR                  PIC 9(04) VALUE ZERO.

       01  TR-RESTART-INFO.
           05 TR-RESTART-COUNT             PIC 9(09) VALUE ZERO.
           05 TR-RECORDS-SKIPPED           PIC 9(09) COMP VALUE ZERO.
           05 TR-RECORDS-POSTED            PIC 9(09) COMP VALUE ZERO.
           05 TR-RECORDS-HELD              PIC 9(09) COMP VALUE ZERO.
           05 TR-RECORDS-LATE              PIC 9(09) COMP VALUE ZERO.
           05 TR-RATES-DISAGREED           PIC 9(07) COMP VALUE ZERO.
           05 TR-RATES-UNBANDED            PIC 9(07) COMP VALUE ZERO.
           05 TR-SALES-RUNNING-TOTAL       PIC 9(09) COMP.
           05 TR-SINCE-LAST-CHECKPOINT     PIC 9(05) COMP VALUE ZERO.
           05 TR-CHECKPOINTS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05 TR-REVERSALS-POSTED          PIC 9(07) COMP VALUE ZERO.
           05 TR-CORRECTIONS-REPOSTED      PIC 9(07) COMP VALUE ZERO.
           05 TR-REVERSALS-UNMATCHED       PIC 9(07) COMP VALUE ZERO.
           05 TR-LEDGER-ROWS-ADDED         PIC 9(07) COMP VALUE ZERO.
           05 TR-FINAL-PAY-QUEUED          PIC 9(07) COMP VALUE ZERO.

       01  TR-LAST-SSN-SEEN                PIC X(09) VALUE SPACES.
       01  TR-LAST-LOC-SEEN                PIC X(03) VALUE SPACES.
       01  TR-ADJ-IDX                      PIC 9(05) COMP.
       01  TR-ADJ-MATCH-IDX                PIC 9(05) COMP.

       01  TR-HIST-CNT                     PIC 9(05) COMP VALUE ZERO.
       01  TR-HIST-TABLE.
           05 TR-HS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON TR-HIST-CNT.
               10 TR-HS-SOC-SEC-NUMBER     PIC X(09).
               10 TR-HS-LAST-NAME          PIC X(15).
               10 TR-HS-INITIALS           PIC X(02).
               10 TR-HS-LOCATION-CODE      PIC X(03).
               10 TR-HS-SALES-AMOUNT       PIC 9(05).
               10 TR-HS-TRANSACTION-DATE   PIC 9(08).
               10 TR-HS-POSTING-RATE       PIC 99.
               10 TR-HS-COMMISSION-AMT     PIC 9(05)V99.
               10 TR-HS-ENTRY-TYPE         PIC X(01).
                   88 TR-HS-IS-ADDITION        VALUE 'A'.
                   88 TR-HS-IS-REPOST          VALUE 'C'.
                   88 TR-HS-IS-REVERSAL        VALUE 'R'.
               10 TR-HS-STATUS             PIC X(01).
                   88 TR-HS-REVERSED           VALUE 'R'.
               10 TR-HS-PERIOD-END         PIC 9(08).

       01  TR-HS-IDX                       PIC 9(05) COMP.
       01  TR-HS-MATCH-IDX                 PIC 9(05) COMP.
       01  TR-HIST-ENTRY-TYPE              PIC X(01).

       01  TR-LEDGER-CNT                   PIC 9(05) COMP VALUE ZERO.
       01  TR-LEDGER-TABLE.
           05 TR-LG-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON TR-LEDGER-CNT.
               10 TR-LG-SOC-SEC-NUMBER     PIC X(09).
               10 TR-LG-LAST-NAME          PIC X(15).
               10 TR-LG-INITIALS           PIC X(02).
               10 TR-LG-LOCATION-CODE      PIC X(03).
               10 TR-LG-RETAIL-YEAR        PIC 9(04).
               10 TR-LG-PTD-EARNINGS       PIC S9(07)V99.
               10 TR-LG-PTD-ADJUSTMENTS    PIC S9(07)V99.
               10 TR-LG-YTD-EARNINGS       PIC S9(07)V99.
               10 TR-LG-YTD-ADJUSTMENTS    PIC S9(07)V99.
               10 TR-LG-CARRIED-FORWARD    PIC S9(07)V99.
               10 TR-LG-YTD-PAID           PIC S9(07)V99.
               10 TR-LG-LAST-POSTED        PIC 9(08).
               10 TR-LG-LAST-PAID-PERIOD   PIC 9(08).

       01  TR-LG-IDX                       PIC 9(05) COMP.
       01  TR-LG-MATCH-IDX                 PIC 9(05) COMP.
       01  TR-CALCULATED-AMT               PIC 9(05)V99.
       01  TR-LEDGER-EARNED                PIC S9(05)V99.
       01  TR-LEDGER-ADJUSTED              PIC S9(05)V99.

      *    LEAVERS ONLY - AN ACTIVE SALESPERSON POSTS AS NORMAL.
       01  TR-NM-REC-LEN                   PIC 9(05) COMP.
       01  TR-LEAVER-CNT                   PIC 9(05) COMP VALUE ZERO.
       01  TR-LEAVER-TABLE.
           05 TR-LV-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON TR-LEAVER-CNT.
               10 TR-LV-SOC-SEC-NUMBER     PIC X(09).
               10 TR-LV-TERM-DATE          PIC 9(08).
       01  TR-LV-IDX                       PIC 9(05) COMP.
       01  TR-LV-MATCH-IDX                 PIC 9(05) COMP.

       01  TR-OVERRIDE-COUNTERS.
           05 TR-OVERRIDES-APPLIED         PIC 9(05) COMP VALUE ZERO.


       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF TR-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-SKIP-TO-RESTART-POINT THRU 2000-EXIT
               TR-RESTART-COUNT TIMES.
           PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT
               UNTIL TR-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8900-POST-STEP THRU 8900-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - TAKE THE OPEN PERIOD FROM THE CALENDAR,      *
      *                   OPEN FILES AND DETERMINE THE RESTART POINT   *
      *                   FROM THE LAST CHECKPOINT LOG                 *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT TR-CALENDAR-FILE.
           PERFORM 1050-FIND-OPEN-PERIOD THRU 1050-EXIT
               UNTIL TR-END-OF-CALENDAR-FILE.
           CLOSE TR-CALENDAR-FILE.
           IF TR-PERIOD-CUTOFF = ZERO
               DISPLAY "TRCOMRUN *** ABEND *** NO OPEN PERIOD ON "
                   "THE SDRETCAL CALENDAR"
               MOVE 16 TO RETURN-CODE
               SET TR-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  TR-OLD-CKPT-FILE.
           PERFORM 1100-READ-LAST-CHECKPOINT THRU 1100-EXIT
               UNTIL TR-END-OF-OLD-CKPT-FILE.
           CLOSE TR-OLD-CKPT-FILE.
           MOVE TR-RESTART-SALES TO TR-SALES-RUNNING-TOTAL.
           OPEN INPUT  TR-TRANS-FILE
                OUTPUT TR-NEW-CKPT-FILE
                OUTPUT TR-POST-FILE
                OUTPUT TR-NEXT-PERIOD-FILE
                OUTPUT TR-LATE-POSTING-FILE
                OUTPUT TR-OVERRIDE-LOG-FILE
                OUTPUT TR-RATE-EXC-FILE
                OUTPUT TR-REV-EXC-FILE
                OUTPUT TR-FINAL-PAY-FILE.
           OPEN INPUT TR-RATE-FILE.
           PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT
               UNTIL TR-END-OF-RATE-FILE.
           PERFORM 1200-LOAD-ADJUSTMENT THRU 1200-EXIT
               UNTIL TR-END-OF-OLD-ADJ-FILE.
           CLOSE TR-OLD-ADJ-FILE.
           OPEN INPUT  TR-OLD-HIST-FILE.
           PERFORM 1400-LOAD-POSTING-HISTORY THRU 1400-EXIT
               UNTIL TR-END-OF-OLD-HIST-FILE.
           CLOSE TR-OLD-HIST-FILE.
           OPEN INPUT  TR-OLD-LEDGER-FILE.
           PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT
               UNTIL TR-END-OF-OLD-LEDGER-FILE.
           CLOSE TR-OLD-LEDGER-FILE.
           OPEN INPUT  TR-NAMES-FILE.
           PERFORM 1600-LOAD-LEAVER THRU 1600-EXIT
               UNTIL TR-END-OF-NAMES-FILE.
           CLOSE TR-NAMES-FILE.
       1000-EXIT.
           EXIT.

      *    THE FIRST OPEN WEEK ON THE CALENDAR NAMES THE PERIOD.
       1050-FIND-OPEN-PERIOD.
           READ TR-CALENDAR-FILE
               AT END
                   SET TR-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 1050-EXIT
           END-READ.
           IF TR-CR-PERIOD-IS-OPEN
               MOVE TR-CR-PERIOD-START-DATE TO TR-PERIOD-START
               MOVE TR-CR-PERIOD-END-DATE   TO TR-PERIOD-CUTOFF
               MOVE TR-CR-RETAIL-YEAR       TO TR-RETAIL-YEAR
               SET TR-END-OF-CALENDAR-FILE TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

       1100-READ-LAST-CHECKPOINT.
           READ TR-OLD-CKPT-FILE
               AT END
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-POSTING-HISTORY - EVERY ADDITION, REVERSAL AND       *
      *                             RE-POST FROM EARLIER RUNS, SO A C  *
      *                             OR D CAN FIND THE ADDITION IT      *
      *                             REVERSES AND THE RATE IT POSTED AT *
      ******************************************************************
       1400-LOAD-POSTING-HISTORY.
           READ TR-OLD-HIST-FILE
               AT END
                   SET TR-END-OF-OLD-HIST-FILE TO TRUE
                   GO TO 1400-EXIT
           END-READ.
           ADD 1 TO TR-HIST-CNT.
           MOVE TR-HIST-CNT TO TR-HS-IDX.
           MOVE TR-OH-SOC-SEC-NUMBER
                                 TO TR-HS-SOC-SEC-NUMBER(TR-HS-IDX).
           MOVE TR-OH-LAST-NAME        TO TR-HS-LAST-NAME(TR-HS-IDX).
           MOVE TR-OH-INITIALS         TO TR-HS-INITIALS(TR-HS-IDX).
           MOVE TR-OH-LOCATION-CODE
                                 TO TR-HS-LOCATION-CODE(TR-HS-IDX).
           MOVE TR-OH-SALES-AMOUNT     TO TR-HS-SALES-AMOUNT(TR-HS-IDX).
           MOVE TR-OH-TRANSACTION-DATE
                                 TO TR-HS-TRANSACTION-DATE(TR-HS-IDX).
           MOVE TR-OH-POSTING-RATE     TO TR-HS-POSTING-RATE(TR-HS-IDX).
           MOVE TR-OH-COMMISSION-AMT
                                 TO TR-HS-COMMISSION-AMT(TR-HS-IDX).
           MOVE TR-OH-ENTRY-TYPE       TO TR-HS-ENTRY-TYPE(TR-HS-IDX).
           MOVE TR-OH-STATUS           TO TR-HS-STATUS(TR-HS-IDX).
           MOVE TR-OH-PERIOD-END       TO TR-HS-PERIOD-END(TR-HS-IDX).
       1400-EXIT.
           EXIT.

       1500-LOAD-LEDGER.
           READ TR-OLD-LEDGER-FILE
               AT END
                   SET TR-END-OF-OLD-LEDGER-FILE TO TRUE
                   GO TO 1500-EXIT
           END-READ.
           ADD 1 TO TR-LEDGER-CNT.
           MOVE TR-LEDGER-CNT TO TR-LG-IDX.
           MOVE TR-OL-SOC-SEC-NUMBER
                                 TO TR-LG-SOC-SEC-NUMBER(TR-LG-IDX).
           MOVE TR-OL-LAST-NAME        TO TR-LG-LAST-NAME(TR-LG-IDX).
           MOVE TR-OL-INITIALS         TO TR-LG-INITIALS(TR-LG-IDX).
           MOVE TR-OL-LOCATION-CODE
                                 TO TR-LG-LOCATION-CODE(TR-LG-IDX).
           MOVE TR-OL-RETAIL-YEAR      TO TR-LG-RETAIL-YEAR(TR-LG-IDX).
           MOVE TR-OL-PTD-EARNINGS     TO TR-LG-PTD-EARNINGS(TR-LG-IDX).
           MOVE TR-OL-PTD-ADJUSTMENTS
                                 TO TR-LG-PTD-ADJUSTMENTS(TR-LG-IDX).
           MOVE TR-OL-YTD-EARNINGS     TO TR-LG-YTD-EARNINGS(TR-LG-IDX).
           MOVE TR-OL-YTD-ADJUSTMENTS
                                 TO TR-LG-YTD-ADJUSTMENTS(TR-LG-IDX).
           MOVE TR-OL-CARRIED-FORWARD
                                 TO TR-LG-CARRIED-FORWARD(TR-LG-IDX).
           MOVE TR-OL-YTD-PAID         TO TR-LG-YTD-PAID(TR-LG-IDX).
           MOVE TR-OL-LAST-POSTED      TO TR-LG-LAST-POSTED(TR-LG-IDX).
           MOVE TR-OL-LAST-PAID-PERIOD
                                 TO TR-LG-LAST-PAID-PERIOD(TR-LG-IDX).
       1500-EXIT.
           EXIT.

       1600-LOAD-LEAVER.
           READ TR-NAMES-FILE
               AT END
                   SET TR-END-OF-NAMES-FILE TO TRUE
                   GO TO 1600-EXIT
           END-READ.
           IF TR-NM-REC-LEN < 60
               GO TO 1600-EXIT
           END-IF.
           IF NOT TR-NM-IS-TERMINATED
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO TR-LEAVER-CNT.
           MOVE TR-NM-SOC-SEC-NUMBER
                            TO TR-LV-SOC-SEC-NUMBER(TR-LEAVER-CNT).
           MOVE TR-NM-TERM-DATE TO TR-LV-TERM-DATE(TR-LEAVER-CNT).
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SKIP-TO-RESTART-POINT - DISCARD RECORDS ALREADY POSTED    *
      *                              ON A PRIOR RUN                    *
           END-READ.
           ADD 1 TO TR-RECORDS-READ.
           MOVE TR-TRANS-IO TO WS-TRANSACTION-RECORD.
           IF TR-KEYED-BY-EMPLOYEE-ID
               AND TR-EMP-ID-NUMBER NUMERIC
               MOVE TR-SOC-SEC-NUMBER TO TR-LAST-SSN-SEEN
           ELSE
               MOVE ALL '*' TO TR-LAST-SSN-SEEN
               MOVE TR-SOC-SEC-NUMBER(7:3) TO TR-LAST-SSN-SEEN(7:3)
           END-IF.
           MOVE TR-LOCATION-CODE  TO TR-LAST-LOC-SEEN.
           IF CORRECTION OR DELETION
               PERFORM 3300-REVERSE-ORIGINAL THRU 3300-EXIT
               GO TO 3000-CHECKPOINT
           END-IF.
           IF ADDITION
               PERFORM 3400-HOLD-FOR-FINAL-PAY THRU 3400-EXIT
               IF TR-LEAVER-WAS-FOUND
                   GO TO 3000-CHECKPOINT
               END-IF
           END-IF.
           IF ADDITION
               IF TR-TRANSACTION-DATE > TR-PERIOD-CUTOFF
                   MOVE TR-TRANS-IO TO TR-NEXT-IO
                   WRITE TR-NEXT-IO
                   ADD 1 TO TR-RECORDS-HELD
                   GO TO 3000-CHECKPOINT
               END-IF
               IF TR-TRANSACTION-DATE NOT = ZERO
                   AND TR-TRANSACTION-DATE < TR-PERIOD-START
                   MOVE TR-TRANS-IO TO TR-LATE-IO
                   WRITE TR-LATE-IO
                   ADD 1 TO TR-RECORDS-LATE
               ELSE
                   ADD TR-SALES-AMOUNT TO TR-SALES-RUNNING-TOTAL
                   PERFORM 3050-DERIVE-RATE THRU 3050-EXIT
                   COMPUTE TR-COMMISSION-AMT ROUNDED =
                       TR-SALES-AMOUNT * TR-POSTING-RATE / 100
                   MOVE TR-COMMISSION-AMT TO TR-CALCULATED-AMT
                   PERFORM 3100-APPLY-ADJUSTMENT THRU 3100-EXIT
                   MOVE TR-TRANS-IO TO TR-POST-IO
                   WRITE TR-POST-IO
                   MOVE 'A' TO TR-HIST-ENTRY-TYPE
                   PERFORM 3500-ADD-HISTORY THRU 3500-EXIT
                   MOVE TR-CALCULATED-AMT TO TR-LEDGER-EARNED
                   COMPUTE TR-LEDGER-ADJUSTED =
                       TR-COMMISSION-AMT - TR-CALCULATED-AMT
                   PERFORM 3600-POST-TO-LEDGER THRU 3600-EXIT
                   ADD 1 TO TR-RECORDS-POSTED
               END-IF
           END-IF.
       3000-CHECKPOINT.
           ADD 1 TO TR-SINCE-LAST-CHECKPOINT.
           IF TR-SINCE-LAST-CHECKPOINT >= TR-CHECKPOINT-INTERVAL
               PERFORM 4000-WRITE-CHECKPOINT THRU 4000-EXIT
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-REVERSE-ORIGINAL - FIND THE POSTED ADDITION A C OR D      *
      *                         REFERS TO (SAME SSN, LOCATION AND      *
      *                         TRANSACTION DATE, NOT YET REVERSED - A *
      *                         D MUST ALSO CARRY THE ORIGINAL SALES   *
      *                         AMOUNT), POST A REVERSAL AT THE RATE   *
      *                         THE ORIGINAL POSTED AT, AND FOR A C    *
      *                         RE-POST AT THE CORRECTED AMOUNT        *
      ******************************************************************
       3300-REVERSE-ORIGINAL.
           MOVE 'N' TO TR-HIST-MATCH-FOUND-SW.
           PERFORM 3310-SCAN-HISTORY THRU 3310-EXIT
               VARYING TR-HS-IDX FROM TR-HIST-CNT BY -1
               UNTIL TR-HS-IDX < 1
                  OR TR-HIST-WAS-FOUND.
           IF NOT TR-HIST-WAS-FOUND
               MOVE TR-SOC-SEC-NUMBER    TO TR-VX-SOC-SEC-NUMBER
               MOVE TR-LOCATION-CODE     TO TR-VX-LOCATION-CODE
               MOVE TR-TRANSACTION-CODE  TO TR-VX-TRANSACTION-CODE
               MOVE TR-TRANSACTION-DATE  TO TR-VX-TRANSACTION-DATE
               MOVE TR-SALES-AMOUNT      TO TR-VX-SALES-AMOUNT
               MOVE "NO POSTED ADDITION TO REVERSE"
                                         TO TR-VX-REASON
               WRITE TR-REV-EXC-RECORD
               ADD 1 TO TR-REVERSALS-UNMATCHED
               GO TO 3300-EXIT
           END-IF.
           SET TR-HS-REVERSED(TR-HS-MATCH-IDX) TO TRUE.
      *    THE REVERSAL GOES TO TRPOST AS A D CARRYING THE ORIGINAL
      *    AMOUNT AND, IN TR-COMMISSION-RATE, THE ORIGINAL RATE - THE
      *    STATEMENT PRINTS IT AS A NEGATIVE LINE AT THAT RATE.
           MOVE TR-HS-SALES-AMOUNT(TR-HS-MATCH-IDX) TO TR-SALES-AMOUNT.
           MOVE TR-HS-POSTING-RATE(TR-HS-MATCH-IDX) TO TR-POSTING-RATE.
           MOVE TR-HS-POSTING-RATE(TR-HS-MATCH-IDX)
                                     TO TR-COMMISSION-RATE.
           COMPUTE TR-COMMISSION-AMT ROUNDED =
               TR-SALES-AMOUNT * TR-POSTING-RATE / 100.
           MOVE 'D' TO TR-TRANSACTION-CODE.
           MOVE WS-TRANSACTION-RECORD TO TR-POST-IO.
           WRITE TR-POST-IO.
           MOVE 'R' TO TR-HIST-ENTRY-TYPE.
           PERFORM 3500-ADD-HISTORY THRU 3500-EXIT.
           COMPUTE TR-LEDGER-EARNED = 0 - TR-COMMISSION-AMT.
           MOVE ZERO TO TR-LEDGER-ADJUSTED.
           PERFORM 3600-POST-TO-LEDGER THRU 3600-EXIT.
           ADD 1 TO TR-REVERSALS-POSTED.
           MOVE TR-TRANS-IO TO WS-TRANSACTION-RECORD.
           IF NOT CORRECTION
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3400-HOLD-FOR-FINAL-PAY THRU 3400-EXIT.
           IF TR-LEAVER-WAS-FOUND
               GO TO 3300-EXIT
           END-IF.
           ADD TR-SALES-AMOUNT TO TR-SALES-RUNNING-TOTAL.
           PERFORM 3050-DERIVE-RATE THRU 3050-EXIT.
           COMPUTE TR-COMMISSION-AMT ROUNDED =
               TR-SALES-AMOUNT * TR-POSTING-RATE / 100.
           MOVE TR-TRANS-IO TO TR-POST-IO.
           WRITE TR-POST-IO.
           MOVE 'C' TO TR-HIST-ENTRY-TYPE.
           PERFORM 3500-ADD-HISTORY THRU 3500-EXIT.
           MOVE TR-COMMISSION-AMT TO TR-LEDGER-EARNED.
           MOVE ZERO TO TR-LEDGER-ADJUSTED.
           PERFORM 3600-POST-TO-LEDGER THRU 3600-EXIT.
           ADD 1 TO TR-CORRECTIONS-REPOSTED.
       3300-EXIT.
           EXIT.

      *    NEWEST FIRST, SO A SECOND CORRECTION REVERSES THE FIRST
      *    CORRECTION'S RE-POST RATHER THAN AN OLDER ROW.
       3310-SCAN-HISTORY.
           IF TR-HS-SOC-SEC-NUMBER(TR-HS-IDX) = TR-SOC-SEC-NUMBER
              AND TR-HS-LOCATION-CODE(TR-HS-IDX) = TR-LOCATION-CODE
              AND TR-HS-TRANSACTION-DATE(TR-HS-IDX) =
                  TR-TRANSACTION-DATE
              AND NOT TR-HS-IS-REVERSAL(TR-HS-IDX)
              AND NOT TR-HS-REVERSED(TR-HS-IDX)
               IF CORRECTION
                  OR TR-HS-SALES-AMOUNT(TR-HS-IDX) = TR-SALES-AMOUNT
                   MOVE 'Y' TO TR-HIST-MATCH-FOUND-SW
                   MOVE TR-HS-IDX TO TR-HS-MATCH-IDX
               END-IF
           END-IF.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3400-HOLD-FOR-FINAL-PAY - A SALESPERSON WHO HAS LEFT IS PAID   *
      *                           THROUGH FINAL PAY, NOT THE NORMAL    *
      *                           RUN - QUEUE THE TRANSACTION INSTEAD  *
      *                           OF POSTING IT                        *
      ******************************************************************
       3400-HOLD-FOR-FINAL-PAY.
           MOVE 'N' TO TR-LV-MATCH-FOUND-SW.
           PERFORM 3410-SCAN-LEAVER THRU 3410-EXIT
               VARYING TR-LV-IDX FROM 1 BY 1
               UNTIL TR-LV-IDX > TR-LEAVER-CNT
                  OR TR-LEAVER-WAS-FOUND.
           IF NOT TR-LEAVER-WAS-FOUND
               GO TO 3400-EXIT
           END-IF.
           MOVE TR-TRANS-IO TO TR-FQ-TRANSACTION.
           MOVE TR-LV-TERM-DATE(TR-LV-MATCH-IDX) TO TR-FQ-TERM-DATE.
           MOVE TR-PERIOD-CUTOFF TO TR-FQ-PERIOD-END.
           WRITE TR-FINAL-PAY-RECORD.
           ADD 1 TO TR-FINAL-PAY-QUEUED.
       3400-EXIT.
           EXIT.

       3410-SCAN-LEAVER.
           IF TR-LV-SOC-SEC-NUMBER(TR-LV-IDX) = TR-SOC-SEC-NUMBER
               MOVE 'Y' TO TR-LV-MATCH-FOUND-SW
               MOVE TR-LV-IDX TO TR-LV-MATCH-IDX
           END-IF.
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ADD-HISTORY - ADD THE ROW JUST WRITTEN TO TRPOST TO THE   *
      *                    POSTING HISTORY, TYPE IN TR-HIST-ENTRY-TYPE *
      ******************************************************************
       3500-ADD-HISTORY.
           ADD 1 TO TR-HIST-CNT.
           MOVE TR-HIST-CNT TO TR-HS-IDX.
           MOVE TR-SOC-SEC-NUMBER   TO TR-HS-SOC-SEC-NUMBER(TR-HS-IDX).
           MOVE TR-LAST-NAME        TO TR-HS-LAST-NAME(TR-HS-IDX).
           MOVE TR-INITIALS         TO TR-HS-INITIALS(TR-HS-IDX).
           MOVE TR-LOCATION-CODE    TO TR-HS-LOCATION-CODE(TR-HS-IDX).
           MOVE TR-SALES-AMOUNT     TO TR-HS-SALES-AMOUNT(TR-HS-IDX).
           MOVE TR-TRANSACTION-DATE
                                 TO TR-HS-TRANSACTION-DATE(TR-HS-IDX).
           MOVE TR-POSTING-RATE     TO TR-HS-POSTING-RATE(TR-HS-IDX).
           MOVE TR-COMMISSION-AMT   TO TR-HS-COMMISSION-AMT(TR-HS-IDX).
           MOVE TR-HIST-ENTRY-TYPE  TO TR-HS-ENTRY-TYPE(TR-HS-IDX).
           MOVE SPACE               TO TR-HS-STATUS(TR-HS-IDX).
           MOVE TR-PERIOD-CUTOFF    TO TR-HS-PERIOD-END(TR-HS-IDX).
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-POST-TO-LEDGER - ADD TR-LEDGER-EARNED AND                 *
      *                       TR-LEDGER-ADJUSTED TO THE SALESPERSON'S  *
      *                       LEDGER ROW, PERIOD- AND YEAR-TO-DATE,    *
      *                       OPENING A ROW FOR A FIRST POSTING        *
      ******************************************************************
       3600-POST-TO-LEDGER.
           MOVE 'N' TO TR-LG-MATCH-FOUND-SW.
           PERFORM 3610-SCAN-LEDGER THRU 3610-EXIT
               VARYING TR-LG-IDX FROM 1 BY 1
               UNTIL TR-LG-IDX > TR-LEDGER-CNT
                  OR TR-LEDGER-WAS-FOUND.
           IF NOT TR-LEDGER-WAS-FOUND
               ADD 1 TO TR-LEDGER-CNT
               MOVE TR-LEDGER-CNT TO TR-LG-MATCH-IDX
               MOVE TR-SOC-SEC-NUMBER
                         TO TR-LG-SOC-SEC-NUMBER(TR-LG-MATCH-IDX)
               MOVE ZERO TO TR-LG-PTD-EARNINGS(TR-LG-MATCH-IDX)
               MOVE ZERO TO TR-LG-PTD-ADJUSTMENTS(TR-LG-MATCH-IDX)
               MOVE ZERO TO TR-LG-YTD-EARNINGS(TR-LG-MATCH-IDX)
               MOVE ZERO TO TR-LG-YTD-ADJUSTMENTS(TR-LG-MATCH-IDX)
               MOVE ZERO TO TR-LG-CARRIED-FORWARD(TR-LG-MATCH-IDX)
               MOVE ZERO TO TR-LG-YTD-PAID(TR-LG-MATCH-IDX)
               MOVE ZERO TO TR-LG-LAST-PAID-PERIOD(TR-LG-MATCH-IDX)
               ADD 1 TO TR-LEDGER-ROWS-ADDED
           END-IF.
           MOVE TR-LAST-NAME     TO TR-LG-LAST-NAME(TR-LG-MATCH-IDX).
           MOVE TR-INITIALS      TO TR-LG-INITIALS(TR-LG-MATCH-IDX).
           MOVE TR-LOCATION-CODE
                         TO TR-LG-LOCATION-CODE(TR-LG-MATCH-IDX).
           MOVE TR-RETAIL-YEAR   TO TR-LG-RETAIL-YEAR(TR-LG-MATCH-IDX).
           MOVE TR-PERIOD-CUTOFF TO TR-LG-LAST-POSTED(TR-LG-MATCH-IDX).
           ADD TR-LEDGER-EARNED
                         TO TR-LG-PTD-EARNINGS(TR-LG-MATCH-IDX)
                            TR-LG-YTD-EARNINGS(TR-LG-MATCH-IDX).
           ADD TR-LEDGER-ADJUSTED
                         TO TR-LG-PTD-ADJUSTMENTS(TR-LG-MATCH-IDX)
                            TR-LG-YTD-ADJUSTMENTS(TR-LG-MATCH-IDX).
       3600-EXIT.
           EXIT.

       3610-SCAN-LEDGER.
           IF TR-LG-SOC-SEC-NUMBER(TR-LG-IDX) = TR-SOC-SEC-NUMBER
               MOVE 'Y' TO TR-LG-MATCH-FOUND-SW
               MOVE TR-LG-IDX TO TR-LG-MATCH-IDX
           END-IF.
       3610-EXIT.
           EXIT.

       4000-WRITE-CHECKPOINT.
           MOVE TR-LAST-SSN-SEEN TO TR-NC-LAST-SSN.
           MOVE TR-LAST-LOC-SEEN TO TR-NC-LAST-LOC.
                 TR-NEW-CKPT-FILE
                 TR-POST-FILE
                 TR-NEXT-PERIOD-FILE
                 TR-LATE-POSTING-FILE
                 TR-OVERRIDE-LOG-FILE
                 TR-RATE-EXC-FILE
                 TR-REV-EXC-FILE
                 TR-FINAL-PAY-FILE.
           MOVE 1 TO TR-ADJ-IDX.
           OPEN OUTPUT TR-NEW-ADJ-FILE.
           PERFORM 8100-WRITE-ADJUSTMENT THRU 8100-EXIT
               UNTIL TR-ADJ-IDX > TR-ADJ-CNT.
           CLOSE TR-NEW-ADJ-FILE.
           MOVE 1 TO TR-HS-IDX.
           OPEN OUTPUT TR-NEW-HIST-FILE.
           PERFORM 8200-WRITE-HISTORY THRU 8200-EXIT
               UNTIL TR-HS-IDX > TR-HIST-CNT.
           CLOSE TR-NEW-HIST-FILE.
           MOVE 1 TO TR-LG-IDX.
           OPEN OUTPUT TR-NEW-LEDGER-FILE.
           PERFORM 8300-WRITE-LEDGER THRU 8300-EXIT
               UNTIL TR-LG-IDX > TR-LEDGER-CNT.
           CLOSE TR-NEW-LEDGER-FILE.
           DISPLAY "TRCOMRUN RECORDS SKIPPED (RESTART) = "
               TR-RECORDS-SKIPPED.
           DISPLAY "TRCOMRUN RECORDS READ THIS RUN     = "
               TR-RECORDS-POSTED.
           DISPLAY "TRCOMRUN RECORDS HELD NEXT PERIOD  = "
               TR-RECORDS-HELD.
           DISPLAY "TRCOMRUN RECORDS HELD CLOSED PERIOD= "
               TR-RECORDS-LATE.
           DISPLAY "TRCOMRUN CHECKPOINTS WRITTEN       = "
               TR-CHECKPOINTS-WRITTEN.
           DISPLAY "TRCOMRUN RUNNING SALES TOTAL       = "
               TR-RATES-DISAGREED.
           DISPLAY "TRCOMRUN TRANS WITH NO RATE BAND   = "
               TR-RATES-UNBANDED.
           DISPLAY "TRCOMRUN REVERSALS POSTED          = "
               TR-REVERSALS-POSTED.
           DISPLAY "TRCOMRUN CORRECTIONS RE-POSTED     = "
               TR-CORRECTIONS-REPOSTED.
           DISPLAY "TRCOMRUN C/D WITH NO ORIGINAL      = "
               TR-REVERSALS-UNMATCHED.
           DISPLAY "TRCOMRUN LEDGER ROWS OPENED        = "
               TR-LEDGER-ROWS-ADDED.
           DISPLAY "TRCOMRUN HELD FOR FINAL PAY        = "
               TR-FINAL-PAY-QUEUED.
       8000-EXIT.
           EXIT.

       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-WRITE-HISTORY - REWRITE THE POSTING HISTORY WITH THIS     *
      *                      RUN'S ROWS ADDED AND ANY ROW A C OR D     *
      *                      REVERSED NOW MARKED 'R'                   *
      ******************************************************************
       8200-WRITE-HISTORY.
           MOVE SPACES TO TR-NEW-HIST-IO.
           MOVE TR-HS-SOC-SEC-NUMBER(TR-HS-IDX) TO TR-NH-SOC-SEC-NUMBER.
           MOVE TR-HS-LAST-NAME(TR-HS-IDX)      TO TR-NH-LAST-NAME.
           MOVE TR-HS-INITIALS(TR-HS-IDX)       TO TR-NH-INITIALS.
           MOVE TR-HS-LOCATION-CODE(TR-HS-IDX)  TO TR-NH-LOCATION-CODE.
           MOVE TR-HS-SALES-AMOUNT(TR-HS-IDX)   TO TR-NH-SALES-AMOUNT.
           MOVE TR-HS-TRANSACTION-DATE(TR-HS-IDX)
                                           TO TR-NH-TRANSACTION-DATE.
           MOVE TR-HS-POSTING-RATE(TR-HS-IDX)   TO TR-NH-POSTING-RATE.
           MOVE TR-HS-COMMISSION-AMT(TR-HS-IDX) TO TR-NH-COMMISSION-AMT.
           MOVE TR-HS-ENTRY-TYPE(TR-HS-IDX)     TO TR-NH-ENTRY-TYPE.
           MOVE TR-HS-STATUS(TR-HS-IDX)         TO TR-NH-STATUS.
           MOVE TR-HS-PERIOD-END(TR-HS-IDX)     TO TR-NH-PERIOD-END.
           WRITE TR-NEW-HIST-IO.
           ADD 1 TO TR-HS-IDX.
       8200-EXIT.
           EXIT.

       8300-WRITE-LEDGER.
           MOVE SPACES TO TR-NEW-LEDGER-IO.
           MOVE TR-LG-SOC-SEC-NUMBER(TR-LG-IDX) TO TR-NL-SOC-SEC-NUMBER.
           MOVE TR-LG-LAST-NAME(TR-LG-IDX)      TO TR-NL-LAST-NAME.
           MOVE TR-LG-INITIALS(TR-LG-IDX)       TO TR-NL-INITIALS.
           MOVE TR-LG-LOCATION-CODE(TR-LG-IDX)  TO TR-NL-LOCATION-CODE.
           MOVE TR-LG-RETAIL-YEAR(TR-LG-IDX)    TO TR-NL-RETAIL-YEAR.
           MOVE TR-LG-PTD-EARNINGS(TR-LG-IDX)   TO TR-NL-PTD-EARNINGS.
           MOVE TR-LG-PTD-ADJUSTMENTS(TR-LG-IDX)
                                           TO TR-NL-PTD-ADJUSTMENTS.
           MOVE TR-LG-YTD-EARNINGS(TR-LG-IDX)   TO TR-NL-YTD-EARNINGS.
           MOVE TR-LG-YTD-ADJUSTMENTS(TR-LG-IDX)
                                           TO TR-NL-YTD-ADJUSTMENTS.
           MOVE TR-LG-CARRIED-FORWARD(TR-LG-IDX)
                                           TO TR-NL-CARRIED-FORWARD.
           MOVE TR-LG-YTD-PAID(TR-LG-IDX)       TO TR-NL-YTD-PAID.
           MOVE TR-LG-LAST-POSTED(TR-LG-IDX)    TO TR-NL-LAST-POSTED.
           MOVE TR-LG-LAST-PAID-PERIOD(TR-LG-IDX)
                                           TO TR-NL-LAST-PAID-PERIOD.
           WRITE TR-NEW-LEDGER-IO.
           ADD 1 TO TR-LG-IDX.
       8300-EXIT.
           EXIT.

      ******************************************************************
      * 8900-POST-STEP - STEP-COMPLETION RECORD UNDER THE PERIOD END   *
      *                  DATE, WHICH IS WHAT SDPERCLS LOOKS FOR        *
      ******************************************************************
       8900-POST-STEP.
           OPEN EXTEND TR-RUNCTL-FILE.
           MOVE TR-PERIOD-CUTOFF TO TR-RC-DATE.
           MOVE "TRCOMRUN" TO TR-RC-STEP-NAME.
           ACCEPT TR-RC-TS-TIME FROM TIME.
           WRITE TR-RUNCTL-RECORD.
           CLOSE TR-RUNCTL-FILE.
       8900-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
