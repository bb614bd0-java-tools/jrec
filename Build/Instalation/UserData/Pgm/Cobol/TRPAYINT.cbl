       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRPAYINT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * TRPAYINT - COMMISSION PAYROLL INTERFACE.  RUN ONCE PER PAY      *
      *            PERIOD (THE OPEN PERIOD ON THE SDRETCAL RETAIL       *
      *            CALENDAR) AFTER THE LAST TRCOMRUN OF THE PERIOD.     *
      *            READS THE TRCOMLDG COMMISSION LEDGER TRCOMRUN        *
      *            MAINTAINS AND WRITES TRPAYIF, ONE LINE PER           *
      *            SALESPERSON WITH ACTIVITY, IN TR-SOC-SEC-NUMBER      *
      *            ORDER, BETWEEN A HEADER AND A CONTROL-TOTAL TRAILER  *
      *            PAYROLL BALANCES THE FILE AGAINST.  PAYABLE IS THE   *
      *            PERIOD'S EARNINGS PLUS ITS APPROVED ADJUSTMENTS PLUS *
      *            ANY BALANCE CARRIED IN; A NEGATIVE RESULT (REVERSALS *
      *            OUTWEIGHING EARNINGS) PAYS NOTHING AND IS CARRIED    *
      *            FORWARD AGAINST THE NEXT PERIOD.  THE LEDGER IS      *
      *            REWRITTEN (TRCOMLDN) WITH THE PERIOD-TO-DATE FIGURES *
      *            CLEARED AND THE ROW MARKED PAID FOR THE PERIOD, SO   *
      *            AN ACCIDENTAL RERUN PAYS NOBODY TWICE.  WHEN THE     *
      *            OPEN PERIOD IS THE LAST OF ITS RETAIL YEAR THE RUN   *
      *            ALSO WRITES THE TRANNSUM ANNUAL EARNINGS SUMMARY AND *
      *            CLEARS THE YEAR-TO-DATE FIGURES.                     *
      *                                                                *
      *            THE LEDGER IS KEYED BY THE SURROGATE EMPLOYEE ID     *
      *            TRDUPCHK ISSUES.  PAYROLL STILL NEEDS THE SSN, SO    *
      *            THIS PASS - ONE OF THE THREE ALLOWED TO OPEN THE     *
      *            TREMPXRF CROSS-REFERENCE (SEE TRDUPCHK.cbl) -        *
      *            TRANSLATES EACH ID BACK FOR TRPAYIF AND TRANNSUM     *
      *            ONLY.                                                *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   LEDGER NOW KEYED BY EMPLOYEE ID -     *
      *                          THE SSN FOR TRPAYIF AND TRANNSUM IS   *
      *                          TAKEN FROM THE TREMPXRF CROSS-        *
      *                          REFERENCE AND THE INTERFACE STAYS IN  *
      *                          SSN ORDER.  A ROW STILL KEYED BY SSN  *
      *                          IS RE-KEYED TO ITS ID (FOLDED INTO    *
      *                          THE ID'S ROW IF BOTH EXIST).  AN ID   *
      *                          WITH NO SSN ON FILE IS NOT PAID BUT   *
      *                          HELD ON THE LEDGER AND LISTED         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PY-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PY-OLD-LEDGER-FILE ASSIGN TO "TRCOMLDG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PY-NEW-LEDGER-FILE ASSIGN TO "TRCOMLDN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PY-INTERFACE-FILE ASSIGN TO "TRPAYIF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PY-ANNUAL-FILE ASSIGN TO "TRANNSUM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PY-XREF-FILE ASSIGN TO "TREMPXRF"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  PY-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PY-CALENDAR-RECORD.
           05 PY-CR-WEEK-START-DATE        PIC 9(08).
           05 PY-CR-WEEK-END-DATE          PIC 9(08).
           05 PY-CR-RETAIL-YEAR            PIC 9(04).
           05 PY-CR-QUARTER                PIC 9(01).
           05 PY-CR-PERIOD                 PIC 9(02).
           05 PY-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 PY-CR-WEEK-OF-YEAR           PIC 9(02).
           05 PY-CR-PERIOD-START-DATE      PIC 9(08).
           05 PY-CR-PERIOD-END-DATE        PIC 9(08).
           05 PY-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 PY-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 PY-CR-PERIOD-STATUS          PIC X(01).
               88 PY-CR-PERIOD-IS-OPEN         VALUE 'O'.
           05 PY-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

      *    TRCOMRUN'S COMMISSION LEDGER LAYOUT.
       FD  PY-OLD-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PY-OLD-LEDGER-IO.
           05 PY-OL-SOC-SEC-NUMBER         PIC X(09).
           05 PY-OL-LAST-NAME              PIC X(15).
           05 PY-OL-INITIALS               PIC X(02).
           05 PY-OL-LOCATION-CODE          PIC X(03).
           05 PY-OL-RETAIL-YEAR            PIC 9(04).
           05 PY-OL-PTD-EARNINGS           PIC S9(07)V99.
           05 PY-OL-PTD-ADJUSTMENTS        PIC S9(07)V99.
           05 PY-OL-YTD-EARNINGS           PIC S9(07)V99.
           05 PY-OL-YTD-ADJUSTMENTS        PIC S9(07)V99.
           05 PY-OL-CARRIED-FORWARD        PIC S9(07)V99.
           05 PY-OL-YTD-PAID               PIC S9(07)V99.
           05 PY-OL-LAST-POSTED            PIC 9(08).
           05 PY-OL-LAST-PAID-PERIOD       PIC 9(08).
           05 FILLER                       PIC X(07).

       FD  PY-NEW-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PY-NEW-LEDGER-IO.
           05 PY-NL-SOC-SEC-NUMBER         PIC X(09).
           05 PY-NL-LAST-NAME              PIC X(15).
           05 PY-NL-INITIALS               PIC X(02).
           05 PY-NL-LOCATION-CODE          PIC X(03).
           05 PY-NL-RETAIL-YEAR            PIC 9(04).
           05 PY-NL-PTD-EARNINGS           PIC S9(07)V99.
           05 PY-NL-PTD-ADJUSTMENTS        PIC S9(07)V99.
           05 PY-NL-YTD-EARNINGS           PIC S9(07)V99.
           05 PY-NL-YTD-ADJUSTMENTS        PIC S9(07)V99.
           05 PY-NL-CARRIED-FORWARD        PIC S9(07)V99.
           05 PY-NL-YTD-PAID               PIC S9(07)V99.
           05 PY-NL-LAST-POSTED            PIC 9(08).
           05 PY-NL-LAST-PAID-PERIOD       PIC 9(08).
           05 FILLER                       PIC X(07).

      *    PAYROLL INTERFACE - HEADER, ONE DETAIL PER SALESPERSON,
      *    CONTROL-TOTAL TRAILER.
       FD  PY-INTERFACE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PY-INTERFACE-RECORD.
           05 PY-IF-RECORD-TYPE            PIC X(01).
               88 PY-IF-IS-HEADER              VALUE 'H'.
               88 PY-IF-IS-DETAIL              VALUE 'D'.
               88 PY-IF-IS-TRAILER             VALUE 'T'.
           05 PY-IF-DETAIL.
               10 PY-IF-SOC-SEC-NUMBER     PIC X(09).
               10 PY-IF-LAST-NAME          PIC X(15).
               10 PY-IF-INITIALS           PIC X(02).
               10 PY-IF-LOCATION-CODE      PIC X(03).
               10 PY-IF-PTD-EARNINGS       PIC S9(07)V99.
               10 PY-IF-PTD-ADJUSTMENTS    PIC S9(07)V99.
               10 PY-IF-CARRIED-IN         PIC S9(07)V99.
               10 PY-IF-PAYABLE            PIC 9(07)V99.
               10 FILLER                   PIC X(14).
           05 PY-IF-HEADER REDEFINES PY-IF-DETAIL.
               10 PY-IH-PERIOD-END         PIC 9(08).
               10 PY-IH-RETAIL-YEAR        PIC 9(04).
               10 PY-IH-PERIOD             PIC 9(02).
               10 PY-IH-CREATED-DATE       PIC 9(08).
               10 PY-IH-YEAR-END           PIC X(01).
               10 FILLER                   PIC X(56).
           05 PY-IF-TRAILER REDEFINES PY-IF-DETAIL.
               10 PY-IT-DETAIL-COUNT       PIC 9(07).
               10 PY-IT-TOTAL-PAYABLE      PIC 9(09)V99.
               10 PY-IT-TOTAL-EARNINGS     PIC S9(09)V99.
               10 PY-IT-TOTAL-ADJUSTMENTS  PIC S9(09)V99.
               10 PY-IT-TOTAL-CARRIED      PIC S9(09)V99.
               10 FILLER                   PIC X(28).

      *    ANNUAL EARNINGS SUMMARY - YEAR-END RUN ONLY.
       FD  PY-ANNUAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PY-ANNUAL-RECORD.
           05 PY-AS-RECORD-TYPE            PIC X(01).
           05 PY-AS-DETAIL.
               10 PY-AS-SOC-SEC-NUMBER     PIC X(09).
               10 PY-AS-LAST-NAME          PIC X(15).
               10 PY-AS-INITIALS           PIC X(02).
               10 PY-AS-LOCATION-CODE      PIC X(03).
               10 PY-AS-RETAIL-YEAR        PIC 9(04).
               10 PY-AS-YTD-EARNINGS       PIC S9(07)V99.
               10 PY-AS-YTD-ADJUSTMENTS    PIC S9(07)V99.
               10 PY-AS-YTD-PAID           PIC S9(07)V99.
               10 PY-AS-CARRIED-FORWARD    PIC S9(07)V99.
               10 FILLER                   PIC X(10).
           05 PY-AS-TRAILER REDEFINES PY-AS-DETAIL.
               10 PY-AT-DETAIL-COUNT       PIC 9(07).
               10 PY-AT-RETAIL-YEAR        PIC 9(04).
               10 PY-AT-TOTAL-EARNINGS     PIC S9(09)V99.
               10 PY-AT-TOTAL-ADJUSTMENTS  PIC S9(09)V99.
               10 PY-AT-TOTAL-PAID         PIC S9(09)V99.
               10 PY-AT-TOTAL-CARRIED      PIC S9(09)V99.
               10 FILLER                   PIC X(24).

      *    SSN-TO-EMPLOYEE-ID CROSS-REFERENCE - SEE TRDUPCHK.cbl.
       FD  PY-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PY-XREF-IO.
           05 PY-XI-SSN                    PIC X(09).
           05 PY-XI-EMP-ID                 PIC X(09).
           05 PY-XI-ISSUED-DATE            PIC 9(08).
           05 FILLER                       PIC X(14).

       WORKING-STORAGE SECTION.
       01  PY-SWITCHES.
           05 PY-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 PY-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 PY-EOF-OLD-LEDGER-FILE       PIC X(01) VALUE 'N'.
               88 PY-END-OF-OLD-LEDGER-FILE    VALUE 'Y'.
           05 PY-LATER-PERIOD-SW           PIC X(01) VALUE 'N'.
               88 PY-LATER-PERIOD-FOUND        VALUE 'Y'.
           05 PY-YEAR-END-SW               PIC X(01) VALUE 'N'.
               88 PY-YEAR-END-RUN              VALUE 'Y'.
           05 PY-LOWEST-FOUND              PIC X(01) VALUE 'Y'.
               88 PY-UNWRITTEN-WAS-FOUND       VALUE 'Y'.
           05 PY-ABORT                     PIC X(01) VALUE 'N'.
               88 PY-ABORT-RUN                 VALUE 'Y'.
           05 PY-EOF-XREF-FILE             PIC X(01) VALUE 'N'.
               88 PY-END-OF-XREF-FILE          VALUE 'Y'.
           05 PY-XREF-MATCH-FOUND          PIC X(01).
               88 PY-XREF-WAS-FOUND            VALUE 'Y'.
           05 PY-ROW-MATCH-FOUND           PIC X(01).
               88 PY-ROW-WAS-FOUND             VALUE 'Y'.

       01  PY-OPEN-PERIOD.
           05 PY-PERIOD-END                PIC 9(08) VALUE ZERO.
           05 PY-RETAIL-YEAR               PIC 9(04) VALUE ZERO.
           05 PY-PERIOD                    PIC 9(02) VALUE ZERO.
       01  PY-RUN-DATE                     PIC 9(08).

       01  PY-COUNTERS.
           05 PY-LEDGER-ROWS-READ          PIC 9(07) COMP VALUE ZERO.
           05 PY-DETAILS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05 PY-ROWS-ALREADY-PAID         PIC 9(07) COMP VALUE ZERO.
           05 PY-ROWS-CARRIED-NEGATIVE     PIC 9(07) COMP VALUE ZERO.
           05 PY-ANNUAL-WRITTEN            PIC 9(07) COMP VALUE ZERO.
           05 PY-ROWS-RE-KEYED             PIC 9(07) COMP VALUE ZERO.
           05 PY-ROWS-FOLDED               PIC 9(07) COMP VALUE ZERO.
           05 PY-ROWS-NO-SSN               PIC 9(07) COMP VALUE ZERO.

       01  PY-CONTROL-TOTALS.
           05 PY-TOTAL-PAYABLE             PIC 9(09)V99 VALUE ZERO.
           05 PY-TOTAL-EARNINGS            PIC S9(09)V99 VALUE ZERO.
           05 PY-TOTAL-ADJUSTMENTS         PIC S9(09)V99 VALUE ZERO.
           05 PY-TOTAL-CARRIED             PIC S9(09)V99 VALUE ZERO.
           05 PY-YEAR-EARNINGS             PIC S9(09)V99 VALUE ZERO.
           05 PY-YEAR-ADJUSTMENTS          PIC S9(09)V99 VALUE ZERO.
           05 PY-YEAR-PAID                 PIC S9(09)V99 VALUE ZERO.
           05 PY-YEAR-CARRIED              PIC S9(09)V99 VALUE ZERO.

       01  PY-NET-DUE                      PIC S9(07)V99.
       01  PY-CARRIED-IN                   PIC S9(07)V99.

       01  PY-LEDGER-CNT                   PIC 9(05) COMP VALUE ZERO.
       01  PY-LEDGER-TABLE.
           05 PY-LG-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON PY-LEDGER-CNT.
               10 PY-LG-SOC-SEC-NUMBER     PIC X(09).
               10 PY-LG-LAST-NAME          PIC X(15).
               10 PY-LG-INITIALS           PIC X(02).
               10 PY-LG-LOCATION-CODE      PIC X(03).
               10 PY-LG-RETAIL-YEAR        PIC 9(04).
               10 PY-LG-PTD-EARNINGS       PIC S9(07)V99.
               10 PY-LG-PTD-ADJUSTMENTS    PIC S9(07)V99.
               10 PY-LG-YTD-EARNINGS       PIC S9(07)V99.
               10 PY-LG-YTD-ADJUSTMENTS    PIC S9(07)V99.
               10 PY-LG-CARRIED-FORWARD    PIC S9(07)V99.
               10 PY-LG-YTD-PAID           PIC S9(07)V99.
               10 PY-LG-LAST-POSTED        PIC 9(08).
               10 PY-LG-LAST-PAID-PERIOD   PIC 9(08).
               10 PY-LG-WRITTEN            PIC X(01).
                   88 PY-LG-IS-WRITTEN         VALUE 'Y'.
               10 PY-LG-PAYROLL-SSN        PIC X(09).

       01  PY-SCAN-IDX                     PIC 9(05) COMP.
       01  PY-LOW-IDX                      PIC 9(05) COMP.
       01  PY-ROW-IDX                      PIC 9(05) COMP.

       01  PY-XREF-CNT                     PIC 9(05) COMP VALUE ZERO.
       01  PY-XREF-TABLE.
           05 PY-XR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON PY-XREF-CNT.
               10 PY-XR-SSN                PIC X(09).
               10 PY-XR-EMP-ID             PIC X(09).
       01  PY-XREF-IDX                     PIC 9(05) COMP.

      *    A LEDGER KEY IS AN EMPLOYEE ID WHEN IT IS 'E' + 8 DIGITS;
      *    ANYTHING ELSE IS A ROW WRITTEN BEFORE THE IDS, KEYED BY SSN.
       01  PY-KEY-WORK.
           05 PY-KW-PREFIX                 PIC X(01).
               88 PY-KW-IS-EMPLOYEE-ID         VALUE 'E'.
           05 PY-KW-NUMBER                 PIC X(08).
       01  PY-LEDGER-KEY                   PIC X(09).
       01  PY-PAYROLL-SSN                  PIC X(09).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF PY-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-PAY-NEXT-SALESPERSON THRU 3000-EXIT
               UNTIL NOT PY-UNWRITTEN-WAS-FOUND.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - TAKE THE PAY PERIOD FROM THE CALENDAR, DECIDE *
      *                   WHETHER IT CLOSES THE RETAIL YEAR, LOAD THE   *
      *                   LEDGER AND WRITE THE INTERFACE HEADER         *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PY-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PY-CALENDAR-FILE.
           PERFORM 1050-SCAN-CALENDAR THRU 1050-EXIT
               UNTIL PY-END-OF-CALENDAR-FILE.
           CLOSE PY-CALENDAR-FILE.
           IF PY-PERIOD-END = ZERO
               DISPLAY "TRPAYINT *** ABEND *** NO OPEN PERIOD ON "
                   "THE SDRETCAL CALENDAR"
               MOVE 16 TO RETURN-CODE
               SET PY-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF NOT PY-LATER-PERIOD-FOUND
               SET PY-YEAR-END-RUN TO TRUE
           END-IF.
           OPEN INPUT PY-XREF-FILE.
           PERFORM 1100-LOAD-XREF THRU 1100-EXIT
               UNTIL PY-END-OF-XREF-FILE.
           CLOSE PY-XREF-FILE.
           OPEN INPUT PY-OLD-LEDGER-FILE.
           PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
               UNTIL PY-END-OF-OLD-LEDGER-FILE.
           CLOSE PY-OLD-LEDGER-FILE.
           OPEN OUTPUT PY-NEW-LEDGER-FILE
                OUTPUT PY-INTERFACE-FILE.
           IF PY-YEAR-END-RUN
               OPEN OUTPUT PY-ANNUAL-FILE
           END-IF.
           MOVE SPACES TO PY-INTERFACE-RECORD.
           SET PY-IF-IS-HEADER TO TRUE.
           MOVE PY-PERIOD-END  TO PY-IH-PERIOD-END.
           MOVE PY-RETAIL-YEAR TO PY-IH-RETAIL-YEAR.
           MOVE PY-PERIOD      TO PY-IH-PERIOD.
           MOVE PY-RUN-DATE    TO PY-IH-CREATED-DATE.
           MOVE PY-YEAR-END-SW TO PY-IH-YEAR-END.
           WRITE PY-INTERFACE-RECORD.
       1000-EXIT.
           EXIT.

      *    THE FIRST OPEN WEEK NAMES THE PAY PERIOD; A LATER PERIOD OF
      *    THE SAME RETAIL YEAR ANYWHERE ON THE CALENDAR MEANS THIS IS
      *    NOT THE YEAR-END RUN.
       1050-SCAN-CALENDAR.
           READ PY-CALENDAR-FILE
               AT END
                   SET PY-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 1050-EXIT
           END-READ.
           IF PY-PERIOD-END = ZERO
               IF PY-CR-PERIOD-IS-OPEN
                   MOVE PY-CR-PERIOD-END-DATE TO PY-PERIOD-END
                   MOVE PY-CR-RETAIL-YEAR     TO PY-RETAIL-YEAR
                   MOVE PY-CR-PERIOD          TO PY-PERIOD
               END-IF
               GO TO 1050-EXIT
           END-IF.
           IF PY-CR-RETAIL-YEAR = PY-RETAIL-YEAR
               AND PY-CR-PERIOD > PY-PERIOD
               SET PY-LATER-PERIOD-FOUND TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

       1100-LOAD-XREF.
           READ PY-XREF-FILE
               AT END
                   SET PY-END-OF-XREF-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO PY-XREF-CNT.
           MOVE PY-XI-SSN    TO PY-XR-SSN(PY-XREF-CNT).
           MOVE PY-XI-EMP-ID TO PY-XR-EMP-ID(PY-XREF-CNT).
       1100-EXIT.
           EXIT.

       2000-LOAD-LEDGER.
           READ PY-OLD-LEDGER-FILE
               AT END
                   SET PY-END-OF-OLD-LEDGER-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO PY-LEDGER-ROWS-READ.
           PERFORM 2100-KEY-LEDGER-ROW THRU 2100-EXIT.
           MOVE 'N' TO PY-ROW-MATCH-FOUND.
           PERFORM 2300-SCAN-LEDGER THRU 2300-EXIT
               VARYING PY-SCAN-IDX FROM 1 BY 1
               UNTIL PY-SCAN-IDX > PY-LEDGER-CNT
                  OR PY-ROW-WAS-FOUND.
           IF PY-ROW-WAS-FOUND
               PERFORM 2400-FOLD-LEDGER-ROW THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO PY-LEDGER-CNT.
           MOVE PY-LEDGER-CNT TO PY-SCAN-IDX.
           MOVE PY-LEDGER-KEY    TO PY-LG-SOC-SEC-NUMBER(PY-SCAN-IDX).
           MOVE PY-PAYROLL-SSN   TO PY-LG-PAYROLL-SSN(PY-SCAN-IDX).
           MOVE PY-OL-LAST-NAME        TO PY-LG-LAST-NAME(PY-SCAN-IDX).
           MOVE PY-OL-INITIALS         TO PY-LG-INITIALS(PY-SCAN-IDX).
           MOVE PY-OL-LOCATION-CODE
                                 TO PY-LG-LOCATION-CODE(PY-SCAN-IDX).
           MOVE PY-OL-RETAIL-YEAR
                     TO PY-LG-RETAIL-YEAR(PY-SCAN-IDX).
           MOVE PY-OL-PTD-EARNINGS
                                 TO PY-LG-PTD-EARNINGS(PY-SCAN-IDX).
           MOVE PY-OL-PTD-ADJUSTMENTS
                                 TO PY-LG-PTD-ADJUSTMENTS(PY-SCAN-IDX).
           MOVE PY-OL-YTD-EARNINGS
                                 TO PY-LG-YTD-EARNINGS(PY-SCAN-IDX).
           MOVE PY-OL-YTD-ADJUSTMENTS
                                 TO PY-LG-YTD-ADJUSTMENTS(PY-SCAN-IDX).
           MOVE PY-OL-CARRIED-FORWARD
                                 TO PY-LG-CARRIED-FORWARD(PY-SCAN-IDX).
           MOVE PY-OL-YTD-PAID         TO PY-LG-YTD-PAID(PY-SCAN-IDX).
           MOVE PY-OL-LAST-POSTED
                     TO PY-LG-LAST-POSTED(PY-SCAN-IDX).
           MOVE PY-OL-LAST-PAID-PERIOD
                                 TO PY-LG-LAST-PAID-PERIOD(PY-SCAN-IDX).
           MOVE 'N'                    TO PY-LG-WRITTEN(PY-SCAN-IDX).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-KEY-LEDGER-ROW - THE EMPLOYEE ID THE ROW IS KEPT UNDER AND *
      *                       THE SSN PAYROLL IS GIVEN FOR IT.  A ROW   *
      *                       STILL KEYED BY SSN MOVES TO ITS ID WHEN   *
      *                       THE CROSS-REFERENCE HAS ONE               *
      ******************************************************************
       2100-KEY-LEDGER-ROW.
           MOVE PY-OL-SOC-SEC-NUMBER TO PY-LEDGER-KEY.
           MOVE PY-OL-SOC-SEC-NUMBER TO PY-KEY-WORK.
           MOVE 'N' TO PY-XREF-MATCH-FOUND.
           IF PY-KW-IS-EMPLOYEE-ID
               AND PY-KW-NUMBER NUMERIC
               MOVE SPACES TO PY-PAYROLL-SSN
               PERFORM 2110-SCAN-XREF-BY-ID THRU 2110-EXIT
                   VARYING PY-XREF-IDX FROM 1 BY 1
                   UNTIL PY-XREF-IDX > PY-XREF-CNT
                      OR PY-XREF-WAS-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE PY-OL-SOC-SEC-NUMBER TO PY-PAYROLL-SSN.
           PERFORM 2120-SCAN-XREF-BY-SSN THRU 2120-EXIT
               VARYING PY-XREF-IDX FROM 1 BY 1
               UNTIL PY-XREF-IDX > PY-XREF-CNT
                  OR PY-XREF-WAS-FOUND.
           IF PY-XREF-WAS-FOUND
               ADD 1 TO PY-ROWS-RE-KEYED
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-XREF-BY-ID.
           IF PY-XR-EMP-ID(PY-XREF-IDX) = PY-LEDGER-KEY
               MOVE 'Y' TO PY-XREF-MATCH-FOUND
               MOVE PY-XR-SSN(PY-XREF-IDX) TO PY-PAYROLL-SSN
           END-IF.
       2110-EXIT.
           EXIT.

       2120-SCAN-XREF-BY-SSN.
           IF PY-XR-SSN(PY-XREF-IDX) = PY-PAYROLL-SSN
               MOVE 'Y' TO PY-XREF-MATCH-FOUND
               MOVE PY-XR-EMP-ID(PY-XREF-IDX) TO PY-LEDGER-KEY
           END-IF.
       2120-EXIT.
           EXIT.

       2300-SCAN-LEDGER.
           IF PY-LG-SOC-SEC-NUMBER(PY-SCAN-IDX) = PY-LEDGER-KEY
               MOVE 'Y' TO PY-ROW-MATCH-FOUND
               MOVE PY-SCAN-IDX TO PY-ROW-IDX
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-FOLD-LEDGER-ROW - AN SSN ROW AND AN ID ROW FOR THE SAME    *
      *                        SALESPERSON BECOME ONE.  THE EARLIER     *
      *                        PAID PERIOD IS KEPT SO NOTHING UNPAID    *
      *                        ON EITHER ROW IS TREATED AS PAID         *
      ******************************************************************
       2400-FOLD-LEDGER-ROW.
           ADD 1 TO PY-ROWS-FOLDED.
           ADD PY-OL-PTD-EARNINGS    TO PY-LG-PTD-EARNINGS(PY-ROW-IDX).
           ADD PY-OL-PTD-ADJUSTMENTS
                                 TO PY-LG-PTD-ADJUSTMENTS(PY-ROW-IDX).
           ADD PY-OL-YTD-EARNINGS    TO PY-LG-YTD-EARNINGS(PY-ROW-IDX).
           ADD PY-OL-YTD-ADJUSTMENTS
                                 TO PY-LG-YTD-ADJUSTMENTS(PY-ROW-IDX).
           ADD PY-OL-CARRIED-FORWARD
                                 TO PY-LG-CARRIED-FORWARD(PY-ROW-IDX).
           ADD PY-OL-YTD-PAID        TO PY-LG-YTD-PAID(PY-ROW-IDX).
           IF PY-OL-LAST-POSTED > PY-LG-LAST-POSTED(PY-ROW-IDX)
               MOVE PY-OL-LAST-POSTED TO PY-LG-LAST-POSTED(PY-ROW-IDX)
           END-IF.
           IF PY-OL-LAST-PAID-PERIOD
                   < PY-LG-LAST-PAID-PERIOD(PY-ROW-IDX)
               MOVE PY-OL-LAST-PAID-PERIOD
                                 TO PY-LG-LAST-PAID-PERIOD(PY-ROW-IDX)
           END-IF.
           IF PY-LG-PAYROLL-SSN(PY-ROW-IDX) = SPACES
               MOVE PY-PAYROLL-SSN TO PY-LG-PAYROLL-SSN(PY-ROW-IDX)
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PAY-NEXT-SALESPERSON - TAKE THE LOWEST UNWRITTEN LEDGER    *
      *                             ROW, PAY ITS PERIOD (UNLESS THIS    *
      *                             PERIOD IS ALREADY PAID), AND        *
      *                             REWRITE IT TO THE NEW LEDGER        *
      ******************************************************************
       3000-PAY-NEXT-SALESPERSON.
           MOVE 'N' TO PY-LOWEST-FOUND.
           MOVE ZERO TO PY-LOW-IDX.
           PERFORM 3100-FIND-LOWEST THRU 3100-EXIT
               VARYING PY-SCAN-IDX FROM 1 BY 1
               UNTIL PY-SCAN-IDX > PY-LEDGER-CNT.
           IF NOT PY-UNWRITTEN-WAS-FOUND
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO PY-LG-WRITTEN(PY-LOW-IDX).
           IF PY-LG-PAYROLL-SSN(PY-LOW-IDX) = SPACES
               DISPLAY "TRPAYINT *** NO SSN ON TREMPXRF FOR EMPLOYEE "
                   PY-LG-SOC-SEC-NUMBER(PY-LOW-IDX) " - ROW HELD"
               ADD 1 TO PY-ROWS-NO-SSN
               PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF PY-LG-LAST-PAID-PERIOD(PY-LOW-IDX) = PY-PERIOD-END
               ADD 1 TO PY-ROWS-ALREADY-PAID
           ELSE
               PERFORM 4000-PAY-PERIOD THRU 4000-EXIT
               MOVE PY-PERIOD-END TO PY-LG-LAST-PAID-PERIOD(PY-LOW-IDX)
           END-IF.
           IF PY-YEAR-END-RUN
               PERFORM 5000-CLOSE-YEAR THRU 5000-EXIT
           END-IF.
           PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3100-FIND-LOWEST.
           IF PY-LG-IS-WRITTEN(PY-SCAN-IDX)
               GO TO 3100-EXIT
           END-IF.
           IF PY-UNWRITTEN-WAS-FOUND
               IF PY-LG-PAYROLL-SSN(PY-SCAN-IDX) NOT <
                       PY-LG-PAYROLL-SSN(PY-LOW-IDX)
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO PY-LOWEST-FOUND.
           MOVE PY-SCAN-IDX TO PY-LOW-IDX.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PAY-PERIOD - PAYABLE IS EARNINGS PLUS ADJUSTMENTS PLUS THE *
      *                   BALANCE CARRIED IN.  A NEGATIVE RESULT PAYS   *
      *                   NOTHING AND CARRIES FORWARD.  A ROW WITH NO   *
      *                   ACTIVITY AND NOTHING CARRIED WRITES NO LINE   *
      ******************************************************************
       4000-PAY-PERIOD.
           MOVE PY-LG-CARRIED-FORWARD(PY-LOW-IDX) TO PY-CARRIED-IN.
           COMPUTE PY-NET-DUE =
               PY-LG-PTD-EARNINGS(PY-LOW-IDX)
               + PY-LG-PTD-ADJUSTMENTS(PY-LOW-IDX)
               + PY-CARRIED-IN.
           IF PY-LG-PTD-EARNINGS(PY-LOW-IDX) = ZERO
               AND PY-LG-PTD-ADJUSTMENTS(PY-LOW-IDX) = ZERO
               AND PY-CARRIED-IN = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO PY-INTERFACE-RECORD.
           SET PY-IF-IS-DETAIL TO TRUE.
           MOVE PY-LG-PAYROLL-SSN(PY-LOW-IDX)
                     TO PY-IF-SOC-SEC-NUMBER.
           MOVE PY-LG-LAST-NAME(PY-LOW-IDX)      TO PY-IF-LAST-NAME.
           MOVE PY-LG-INITIALS(PY-LOW-IDX)       TO PY-IF-INITIALS.
           MOVE PY-LG-LOCATION-CODE(PY-LOW-IDX)  TO PY-IF-LOCATION-CODE.
           MOVE PY-LG-PTD-EARNINGS(PY-LOW-IDX)   TO PY-IF-PTD-EARNINGS.
           MOVE PY-LG-PTD-ADJUSTMENTS(PY-LOW-IDX)
                                             TO PY-IF-PTD-ADJUSTMENTS.
           MOVE PY-CARRIED-IN                    TO PY-IF-CARRIED-IN.
           IF PY-NET-DUE > ZERO
               MOVE PY-NET-DUE TO PY-IF-PAYABLE
               MOVE ZERO TO PY-LG-CARRIED-FORWARD(PY-LOW-IDX)
               ADD PY-NET-DUE TO PY-LG-YTD-PAID(PY-LOW-IDX)
           ELSE
               MOVE ZERO TO PY-IF-PAYABLE
               MOVE PY-NET-DUE TO PY-LG-CARRIED-FORWARD(PY-LOW-IDX)
               ADD 1 TO PY-ROWS-CARRIED-NEGATIVE
           END-IF.
           WRITE PY-INTERFACE-RECORD.
           ADD 1 TO PY-DETAILS-WRITTEN.
           ADD PY-IF-PAYABLE TO PY-TOTAL-PAYABLE.
           ADD PY-LG-PTD-EARNINGS(PY-LOW-IDX)    TO PY-TOTAL-EARNINGS.
           ADD PY-LG-PTD-ADJUSTMENTS(PY-LOW-IDX)
                     TO PY-TOTAL-ADJUSTMENTS.
           ADD PY-LG-CARRIED-FORWARD(PY-LOW-IDX) TO PY-TOTAL-CARRIED.
           MOVE ZERO TO PY-LG-PTD-EARNINGS(PY-LOW-IDX).
           MOVE ZERO TO PY-LG-PTD-ADJUSTMENTS(PY-LOW-IDX).
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CLOSE-YEAR - YEAR-END RUN ONLY: THE SALESPERSON'S ANNUAL   *
      *                   EARNINGS LINE, THEN CLEAR THE YEAR-TO-DATE    *
      *                   FIGURES.  A NEGATIVE BALANCE STILL CARRIES    *
      ******************************************************************
       5000-CLOSE-YEAR.
           IF PY-LG-YTD-EARNINGS(PY-LOW-IDX) = ZERO
               AND PY-LG-YTD-ADJUSTMENTS(PY-LOW-IDX) = ZERO
               AND PY-LG-YTD-PAID(PY-LOW-IDX) = ZERO
               AND PY-LG-CARRIED-FORWARD(PY-LOW-IDX) = ZERO
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO PY-ANNUAL-RECORD.
           MOVE 'D' TO PY-AS-RECORD-TYPE.
           MOVE PY-LG-PAYROLL-SSN(PY-LOW-IDX)
                     TO PY-AS-SOC-SEC-NUMBER.
           MOVE PY-LG-LAST-NAME(PY-LOW-IDX)      TO PY-AS-LAST-NAME.
           MOVE PY-LG-INITIALS(PY-LOW-IDX)       TO PY-AS-INITIALS.
           MOVE PY-LG-LOCATION-CODE(PY-LOW-IDX)  TO PY-AS-LOCATION-CODE.
           MOVE PY-RETAIL-YEAR                   TO PY-AS-RETAIL-YEAR.
           MOVE PY-LG-YTD-EARNINGS(PY-LOW-IDX)   TO PY-AS-YTD-EARNINGS.
           MOVE PY-LG-YTD-ADJUSTMENTS(PY-LOW-IDX)
                                             TO PY-AS-YTD-ADJUSTMENTS.
           MOVE PY-LG-YTD-PAID(PY-LOW-IDX)       TO PY-AS-YTD-PAID.
           MOVE PY-LG-CARRIED-FORWARD(PY-LOW-IDX)
                                             TO PY-AS-CARRIED-FORWARD.
           WRITE PY-ANNUAL-RECORD.
           ADD 1 TO PY-ANNUAL-WRITTEN.
           ADD PY-LG-YTD-EARNINGS(PY-LOW-IDX)    TO PY-YEAR-EARNINGS.
           ADD PY-LG-YTD-ADJUSTMENTS(PY-LOW-IDX) TO PY-YEAR-ADJUSTMENTS.
           ADD PY-LG-YTD-PAID(PY-LOW-IDX)        TO PY-YEAR-PAID.
           ADD PY-LG-CARRIED-FORWARD(PY-LOW-IDX) TO PY-YEAR-CARRIED.
           MOVE ZERO TO PY-LG-YTD-EARNINGS(PY-LOW-IDX).
           MOVE ZERO TO PY-LG-YTD-ADJUSTMENTS(PY-LOW-IDX).
           MOVE ZERO TO PY-LG-YTD-PAID(PY-LOW-IDX).
       5000-EXIT.
           EXIT.

       7000-WRITE-LEDGER.
           MOVE SPACES TO PY-NEW-LEDGER-IO.
           MOVE PY-LG-SOC-SEC-NUMBER(PY-LOW-IDX)
                     TO PY-NL-SOC-SEC-NUMBER.
           MOVE PY-LG-LAST-NAME(PY-LOW-IDX)      TO PY-NL-LAST-NAME.
           MOVE PY-LG-INITIALS(PY-LOW-IDX)       TO PY-NL-INITIALS.
           MOVE PY-LG-LOCATION-CODE(PY-LOW-IDX)  TO PY-NL-LOCATION-CODE.
           MOVE PY-LG-RETAIL-YEAR(PY-LOW-IDX)    TO PY-NL-RETAIL-YEAR.
           MOVE PY-LG-PTD-EARNINGS(PY-LOW-IDX)   TO PY-NL-PTD-EARNINGS.
           MOVE PY-LG-PTD-ADJUSTMENTS(PY-LOW-IDX)
                                             TO PY-NL-PTD-ADJUSTMENTS.
           MOVE PY-LG-YTD-EARNINGS(PY-LOW-IDX)   TO PY-NL-YTD-EARNINGS.
           MOVE PY-LG-YTD-ADJUSTMENTS(PY-LOW-IDX)
                                             TO PY-NL-YTD-ADJUSTMENTS.
           MOVE PY-LG-CARRIED-FORWARD(PY-LOW-IDX)
                                             TO PY-NL-CARRIED-FORWARD.
           MOVE PY-LG-YTD-PAID(PY-LOW-IDX)       TO PY-NL-YTD-PAID.
           MOVE PY-LG-LAST-POSTED(PY-LOW-IDX)    TO PY-NL-LAST-POSTED.
           MOVE PY-LG-LAST-PAID-PERIOD(PY-LOW-IDX)
                                             TO PY-NL-LAST-PAID-PERIOD.
           WRITE PY-NEW-LEDGER-IO.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - CONTROL-TOTAL TRAILERS AND RUN COUNTS          *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO PY-INTERFACE-RECORD.
           SET PY-IF-IS-TRAILER TO TRUE.
           MOVE PY-DETAILS-WRITTEN   TO PY-IT-DETAIL-COUNT.
           MOVE PY-TOTAL-PAYABLE     TO PY-IT-TOTAL-PAYABLE.
           MOVE PY-TOTAL-EARNINGS    TO PY-IT-TOTAL-EARNINGS.
           MOVE PY-TOTAL-ADJUSTMENTS TO PY-IT-TOTAL-ADJUSTMENTS.
           MOVE PY-TOTAL-CARRIED     TO PY-IT-TOTAL-CARRIED.
           WRITE PY-INTERFACE-RECORD.
           IF PY-YEAR-END-RUN
               MOVE SPACES TO PY-ANNUAL-RECORD
               MOVE 'T' TO PY-AS-RECORD-TYPE
               MOVE PY-ANNUAL-WRITTEN   TO PY-AT-DETAIL-COUNT
               MOVE PY-RETAIL-YEAR      TO PY-AT-RETAIL-YEAR
               MOVE PY-YEAR-EARNINGS    TO PY-AT-TOTAL-EARNINGS
               MOVE PY-YEAR-ADJUSTMENTS TO PY-AT-TOTAL-ADJUSTMENTS
               MOVE PY-YEAR-PAID        TO PY-AT-TOTAL-PAID
               MOVE PY-YEAR-CARRIED     TO PY-AT-TOTAL-CARRIED
               WRITE PY-ANNUAL-RECORD
               CLOSE PY-ANNUAL-FILE
           END-IF.
           CLOSE PY-NEW-LEDGER-FILE
                 PY-INTERFACE-FILE.
           DISPLAY "TRPAYINT PAY PERIOD ENDING      = " PY-PERIOD-END.
           DISPLAY "TRPAYINT LEDGER ROWS READ       = "
               PY-LEDGER-ROWS-READ.
           DISPLAY "TRPAYINT PAYROLL LINES WRITTEN  = "
               PY-DETAILS-WRITTEN.
           DISPLAY "TRPAYINT TOTAL PAYABLE          = "
               PY-TOTAL-PAYABLE.
           DISPLAY "TRPAYINT NEGATIVE BALANCES HELD = "
               PY-ROWS-CARRIED-NEGATIVE.
           DISPLAY "TRPAYINT ROWS ALREADY PAID      = "
               PY-ROWS-ALREADY-PAID.
           DISPLAY "TRPAYINT SSN ROWS RE-KEYED      = "
               PY-ROWS-RE-KEYED.
           DISPLAY "TRPAYINT ROWS FOLDED TOGETHER   = "
               PY-ROWS-FOLDED.
           DISPLAY "TRPAYINT ROWS HELD - NO SSN     = "
               PY-ROWS-NO-SSN.
           IF PY-YEAR-END-RUN
               DISPLAY "TRPAYINT YEAR-END RUN - ANNUAL LINES = "
                   PY-ANNUAL-WRITTEN
           END-IF.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
