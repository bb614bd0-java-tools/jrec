       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDCALMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDCALMNT - RETAIL TRADING CALENDAR MAINTENANCE.  EVERY PERIOD-  *
      *            BASED JOB USED TO WORK OUT "THE PERIOD" ITS OWN WAY  *
      *            FROM ITS OWN PARM CARD.  THE SDRETCAL CALENDAR IS    *
      *            NOW THE ONE PLACE A PERIOD IS DEFINED - ONE RECORD   *
      *            PER RETAIL WEEK CARRYING ITS RETAIL YEAR, QUARTER,   *
      *            PERIOD (4-4-5 WEEKS A QUARTER, A 53RD WEEK FALLING   *
      *            INTO PERIOD 12), THE PERIOD'S START AND END DATES,   *
      *            THE SAME WEEK LAST YEAR, AND THE PERIOD'S OPEN OR    *
      *            CLOSED STATUS SET BY SDPERCLS.  AN ADD-YEAR          *
      *            TRANSACTION GENERATES A WHOLE RETAIL YEAR FROM ITS   *
      *            START DATE AND WEEK COUNT; A DELETE-YEAR TRANSACTION *
      *            REMOVES ONE THAT HAS NOT STARTED CLOSING.  YEARS     *
      *            ARE KEPT CONTIGUOUS - A NEW YEAR MUST START THE DAY  *
      *            AFTER THE LAST WEEK ON FILE AND ONLY THE LAST YEAR   *
      *            CAN BE DELETED - SO THE CALENDAR STAYS IN DATE       *
      *            ORDER WITH NO GAPS FOR THE READERS TO TRIP ON.  THE  *
      *            SAME TRANSACTION-AGAINST-MASTER-WITH-A-LOG SHAPE AS  *
      *            SDPLNMNT.cbl.                                        *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KM-TRANS-FILE ASSIGN TO "SDCALTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KM-OLD-MASTER ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KM-NEW-MASTER ASSIGN TO "SDRETCLN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KM-LOG-FILE ASSIGN TO "SDCALLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KM-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KM-TRANS-RECORD.
           05 KM-TR-ACTION-CODE           PIC X(02).
               88 KM-TR-ADD-YEAR              VALUE '01'.
               88 KM-TR-DELETE-YEAR           VALUE '03'.
           05 KM-TR-RETAIL-YEAR           PIC 9(04).
           05 KM-TR-YEAR-START-DATE       PIC 9(08).
           05 KM-TR-WEEKS-IN-YEAR         PIC 9(02).
           05 FILLER                      PIC X(04).

       FD  KM-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KM-OLD-IO                      PIC X(80).

       FD  KM-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KM-NEW-IO                      PIC X(80).

       FD  KM-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KM-LOG-RECORD.
           05 KM-LG-ACTION-CODE           PIC X(02).
           05 KM-LG-RETAIL-YEAR           PIC 9(04).
           05 KM-LG-YEAR-START-DATE       PIC 9(08).
           05 KM-LG-WEEKS-IN-YEAR         PIC 9(02).
           05 KM-LG-RESULT                PIC X(10).
           05 KM-LG-REASON                PIC X(30).
           05 KM-LG-TS-DATE               PIC 9(08).
           05 KM-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
      *    ONE SDRETCAL RECORD PER RETAIL WEEK, IN DATE ORDER.
       01  KM-CALENDAR-RECORD.
           05 KM-CR-WEEK-START-DATE       PIC 9(08).
           05 KM-CR-WEEK-END-DATE         PIC 9(08).
           05 KM-CR-RETAIL-YEAR           PIC 9(04).
           05 KM-CR-QUARTER               PIC 9(01).
           05 KM-CR-PERIOD                PIC 9(02).
           05 KM-CR-WEEK-OF-PERIOD        PIC 9(01).
           05 KM-CR-WEEK-OF-YEAR          PIC 9(02).
           05 KM-CR-PERIOD-START-DATE     PIC 9(08).
           05 KM-CR-PERIOD-END-DATE       PIC 9(08).
           05 KM-CR-LY-WEEK-START-DATE    PIC 9(08).
           05 KM-CR-LY-WEEK-END-DATE      PIC 9(08).
           05 KM-CR-PERIOD-STATUS         PIC X(01).
               88 KM-CR-PERIOD-IS-OPEN        VALUE 'O'.
               88 KM-CR-PERIOD-IS-CLOSED      VALUE 'C'.
           05 KM-CR-CLOSED-DATE           PIC 9(08).
           05 FILLER                      PIC X(13).

       01  KM-SWITCHES.
           05 KM-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 KM-END-OF-TRANS-FILE        VALUE 'Y'.
           05 KM-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 KM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 KM-MATCH-FOUND              PIC X(01).
               88 KM-ENTRY-WAS-FOUND          VALUE 'Y'.
           05 KM-CLOSED-FOUND             PIC X(01).
               88 KM-YEAR-HAS-CLOSED          VALUE 'Y'.

       01  KM-COUNTERS.
           05 KM-WEEK-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 KM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 KM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 KM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05 KM-WEEKS-WRITTEN            PIC 9(07) COMP VALUE ZERO.

       01  KM-WEEK-TABLE.
           05 KM-WK-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON KM-WEEK-CNT.
               10 KM-WK-RECORD            PIC X(80).
               10 KM-WK-DELETED           PIC X(01).
                   88 KM-WK-IS-DELETED        VALUE 'Y'.

       01  KM-SCAN-IDX                    PIC 9(05) COMP.
       01  KM-WEEK-NO                     PIC 9(02) COMP.
       01  KM-WEEK-IN-QUARTER             PIC 9(02) COMP.
       01  KM-PERIOD-IN-QUARTER           PIC 9(01) COMP.
       01  KM-PERIOD-FIRST-WEEK           PIC 9(02) COMP.
       01  KM-PERIOD-LAST-WEEK            PIC 9(02) COMP.
       01  KM-LAST-YEAR-ON-FILE           PIC 9(04) VALUE ZERO.
       01  KM-LAST-END-DATE               PIC 9(08) VALUE ZERO.
       01  KM-START-DATE                  PIC 9(08).
       01  KM-START-DATE-PARTS REDEFINES KM-START-DATE.
           05 KM-START-YEAR               PIC 9(04).
           05 KM-START-MONTH              PIC 9(02).
           05 KM-START-DAY                PIC 9(02).
       01  KM-YEAR-START-INT              PIC 9(07).
       01  KM-DATE-INT                    PIC 9(07).
       01  KM-LOOKUP-YEAR                 PIC 9(04).
       01  KM-LOOKUP-WEEK                 PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL KM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE CALENDAR WEEKS        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  KM-TRANS-FILE
                INPUT  KM-OLD-MASTER
                OUTPUT KM-NEW-MASTER.
           OPEN EXTEND KM-LOG-FILE.
           PERFORM 2000-LOAD-WEEK THRU 2000-EXIT
               UNTIL KM-END-OF-OLD-MASTER.
       1000-EXIT.
           EXIT.

       2000-LOAD-WEEK.
           READ KM-OLD-MASTER
               AT END
                   SET KM-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO KM-WEEK-CNT.
           MOVE KM-OLD-IO TO KM-WK-RECORD(KM-WEEK-CNT).
           MOVE 'N'       TO KM-WK-DELETED(KM-WEEK-CNT).
           MOVE KM-OLD-IO TO KM-CALENDAR-RECORD.
           MOVE KM-CR-RETAIL-YEAR   TO KM-LAST-YEAR-ON-FILE.
           MOVE KM-CR-WEEK-END-DATE TO KM-LAST-END-DATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - ROUTE ONE CALENDAR TRANSACTION         *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ KM-TRANS-FILE
               AT END
                   SET KM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO KM-TRANS-READ.
           EVALUATE TRUE
               WHEN KM-TR-ADD-YEAR
                   PERFORM 5000-ADD-YEAR THRU 5000-EXIT
               WHEN KM-TR-DELETE-YEAR
                   PERFORM 5200-DELETE-YEAR THRU 5200-EXIT
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO KM-LG-REASON
                   PERFORM 6100-REJECT THRU 6100-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ADD-YEAR - GENERATE EVERY WEEK OF A NEW RETAIL YEAR.  IT   *
      *                 MUST FOLLOW THE LAST YEAR ON FILE WITH NO GAP   *
      ******************************************************************
       5000-ADD-YEAR.
           IF KM-TR-WEEKS-IN-YEAR NOT = 52
               AND KM-TR-WEEKS-IN-YEAR NOT = 53
               MOVE "WEEKS IN YEAR MUST BE 52 OR 53" TO KM-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE KM-TR-YEAR-START-DATE TO KM-START-DATE.
           IF KM-TR-YEAR-START-DATE NOT NUMERIC
               OR KM-START-MONTH < 1 OR KM-START-MONTH > 12
               OR KM-START-DAY < 1 OR KM-START-DAY > 31
               MOVE "YEAR START DATE IS NOT A DATE" TO KM-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5000-EXIT
           END-IF.
           COMPUTE KM-YEAR-START-INT =
               FUNCTION INTEGER-OF-DATE(KM-TR-YEAR-START-DATE).
           IF KM-WEEK-CNT > ZERO
               IF KM-TR-RETAIL-YEAR NOT = KM-LAST-YEAR-ON-FILE + 1
                   MOVE "YEAR DOES NOT FOLLOW LAST YEAR"
                                         TO KM-LG-REASON
                   PERFORM 6100-REJECT THRU 6100-EXIT
                   GO TO 5000-EXIT
               END-IF
               IF KM-YEAR-START-INT NOT =
                   FUNCTION INTEGER-OF-DATE(KM-LAST-END-DATE) + 1
                   MOVE "START NOT DAY AFTER LAST WEEK"
                                         TO KM-LG-REASON
                   PERFORM 6100-REJECT THRU 6100-EXIT
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           PERFORM 5100-GENERATE-WEEK THRU 5100-EXIT
               VARYING KM-WEEK-NO FROM 1 BY 1
               UNTIL KM-WEEK-NO > KM-TR-WEEKS-IN-YEAR.
           MOVE KM-TR-RETAIL-YEAR   TO KM-LAST-YEAR-ON-FILE.
           MOVE KM-CR-WEEK-END-DATE TO KM-LAST-END-DATE.
           MOVE "APPLIED   " TO KM-LG-RESULT.
           MOVE SPACES TO KM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO KM-TRANS-APPLIED.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-GENERATE-WEEK - 13 WEEKS A QUARTER SPLIT 4-4-5 INTO ITS    *
      *                      THREE PERIODS; WEEK 53 JOINS PERIOD 12     *
      ******************************************************************
       5100-GENERATE-WEEK.
           MOVE SPACES TO KM-CALENDAR-RECORD.
           MOVE KM-TR-RETAIL-YEAR TO KM-CR-RETAIL-YEAR.
           MOVE KM-WEEK-NO        TO KM-CR-WEEK-OF-YEAR.
           COMPUTE KM-DATE-INT = KM-YEAR-START-INT
               + (KM-WEEK-NO - 1) * 7.
           COMPUTE KM-CR-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(KM-DATE-INT).
           COMPUTE KM-CR-WEEK-END-DATE =
               FUNCTION DATE-OF-INTEGER(KM-DATE-INT + 6).
           IF KM-WEEK-NO = 53
               MOVE 4  TO KM-CR-QUARTER
               MOVE 13 TO KM-WEEK-IN-QUARTER
           ELSE
               COMPUTE KM-CR-QUARTER = (KM-WEEK-NO - 1) / 13 + 1
               COMPUTE KM-WEEK-IN-QUARTER = KM-WEEK-NO
                   - (KM-CR-QUARTER - 1) * 13
           END-IF.
           EVALUATE TRUE
               WHEN KM-WEEK-IN-QUARTER NOT > 4
                   MOVE 1 TO KM-PERIOD-IN-QUARTER
               WHEN KM-WEEK-IN-QUARTER NOT > 8
                   MOVE 2 TO KM-PERIOD-IN-QUARTER
               WHEN OTHER
                   MOVE 3 TO KM-PERIOD-IN-QUARTER
           END-EVALUATE.
           COMPUTE KM-CR-PERIOD =
               (KM-CR-QUARTER - 1) * 3 + KM-PERIOD-IN-QUARTER.
           COMPUTE KM-PERIOD-FIRST-WEEK = (KM-CR-QUARTER - 1) * 13
               + (KM-PERIOD-IN-QUARTER - 1) * 4 + 1.
           IF KM-PERIOD-IN-QUARTER = 3
               COMPUTE KM-PERIOD-LAST-WEEK = KM-PERIOD-FIRST-WEEK + 4
           ELSE
               COMPUTE KM-PERIOD-LAST-WEEK = KM-PERIOD-FIRST-WEEK + 3
           END-IF.
           IF KM-CR-PERIOD = 12
               AND KM-TR-WEEKS-IN-YEAR = 53
               MOVE 53 TO KM-PERIOD-LAST-WEEK
           END-IF.
           COMPUTE KM-CR-WEEK-OF-PERIOD =
               KM-WEEK-NO - KM-PERIOD-FIRST-WEEK + 1.
           COMPUTE KM-CR-PERIOD-START-DATE =
               FUNCTION DATE-OF-INTEGER(KM-YEAR-START-INT
                   + (KM-PERIOD-FIRST-WEEK - 1) * 7).
           COMPUTE KM-CR-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(KM-YEAR-START-INT
                   + KM-PERIOD-LAST-WEEK * 7 - 1).
           PERFORM 5150-SAME-WEEK-LAST-YEAR THRU 5150-EXIT.
           MOVE 'O'  TO KM-CR-PERIOD-STATUS.
           MOVE ZERO TO KM-CR-CLOSED-DATE.
           ADD 1 TO KM-WEEK-CNT.
           MOVE KM-CALENDAR-RECORD TO KM-WK-RECORD(KM-WEEK-CNT).
           MOVE 'N'                TO KM-WK-DELETED(KM-WEEK-CNT).
       5100-EXIT.
           EXIT.

      *    THE SAME RETAIL WEEK OF THE PRIOR YEAR WHEN THAT YEAR IS ON
      *    FILE, OTHERWISE THE SAME WEEKDAY 52 WEEKS EARLIER.
       5150-SAME-WEEK-LAST-YEAR.
           COMPUTE KM-LOOKUP-YEAR = KM-TR-RETAIL-YEAR - 1.
           MOVE KM-WEEK-NO TO KM-LOOKUP-WEEK.
           MOVE 'N' TO KM-MATCH-FOUND.
           PERFORM 5160-SCAN-LAST-YEAR THRU 5160-EXIT
               VARYING KM-SCAN-IDX FROM 1 BY 1
               UNTIL KM-SCAN-IDX > KM-WEEK-CNT
                  OR KM-ENTRY-WAS-FOUND.
           IF NOT KM-ENTRY-WAS-FOUND
               COMPUTE KM-CR-LY-WEEK-START-DATE =
                   FUNCTION DATE-OF-INTEGER(KM-DATE-INT - 364)
               COMPUTE KM-CR-LY-WEEK-END-DATE =
                   FUNCTION DATE-OF-INTEGER(KM-DATE-INT - 358)
           END-IF.
       5150-EXIT.
           EXIT.

       5160-SCAN-LAST-YEAR.
           IF KM-WK-RECORD(KM-SCAN-IDX)(17:4) = KM-LOOKUP-YEAR
               AND KM-WK-RECORD(KM-SCAN-IDX)(25:2) = KM-LOOKUP-WEEK
               MOVE 'Y' TO KM-MATCH-FOUND
               MOVE KM-WK-RECORD(KM-SCAN-IDX)(1:8)
                                     TO KM-CR-LY-WEEK-START-DATE
               MOVE KM-WK-RECORD(KM-SCAN-IDX)(9:8)
                                     TO KM-CR-LY-WEEK-END-DATE
           END-IF.
       5160-EXIT.
           EXIT.

      ******************************************************************
      * 5200-DELETE-YEAR - ONLY THE LAST YEAR ON FILE, AND ONLY WHILE   *
      *                    NONE OF ITS PERIODS HAS BEEN CLOSED          *
      ******************************************************************
       5200-DELETE-YEAR.
           IF KM-WEEK-CNT = ZERO
               OR KM-TR-RETAIL-YEAR NOT = KM-LAST-YEAR-ON-FILE
               MOVE "ONLY LAST YEAR CAN BE DELETED" TO KM-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE 'N' TO KM-CLOSED-FOUND.
           PERFORM 5210-CHECK-CLOSED THRU 5210-EXIT
               VARYING KM-SCAN-IDX FROM 1 BY 1
               UNTIL KM-SCAN-IDX > KM-WEEK-CNT.
           IF KM-YEAR-HAS-CLOSED
               MOVE "YEAR HAS CLOSED PERIODS" TO KM-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE ZERO TO KM-LAST-YEAR-ON-FILE
                        KM-LAST-END-DATE.
           PERFORM 5220-MARK-DELETED THRU 5220-EXIT
               VARYING KM-SCAN-IDX FROM 1 BY 1
               UNTIL KM-SCAN-IDX > KM-WEEK-CNT.
           MOVE "APPLIED   " TO KM-LG-RESULT.
           MOVE SPACES TO KM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO KM-TRANS-APPLIED.
       5200-EXIT.
           EXIT.

       5210-CHECK-CLOSED.
           IF KM-WK-IS-DELETED(KM-SCAN-IDX)
               GO TO 5210-EXIT
           END-IF.
           MOVE KM-WK-RECORD(KM-SCAN-IDX) TO KM-CALENDAR-RECORD.
           IF KM-CR-RETAIL-YEAR = KM-TR-RETAIL-YEAR
               AND KM-CR-PERIOD-IS-CLOSED
               MOVE 'Y' TO KM-CLOSED-FOUND
           END-IF.
       5210-EXIT.
           EXIT.

      *    THE WEEKS LEFT STANDING SET THE NEW LAST YEAR ON FILE.
       5220-MARK-DELETED.
           IF KM-WK-IS-DELETED(KM-SCAN-IDX)
               GO TO 5220-EXIT
           END-IF.
           MOVE KM-WK-RECORD(KM-SCAN-IDX) TO KM-CALENDAR-RECORD.
           IF KM-CR-RETAIL-YEAR = KM-TR-RETAIL-YEAR
               MOVE 'Y' TO KM-WK-DELETED(KM-SCAN-IDX)
           ELSE
               MOVE KM-CR-RETAIL-YEAR   TO KM-LAST-YEAR-ON-FILE
               MOVE KM-CR-WEEK-END-DATE TO KM-LAST-END-DATE
           END-IF.
       5220-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE KM-TR-ACTION-CODE     TO KM-LG-ACTION-CODE.
           MOVE KM-TR-RETAIL-YEAR     TO KM-LG-RETAIL-YEAR.
           MOVE KM-TR-YEAR-START-DATE TO KM-LG-YEAR-START-DATE.
           MOVE KM-TR-WEEKS-IN-YEAR   TO KM-LG-WEEKS-IN-YEAR.
           ACCEPT KM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT KM-LG-TS-TIME FROM TIME.
           WRITE KM-LOG-RECORD.
       6000-EXIT.
           EXIT.

       6100-REJECT.
           MOVE "REJECTED  " TO KM-LG-RESULT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO KM-TRANS-REJECTED.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE EVERY SURVIVING WEEK BACK OUT AS THE     *
      *                  NEW CALENDAR                                   *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING KM-SCAN-IDX FROM 1 BY 1
               UNTIL KM-SCAN-IDX > KM-WEEK-CNT.
           CLOSE KM-TRANS-FILE
                 KM-OLD-MASTER
                 KM-NEW-MASTER
                 KM-LOG-FILE.
           DISPLAY "SDCALMNT TRANS READ     = " KM-TRANS-READ.
           DISPLAY "SDCALMNT TRANS APPLIED  = " KM-TRANS-APPLIED.
           DISPLAY "SDCALMNT TRANS REJECTED = " KM-TRANS-REJECTED.
           DISPLAY "SDCALMNT WEEKS WRITTEN  = " KM-WEEKS-WRITTEN.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           IF KM-WK-IS-DELETED(KM-SCAN-IDX)
               GO TO 7000-EXIT
           END-IF.
           MOVE KM-WK-RECORD(KM-SCAN-IDX) TO KM-NEW-IO.
           WRITE KM-NEW-IO.
           ADD 1 TO KM-WEEKS-WRITTEN.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
