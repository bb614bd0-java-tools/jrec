      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE TWO CYCLE DATES NOW COME FROM THE *
      *                          SDRETCAL RETAIL CALENDAR INSTEAD OF   *
      *                          THE SDCOMPSP PARM CARD - PERIOD-2 IS  *
      *                          THE LAST DAY OF THE FIRST OPEN PERIOD *
      *                          AND PERIOD-1 THE SAME DAY OF THE SAME *
      *                          RETAIL WEEK LAST YEAR.  A DATED STEP- *
      *                          COMPLETION RECORD IS WRITTEN TO       *
      *                          BATRUNCT UNDER THE PERIOD END FOR     *
      *                          SDPERCLS                              *
      *  03  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE (SEE SDHSTCNV.cbl) - EACH MASTER *
      *                          STORE'S TWO PERIOD SNAPSHOTS ARE READ *
      *                          BY KEY INSTEAD OF SCANNING THE WHOLE  *
      *                          HISTORY                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CP-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CP-RUNCTL-FILE ASSIGN TO "BATRUNCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CP-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CP-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-HK-KEY
               FILE STATUS IS CP-HK-FILE-STATUS.
           SELECT CP-REPORT-FILE ASSIGN TO "SDCOMPSR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  CP-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CP-CALENDAR-RECORD.
           05 CP-CR-WEEK-START-DATE        PIC 9(08).
           05 CP-CR-WEEK-END-DATE          PIC 9(08).
           05 CP-CR-RETAIL-YEAR            PIC 9(04).
           05 CP-CR-QUARTER                PIC 9(01).
           05 CP-CR-PERIOD                 PIC 9(02).
           05 CP-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 CP-CR-WEEK-OF-YEAR           PIC 9(02).
           05 CP-CR-PERIOD-START-DATE      PIC 9(08).
           05 CP-CR-PERIOD-END-DATE        PIC 9(08).
           05 CP-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 CP-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 CP-CR-PERIOD-STATUS          PIC X(01).
               88 CP-CR-PERIOD-IS-OPEN         VALUE 'O'.
           05 CP-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

       FD  CP-RUNCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CP-RUNCTL-RECORD.
           05 CP-RC-DATE                   PIC 9(08).
           05 CP-RC-STEP-NAME              PIC X(08).
           05 CP-RC-TS-TIME                PIC 9(08).

       FD  CP-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CP-STORE-MASTER-IO              PIC X(76).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  CP-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON CP-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  CP-HISTORY-SEG.
           05 CP-HK-KEY.
               10 CP-HK-STORE-NUM          PIC 9(04).
               10 CP-HK-AS-OF-DATE         PIC 9(08).
               10 CP-HK-SEG-NO             PIC 9(02).
           05 CP-HK-DETAIL-LEN             PIC 9(07).
           05 CP-HK-SEG-CNT                PIC 9(02).
           05 CP-HK-SEG-DATA               PIC X(32000).

       FD  CP-REPORT-FILE
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".

      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  CP-HISTORY-IO.
           05 CP-HS-AS-OF-DATE             PIC 9(08).
           05 CP-HS-STORE-NUM              PIC 9(04).
           05 CP-HS-DETAIL-LEN             PIC 9(07).
           05 CP-HS-STORE-DETAIL           PIC X(656000).

       01  CP-HK-FILE-STATUS               PIC X(02).
           88 CP-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  CP-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 CP-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  CP-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  CP-SEG-START                    PIC 9(07) COMP.
       01  CP-SEG-LEN                      PIC 9(07) COMP.
       01  CP-FETCH-END                    PIC X(01) VALUE 'N'.
           88 CP-FETCH-HAS-ENDED               VALUE 'Y'.

       01  CP-SWITCHES.
           05 CP-EOF-STORE-FILE            PIC X(01) VALUE 'N'.
               88 CP-END-OF-STORE-FILE         VALUE 'Y'.
           05 CP-EOF-CALENDAR-FILE         PIC X(01) VALUE 'N'.
               88 CP-END-OF-CALENDAR-FILE      VALUE 'Y'.
           05 CP-ABORT                     PIC X(01) VALUE 'N'.
               88 CP-ABORT-RUN                 VALUE 'Y'.

       01  CP-IN-REC-LEN                   PIC 9(05) COMP.
       01  CP-PERIOD-1                     PIC 9(08) VALUE ZERO.
       01  CP-PERIOD-2                     PIC 9(08) VALUE ZERO.
       01  CP-PERIOD-KEY                   PIC 9(06) VALUE ZERO.
       01  CP-WEEK-PERIOD-KEY              PIC 9(06).
       01  CP-SLICE-START                  PIC 9(07) COMP.

      *    THE STORE SUMMARY SLICED OFF THE LAST 27 BYTES OF THE
       01  CP-COUNTERS.
           05 CP-STORE-CNT                 PIC 9(04) COMP VALUE ZERO.
           05 CP-REGION-CNT                PIC 9(04) COMP VALUE ZERO.
           05 CP-SEGMENTS-READ             PIC 9(07) COMP VALUE ZERO.
           05 CP-STORES-INCLUDED           PIC 9(04) COMP VALUE ZERO.
           05 CP-STORES-EXCLUDED           PIC 9(04) COMP VALUE ZERO.


       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CP-ABORT-RUN
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-MATCH-STORE THRU 3000-EXIT
               VARYING CP-MATCH-IDX FROM 1 BY 1
               UNTIL CP-MATCH-IDX > CP-STORE-CNT.
           PERFORM 6000-WRITE-STORE-SECTION THRU 6000-EXIT.
           PERFORM 6500-WRITE-REGION-SECTION THRU 6500-EXIT.
           PERFORM 7000-WRITE-EXCLUDED-SECTION THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8900-POST-STEP THRU 8900-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - TAKE THE TWO PERIOD DATES FROM THE CALENDAR,  *
      *                   LOAD THE STORE MASTER AND OPEN THE HISTORY    *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CP-CALENDAR-FILE.
           PERFORM 1900-FIND-OPEN-PERIOD THRU 1900-EXIT
               UNTIL CP-END-OF-CALENDAR-FILE.
           CLOSE CP-CALENDAR-FILE.
           IF CP-PERIOD-KEY = ZERO
               DISPLAY "SDCOMPST *** ABEND *** NO OPEN PERIOD ON "
                   "THE SDRETCAL CALENDAR"
               MOVE 16 TO RETURN-CODE
               SET CP-ABORT-RUN TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  CP-STORE-FILE
                INPUT  CP-HISTORY-FILE
                OUTPUT CP-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *    THE FIRST OPEN PERIOD'S LAST DAY AGAINST THE LAST DAY OF THE
      *    SAME RETAIL WEEK A YEAR EARLIER - THE PERIOD'S LAST WEEK
      *    SETS BOTH.
       1900-FIND-OPEN-PERIOD.
           READ CP-CALENDAR-FILE
               AT END
                   SET CP-END-OF-CALENDAR-FILE TO TRUE
                   GO TO 1900-EXIT
           END-READ.
           IF NOT CP-CR-PERIOD-IS-OPEN
               GO TO 1900-EXIT
           END-IF.
           COMPUTE CP-WEEK-PERIOD-KEY =
               CP-CR-RETAIL-YEAR * 100 + CP-CR-PERIOD.
           IF CP-PERIOD-KEY = ZERO
               MOVE CP-WEEK-PERIOD-KEY TO CP-PERIOD-KEY
           END-IF.
           IF CP-WEEK-PERIOD-KEY NOT = CP-PERIOD-KEY
               SET CP-END-OF-CALENDAR-FILE TO TRUE
               GO TO 1900-EXIT
           END-IF.
           MOVE CP-CR-PERIOD-END-DATE  TO CP-PERIOD-2.
           MOVE CP-CR-LY-WEEK-END-DATE TO CP-PERIOD-1.
       1900-EXIT.
           EXIT.

       2000-LOAD-STORE.
           READ CP-STORE-FILE
               AT END
           EXIT.

      ******************************************************************
      * 3000-MATCH-STORE - READ ONE MASTER STORE'S SNAPSHOT FOR EACH    *
      *                    REQUESTED PERIOD DATE BY KEY AND CAPTURE     *
      *                    ITS SUMMARY                                  *
      ******************************************************************
       3000-MATCH-STORE.
           MOVE CP-ST-STORE-NUM(CP-MATCH-IDX) TO CP-HS-STORE-NUM.
           MOVE CP-PERIOD-1                   TO CP-HS-AS-OF-DATE.
           PERFORM 3200-FETCH-SNAPSHOT THRU 3200-EXIT.
           IF CP-SNAPSHOT-IS-COMPLETE
               PERFORM 3100-SLICE-SUMMARY THRU 3100-EXIT
               MOVE 'Y' TO CP-ST-P1-SEEN(CP-MATCH-IDX)
               MOVE CP-SI-QTY-4   TO CP-ST-P1-QTY(CP-MATCH-IDX)
               MOVE CP-SI-PRICE-4 TO CP-ST-P1-SALES(CP-MATCH-IDX)
           END-IF.
           MOVE CP-ST-STORE-NUM(CP-MATCH-IDX) TO CP-HS-STORE-NUM.
           MOVE CP-PERIOD-2                   TO CP-HS-AS-OF-DATE.
           PERFORM 3200-FETCH-SNAPSHOT THRU 3200-EXIT.
           IF CP-SNAPSHOT-IS-COMPLETE
               PERFORM 3100-SLICE-SUMMARY THRU 3100-EXIT
               MOVE 'Y' TO CP-ST-P2-SEEN(CP-MATCH-IDX)
               MOVE CP-SI-QTY-4   TO CP-ST-P2-QTY(CP-MATCH-IDX)
               MOVE CP-SI-PRICE-4 TO CP-ST-P2-SALES(CP-MATCH-IDX)
       3000-EXIT.
           EXIT.

       3100-SLICE-SUMMARY.
           COMPUTE CP-SLICE-START = CP-HS-DETAIL-LEN - 26.
           MOVE CP-HS-STORE-DETAIL(CP-SLICE-START:27)
                                     TO CP-SUMMARY-IMAGE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FETCH-SNAPSHOT - KEYED START AT THE STORE/DATE IN THE      *
      *                       HISTORY AREA AND REASSEMBLE ITS           *
      *                       SEGMENTS; NOT COMPLETE WHEN THE           *
      *                       SNAPSHOT IS NOT ON FILE                   *
      ******************************************************************
       3200-FETCH-SNAPSHOT.
           MOVE 'N' TO CP-SNAP-COMPLETE.
           MOVE 'N' TO CP-FETCH-END.
           MOVE CP-HS-STORE-NUM  TO CP-HK-STORE-NUM.
           MOVE CP-HS-AS-OF-DATE TO CP-HK-AS-OF-DATE.
           MOVE ZERO             TO CP-HK-SEG-NO.
           START CP-HISTORY-FILE KEY IS NOT LESS THAN CP-HK-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.
           PERFORM 3210-FETCH-SEGMENT THRU 3210-EXIT
               UNTIL CP-SNAPSHOT-IS-COMPLETE
                  OR CP-FETCH-HAS-ENDED.
       3200-EXIT.
           EXIT.

       3210-FETCH-SEGMENT.
           READ CP-HISTORY-FILE NEXT
               AT END
                   SET CP-FETCH-HAS-ENDED TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           ADD 1 TO CP-SEGMENTS-READ.
           IF CP-HK-STORE-NUM NOT = CP-HS-STORE-NUM
               OR CP-HK-AS-OF-DATE NOT = CP-HS-AS-OF-DATE
               SET CP-FETCH-HAS-ENDED TO TRUE
               GO TO 3210-EXIT
           END-IF.
           PERFORM 3220-ADD-SEGMENT THRU 3220-EXIT.
           IF CP-NEXT-SEG-NO = ZERO
               AND NOT CP-SNAPSHOT-IS-COMPLETE
               SET CP-FETCH-HAS-ENDED TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

       3220-ADD-SEGMENT.
           IF CP-HK-SEG-NO = 1
               MOVE CP-HK-STORE-NUM  TO CP-HS-STORE-NUM
               MOVE CP-HK-AS-OF-DATE TO CP-HS-AS-OF-DATE
               MOVE CP-HK-DETAIL-LEN TO CP-HS-DETAIL-LEN
               MOVE 1 TO CP-NEXT-SEG-NO
           END-IF.
           IF CP-HK-SEG-NO NOT = CP-NEXT-SEG-NO
               OR CP-HK-STORE-NUM NOT = CP-HS-STORE-NUM
               OR CP-HK-AS-OF-DATE NOT = CP-HS-AS-OF-DATE
               MOVE ZERO TO CP-NEXT-SEG-NO
               GO TO 3220-EXIT
           END-IF.
           COMPUTE CP-SEG-START = (CP-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE CP-SEG-LEN = CP-IN-REC-LEN - 23.
           IF CP-SEG-LEN > ZERO
               MOVE CP-HK-SEG-DATA(1:CP-SEG-LEN) TO
                   CP-HS-STORE-DETAIL(CP-SEG-START:CP-SEG-LEN)
           END-IF.
           IF CP-HK-SEG-NO NOT < CP-HK-SEG-CNT
               SET CP-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO CP-NEXT-SEG-NO
           ELSE
               ADD 1 TO CP-NEXT-SEG-NO
           END-IF.
       3220-EXIT.
           EXIT.

      ******************************************************************
           CLOSE CP-STORE-FILE
                 CP-HISTORY-FILE
                 CP-REPORT-FILE.
           DISPLAY "SDCOMPST SEGMENTS READ    = " CP-SEGMENTS-READ.
           DISPLAY "SDCOMPST STORES INCLUDED  = " CP-STORES-INCLUDED.
           DISPLAY "SDCOMPST STORES EXCLUDED  = " CP-STORES-EXCLUDED.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8900-POST-STEP - STEP-COMPLETION RECORD UNDER THE PERIOD END    *
      *                  DATE, WHICH IS WHAT SDPERCLS LOOKS FOR         *
      ******************************************************************
       8900-POST-STEP.
           OPEN EXTEND CP-RUNCTL-FILE.
           MOVE CP-PERIOD-2 TO CP-RC-DATE.
           MOVE "SDCOMPST" TO CP-RC-STEP-NAME.
           ACCEPT CP-RC-TS-TIME FROM TIME.
           WRITE CP-RUNCTL-RECORD.
           CLOSE CP-RUNCTL-FILE.
       8900-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
