       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDHSTCNV.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDHSTCNV - ONE-OFF CONVERSION OF THE SEQUENTIAL SDSALHST        *
      *            SNAPSHOT HISTORY TO THE INDEXED SDSALHSK FILE KEYED  *
      *            ON STORE NUMBER PLUS CYCLE DATE.  EVERY RETRIEVAL    *
      *            AGAINST THE SEQUENTIAL FILE HAD TO READ THE WHOLE    *
      *            HISTORY TO FIND ONE STORE'S ONE DAY; THE INDEXED     *
      *            FILE LETS SDASOF AND ITS COMPANIONS READ STRAIGHT    *
      *            TO THE SNAPSHOT THEY WANT.                           *
      *            A FULL Store-Dtls SNAPSHOT (UP TO 656000 BYTES) IS   *
      *            FAR LARGER THAN AN INDEXED RECORD MAY BE, SO EACH    *
      *            SNAPSHOT IS HELD AS 32000-BYTE SEGMENTS NUMBERED     *
      *            01 UPWARD UNDER THE SAME STORE/DATE - THE KEY IS     *
      *            STORE + CYCLE DATE + SEGMENT NUMBER AND EVERY        *
      *            SEGMENT CARRIES THE SNAPSHOT'S FULL DETAIL LENGTH    *
      *            AND SEGMENT COUNT.  THE STORE-0000 CYCLE-COMMIT      *
      *            MARKER IS A SINGLE EMPTY SEGMENT.                    *
      *            THE SEQUENTIAL FILE IS IN DATE ORDER, NOT KEY ORDER, *
      *            SO SEGMENTS ARE WRITTEN WITH RANDOM WRITES.  A       *
      *            SECOND SNAPSHOT FOR A STORE/DATE ALREADY LOADED (A   *
      *            RERUN SDSNAP APPENDED TWICE) REPLACES THE FIRST,     *
      *            THE SAME AS THE LATER SNAPSHOT WON WHEN THE          *
      *            SEQUENTIAL FILE WAS SCANNED.                         *
      *            THE RUN BALANCES - SNAPSHOTS READ MUST EQUAL         *
      *            SNAPSHOTS LOADED PLUS SNAPSHOTS REPLACED, AND THE    *
      *            INDEXED FILE IS THEN READ BACK END TO END AND MUST   *
      *            HOLD EXACTLY THE SNAPSHOTS LOADED AND THE SEGMENTS   *
      *            WRITTEN LESS THOSE REPLACED - AND ABENDS WITH RETURN *
      *            CODE 16 WHEN ANY COUNT IS OUT, SO CUT-OVER WAITS     *
      *            UNTIL THE TWO FILES AGREE.                           *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HC-OLD-HISTORY-FILE ASSIGN TO "SDSALHST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HC-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HK-KEY
               FILE STATUS IS HC-FILE-STATUS.
           SELECT HC-REPORT-FILE ASSIGN TO "SDHSTCNR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE SEQUENTIAL LAYOUT SDSNAP WROTE BEFORE THE CUT-OVER -
      *    AS-OF DATE AHEAD OF STORE NUMBER, ONE RECORD PER SNAPSHOT.
       FD  HC-OLD-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 656019 CHARACTERS
               DEPENDING ON HC-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  HC-OLD-HISTORY-IO.
           05 HC-OH-AS-OF-DATE             PIC 9(08).
           05 HC-OH-STORE-NUM              PIC 9(04).
           05 HC-OH-DETAIL-LEN             PIC 9(07).
           05 HC-OH-STORE-DETAIL           PIC X(656000).

      *    THE INDEXED SEGMENT - A 23-BYTE HEADER (KEY, DETAIL LENGTH
      *    OF THE WHOLE SNAPSHOT, SEGMENT COUNT) AND UP TO 32000 BYTES
      *    OF THE RAW Store-Dtls DETAIL.
       FD  HC-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON HC-HK-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  HC-HISTORY-SEG.
           05 HC-HK-KEY.
               10 HC-HK-STORE-NUM          PIC 9(04).
               10 HC-HK-AS-OF-DATE         PIC 9(08).
               10 HC-HK-SEG-NO             PIC 9(02).
           05 HC-HK-DETAIL-LEN             PIC 9(07).
           05 HC-HK-SEG-CNT                PIC 9(02).
           05 HC-HK-SEG-DATA               PIC X(32000).

       FD  HC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HC-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  HC-FILE-STATUS                  PIC X(02).
           88 HC-STATUS-OK                     VALUE '00'.
           88 HC-STATUS-DUPLICATE              VALUE '22'.

       01  HC-SWITCHES.
           05 HC-EOF-OLD-HISTORY-FILE      PIC X(01) VALUE 'N'.
               88 HC-END-OF-OLD-HISTORY-FILE   VALUE 'Y'.
           05 HC-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 HC-END-OF-HISTORY-FILE       VALUE 'Y'.
           05 HC-OUT-OF-BALANCE            PIC X(01) VALUE 'N'.
               88 HC-COUNTS-OUT-OF-BALANCE     VALUE 'Y'.
           05 HC-SNAP-REJECT               PIC X(01) VALUE 'N'.
               88 HC-SNAPSHOT-REJECTED         VALUE 'Y'.
           05 HC-SNAP-REPLACE              PIC X(01) VALUE 'N'.
               88 HC-SNAPSHOT-REPLACES-EARLIER VALUE 'Y'.

       01  HC-IN-REC-LEN                   PIC 9(07) COMP.
       01  HC-HK-REC-LEN                   PIC 9(05) COMP.

       01  HC-SEG-CNT                      PIC 9(02).
       01  HC-SEG-IDX                      PIC 9(02) COMP.
       01  HC-SEG-START                    PIC 9(07) COMP.
       01  HC-SEG-LEN                      PIC 9(07) COMP.

       01  HC-COUNTERS.
           05 HC-SNAPS-READ                PIC 9(07) COMP VALUE ZERO.
           05 HC-SNAPS-LOADED              PIC 9(07) COMP VALUE ZERO.
           05 HC-SNAPS-REPLACED            PIC 9(07) COMP VALUE ZERO.
           05 HC-SNAPS-REJECTED            PIC 9(07) COMP VALUE ZERO.
           05 HC-MARKERS-LOADED            PIC 9(07) COMP VALUE ZERO.
           05 HC-SEGS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
           05 HC-SEGS-REPLACED             PIC 9(07) COMP VALUE ZERO.
           05 HC-SNAPS-READ-BACK           PIC 9(07) COMP VALUE ZERO.
           05 HC-SEGS-READ-BACK            PIC 9(07) COMP VALUE ZERO.
           05 HC-LOAD-TOTAL                PIC 9(07) COMP VALUE ZERO.
           05 HC-SEGS-EXPECTED             PIC 9(07) COMP VALUE ZERO.

       01  HC-TOTAL-LINE.
           05 HC-TL-LABEL                  PIC X(30).
           05 HC-TL-COUNT                  PIC ZZZZ,ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

       01  HC-STATUS-LINE.
           05 FILLER                       PIC X(30)
               VALUE "CONVERSION BALANCE STATUS     ".
           05 HC-SL-STATUS                 PIC X(14).
           05 FILLER                       PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-LOAD-SNAPSHOT THRU 3000-EXIT
               UNTIL HC-END-OF-OLD-HISTORY-FILE.
           PERFORM 5000-START-READ-BACK THRU 5000-EXIT.
           PERFORM 5100-READ-BACK THRU 5100-EXIT
               UNTIL HC-END-OF-HISTORY-FILE.
           PERFORM 7000-BALANCE THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      *    THE INDEXED FILE IS CREATED EMPTY, THEN REOPENED I-O SO THE
      *    OUT-OF-KEY-ORDER LOAD CAN USE RANDOM WRITES.
       1000-INITIALIZE.
           OPEN INPUT  HC-OLD-HISTORY-FILE
                OUTPUT HC-HISTORY-FILE
                OUTPUT HC-REPORT-FILE.
           CLOSE HC-HISTORY-FILE.
           OPEN I-O HC-HISTORY-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOAD-SNAPSHOT - SPLIT ONE SEQUENTIAL SNAPSHOT INTO ITS     *
      *                      SEGMENTS AND WRITE THEM UNDER ITS STORE/   *
      *                      DATE, FIRST CLEARING AN EARLIER COPY       *
      ******************************************************************
       3000-LOAD-SNAPSHOT.
           READ HC-OLD-HISTORY-FILE
               AT END
                   SET HC-END-OF-OLD-HISTORY-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO HC-SNAPS-READ.
           MOVE 'N' TO HC-SNAP-REJECT.
           MOVE 'N' TO HC-SNAP-REPLACE.
           COMPUTE HC-SEG-CNT = (HC-OH-DETAIL-LEN + 31999) / 32000.
           IF HC-SEG-CNT = ZERO
               MOVE 1 TO HC-SEG-CNT
           END-IF.
           MOVE HC-OH-STORE-NUM  TO HC-HK-STORE-NUM.
           MOVE HC-OH-AS-OF-DATE TO HC-HK-AS-OF-DATE.
           MOVE 1                TO HC-HK-SEG-NO.
           READ HC-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3100-CLEAR-EARLIER-COPY THRU 3100-EXIT
                   MOVE 'Y' TO HC-SNAP-REPLACE
           END-READ.
           PERFORM 3200-WRITE-SEGMENT THRU 3200-EXIT
               VARYING HC-SEG-IDX FROM 1 BY 1
               UNTIL HC-SEG-IDX > HC-SEG-CNT
                  OR HC-SNAPSHOT-REJECTED.
           IF HC-SNAPSHOT-REJECTED
               ADD 1 TO HC-SNAPS-REJECTED
               GO TO 3000-EXIT
           END-IF.
           IF HC-SNAPSHOT-REPLACES-EARLIER
               ADD 1 TO HC-SNAPS-REPLACED
           ELSE
               ADD 1 TO HC-SNAPS-LOADED
           END-IF.
           IF HC-OH-STORE-NUM = ZERO
               AND NOT HC-SNAPSHOT-REPLACES-EARLIER
               ADD 1 TO HC-MARKERS-LOADED
           END-IF.
       3000-EXIT.
           EXIT.

      *    THE EARLIER COPY'S SEGMENTS ARE DELETED BY KEY SO A SHORTER
      *    REPLACEMENT LEAVES NO STALE TRAILING SEGMENT BEHIND.
       3100-CLEAR-EARLIER-COPY.
           PERFORM 3110-DELETE-SEGMENT THRU 3110-EXIT
               VARYING HC-SEG-IDX FROM 1 BY 1
               UNTIL HC-SEG-IDX > 21.
       3100-EXIT.
           EXIT.

       3110-DELETE-SEGMENT.
           MOVE HC-OH-STORE-NUM  TO HC-HK-STORE-NUM.
           MOVE HC-OH-AS-OF-DATE TO HC-HK-AS-OF-DATE.
           MOVE HC-SEG-IDX       TO HC-HK-SEG-NO.
           DELETE HC-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO HC-SEGS-REPLACED
           END-DELETE.
       3110-EXIT.
           EXIT.

       3200-WRITE-SEGMENT.
           MOVE HC-OH-STORE-NUM  TO HC-HK-STORE-NUM.
           MOVE HC-OH-AS-OF-DATE TO HC-HK-AS-OF-DATE.
           MOVE HC-SEG-IDX       TO HC-HK-SEG-NO.
           MOVE HC-OH-DETAIL-LEN TO HC-HK-DETAIL-LEN.
           MOVE HC-SEG-CNT       TO HC-HK-SEG-CNT.
           COMPUTE HC-SEG-START = (HC-SEG-IDX - 1) * 32000 + 1.
           COMPUTE HC-SEG-LEN = HC-OH-DETAIL-LEN - HC-SEG-START + 1.
           IF HC-OH-DETAIL-LEN < HC-SEG-START
               MOVE ZERO TO HC-SEG-LEN
           END-IF.
           IF HC-SEG-LEN > 32000
               MOVE 32000 TO HC-SEG-LEN
           END-IF.
           IF HC-SEG-LEN > ZERO
               MOVE HC-OH-STORE-DETAIL(HC-SEG-START:HC-SEG-LEN)
                                  TO HC-HK-SEG-DATA(1:HC-SEG-LEN)
           END-IF.
           COMPUTE HC-HK-REC-LEN = 23 + HC-SEG-LEN.
           WRITE HC-HISTORY-SEG.
           IF HC-STATUS-OK
               ADD 1 TO HC-SEGS-WRITTEN
           ELSE
               SET HC-SNAPSHOT-REJECTED TO TRUE
               DISPLAY "SDHSTCNV WRITE FAILED STATUS " HC-FILE-STATUS
                   " STORE " HC-HK-STORE-NUM
                   " DATE " HC-HK-AS-OF-DATE
                   " SEGMENT " HC-HK-SEG-NO
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-START-READ-BACK - POSITION AT THE LOWEST KEY TO COUNT WHAT *
      *                        THE INDEXED FILE ACTUALLY HOLDS          *
      ******************************************************************
       5000-START-READ-BACK.
           MOVE LOW-VALUES TO HC-HK-KEY.
           START HC-HISTORY-FILE KEY IS NOT LESS THAN HC-HK-KEY
               INVALID KEY
                   SET HC-END-OF-HISTORY-FILE TO TRUE
           END-START.
       5000-EXIT.
           EXIT.

       5100-READ-BACK.
           READ HC-HISTORY-FILE NEXT
               AT END
                   SET HC-END-OF-HISTORY-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO HC-SEGS-READ-BACK.
           IF HC-HK-SEG-NO = 1
               ADD 1 TO HC-SNAPS-READ-BACK
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-BALANCE - READ = LOADED + REPLACED + REJECTED WITH NOTHING *
      *                REJECTED, AND THE READ-BACK MATCHES THE LOAD ON  *
      *                BOTH SNAPSHOTS AND SEGMENTS                      *
      ******************************************************************
       7000-BALANCE.
           COMPUTE HC-LOAD-TOTAL = HC-SNAPS-LOADED
                                 + HC-SNAPS-REPLACED
                                 + HC-SNAPS-REJECTED.
           COMPUTE HC-SEGS-EXPECTED =
               HC-SEGS-WRITTEN - HC-SEGS-REPLACED.
           IF HC-LOAD-TOTAL NOT = HC-SNAPS-READ
               OR HC-SNAPS-REJECTED > ZERO
               OR HC-SNAPS-READ-BACK NOT = HC-SNAPS-LOADED
               OR HC-SEGS-READ-BACK NOT = HC-SEGS-EXPECTED
               SET HC-COUNTS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE "SEQUENTIAL SNAPSHOTS READ   " TO HC-TL-LABEL.
           MOVE HC-SNAPS-READ TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "SNAPSHOTS LOADED            " TO HC-TL-LABEL.
           MOVE HC-SNAPS-LOADED TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "  OF WHICH CYCLE MARKERS    " TO HC-TL-LABEL.
           MOVE HC-MARKERS-LOADED TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "DUPLICATE SNAPSHOTS REPLACED" TO HC-TL-LABEL.
           MOVE HC-SNAPS-REPLACED TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "SNAPSHOTS REJECTED          " TO HC-TL-LABEL.
           MOVE HC-SNAPS-REJECTED TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "SEGMENTS WRITTEN            " TO HC-TL-LABEL.
           MOVE HC-SEGS-WRITTEN TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "SEGMENTS REPLACED           " TO HC-TL-LABEL.
           MOVE HC-SEGS-REPLACED TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "SNAPSHOTS READ BACK         " TO HC-TL-LABEL.
           MOVE HC-SNAPS-READ-BACK TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           MOVE "SEGMENTS READ BACK          " TO HC-TL-LABEL.
           MOVE HC-SEGS-READ-BACK TO HC-TL-COUNT.
           WRITE HC-RPT-LINE FROM HC-TOTAL-LINE.
           IF HC-COUNTS-OUT-OF-BALANCE
               MOVE "OUT OF BALANCE" TO HC-SL-STATUS
           ELSE
               MOVE "IN BALANCE    " TO HC-SL-STATUS
           END-IF.
           WRITE HC-RPT-LINE FROM HC-STATUS-LINE.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE HC-OLD-HISTORY-FILE
                 HC-HISTORY-FILE
                 HC-REPORT-FILE.
           DISPLAY "SDHSTCNV SNAPSHOTS READ      = " HC-SNAPS-READ.
           DISPLAY "SDHSTCNV SNAPSHOTS LOADED    = " HC-SNAPS-LOADED.
           DISPLAY "SDHSTCNV SNAPSHOTS REPLACED  = " HC-SNAPS-REPLACED.
           DISPLAY "SDHSTCNV SNAPSHOTS REJECTED  = " HC-SNAPS-REJECTED.
           DISPLAY "SDHSTCNV SEGMENTS READ BACK  = " HC-SEGS-READ-BACK.
           IF HC-COUNTS-OUT-OF-BALANCE
               DISPLAY "SDHSTCNV *** ABEND *** RECORD COUNTS OUT OF "
                   "BALANCE - DO NOT CUT OVER TO SDSALHSK"
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
