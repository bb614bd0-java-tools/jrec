      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE (SEE SDHSTCNV.cbl) - EACH STORE'S*
      *                          TARGET-DATE SNAPSHOT IS REACHED BY A  *
      *                          KEYED START INSTEAD OF A SCAN OF THE  *
      *                          WHOLE HISTORY                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT RS-PARM-FILE ASSIGN TO "SDRESTP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RS-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-HK-KEY
               FILE STATUS IS RS-HK-FILE-STATUS.
           SELECT RS-HOLD-FILE ASSIGN TO "XTAR020H"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RS-ROLLUP-FILE ASSIGN TO "SDDEPTRL"
       01  RS-PARM-RECORD.
           05 RS-PARM-TARGET-DATE          PIC 9(08).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  RS-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON RS-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  RS-HISTORY-SEG.
           05 RS-HK-KEY.
               10 RS-HK-STORE-NUM          PIC 9(04).
               10 RS-HK-AS-OF-DATE         PIC 9(08).
               10 RS-HK-SEG-NO             PIC 9(02).
           05 RS-HK-DETAIL-LEN             PIC 9(07).
           05 RS-HK-SEG-CNT                PIC 9(02).
           05 RS-HK-SEG-DATA               PIC X(32000).

       FD  RS-HOLD-FILE
           RECORD IS VARYING IN SIZE FROM 27 TO 38 CHARACTERS
       01  RS-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  RS-HISTORY-IO.
           05 RS-HS-AS-OF-DATE             PIC 9(08).
           05 RS-HS-STORE-NUM              PIC 9(04).
           05 RS-HS-DETAIL-LEN             PIC 9(07).
           05 RS-HS-STORE-DETAIL           PIC X(656000).

       01  RS-HK-FILE-STATUS               PIC X(02).
           88 RS-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  RS-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 RS-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  RS-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  RS-SEG-START                    PIC 9(07) COMP.
       01  RS-SEG-LEN                      PIC 9(07) COMP.
       01  RS-WINDOW-FROM                  PIC 9(08).
       01  RS-WINDOW-TO                    PIC 9(08).

           COPY "XTAR1000_020.cbl".

      *    THE SNAPSHOT DETAIL RE-SLICED BACK INTO THE ARRAY LAYOUT SO
           05 RS-EOF-ROLLUP-FILE           PIC X(01) VALUE 'N'.
               88 RS-END-OF-ROLLUP-FILE        VALUE 'Y'.

       01  RS-IN-REC-LEN                   PIC 9(05) COMP.
       01  RS-OUT-REC-LEN                  PIC 9(07) COMP.
       01  RS-HOLD-REC-LEN                 PIC 9(05) COMP.
       01  RS-TARGET-DATE                  PIC 9(08).
                OUTPUT RS-FEED-OUT-FILE
                OUTPUT RS-ROLLUP-OUT-FILE
                OUTPUT RS-REPORT-FILE.
           MOVE RS-TARGET-DATE TO RS-WINDOW-FROM.
           MOVE RS-TARGET-DATE TO RS-WINDOW-TO.
           PERFORM 7000-START-HISTORY THRU 7000-EXIT.
           MOVE RS-TARGET-DATE TO RS-H1-TARGET-DATE.
           WRITE RS-RPT-LINE FROM RS-HEADING-1.
           WRITE RS-RPT-LINE FROM RS-HEADING-2.
      *                         DEPARTMENT ROLL-UP                      *
      ******************************************************************
       3000-RESTATE-SNAPSHOT.
           PERFORM 7100-READ-SNAPSHOT THRU 7100-EXIT.
           IF RS-END-OF-HISTORY-FILE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO RS-SNAPSHOTS-READ.
           IF RS-HS-STORE-NUM = ZERO
               OR RS-HS-AS-OF-DATE NOT = RS-TARGET-DATE
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 7000-START-HISTORY - POSITION AT THE FIRST STORE'S FIRST        *
      *                       SNAPSHOT IN THE DATE WINDOW.  STORE 0000  *
      *                       (THE CYCLE-COMMIT MARKERS) IS PASSED BY   *
      ******************************************************************
       7000-START-HISTORY.
           MOVE 1              TO RS-HK-STORE-NUM.
           MOVE RS-WINDOW-FROM TO RS-HK-AS-OF-DATE.
           MOVE ZERO           TO RS-HK-SEG-NO.
           PERFORM 7400-START-AT-KEY THRU 7400-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE SNAPSHOT IN THE    *
      *                      WINDOW IS REASSEMBLED OR THE FILE ENDS     *
      ******************************************************************
       7100-READ-SNAPSHOT.
           MOVE 'N' TO RS-SNAP-COMPLETE.
           PERFORM 7200-READ-SEGMENT THRU 7200-EXIT
               UNTIL RS-SNAPSHOT-IS-COMPLETE
                  OR RS-END-OF-HISTORY-FILE.
       7100-EXIT.
           EXIT.

      *    A SEGMENT DATED BEFORE THE WINDOW RESTARTS AT THE WINDOW'S
      *    FIRST DATE FOR ITS STORE; ONE DATED AFTER IT SKIPS TO THE
      *    NEXT STORE - ONLY THE WINDOW'S KEYS ARE EVER READ THROUGH.
       7200-READ-SEGMENT.
           READ RS-HISTORY-FILE NEXT
               AT END
                   SET RS-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7200-EXIT
           END-READ.
           IF RS-HK-AS-OF-DATE < RS-WINDOW-FROM
               MOVE RS-WINDOW-FROM TO RS-HK-AS-OF-DATE
               MOVE ZERO           TO RS-HK-SEG-NO
               PERFORM 7400-START-AT-KEY THRU 7400-EXIT
               GO TO 7200-EXIT
           END-IF.
           IF RS-HK-AS-OF-DATE > RS-WINDOW-TO
               IF RS-HK-STORE-NUM = 9999
                   SET RS-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7200-EXIT
               END-IF
               ADD 1 TO RS-HK-STORE-NUM
               MOVE RS-WINDOW-FROM TO RS-HK-AS-OF-DATE
               MOVE ZERO           TO RS-HK-SEG-NO
               PERFORM 7400-START-AT-KEY THRU 7400-EXIT
               GO TO 7200-EXIT
           END-IF.
           PERFORM 7300-ADD-SEGMENT THRU 7300-EXIT.
       7200-EXIT.
           EXIT.

       7300-ADD-SEGMENT.
           IF RS-HK-SEG-NO = 1
               MOVE RS-HK-STORE-NUM  TO RS-HS-STORE-NUM
               MOVE RS-HK-AS-OF-DATE TO RS-HS-AS-OF-DATE
               MOVE RS-HK-DETAIL-LEN TO RS-HS-DETAIL-LEN
               MOVE 1 TO RS-NEXT-SEG-NO
           END-IF.
           IF RS-HK-SEG-NO NOT = RS-NEXT-SEG-NO
               OR RS-HK-STORE-NUM NOT = RS-HS-STORE-NUM
               OR RS-HK-AS-OF-DATE NOT = RS-HS-AS-OF-DATE
               MOVE ZERO TO RS-NEXT-SEG-NO
               GO TO 7300-EXIT
           END-IF.
           COMPUTE RS-SEG-START = (RS-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE RS-SEG-LEN = RS-IN-REC-LEN - 23.
           IF RS-SEG-LEN > ZERO
               MOVE RS-HK-SEG-DATA(1:RS-SEG-LEN) TO
                   RS-HS-STORE-DETAIL(RS-SEG-START:RS-SEG-LEN)
           END-IF.
           IF RS-HK-SEG-NO NOT < RS-HK-SEG-CNT
               SET RS-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO RS-NEXT-SEG-NO
           ELSE
               ADD 1 TO RS-NEXT-SEG-NO
           END-IF.
       7300-EXIT.
           EXIT.

       7400-START-AT-KEY.
           START RS-HISTORY-FILE KEY IS NOT LESS THAN RS-HK-KEY
               INVALID KEY
                   SET RS-END-OF-HISTORY-FILE TO TRUE
           END-START.
       7400-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE RS-HISTORY-FILE
                 RS-HOLD-FILE
