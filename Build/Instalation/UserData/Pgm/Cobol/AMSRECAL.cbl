      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE - ONLY THE RECALL DATE RANGE IS  *
      *                          READ, BY KEYED START, SO THE NOTICES  *
      *                          COME OUT IN STORE ORDER               *
      *  03  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-STORE-KEYCODE-KEY
               FILE STATUS IS RC-FILE-STATUS.
           SELECT RC-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-HK-KEY
               FILE STATUS IS RC-HK-FILE-STATUS.
           SELECT RC-NOTICE-FILE ASSIGN TO "AMSRECLR"
               ORGANIZATION IS SEQUENTIAL.

       FD  RC-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RC-PROD-IO                      PIC X(98).

       FD  RC-IDX-FILE
           LABEL RECORDS ARE STANDARD.
           05 RC-IX-QTY-SOLD               PIC S9(9)    COMP-3.
           05 RC-IX-SALE-PRICE             PIC S9(9)V99 COMP-3.

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  RC-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON RC-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  RC-HISTORY-SEG.
           05 RC-HK-KEY.
               10 RC-HK-STORE-NUM          PIC 9(04).
               10 RC-HK-AS-OF-DATE         PIC 9(08).
               10 RC-HK-SEG-NO             PIC 9(02).
           05 RC-HK-DETAIL-LEN             PIC 9(07).
           05 RC-HK-SEG-CNT                PIC 9(02).
           05 RC-HK-SEG-DATA               PIC X(32000).

       FD  RC-NOTICE-FILE
           RECORDING MODE IS F
       01  RC-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  RC-HISTORY-IO.
           05 RC-HS-AS-OF-DATE             PIC 9(08).
           05 RC-HS-STORE-NUM              PIC 9(04).
           05 RC-HS-DETAIL-LEN             PIC 9(07).
           05 RC-HS-STORE-DETAIL           PIC X(656000).

       01  RC-HK-FILE-STATUS               PIC X(02).
           88 RC-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  RC-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 RC-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  RC-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  RC-SEG-START                    PIC 9(07) COMP.
       01  RC-SEG-LEN                      PIC 9(07) COMP.
       01  RC-WINDOW-FROM                  PIC 9(08).
       01  RC-WINDOW-TO                    PIC 9(08).

           COPY "AmsProductAPN.cbl".

      *    THE SNAPSHOT DETAIL RE-SLICED BACK INTO THE ARRAY LAYOUT SO
           05 RC-FIRST-PARM                PIC X(01) VALUE 'Y'.
               88 RC-IS-FIRST-PARM             VALUE 'Y'.

       01  RC-IN-REC-LEN                   PIC 9(05) COMP.
       01  RC-FROM-DATE                    PIC 9(08).
       01  RC-TO-DATE                      PIC 9(08).
       01  RC-FROM-DAY                     PIC S9(08).
           OPEN INPUT  RC-IDX-FILE
                INPUT  RC-HISTORY-FILE
                OUTPUT RC-NOTICE-FILE.
           MOVE RC-FROM-DATE TO RC-WINDOW-FROM.
           MOVE RC-TO-DATE   TO RC-WINDOW-TO.
           PERFORM 7000-START-HISTORY THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

      *                       KEYCODES                                  *
      ******************************************************************
       4000-TRACE-SNAPSHOT.
           PERFORM 7100-READ-SNAPSHOT THRU 7100-EXIT.
           IF RC-END-OF-HISTORY-FILE
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO RC-SNAPSHOTS-READ.
           IF RC-HS-STORE-NUM = ZERO
               GO TO 4000-EXIT
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-START-HISTORY - POSITION AT THE FIRST STORE'S FIRST        *
      *                       SNAPSHOT IN THE DATE WINDOW.  STORE 0000  *
      *                       (THE CYCLE-COMMIT MARKERS) IS PASSED BY   *
      ******************************************************************
       7000-START-HISTORY.
           MOVE 1              TO RC-HK-STORE-NUM.
           MOVE RC-WINDOW-FROM TO RC-HK-AS-OF-DATE.
           MOVE ZERO           TO RC-HK-SEG-NO.
           PERFORM 7400-START-AT-KEY THRU 7400-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-READ-SNAPSHOT - READ SEGMENTS UNTIL ONE SNAPSHOT IN THE    *
      *                      WINDOW IS REASSEMBLED OR THE FILE ENDS     *
      ******************************************************************
       7100-READ-SNAPSHOT.
           MOVE 'N' TO RC-SNAP-COMPLETE.
           PERFORM 7200-READ-SEGMENT THRU 7200-EXIT
               UNTIL RC-SNAPSHOT-IS-COMPLETE
                  OR RC-END-OF-HISTORY-FILE.
       7100-EXIT.
           EXIT.

      *    A SEGMENT DATED BEFORE THE WINDOW RESTARTS AT THE WINDOW'S
      *    FIRST DATE FOR ITS STORE; ONE DATED AFTER IT SKIPS TO THE
      *    NEXT STORE - ONLY THE WINDOW'S KEYS ARE EVER READ THROUGH.
       7200-READ-SEGMENT.
           READ RC-HISTORY-FILE NEXT
               AT END
                   SET RC-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7200-EXIT
           END-READ.
           IF RC-HK-AS-OF-DATE < RC-WINDOW-FROM
               MOVE RC-WINDOW-FROM TO RC-HK-AS-OF-DATE
               MOVE ZERO           TO RC-HK-SEG-NO
               PERFORM 7400-START-AT-KEY THRU 7400-EXIT
               GO TO 7200-EXIT
           END-IF.
           IF RC-HK-AS-OF-DATE > RC-WINDOW-TO
               IF RC-HK-STORE-NUM = 9999
                   SET RC-END-OF-HISTORY-FILE TO TRUE
                   GO TO 7200-EXIT
               END-IF
               ADD 1 TO RC-HK-STORE-NUM
               MOVE RC-WINDOW-FROM TO RC-HK-AS-OF-DATE
               MOVE ZERO           TO RC-HK-SEG-NO
               PERFORM 7400-START-AT-KEY THRU 7400-EXIT
               GO TO 7200-EXIT
           END-IF.
           PERFORM 7300-ADD-SEGMENT THRU 7300-EXIT.
       7200-EXIT.
           EXIT.

       7300-ADD-SEGMENT.
           IF RC-HK-SEG-NO = 1
               MOVE RC-HK-STORE-NUM  TO RC-HS-STORE-NUM
               MOVE RC-HK-AS-OF-DATE TO RC-HS-AS-OF-DATE
               MOVE RC-HK-DETAIL-LEN TO RC-HS-DETAIL-LEN
               MOVE 1 TO RC-NEXT-SEG-NO
           END-IF.
           IF RC-HK-SEG-NO NOT = RC-NEXT-SEG-NO
               OR RC-HK-STORE-NUM NOT = RC-HS-STORE-NUM
               OR RC-HK-AS-OF-DATE NOT = RC-HS-AS-OF-DATE
               MOVE ZERO TO RC-NEXT-SEG-NO
               GO TO 7300-EXIT
           END-IF.
           COMPUTE RC-SEG-START = (RC-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE RC-SEG-LEN = RC-IN-REC-LEN - 23.
           IF RC-SEG-LEN > ZERO
               MOVE RC-HK-SEG-DATA(1:RC-SEG-LEN) TO
                   RC-HS-STORE-DETAIL(RC-SEG-START:RC-SEG-LEN)
           END-IF.
           IF RC-HK-SEG-NO NOT < RC-HK-SEG-CNT
               SET RC-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO RC-NEXT-SEG-NO
           ELSE
               ADD 1 TO RC-NEXT-SEG-NO
           END-IF.
       7300-EXIT.
           EXIT.

       7400-START-AT-KEY.
           START RC-HISTORY-FILE KEY IS NOT LESS THAN RC-HK-KEY
               INVALID KEY
                   SET RC-END-OF-HISTORY-FILE TO TRUE
           END-START.
       7400-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE RC-IDX-FILE
                 RC-HISTORY-FILE
