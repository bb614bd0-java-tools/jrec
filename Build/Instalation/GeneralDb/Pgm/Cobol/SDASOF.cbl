      *          HISTORY FILE.  TAKES A REQUESTED STORE NUMBER AND     *
      *          AS-OF DATE OFF A ONE-RECORD PARM FILE (THE SAME       *
      *          PARM-FILE IDIOM XTAR020D.cbl USES FOR ITS TRADE-DATE  *
      *          WINDOW), READS THE HISTORY FILE BY KEY FOR THE        *
      *          SNAPSHOT MATCHING BOTH, AND WRITES THE MATCH BACK     *
      *          OUT AT ITS ORIGINAL Store-Dtls LENGTH SO IT CAN BE    *
      *          FED TO THE SAME DOWNSTREAM REPORTS AS A CURRENT-CYCLE *
      *          EXTRACT FOR DISPUTE INVESTIGATION AND AUDIT WORK.     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *                          OPERATOR FIELDS ADDED TO A-Sale    *
      *                          PUSH A MAXIMAL STORE RECORD PAST   *
      *                          THE OLD 600000-BYTE CEILING        *
      *  03  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE (SEE SDHSTCNV.cbl) - THE PARM    *
      *                          STORE/DATE IS READ WITH A KEYED START *
      *                          AND ITS SEGMENTS ARE REASSEMBLED,     *
      *                          INSTEAD OF A SCAN OF THE WHOLE FILE   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT SO-PARM-FILE ASSIGN TO "SDASOFP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SO-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-HK-KEY
               FILE STATUS IS SO-HK-FILE-STATUS.
           SELECT SO-OUT-FILE ASSIGN TO "SDASOFO"
               ORGANIZATION IS SEQUENTIAL.

           05 SO-PARM-STORE-NUM            PIC 9(04).
           05 SO-PARM-AS-OF-DATE           PIC 9(08).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  SO-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON SO-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SO-HISTORY-SEG.
           05 SO-HK-KEY.
               10 SO-HK-STORE-NUM          PIC 9(04).
               10 SO-HK-AS-OF-DATE         PIC 9(08).
               10 SO-HK-SEG-NO             PIC 9(02).
           05 SO-HK-DETAIL-LEN             PIC 9(07).
           05 SO-HK-SEG-CNT                PIC 9(02).
           05 SO-HK-SEG-DATA               PIC X(32000).

       FD  SO-OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 656000 CHARACTERS
       01  SO-OUT-IO                       PIC X(656000).

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT AS SDSNAP TOOK IT, REASSEMBLED FROM ITS
      *    SEGMENTS - THE 19-BYTE HEADER AND THE RAW Store-Dtls BYTES.
       01  SO-HISTORY-IO.
           05 SO-HS-AS-OF-DATE             PIC 9(08).
           05 SO-HS-STORE-NUM              PIC 9(04).
           05 SO-HS-DETAIL-LEN             PIC 9(07).
           05 SO-HS-STORE-DETAIL           PIC X(656000).

       01  SO-HK-FILE-STATUS               PIC X(02).
           88 SO-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  SO-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 SO-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  SO-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  SO-SEG-START                    PIC 9(07) COMP.
       01  SO-SEG-LEN                      PIC 9(07) COMP.
       01  SO-FETCH-END                    PIC X(01) VALUE 'N'.
           88 SO-FETCH-HAS-ENDED               VALUE 'Y'.

       01  SO-IN-REC-LEN                   PIC 9(05) COMP.
       01  SO-OUT-REC-LEN                  PIC 9(07) COMP.

       01  SO-REQUEST.
           05 SO-RQ-AS-OF-DATE             PIC 9(08).

       01  SO-COUNTERS.
           05 SO-SEGMENTS-READ             PIC 9(07) COMP VALUE ZERO.
           05 SO-SNAPSHOTS-MATCHED         PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-RETRIEVE-SNAPSHOT THRU 3000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

           EXIT.

      ******************************************************************
      * 3000-RETRIEVE-SNAPSHOT - FETCH THE REQUESTED STORE AND AS-OF    *
      *                          DATE BY KEY AND, IF IT IS ON FILE,     *
      *                          WRITE IT OUT AT ITS ORIGINAL           *
      *                          Store-Dtls LENGTH                      *
      ******************************************************************
       3000-RETRIEVE-SNAPSHOT.
           MOVE SO-RQ-STORE-NUM  TO SO-HS-STORE-NUM.
           MOVE SO-RQ-AS-OF-DATE TO SO-HS-AS-OF-DATE.
           PERFORM 3100-FETCH-SNAPSHOT THRU 3100-EXIT.
           IF NOT SO-SNAPSHOT-IS-COMPLETE
               GO TO 3000-EXIT
           END-IF.
           MOVE SO-HS-DETAIL-LEN TO SO-OUT-REC-LEN.
           MOVE SO-HS-STORE-DETAIL(1:SO-HS-DETAIL-LEN) TO SO-OUT-IO.
           WRITE SO-OUT-IO.
           ADD 1 TO SO-SNAPSHOTS-MATCHED.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FETCH-SNAPSHOT - KEYED START AT THE STORE/DATE IN THE      *
      *                       HISTORY AREA AND REASSEMBLE ITS           *
      *                       SEGMENTS; NOT COMPLETE WHEN THE           *
      *                       SNAPSHOT IS NOT ON FILE                   *
      ******************************************************************
       3100-FETCH-SNAPSHOT.
           MOVE 'N' TO SO-SNAP-COMPLETE.
           MOVE 'N' TO SO-FETCH-END.
           MOVE SO-HS-STORE-NUM  TO SO-HK-STORE-NUM.
           MOVE SO-HS-AS-OF-DATE TO SO-HK-AS-OF-DATE.
           MOVE ZERO             TO SO-HK-SEG-NO.
           START SO-HISTORY-FILE KEY IS NOT LESS THAN SO-HK-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           PERFORM 3110-FETCH-SEGMENT THRU 3110-EXIT
               UNTIL SO-SNAPSHOT-IS-COMPLETE
                  OR SO-FETCH-HAS-ENDED.
       3100-EXIT.
           EXIT.

       3110-FETCH-SEGMENT.
           READ SO-HISTORY-FILE NEXT
               AT END
                   SET SO-FETCH-HAS-ENDED TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           ADD 1 TO SO-SEGMENTS-READ.
           IF SO-HK-STORE-NUM NOT = SO-HS-STORE-NUM
               OR SO-HK-AS-OF-DATE NOT = SO-HS-AS-OF-DATE
               SET SO-FETCH-HAS-ENDED TO TRUE
               GO TO 3110-EXIT
           END-IF.
           PERFORM 3120-ADD-SEGMENT THRU 3120-EXIT.
           IF SO-NEXT-SEG-NO = ZERO
               AND NOT SO-SNAPSHOT-IS-COMPLETE
               SET SO-FETCH-HAS-ENDED TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

       3120-ADD-SEGMENT.
           IF SO-HK-SEG-NO = 1
               MOVE SO-HK-STORE-NUM  TO SO-HS-STORE-NUM
               MOVE SO-HK-AS-OF-DATE TO SO-HS-AS-OF-DATE
               MOVE SO-HK-DETAIL-LEN TO SO-HS-DETAIL-LEN
               MOVE 1 TO SO-NEXT-SEG-NO
           END-IF.
           IF SO-HK-SEG-NO NOT = SO-NEXT-SEG-NO
               OR SO-HK-STORE-NUM NOT = SO-HS-STORE-NUM
               OR SO-HK-AS-OF-DATE NOT = SO-HS-AS-OF-DATE
               MOVE ZERO TO SO-NEXT-SEG-NO
               GO TO 3120-EXIT
           END-IF.
           COMPUTE SO-SEG-START = (SO-HK-SEG-NO - 1) * 32000 + 1.
           COMPUTE SO-SEG-LEN = SO-IN-REC-LEN - 23.
           IF SO-SEG-LEN > ZERO
               MOVE SO-HK-SEG-DATA(1:SO-SEG-LEN) TO
                   SO-HS-STORE-DETAIL(SO-SEG-START:SO-SEG-LEN)
           END-IF.
           IF SO-HK-SEG-NO NOT < SO-HK-SEG-CNT
               SET SO-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO SO-NEXT-SEG-NO
           ELSE
               ADD 1 TO SO-NEXT-SEG-NO
           END-IF.
       3120-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE SO-HISTORY-FILE
                 SO-OUT-FILE.
           DISPLAY "SDASOF SEGMENTS READ     = " SO-SEGMENTS-READ.
           DISPLAY "SDASOF SNAPSHOTS MATCHED = " SO-SNAPSHOTS-MATCHED.
       8000-EXIT.
           EXIT.
