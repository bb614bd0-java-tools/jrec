      *           A SINGLE POINT-IN-TIME SNAPSHOT FOR A STORE; THIS     *
      *           PROGRAM TAKES A STORE NUMBER AND TWO AS-OF DATES OFF  *
      *           A ONE-RECORD PARM FILE, THE SAME IDIOM SDASOF.cbl     *
      *           USES, READS THE SAME SDSNAP.cbl HISTORY FILE BY KEY   *
      *           FOR THE SNAPSHOT MATCHING EACH DATE, AND REPORTS THE  *
      *           Qty-2/Price-2 DELTA PER Department-Dtls BETWEEN THEM. *
      *           THE SNAPSHOT IS VIEWED AS SDSNAP'S HEADER FOLLOWED    *
      *           BY THE StoreDtls.cbl STRUCTURE ITSELF, SO THE OCCURS  *
      *           DEPENDING COUNTERS COME FROM EACH SNAPSHOT'S OWN      *
      *           BYTES AND Department-Dtls CAN BE                      *
      *           WALKED BY INDEX - Department-Dtls IS A FIXED OCCURS   *
      *           5, SO BOTH SNAPSHOTS LINE UP DEPARTMENT-FOR-          *
      *           DEPARTMENT BY THAT INDEX.                             *
      *                          OPERATOR FIELDS ADDED TO A-Sale    *
      *                          PUSH A MAXIMAL STORE RECORD PAST   *
      *                          THE OLD 600000-BYTE CEILING        *
      *  04  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE (SEE SDHSTCNV.cbl) - EACH AS-OF  *
      *                          DATE IS A KEYED START AND ITS         *
      *                          SEGMENTS ARE LAID BYTE-FOR-BYTE INTO  *
      *                          THE HEADER + StoreDtls RECORD, NOW IN *
      *                          WORKING-STORAGE, SO THE COUNTERS      *
      *                          STILL COME FROM THE SNAPSHOT'S OWN    *
      *                          BYTES                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT SC-PARM-FILE ASSIGN TO "SDASOFCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SC-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-HK-KEY
               FILE STATUS IS SC-HK-FILE-STATUS.
           SELECT SC-DELTA-FILE ASSIGN TO "SDASOFCD"
               ORGANIZATION IS SEQUENTIAL.

           05 SC-PARM-AS-OF-DATE-1          PIC 9(08).
           05 SC-PARM-AS-OF-DATE-2          PIC 9(08).

      *    ONE 32000-BYTE SEGMENT OF A SNAPSHOT ON THE INDEXED
      *    HISTORY, KEYED STORE + CYCLE DATE + SEGMENT - SEE SDSNAP.cbl.
       FD  SC-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON SC-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SC-HISTORY-SEG.
           05 SC-HK-KEY.
               10 SC-HK-STORE-NUM          PIC 9(04).
               10 SC-HK-AS-OF-DATE         PIC 9(08).
               10 SC-HK-SEG-NO             PIC 9(02).
           05 SC-HK-DETAIL-LEN             PIC 9(07).
           05 SC-HK-SEG-CNT                PIC 9(02).
           05 SC-HK-SEG-DATA               PIC X(32000).

       FD  SC-DELTA-FILE
           RECORDING MODE IS F
           05 SC-DL-DELTA-PRICE-2            PIC S9(07)V99.

       WORKING-STORAGE SECTION.
      *    THE SNAPSHOT IS SDSNAP'S 19-BYTE HEADER FOLLOWED BY THE RAW
      *    Store-Dtls BYTES, DECLARED HERE AS THE STRUCTURE ITSELF.
      *    EACH SEGMENT IS LAID STRAIGHT INTO ITS BYTE POSITION IN THE
      *    RECORD BY REFERENCE MODIFICATION - NOT MOVED IN AS A WHOLE,
      *    WHICH WOULD TAKE ITS LENGTH FROM THE PREVIOUS SNAPSHOT'S
      *    COUNTERS - SO EVERY OCCURS DEPENDING COUNTER COMES FROM THE
      *    SNAPSHOT'S OWN BYTES BEFORE Department-Dtls IS WALKED.
       01  SC-HISTORY-IO.
           05 SC-HS-AS-OF-DATE              PIC 9(08).
           05 SC-HS-STORE-NUM               PIC 9(04).
           05 SC-HS-DETAIL-LEN              PIC 9(07).
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       01  SC-HK-FILE-STATUS               PIC X(02).
           88 SC-HK-STATUS-OK                  VALUE '00'.

      *    SEGMENT REASSEMBLY STATE - A SNAPSHOT IS COMPLETE WHEN ITS
      *    LAST SEGMENT HAS BEEN LAID INTO THE HISTORY AREA.
       01  SC-SNAP-COMPLETE                PIC X(01) VALUE 'N'.
           88 SC-SNAPSHOT-IS-COMPLETE          VALUE 'Y'.
       01  SC-NEXT-SEG-NO                  PIC 9(02) COMP VALUE ZERO.
       01  SC-SEG-START                    PIC 9(07) COMP.
       01  SC-SEG-LEN                      PIC 9(07) COMP.
       01  SC-FETCH-END                    PIC X(01) VALUE 'N'.
           88 SC-FETCH-HAS-ENDED               VALUE 'Y'.

       01  SC-SWITCHES.
           05 SC-BEFORE-FOUND-FLAG          PIC X(01) VALUE 'N'.
               88 SC-BEFORE-WAS-FOUND            VALUE 'Y'.
           05 SC-AFTER-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88 SC-AFTER-WAS-FOUND             VALUE 'Y'.

       01  SC-IN-REC-LEN                    PIC 9(05) COMP.

       01  SC-DEPT-IDX                      PIC 9(02) COMP.

               10 SC-AD-PRICE-2              PIC S9(07)V99.

       01  SC-COUNTERS.
           05 SC-SEGMENTS-READ              PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      *    THE WHOLE OUTPUT.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-RETRIEVE-SNAPSHOTS THRU 3000-EXIT.
           IF SC-BEFORE-WAS-FOUND AND SC-AFTER-WAS-FOUND
               PERFORM 7000-WRITE-DELTAS THRU 7000-EXIT
                   VARYING SC-DEPT-IDX FROM 1 BY 1
           EXIT.

      ******************************************************************
      * 3000-RETRIEVE-SNAPSHOTS - FETCH THE REQUESTED STORE AT EACH     *
      *                           AS-OF DATE BY KEY AND FOLD ITS        *
      *                           Department-Dtls INTO THE MATCHING     *
      *                           BEFORE/AFTER TABLE                    *
      ******************************************************************
       3000-RETRIEVE-SNAPSHOTS.
           MOVE SC-PARM-STORE-NUM    TO SC-HS-STORE-NUM.
           MOVE SC-PARM-AS-OF-DATE-1 TO SC-HS-AS-OF-DATE.
           PERFORM 3100-FETCH-SNAPSHOT THRU 3100-EXIT.
           IF SC-SNAPSHOT-IS-COMPLETE
               PERFORM 4000-CAPTURE-BEFORE THRU 4000-EXIT
               SET SC-BEFORE-WAS-FOUND TO TRUE
           END-IF.
           MOVE SC-PARM-STORE-NUM    TO SC-HS-STORE-NUM.
           MOVE SC-PARM-AS-OF-DATE-2 TO SC-HS-AS-OF-DATE.
           PERFORM 3100-FETCH-SNAPSHOT THRU 3100-EXIT.
           IF SC-SNAPSHOT-IS-COMPLETE
               PERFORM 5000-CAPTURE-AFTER THRU 5000-EXIT
               SET SC-AFTER-WAS-FOUND TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FETCH-SNAPSHOT - KEYED START AT THE STORE/DATE IN THE      *
      *                       HISTORY AREA AND REASSEMBLE ITS           *
      *                       SEGMENTS; NOT COMPLETE WHEN THE           *
      *                       SNAPSHOT IS NOT ON FILE                   *
      ******************************************************************
       3100-FETCH-SNAPSHOT.
           MOVE 'N' TO SC-SNAP-COMPLETE.
           MOVE 'N' TO SC-FETCH-END.
           MOVE SC-HS-STORE-NUM  TO SC-HK-STORE-NUM.
           MOVE SC-HS-AS-OF-DATE TO SC-HK-AS-OF-DATE.
           MOVE ZERO             TO SC-HK-SEG-NO.
           START SC-HISTORY-FILE KEY IS NOT LESS THAN SC-HK-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           PERFORM 3110-FETCH-SEGMENT THRU 3110-EXIT
               UNTIL SC-SNAPSHOT-IS-COMPLETE
                  OR SC-FETCH-HAS-ENDED.
       3100-EXIT.
           EXIT.

       3110-FETCH-SEGMENT.
           READ SC-HISTORY-FILE NEXT
               AT END
                   SET SC-FETCH-HAS-ENDED TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           ADD 1 TO SC-SEGMENTS-READ.
           IF SC-HK-STORE-NUM NOT = SC-HS-STORE-NUM
               OR SC-HK-AS-OF-DATE NOT = SC-HS-AS-OF-DATE
               SET SC-FETCH-HAS-ENDED TO TRUE
               GO TO 3110-EXIT
           END-IF.
           PERFORM 3120-ADD-SEGMENT THRU 3120-EXIT.
           IF SC-NEXT-SEG-NO = ZERO
               AND NOT SC-SNAPSHOT-IS-COMPLETE
               SET SC-FETCH-HAS-ENDED TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

       3120-ADD-SEGMENT.
           IF SC-HK-SEG-NO = 1
               MOVE SC-HK-STORE-NUM  TO SC-HS-STORE-NUM
               MOVE SC-HK-AS-OF-DATE TO SC-HS-AS-OF-DATE
               MOVE SC-HK-DETAIL-LEN TO SC-HS-DETAIL-LEN
               MOVE 1 TO SC-NEXT-SEG-NO
           END-IF.
           IF SC-HK-SEG-NO NOT = SC-NEXT-SEG-NO
               OR SC-HK-STORE-NUM NOT = SC-HS-STORE-NUM
               OR SC-HK-AS-OF-DATE NOT = SC-HS-AS-OF-DATE
               MOVE ZERO TO SC-NEXT-SEG-NO
               GO TO 3120-EXIT
           END-IF.
           COMPUTE SC-SEG-START = (SC-HK-SEG-NO - 1) * 32000 + 20.
           COMPUTE SC-SEG-LEN = SC-IN-REC-LEN - 23.
           IF SC-SEG-LEN > ZERO
               MOVE SC-HK-SEG-DATA(1:SC-SEG-LEN) TO
                   SC-HISTORY-IO(SC-SEG-START:SC-SEG-LEN)
           END-IF.
           IF SC-HK-SEG-NO NOT < SC-HK-SEG-CNT
               SET SC-SNAPSHOT-IS-COMPLETE TO TRUE
               MOVE ZERO TO SC-NEXT-SEG-NO
           ELSE
               ADD 1 TO SC-NEXT-SEG-NO
           END-IF.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CAPTURE-BEFORE - FOLD THE AS-OF-DATE-1 SNAPSHOT'S         *
      *                       Department-Dtls INTO SC-BEFORE-DEPTS     *
       8000-TERMINATE.
           CLOSE SC-HISTORY-FILE
                 SC-DELTA-FILE.
           DISPLAY "SDASOFC SEGMENTS READ = " SC-SEGMENTS-READ.
           IF NOT SC-BEFORE-WAS-FOUND
               DISPLAY "SDASOFC WARNING - AS-OF-DATE-1 NOT FOUND"
           END-IF.
