      *          Store-Dtls IS REBUILT AND OVERWRITTEN EACH CYCLE, SO  *
      *          WITHOUT THIS PASS YESTERDAY'S Department-Dtls/Orders/ *
      *          Summary STATE FOR A STORE IS GONE AS SOON AS THE NEXT *
      *          REBUILD RUNS.  THE HISTORY FILE IS INDEXED ON STORE   *
      *          + CYCLE DATE SO EACH CYCLE'S SNAPSHOTS ACCUMULATE     *
      *          BESIDE EARLIER ONES RATHER THAN OVERWRITING THEM;     *
      *          SDASOF.cbl IS THE COMPANION "AS-OF" RETRIEVAL PASS    *
      *          AGAINST IT.                                           *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  09/08/26  R PATEL   INITIAL VERSION                       *
      *  02  09/08/26  R PATEL   READ THE XMPLDCAS-CASCADED            *
      *                          "SDSALESU" FEED INSTEAD OF "SDSALES"  *
      *                          DIRECTLY, SO A SNAPSHOT REFLECTS THE  *
      *                          CURRENT Department-name RATHER THAN A *
      *                          STALE ONE                             *
      *  03  02/09/26  R PATEL   WRITES A DATED STEP-COMPLETION        *
      *                          RECORD TO THE BATRUNCT RUN-          *
      *                          CONTROL FILE AT END OF JOB AND       *
      *                          OPERATOR FIELDS ADDED TO A-Sale    *
      *                          PUSH A MAXIMAL STORE RECORD PAST   *
      *                          THE OLD 600000-BYTE CEILING        *
      *  06  15/10/26  R PATEL   SNAPSHOTS NOW LOAD THE INDEXED        *
      *                          SDSALHSK HISTORY KEYED ON STORE +     *
      *                          CYCLE DATE (SEE SDHSTCNV.cbl) AS      *
      *                          32000-BYTE SEGMENTS, AND ARE STAMPED  *
      *                          WITH THE BATCYCP CYCLE DATE RATHER    *
      *                          THAN THE WALL CLOCK.  A RERUN FOR THE *
      *                          SAME CYCLE REPLACES THE STORE'S       *
      *                          EARLIER SNAPSHOT AND MARKER IN PLACE  *
      *  07  15/10/26  R PATEL   THE BATRUNCT STEP IS NO LONGER        *
      *                          POSTED WHEN A HISTORY SEGMENT WRITE   *
      *                          FAILED - THE NEXT STEP MUST NOT RUN   *
      *                          ON A BROKEN SNAPSHOT HISTORY          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT SS-SALES-FILE ASSIGN TO "SDSALESU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SS-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-HK-KEY
               FILE STATUS IS SS-HK-FILE-STATUS.
           SELECT SS-RUNCTL-FILE ASSIGN TO "BATRUNCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SS-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

      *    THE HISTORY RECORD CARRIES A SMALL FIXED HEADER (STORE
      *    NUMBER, AS-OF DATE AND SEGMENT NUMBER AS THE KEY, THEN THE
      *    ACTUAL DETAIL LENGTH AND SEGMENT COUNT) IN FRONT OF THE RAW
      *    Store-Dtls BYTES, SO SDASOF.cbl CAN MATCH AND RE-SLICE A
      *    SNAPSHOT WITHOUT HAVING TO COPY StoreDtls.cbl A SECOND TIME
      *    INTO THIS PROGRAM - THE SAME REASON SDSALBAL.cbl'S OUTPUT IS
      *    A PLAIN VARYING BUFFER RATHER THAN A SECOND ODO-BEARING COPY
      *    OF THE STRUCTURE.  A SNAPSHOT IS SPLIT INTO 32000-BYTE
      *    SEGMENTS TO KEEP EACH INDEXED RECORD WITHIN ITS LIMIT.
       FD  SS-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON SS-OUT-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SS-HISTORY-SEG.
           05 SS-HK-KEY.
               10 SS-HK-STORE-NUM          PIC 9(04).
               10 SS-HK-AS-OF-DATE         PIC 9(08).
               10 SS-HK-SEG-NO             PIC 9(02).
           05 SS-HK-DETAIL-LEN             PIC 9(07).
           05 SS-HK-SEG-CNT                PIC 9(02).
           05 SS-HK-SEG-DATA               PIC X(32000).

       FD  SS-RUNCTL-FILE
           RECORDING MODE IS F
           05 SS-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 SS-END-OF-SALES-FILE         VALUE 'Y'.

       01  SS-OUT-REC-LEN                  PIC 9(05) COMP.
       01  SS-DETAIL-LEN                   PIC 9(07).
       01  SS-SNAP-DATE                    PIC 9(08).
       01  SS-SNAP-STORE-NUM               PIC 9(04).

       01  SS-HK-FILE-STATUS               PIC X(02).
           88 SS-HK-STATUS-OK                  VALUE '00'.

       01  SS-SEG-CNT                      PIC 9(02).
       01  SS-SEG-IDX                      PIC 9(02) COMP.
       01  SS-SEG-START                    PIC 9(07) COMP.
       01  SS-SEG-LEN                      PIC 9(07) COMP.

       01  SS-COUNTERS.
           05 SS-STORES-SNAPPED            PIC 9(07) COMP VALUE ZERO.
           05 SS-SNAPS-REPLACED            PIC 9(07) COMP VALUE ZERO.
           05 SS-SEG-WRITE-ERRORS          PIC 9(07) COMP VALUE ZERO.

      *    NIGHTLY RUN-CONTROL STATE - SEE BATSTAT.CBL FOR THE CYCLE
      *    LISTING UTILITY.
               UNTIL SS-END-OF-SALES-FILE.
           PERFORM 7000-WRITE-COMMIT-MARKER THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           IF SS-SEG-WRITE-ERRORS = ZERO
               PERFORM 8900-POST-STEP THRU 8900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
               UNTIL SS-BC-END-OF-FILE.
           CLOSE SS-BLDCTL-FILE.
           OPEN INPUT  SS-SALES-FILE.
           OPEN I-O    SS-HISTORY-FILE.
           MOVE SS-RC-CYCLE-DATE TO SS-SNAP-DATE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SNAP-STORE - READ ONE STORE AND ADD A DATED SNAPSHOT OF   *
      *                   ITS SALES ARRAY TO THE HISTORY FILE          *
      ******************************************************************
       3000-SNAP-STORE.
           READ SS-SALES-FILE
           END-READ.
           MOVE LENGTH OF SS-SALES-IO TO SS-DETAIL-LEN.
           PERFORM 2900-VERIFY-BUILD-CONTROL THRU 2900-EXIT.
           MOVE Store-Num     TO SS-SNAP-STORE-NUM.
           PERFORM 3100-WRITE-SNAPSHOT THRU 3100-EXIT.
           ADD 1 TO SS-STORES-SNAPPED.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-SNAPSHOT - WRITE THE SNAPSHOT AS ITS SEGMENTS UNDER *
      *                       STORE + CYCLE DATE, FIRST CLEARING ANY   *
      *                       COPY AN EARLIER RUN OF THIS CYCLE LEFT   *
      ******************************************************************
       3100-WRITE-SNAPSHOT.
           COMPUTE SS-SEG-CNT = (SS-DETAIL-LEN + 31999) / 32000.
           IF SS-SEG-CNT = ZERO
               MOVE 1 TO SS-SEG-CNT
           END-IF.
           MOVE SS-SNAP-STORE-NUM TO SS-HK-STORE-NUM.
           MOVE SS-SNAP-DATE      TO SS-HK-AS-OF-DATE.
           MOVE 1                 TO SS-HK-SEG-NO.
           READ SS-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3150-CLEAR-EARLIER-COPY THRU 3150-EXIT
                   ADD 1 TO SS-SNAPS-REPLACED
           END-READ.
           PERFORM 3200-WRITE-SEGMENT THRU 3200-EXIT
               VARYING SS-SEG-IDX FROM 1 BY 1
               UNTIL SS-SEG-IDX > SS-SEG-CNT.
       3100-EXIT.
           EXIT.

       3150-CLEAR-EARLIER-COPY.
           PERFORM 3160-DELETE-SEGMENT THRU 3160-EXIT
               VARYING SS-SEG-IDX FROM 1 BY 1
               UNTIL SS-SEG-IDX > 21.
       3150-EXIT.
           EXIT.

       3160-DELETE-SEGMENT.
           MOVE SS-SNAP-STORE-NUM TO SS-HK-STORE-NUM.
           MOVE SS-SNAP-DATE      TO SS-HK-AS-OF-DATE.
           MOVE SS-SEG-IDX        TO SS-HK-SEG-NO.
           DELETE SS-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       3160-EXIT.
           EXIT.

       3200-WRITE-SEGMENT.
           MOVE SS-SNAP-STORE-NUM TO SS-HK-STORE-NUM.
           MOVE SS-SNAP-DATE      TO SS-HK-AS-OF-DATE.
           MOVE SS-SEG-IDX        TO SS-HK-SEG-NO.
           MOVE SS-DETAIL-LEN     TO SS-HK-DETAIL-LEN.
           MOVE SS-SEG-CNT        TO SS-HK-SEG-CNT.
           COMPUTE SS-SEG-START = (SS-SEG-IDX - 1) * 32000 + 1.
           MOVE ZERO TO SS-SEG-LEN.
           IF SS-DETAIL-LEN NOT < SS-SEG-START
               COMPUTE SS-SEG-LEN = SS-DETAIL-LEN - SS-SEG-START + 1
           END-IF.
           IF SS-SEG-LEN > 32000
               MOVE 32000 TO SS-SEG-LEN
           END-IF.
           IF SS-SEG-LEN > ZERO
               MOVE SS-SALES-IO(SS-SEG-START:SS-SEG-LEN)
                                  TO SS-HK-SEG-DATA(1:SS-SEG-LEN)
           END-IF.
           COMPUTE SS-OUT-REC-LEN = 23 + SS-SEG-LEN.
           WRITE SS-HISTORY-SEG.
           IF NOT SS-HK-STATUS-OK
               ADD 1 TO SS-SEG-WRITE-ERRORS
               DISPLAY "SDSNAP HISTORY WRITE FAILED STATUS "
                   SS-HK-FILE-STATUS " STORE " SS-HK-STORE-NUM
                   " SEGMENT " SS-HK-SEG-NO
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-COMMIT-MARKER - A HEADER-ONLY RECORD (STORE 0000,   *
      *                            ZERO DETAIL LENGTH) MARKING THIS    *
      *                            CYCLE'S SNAPSHOT SET AS COMPLETE    *
      ******************************************************************
       7000-WRITE-COMMIT-MARKER.
           MOVE ZERO TO SS-SNAP-STORE-NUM.
           MOVE ZERO TO SS-DETAIL-LEN.
           PERFORM 3100-WRITE-SNAPSHOT THRU 3100-EXIT.
       7000-EXIT.
           EXIT.

           CLOSE SS-SALES-FILE
                 SS-HISTORY-FILE.
           DISPLAY "SDSNAP STORES SNAPPED = " SS-STORES-SNAPPED.
           DISPLAY "SDSNAP SNAPSHOTS REPLACED = " SS-SNAPS-REPLACED.
           IF SS-SEG-WRITE-ERRORS > ZERO
               DISPLAY "SDSNAP *** ABEND *** HISTORY WRITE ERRORS = "
                   SS-SEG-WRITE-ERRORS
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "SDSNAP STORES CHANGED SINCE BUILD = "
               SS-BC-MISMATCH-CNT.
           DISPLAY "SDSNAP STORES WITH NO BUILD CTL   = "
