      *                MARKER (THE STORE-0000 RECORD SDSNAP NOW WRITES  *
      *                AFTER ITS LAST STORE) - THOSE CAME FROM AN       *
      *                ABENDED RUN                                      *
      *            THE HISTORY IS TRIMMED IN PLACE AND A REPORT         *
      *            SAYS WHAT WAS KEPT, CONSOLIDATED, BACKED OUT AND     *
      *            DROPPED.  THE HISTORY IS READ THREE TIMES - A       *
      *            MARKER PASS TO LEARN EACH DATE'S COMMIT STATE, A     *
      *            SECOND PASS ELECTING EACH STORE/WEEK'S LATEST        *
      *            COMMITTED DATE (ONLY COMMITTED DATES MAY WIN, OR AN  *
      *            ABENDED SET'S BACK-OUT WOULD ALSO COST THE WEEK ITS  *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE HISTORY IS NOW THE INDEXED        *
      *                          SDSALHSK FILE KEYED ON STORE + CYCLE  *
      *                          DATE + SEGMENT (SEE SDHSTCNV.cbl).    *
      *                          IT IS OPENED I-O AND EVERY SEGMENT OF *
      *                          A BACKED-OUT OR DROPPED SNAPSHOT IS   *
      *                          DELETED IN PLACE INSTEAD OF WRITING   *
      *                          AN SDSALHSN NEW GENERATION.  THE      *
      *                          STORE-0000 MARKERS KEY AHEAD OF EVERY *
      *                          STORE, SO THE COMMIT SURVEY READS     *
      *                          ONLY THE MARKERS                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT SN-PARM-FILE ASSIGN TO "SDSNPRTP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SN-HISTORY-FILE ASSIGN TO "SDSALHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-HK-KEY
               FILE STATUS IS SN-HK-FILE-STATUS.
           SELECT SN-REPORT-FILE ASSIGN TO "SDSNPRTR"
               ORGANIZATION IS SEQUENTIAL.

           05 SN-PARM-KEEP-DAYS            PIC 9(03).
           05 SN-PARM-CYCLE-DATE           PIC 9(08).

      *    ONE SEGMENT OF A SNAPSHOT - SEE SDSNAP.cbl.
       FD  SN-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 32023 CHARACTERS
               DEPENDING ON SN-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SN-HISTORY-SEG.
           05 SN-HK-KEY.
               10 SN-HK-STORE-NUM          PIC 9(04).
               10 SN-HK-AS-OF-DATE         PIC 9(08).
               10 SN-HK-SEG-NO             PIC 9(02).
           05 SN-HK-DETAIL-LEN             PIC 9(07).
           05 SN-HK-SEG-CNT                PIC 9(02).
           05 SN-HK-SEG-DATA               PIC X(32000).

       FD  SN-REPORT-FILE
           RECORDING MODE IS F
           05 SN-EOF-HISTORY-FILE          PIC X(01) VALUE 'N'.
               88 SN-END-OF-HISTORY-FILE       VALUE 'Y'.

       01  SN-IN-REC-LEN                   PIC 9(05) COMP.

       01  SN-HK-FILE-STATUS               PIC X(02).
           88 SN-HK-STATUS-OK                  VALUE '00'.

      *    THE KEEP/DROP DECISION TAKEN ON A SNAPSHOT'S FIRST SEGMENT
      *    AND APPLIED TO EVERY SEGMENT THAT FOLLOWS IT.
       01  SN-ROUTE-ACTION                 PIC X(01) VALUE 'K'.
           88 SN-ROUTE-IS-KEEP                 VALUE 'K'.
           88 SN-ROUTE-IS-DROP                 VALUE 'D'.

       01  SN-KEEP-DAYS                    PIC 9(03).
       01  SN-CYCLE-DATE                   PIC 9(08).
           05 SN-SNAPS-BACKED-OUT          PIC 9(07) COMP VALUE ZERO.
           05 SN-SNAPS-DROPPED             PIC 9(07) COMP VALUE ZERO.
           05 SN-MARKERS-KEPT              PIC 9(07) COMP VALUE ZERO.
           05 SN-SEGS-DELETED              PIC 9(07) COMP VALUE ZERO.
           05 SN-DELETE-ERRORS             PIC 9(07) COMP VALUE ZERO.

      *    EVERY DISTINCT AS-OF DATE SEEN, AND WHETHER ITS CYCLE-COMMIT
      *    MARKER WAS FOUND - A DATE WITH NO MARKER CAME FROM AN

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-START-HISTORY THRU 1500-EXIT.
           PERFORM 2000-SURVEY-COMMITS THRU 2000-EXIT
               UNTIL SN-END-OF-HISTORY-FILE.
           PERFORM 2450-START-WEEK-PASS THRU 2450-EXIT.
           PERFORM 2500-SURVEY-WEEK-BEST THRU 2500-EXIT
               UNTIL SN-END-OF-HISTORY-FILE.
           PERFORM 3000-START-ROUTING-PASS THRU 3000-EXIT.
           PERFORM 4000-ROUTE-SEGMENT THRU 4000-EXIT
               UNTIL SN-END-OF-HISTORY-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
           END-IF.
           COMPUTE SN-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(SN-CYCLE-DATE) - SN-KEEP-DAYS.
           OPEN I-O SN-HISTORY-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-START-HISTORY - POSITION AT THE LOWEST KEY FOR A PASS      *
      ******************************************************************
       1500-START-HISTORY.
           MOVE 'N' TO SN-EOF-HISTORY-FILE.
           MOVE LOW-VALUES TO SN-HK-KEY.
           START SN-HISTORY-FILE KEY IS NOT LESS THAN SN-HK-KEY
               INVALID KEY
                   SET SN-END-OF-HISTORY-FILE TO TRUE
           END-START.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SURVEY-COMMITS - FIRST PASS - NOTE EVERY AS-OF DATE WITH  *
      *                       A CYCLE-COMMIT MARKER.  THE STORE-0000    *
      *                       MARKERS KEY AHEAD OF EVERY STORE, SO THE  *
      *                       PASS ENDS AT THE FIRST REAL STORE; A DATE *
      *                       WITH NO MARKER IS ADDED UNCOMMITTED WHEN  *
      *                       THE LATER PASSES FIRST MEET IT            *
      ******************************************************************
       2000-SURVEY-COMMITS.
           READ SN-HISTORY-FILE NEXT
               AT END
                   SET SN-END-OF-HISTORY-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF SN-HK-STORE-NUM NOT = ZERO
               SET SN-END-OF-HISTORY-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FIND-OR-ADD-DATE THRU 2100-EXIT.
           MOVE 'Y' TO SN-DT-COMMITTED(SN-MATCH-IDX).
       2000-EXIT.
           EXIT.

           IF NOT SN-ENTRY-WAS-FOUND
               ADD 1 TO SN-DATE-CNT
               MOVE SN-DATE-CNT TO SN-MATCH-IDX
               MOVE SN-HK-AS-OF-DATE TO SN-DT-DATE(SN-MATCH-IDX)
               MOVE 'N' TO SN-DT-COMMITTED(SN-MATCH-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SCAN-DATE.
           IF SN-DT-DATE(SN-SCAN-IDX) = SN-HK-AS-OF-DATE
               MOVE 'Y' TO SN-MATCH-FOUND
               MOVE SN-SCAN-IDX TO SN-MATCH-IDX
           END-IF.
      *                        EVERY MARKER                             *
      ******************************************************************
       2450-START-WEEK-PASS.
           PERFORM 1500-START-HISTORY THRU 1500-EXIT.
       2450-EXIT.
           EXIT.

      *                         SNAPSHOT AT THE BEST-DATE TEST          *
      ******************************************************************
       2500-SURVEY-WEEK-BEST.
           READ SN-HISTORY-FILE NEXT
               AT END
                   SET SN-END-OF-HISTORY-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           IF SN-HK-STORE-NUM = ZERO
               OR SN-HK-SEG-NO NOT = 1
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2100-FIND-OR-ADD-DATE THRU 2100-EXIT.

       2300-NOTE-WEEK-BEST.
           COMPUTE SN-REC-DAY =
               FUNCTION INTEGER-OF-DATE(SN-HK-AS-OF-DATE).
           IF SN-REC-DAY > SN-CUTOFF-DAY
               GO TO 2300-EXIT
           END-IF.
           IF NOT SN-ENTRY-WAS-FOUND
               ADD 1 TO SN-WEEK-CNT
               MOVE SN-WEEK-CNT TO SN-MATCH-IDX
               MOVE SN-HK-STORE-NUM TO SN-WK-STORE-NUM(SN-MATCH-IDX)
               MOVE SN-REC-WEEK     TO SN-WK-WEEK(SN-MATCH-IDX)
               MOVE ZERO            TO SN-WK-BEST-DATE(SN-MATCH-IDX)
           END-IF.
           IF SN-HK-AS-OF-DATE > SN-WK-BEST-DATE(SN-MATCH-IDX)
               MOVE SN-HK-AS-OF-DATE TO SN-WK-BEST-DATE(SN-MATCH-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

       2400-SCAN-WEEK.
           IF SN-WK-STORE-NUM(SN-SCAN-IDX) = SN-HK-STORE-NUM
               AND SN-WK-WEEK(SN-SCAN-IDX) = SN-REC-WEEK
               MOVE 'Y' TO SN-MATCH-FOUND
               MOVE SN-SCAN-IDX TO SN-MATCH-IDX
           EXIT.

       3000-START-ROUTING-PASS.
           PERFORM 1500-START-HISTORY THRU 1500-EXIT.
           OPEN OUTPUT SN-REPORT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ROUTE-SEGMENT - READ ONE HISTORY SEGMENT, DECIDING ON A    *
      *                      SNAPSHOT'S FIRST SEGMENT WHETHER IT STAYS  *
      *                      AND DELETING EVERY SEGMENT OF ONE THAT     *
      *                      DOES NOT                                   *
      ******************************************************************
       4000-ROUTE-SEGMENT.
           READ SN-HISTORY-FILE NEXT
               AT END
                   SET SN-END-OF-HISTORY-FILE TO TRUE
                   GO TO 4000-EXIT
           END-READ.
           IF SN-HK-SEG-NO = 1
               PERFORM 4100-ROUTE-SNAPSHOT THRU 4100-EXIT
           END-IF.
           IF SN-ROUTE-IS-DROP
               PERFORM 5000-DELETE-SEGMENT THRU 5000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ROUTE-SNAPSHOT - KEEP, CONSOLIDATE, BACK OUT OR DROP ONE   *
      *                       SNAPSHOT                                  *
      ******************************************************************
       4100-ROUTE-SNAPSHOT.
           ADD 1 TO SN-SNAPS-READ.
           MOVE 'D' TO SN-ROUTE-ACTION.
           PERFORM 2100-FIND-OR-ADD-DATE THRU 2100-EXIT.
           IF NOT SN-DT-IS-COMMITTED(SN-MATCH-IDX)
               ADD 1 TO SN-SNAPS-BACKED-OUT
               GO TO 4100-EXIT
           END-IF.
           COMPUTE SN-REC-DAY =
               FUNCTION INTEGER-OF-DATE(SN-HK-AS-OF-DATE).
           IF SN-HK-STORE-NUM = ZERO
               IF SN-REC-DAY > SN-CUTOFF-DAY
                   MOVE 'K' TO SN-ROUTE-ACTION
                   ADD 1 TO SN-MARKERS-KEPT
               ELSE
                   ADD 1 TO SN-SNAPS-DROPPED
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF SN-REC-DAY > SN-CUTOFF-DAY
               MOVE 'K' TO SN-ROUTE-ACTION
               ADD 1 TO SN-SNAPS-KEPT
               GO TO 4100-EXIT
           END-IF.
           COMPUTE SN-REC-WEEK = SN-REC-DAY / 7.
           MOVE 'N' TO SN-MATCH-FOUND.
               UNTIL SN-SCAN-IDX > SN-WEEK-CNT
                  OR SN-ENTRY-WAS-FOUND.
           IF SN-ENTRY-WAS-FOUND
               AND SN-WK-BEST-DATE(SN-MATCH-IDX) = SN-HK-AS-OF-DATE
               MOVE 'K' TO SN-ROUTE-ACTION
               ADD 1 TO SN-SNAPS-CONSOLIDATED
           ELSE
               ADD 1 TO SN-SNAPS-DROPPED
           END-IF.
       4100-EXIT.
           EXIT.

       5000-DELETE-SEGMENT.
           DELETE SN-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO SN-DELETE-ERRORS
                   DISPLAY "SDSNAPRT DELETE FAILED STATUS "
                       SN-HK-FILE-STATUS " STORE " SN-HK-STORE-NUM
                       " DATE " SN-HK-AS-OF-DATE
               NOT INVALID KEY
                   ADD 1 TO SN-SEGS-DELETED
           END-DELETE.
       5000-EXIT.
           EXIT.

           MOVE "CYCLE MARKERS KEPT          " TO SN-TL-LABEL.
           MOVE SN-MARKERS-KEPT TO SN-TL-COUNT.
           WRITE SN-RPT-LINE FROM SN-TOTAL-LINE.
           MOVE "HISTORY SEGMENTS DELETED    " TO SN-TL-LABEL.
           MOVE SN-SEGS-DELETED TO SN-TL-COUNT.
           WRITE SN-RPT-LINE FROM SN-TOTAL-LINE.
           CLOSE SN-HISTORY-FILE
                 SN-REPORT-FILE.
           DISPLAY "SDSNAPRT SNAPSHOTS READ   = " SN-SNAPS-READ.
           DISPLAY "SDSNAPRT KEPT             = " SN-SNAPS-KEPT.
           DISPLAY "SDSNAPRT CONSOLIDATED     = " SN-SNAPS-CONSOLIDATED.
           DISPLAY "SDSNAPRT BACKED OUT       = " SN-SNAPS-BACKED-OUT.
           DISPLAY "SDSNAPRT DROPPED          = " SN-SNAPS-DROPPED.
           IF SN-DELETE-ERRORS > ZERO
               DISPLAY "SDSNAPRT *** ABEND *** DELETE ERRORS = "
                   SN-DELETE-ERRORS
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

