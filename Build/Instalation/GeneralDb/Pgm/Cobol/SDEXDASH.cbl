      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   ADDED THE XTAR020E NON-REPORTING      *
      *                          STORE FILE "XT020NRX" AS A TENTH      *
      *                          FEED, SO A STORE THAT SENT NOTHING    *
      *                          OR FAR LESS THAN NORMAL IS ON THE     *
      *                          MORNING PAGE                          *
      *  03  15/10/26  R PATEL   ADDED THE FOUR SDREFINT WEEKLY        *
      *                          REFERENTIAL INTEGRITY FILES, ONE PER  *
      *                          MASTER (SDDEPTMS, XTAR1000, SDSUPPM,  *
      *                          AMSDGCLS), AS FEEDS ELEVEN TO         *
      *                          FOURTEEN.  EACH STANDS UNTIL THE NEXT *
      *                          SWEEP, SO ITS COUNT SHOWS EVERY NIGHT *
      *                          UNTIL THE LINKS ARE PUT RIGHT         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT DX-TRNREJ-FILE ASSIGN TO "TRANSRJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DX-NORPT-FILE ASSIGN TO "XT020NRX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DX-DEPTRI-FILE ASSIGN TO "SDRIDEPX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DX-STORRI-FILE ASSIGN TO "SDRISTRX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DX-SUPPRI-FILE ASSIGN TO "SDRISUPX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DX-DGCLRI-FILE ASSIGN TO "SDRIDGCX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DX-REPORT-FILE ASSIGN TO "SDEXDSHR"
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       01  DX-TRNREJ-IO                    PIC X(600).

       FD  DX-NORPT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON DX-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  DX-NORPT-IO                     PIC X(600).

       FD  DX-DEPTRI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON DX-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  DX-DEPTRI-IO                    PIC X(600).

       FD  DX-STORRI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON DX-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  DX-STORRI-IO                    PIC X(600).

       FD  DX-SUPPRI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON DX-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  DX-SUPPRI-IO                    PIC X(600).

       FD  DX-DGCLRI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON DX-IN-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  DX-DGCLRI-IO                    PIC X(600).

       FD  DX-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DX-MATCH-FOUND                  PIC X(01).
           88 DX-THRESHOLD-WAS-FOUND           VALUE 'Y'.

      *    THE FOURTEEN FEED SUMMARY SLOTS, FILLED IN FIXED ORDER BY
      *    THE COUNTING PASSES.
       01  DX-FEED-TABLE.
           05 DX-FD-ENTRY OCCURS 14.
               10 DX-FD-NAME               PIC X(08).
               10 DX-FD-COUNT              PIC 9(07).
               10 DX-FD-THRESHOLD          PIC 9(07).
           PERFORM 3700-COUNT-ALCCHK THRU 3700-EXIT.
           PERFORM 3800-COUNT-DGVAL THRU 3800-EXIT.
           PERFORM 3900-COUNT-TRNREJ THRU 3900-EXIT.
           PERFORM 3950-COUNT-NORPT THRU 3950-EXIT.
           PERFORM 4100-COUNT-DEPTRI THRU 4100-EXIT.
           PERFORM 4200-COUNT-STORRI THRU 4200-EXIT.
           PERFORM 4300-COUNT-SUPPRI THRU 4300-EXIT.
           PERFORM 4400-COUNT-DGCLRI THRU 4400-EXIT.
           PERFORM 7000-WRITE-DASHBOARD THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
       3910-EXIT.
           EXIT.

       3950-COUNT-NORPT.
           MOVE 10 TO DX-FEED-IDX.
           MOVE "XT020NRX" TO DX-FD-NAME(DX-FEED-IDX).
           MOVE ZERO TO DX-FEED-COUNT.
           MOVE 'N' TO DX-EOF-FEED.
           OPEN INPUT DX-NORPT-FILE.
           PERFORM 3960-READ-NORPT THRU 3960-EXIT
               UNTIL DX-END-OF-FEED.
           CLOSE DX-NORPT-FILE.
           PERFORM 5000-RATE-FEED THRU 5000-EXIT.
       3950-EXIT.
           EXIT.

       3960-READ-NORPT.
           READ DX-NORPT-FILE
               AT END
                   SET DX-END-OF-FEED TO TRUE
                   GO TO 3960-EXIT
           END-READ.
           ADD 1 TO DX-FEED-COUNT.
       3960-EXIT.
           EXIT.

       4100-COUNT-DEPTRI.
           MOVE 11 TO DX-FEED-IDX.
           MOVE "SDRIDEPX" TO DX-FD-NAME(DX-FEED-IDX).
           MOVE ZERO TO DX-FEED-COUNT.
           MOVE 'N' TO DX-EOF-FEED.
           OPEN INPUT DX-DEPTRI-FILE.
           PERFORM 4110-READ-DEPTRI THRU 4110-EXIT
               UNTIL DX-END-OF-FEED.
           CLOSE DX-DEPTRI-FILE.
           PERFORM 5000-RATE-FEED THRU 5000-EXIT.
       4100-EXIT.
           EXIT.

       4110-READ-DEPTRI.
           READ DX-DEPTRI-FILE
               AT END
                   SET DX-END-OF-FEED TO TRUE
                   GO TO 4110-EXIT
           END-READ.
           ADD 1 TO DX-FEED-COUNT.
       4110-EXIT.
           EXIT.

       4200-COUNT-STORRI.
           MOVE 12 TO DX-FEED-IDX.
           MOVE "SDRISTRX" TO DX-FD-NAME(DX-FEED-IDX).
           MOVE ZERO TO DX-FEED-COUNT.
           MOVE 'N' TO DX-EOF-FEED.
           OPEN INPUT DX-STORRI-FILE.
           PERFORM 4210-READ-STORRI THRU 4210-EXIT
               UNTIL DX-END-OF-FEED.
           CLOSE DX-STORRI-FILE.
           PERFORM 5000-RATE-FEED THRU 5000-EXIT.
       4200-EXIT.
           EXIT.

       4210-READ-STORRI.
           READ DX-STORRI-FILE
               AT END
                   SET DX-END-OF-FEED TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           ADD 1 TO DX-FEED-COUNT.
       4210-EXIT.
           EXIT.

       4300-COUNT-SUPPRI.
           MOVE 13 TO DX-FEED-IDX.
           MOVE "SDRISUPX" TO DX-FD-NAME(DX-FEED-IDX).
           MOVE ZERO TO DX-FEED-COUNT.
           MOVE 'N' TO DX-EOF-FEED.
           OPEN INPUT DX-SUPPRI-FILE.
           PERFORM 4310-READ-SUPPRI THRU 4310-EXIT
               UNTIL DX-END-OF-FEED.
           CLOSE DX-SUPPRI-FILE.
           PERFORM 5000-RATE-FEED THRU 5000-EXIT.
       4300-EXIT.
           EXIT.

       4310-READ-SUPPRI.
           READ DX-SUPPRI-FILE
               AT END
                   SET DX-END-OF-FEED TO TRUE
                   GO TO 4310-EXIT
           END-READ.
           ADD 1 TO DX-FEED-COUNT.
       4310-EXIT.
           EXIT.

       4400-COUNT-DGCLRI.
           MOVE 14 TO DX-FEED-IDX.
           MOVE "SDRIDGCX" TO DX-FD-NAME(DX-FEED-IDX).
           MOVE ZERO TO DX-FEED-COUNT.
           MOVE 'N' TO DX-EOF-FEED.
           OPEN INPUT DX-DGCLRI-FILE.
           PERFORM 4410-READ-DGCLRI THRU 4410-EXIT
               UNTIL DX-END-OF-FEED.
           CLOSE DX-DGCLRI-FILE.
           PERFORM 5000-RATE-FEED THRU 5000-EXIT.
       4400-EXIT.
           EXIT.

       4410-READ-DGCLRI.
           READ DX-DGCLRI-FILE
               AT END
                   SET DX-END-OF-FEED TO TRUE
                   GO TO 4410-EXIT
           END-READ.
           ADD 1 TO DX-FEED-COUNT.
       4410-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RATE-FEED - STORE THE COUNT AND COMPARE IT TO THE FEED'S   *
      *                  CONFIGURED THRESHOLD                           *
           WRITE DX-RPT-LINE FROM DX-HEADING-2.
           PERFORM 7100-WRITE-FEED-LINE THRU 7100-EXIT
               VARYING DX-FEED-IDX FROM 1 BY 1
               UNTIL DX-FEED-IDX > 14.
           IF DX-NIGHT-NEEDS-ESCALATING
               MOVE "ESCALATE - FEEDS OVER THRESHOLD" TO DX-OV-TEXT
           ELSE
