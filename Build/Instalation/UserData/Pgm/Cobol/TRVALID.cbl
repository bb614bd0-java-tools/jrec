      *                          CODE, OR ONE MAPPED TO A CLOSED       *
      *                          STORE, REJECTS INSTEAD OF POSTING     *
      *                          AGAINST A LOCATION THAT DOESN'T EXIST *
      *  06  15/10/26  R PATEL   A TRANSACTION DATED AFTER THE         *
      *                          SALESPERSON'S TERMINATION DATE ON THE *
      *                          TRSLSMNT-MAINTAINED TRNAMES MASTER    *
      *                          NOW REJECTS                           *
      *  07  15/10/26  R PATEL   TRANSIN NOW COMES FROM TRDUPCHK'S     *
      *                          TRANSEID, KEYED BY EMPLOYEE ID.  A    *
      *                          TRANSACTION STILL CARRYING AN SSN     *
      *                          IS REJECTED, LISTED WITH THE SSN      *
      *                          MASKED TO ITS LAST THREE DIGITS AND   *
      *                          KEPT OFF THE CORRECTION FILE          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT TV-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TV-NAMES-FILE ASSIGN TO "TRNAMES"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  TV-STORE-MASTER-IO              PIC X(76).

      *    SALESPERSON MASTER - SEE TRSLSMNT.  A 30-BYTE RECORD IS
      *    THE ORIGINAL NAME-ONLY LAYOUT AND CARRIES NO DATES.
       FD  TV-NAMES-FILE
           RECORD IS VARYING IN SIZE FROM 30 TO 60 CHARACTERS
               DEPENDING ON TV-NM-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  TV-NAMES-IO.
           05 TV-NM-SOC-SEC-NUMBER         PIC X(09).
           05 FILLER                       PIC X(21).
           05 TV-NM-LOCATION-CODE          PIC X(03).
           05 TV-NM-STATUS                 PIC X(01).
               88 TV-NM-IS-TERMINATED          VALUE 'T'.
           05 TV-NM-HIRE-DATE              PIC 9(08).
           05 TV-NM-TERM-DATE              PIC 9(08).
           05 FILLER                       PIC X(10).

       WORKING-STORAGE SECTION.
           COPY "Transaction_Record.cbl".
           COPY "XTAR1000_020.cbl".
               88 TV-END-OF-LOCMAP-FILE        VALUE 'Y'.
           05 TV-EOF-STORE-FILE            PIC X(01) VALUE 'N'.
               88 TV-END-OF-STORE-FILE         VALUE 'Y'.
           05 TV-EOF-NAMES-FILE            PIC X(01) VALUE 'N'.
               88 TV-END-OF-NAMES-FILE         VALUE 'Y'.

       01  TV-MAX-COMMISSION-RATE          PIC 99 VALUE 25.
       01  TV-TODAY                        PIC 9(08).
               10 TV-ST-CLOSED             PIC X(01).
                   88 TV-ST-IS-CLOSED          VALUE 'Y'.

      *    LEAVERS ONLY - AN ACTIVE SALESPERSON NEEDS NO CHECK.
       01  TV-NM-REC-LEN                   PIC 9(05) COMP.
       01  TV-LEAVER-CNT                   PIC 9(05) COMP VALUE ZERO.
       01  TV-LEAVER-TABLE.
           05 TV-LV-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON TV-LEAVER-CNT.
               10 TV-LV-SOC-SEC-NUMBER     PIC X(09).
               10 TV-LV-TERM-DATE          PIC 9(08).
       01  TV-LV-MATCH-FOUND               PIC X(01).
           88 TV-LEAVER-WAS-FOUND              VALUE 'Y'.

       01  TV-SCAN-IDX                     PIC 9(05) COMP.
       01  TV-MATCH-IDX                    PIC 9(05) COMP.
       01  TV-LM-MATCH-FOUND               PIC X(01).
           OPEN INPUT  TV-TRANS-FILE
                INPUT  TV-LOCMAP-FILE
                INPUT  TV-STORE-FILE
                INPUT  TV-NAMES-FILE
                OUTPUT TV-GOOD-FILE
                OUTPUT TV-REJ-FILE
                OUTPUT TV-CORR-FILE.
               UNTIL TV-END-OF-LOCMAP-FILE.
           PERFORM 1200-LOAD-STORE THRU 1200-EXIT
               UNTIL TV-END-OF-STORE-FILE.
           PERFORM 1300-LOAD-LEAVER THRU 1300-EXIT
               UNTIL TV-END-OF-NAMES-FILE.
       1000-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

       1300-LOAD-LEAVER.
           READ TV-NAMES-FILE
               AT END
                   SET TV-END-OF-NAMES-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF TV-NM-REC-LEN < 60
               GO TO 1300-EXIT
           END-IF.
           IF NOT TV-NM-IS-TERMINATED
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO TV-LEAVER-CNT.
           MOVE TV-NM-SOC-SEC-NUMBER
                            TO TV-LV-SOC-SEC-NUMBER(TV-LEAVER-CNT).
           MOVE TV-NM-TERM-DATE TO TV-LV-TERM-DATE(TV-LEAVER-CNT).
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VALIDATE-TRANSACTION - READ ONE TRANSACTION, RUN THE      *
      *                             RANGE EDITS AND ROUTE IT           *
               PERFORM 3100-START-NEW-EMPLOYEE THRU 3100-EXIT
           END-IF.
           MOVE 'Y' TO TV-RECORD-VALID.
           PERFORM 3900-CHECK-EMPLOYEE-ID THRU 3900-EXIT.
           PERFORM 4000-CHECK-TRANSACTION-CODE THRU 4000-EXIT.
           PERFORM 4050-CHECK-TRANSACTION-DATE THRU 4050-EXIT.
           PERFORM 4075-CHECK-LOCATION-CODE THRU 4075-EXIT.
           PERFORM 4095-CHECK-TERMINATION THRU 4095-EXIT.
           PERFORM 4100-CHECK-COMMISSION-RATE THRU 4100-EXIT.
           PERFORM 4200-CHECK-SALES-AMOUNT THRU 4200-EXIT.
           IF TV-IS-VALID
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3900-CHECK-EMPLOYEE-ID - ONLY TRDUPCHK'S RE-KEYED TRANSACTIONS  *
      *                          MAY POST - AN SSN STILL IN THE KEY     *
      *                          MEANS THE DUPLICATE CHECK WAS SKIPPED  *
      ******************************************************************
       3900-CHECK-EMPLOYEE-ID.
           IF NOT TR-KEYED-BY-EMPLOYEE-ID
               OR TR-EMP-ID-NUMBER NOT NUMERIC
               MOVE "NOT KEYED BY EMPLOYEE ID - RUN TRDUPCHK"
                                             TO TV-RJ-REASON
               PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
           END-IF.
       3900-EXIT.
           EXIT.

       4000-CHECK-TRANSACTION-CODE.
           IF NOT VALID-CODES
               MOVE "INVALID TRANSACTION CODE" TO TV-RJ-REASON
       4090-EXIT.
           EXIT.

      ******************************************************************
      * 4095-CHECK-TERMINATION - NOTHING DATED AFTER A LEAVER'S         *
      *                          TERMINATION DATE MAY POST              *
      ******************************************************************
       4095-CHECK-TERMINATION.
           MOVE 'N' TO TV-LV-MATCH-FOUND.
           PERFORM 4096-SCAN-LEAVER THRU 4096-EXIT
               VARYING TV-SCAN-IDX FROM 1 BY 1
               UNTIL TV-SCAN-IDX > TV-LEAVER-CNT
                  OR TV-LEAVER-WAS-FOUND.
           IF NOT TV-LEAVER-WAS-FOUND
               GO TO 4095-EXIT
           END-IF.
           IF TR-TRANSACTION-DATE > TV-LV-TERM-DATE(TV-MATCH-IDX)
               MOVE "TRANSACTION AFTER TERMINATION DATE"
                                             TO TV-RJ-REASON
               PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
           END-IF.
       4095-EXIT.
           EXIT.

       4096-SCAN-LEAVER.
           IF TV-LV-SOC-SEC-NUMBER(TV-SCAN-IDX) = TR-SOC-SEC-NUMBER
               MOVE 'Y' TO TV-LV-MATCH-FOUND
               MOVE TV-SCAN-IDX TO TV-MATCH-IDX
           END-IF.
       4096-EXIT.
           EXIT.

       4100-CHECK-COMMISSION-RATE.
           IF TR-COMMISSION-RATE > TV-MAX-COMMISSION-RATE
               MOVE "COMMISSION RATE EXCEEDS CEILING" TO TV-RJ-REASON
       4300-EXIT.
           EXIT.

      *    ONLY THE FIRST FAILURE IS LISTED.  A KEY THAT IS NOT AN
      *    EMPLOYEE ID IS AN SSN - IT IS LISTED MASKED TO ITS LAST
      *    THREE DIGITS AND THE RECORD IS NOT COPIED TO TRANSCR.
       5000-WRITE-REJECT.
           IF NOT TV-IS-VALID
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO TV-RECORD-VALID.
           MOVE TR-COMMISSION-RATE TO TV-RJ-COMMISSION-RATE.
           MOVE TR-SALES-AMOUNT    TO TV-RJ-SALES-AMOUNT.
           IF NOT TR-KEYED-BY-EMPLOYEE-ID
               OR TR-EMP-ID-NUMBER NOT NUMERIC
               MOVE ALL '*' TO TV-RJ-SOC-SEC-NUMBER
               MOVE TR-SOC-SEC-NUMBER(7:3)
                                   TO TV-RJ-SOC-SEC-NUMBER(7:3)
               WRITE TV-REJ-RECORD
               GO TO 5000-EXIT
           END-IF.
           MOVE TR-SOC-SEC-NUMBER  TO TV-RJ-SOC-SEC-NUMBER.
           WRITE TV-REJ-RECORD.
           MOVE TV-TRANS-IO TO TV-CORR-IO.
           WRITE TV-CORR-IO.
       5000-EXIT.
           EXIT.

           CLOSE TV-TRANS-FILE
                 TV-LOCMAP-FILE
                 TV-STORE-FILE
                 TV-NAMES-FILE
                 TV-GOOD-FILE
                 TV-REJ-FILE
                 TV-CORR-FILE.
