      *                          BYTES FOR THE TR-TRANSACTION-DATE    *
      *                          ADDED TO Transaction_Record.cbl -    *
      *                          BUFFERS WIDENED TO MATCH             *
      *  04  15/10/26  R PATEL   THE CHECKPOINT NOW CARRIES THE        *
      *                          SURROGATE EMPLOYEE ID TRDUPCHK        *
      *                          ISSUES.  A LOG WRITTEN BEFORE THAT    *
      *                          STILL HOLDS AN SSN, WHICH IS SHOWN    *
      *                          MASKED TO ITS LAST THREE DIGITS       *
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  TS-LAST-CHECKPOINT.
           05 TS-LC-LAST-SSN               PIC X(09) VALUE SPACES.
           05 TS-LC-LAST-KEY REDEFINES TS-LC-LAST-SSN.
               10 TS-LC-KEY-PREFIX         PIC X(01).
                   88 TS-LC-KEY-IS-EMPLOYEE-ID VALUE 'E'.
               10 TS-LC-KEY-NUMBER         PIC X(08).
           05 TS-LC-LAST-LOC               PIC X(03) VALUE SPACES.
           05 TS-LC-REC-COUNT              PIC 9(09) VALUE ZERO.
           05 TS-LC-RUNNING-SALES          PIC 9(09) VALUE ZERO.
               MOVE TS-CK-REC-COUNT         TO TS-LC-REC-COUNT
               MOVE TS-CK-RUNNING-SALES     TO TS-LC-RUNNING-SALES
           END-IF.
           IF NOT TS-LC-KEY-IS-EMPLOYEE-ID
               OR TS-LC-KEY-NUMBER NOT NUMERIC
               MOVE ALL '*' TO TS-LC-LAST-SSN(1:6)
           END-IF.
       1100-EXIT.
           EXIT.

                   "TRCOMRUN WOULD START FROM RECORD ONE"
               MOVE TS-TOTAL-INPUT-RECORDS TO TS-ESTIMATED-REMAINING
           ELSE
               DISPLAY "TRCKSTAT - LAST EMPLOYEE PROCESSED = "
                   TS-LC-LAST-SSN
               DISPLAY "TRCKSTAT - LAST LOCATION PROCESSED = "
                   TS-LC-LAST-LOC
