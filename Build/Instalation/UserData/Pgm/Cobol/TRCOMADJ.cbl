      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  21/08/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE PARM NOW NAMES THE SALESPERSON    *
      *                          BY THE SURROGATE EMPLOYEE ID          *
      *                          TRDUPCHK ISSUES, NOT THE SSN, SO NO   *
      *                          SSN REACHES THE ADJUSTMENT LOG.  A    *
      *                          PARM KEYED WITH ANYTHING ELSE IS      *
      *                          REFUSED, RETURN CODE 8                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  CA-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    CA-PARM-SSN CARRIES THE EMPLOYEE ID ('E' + 8 DIGITS).
       01  CA-PARM-RECORD.
           05 CA-PARM-SSN                  PIC X(09).
           05 CA-PARM-KEY REDEFINES CA-PARM-SSN.
               10 CA-PARM-KEY-PREFIX       PIC X(01).
                   88 CA-PARM-IS-EMPLOYEE-ID   VALUE 'E'.
               10 CA-PARM-KEY-NUMBER       PIC X(08).
           05 CA-PARM-AMOUNT                PIC 9(05)V99.
           05 CA-PARM-REASON-CODE           PIC X(04).
           05 CA-PARM-APPROVER-ID           PIC X(08).
       01  CA-SWITCHES.
           05 CA-ADJ-WRITTEN-FLAG          PIC X(01) VALUE 'N'.
               88 CA-ADJ-WAS-WRITTEN           VALUE 'Y'.
           05 CA-PARM-REFUSED-FLAG         PIC X(01) VALUE 'N'.
               88 CA-PARM-WAS-REFUSED          VALUE 'Y'.

      *    WORKING-STORAGE COPIES OF WHAT WAS LOGGED, SO THE CLOSING
      *    DISPLAYS DON'T REACH INTO THE FD RECORD AREA AFTER THE LOG
                   MOVE SPACES TO CA-PARM-RECORD
                   GO TO 2000-EXIT
           END-READ.
           IF NOT CA-PARM-IS-EMPLOYEE-ID
               OR CA-PARM-KEY-NUMBER NOT NUMERIC
               SET CA-PARM-WAS-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO CA-NEXT-CASE-ID.
           MOVE CA-NEXT-CASE-ID     TO CA-LG-CASE-ID.
           MOVE CA-PARM-SSN         TO CA-LG-SSN.
           WRITE CA-CASEID-IO.
           CLOSE CA-CASEID-FILE.
           IF CA-ADJ-WAS-WRITTEN
               DISPLAY "TRCOMADJ EMPLOYEE ADJUSTED = " CA-SSN-LOGGED
               DISPLAY "TRCOMADJ CASE ID        = " CA-CASE-ID-LOGGED
               GO TO 8000-EXIT
           END-IF.
           IF CA-PARM-WAS-REFUSED
               DISPLAY "TRCOMADJ *** PARM IS NOT AN EMPLOYEE ID "
                   "('E' + 8 DIGITS) - NOTHING LOGGED"
           ELSE
               DISPLAY "TRCOMADJ NO ADJUSTMENT PARM - NOTHING LOGGED"
           END-IF.
