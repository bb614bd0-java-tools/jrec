       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRSLSMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * TRSLSMNT - SALESPERSON MASTER MAINTENANCE.  TRNAMES, THE NAME   *
      *            MASTER TRDUPCHK CHECKS ADDITIONS AGAINST, ONLY EVER  *
      *            GREW - NO STATUS AND NO DATES - SO COMMISSION KEPT   *
      *            POSTING AGAINST LEAVERS AND A REHIRE LOOKED LIKE A   *
      *            DUPLICATE.  HIRE, TRANSFER, TERMINATE AND REHIRE     *
      *            TRANSACTIONS ARE APPLIED AGAINST TRNAMES, EACH       *
      *            CARRYING ITS EFFECTIVE DATE, WITH EVERY TRANSACTION  *
      *            LOGGED - THE SAME SHAPE AS TRLOCMNT.  A HOME         *
      *            LOCATION MUST BE ON THE TRLOCMAP MAPPING FILE.       *
      *            TRVALID REJECTS A TRANSACTION DATED AFTER A LEAVER'S *
      *            TERMINATION DATE AND TRCOMRUN HOLDS A LEAVER'S       *
      *            COMMISSION TO ITS FINAL-PAY QUEUE.  THE OLD 30-BYTE  *
      *            MASTER IS ACCEPTED AS INPUT AND CONVERTED, AS IN     *
      *            TRDUPCHK.                                            *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   TRNAMES IS NOW KEYED BY THE           *
      *                          SURROGATE EMPLOYEE ID TRDUPCHK        *
      *                          ISSUES - TRANSFER, TERMINATE AND      *
      *                          REHIRE ARE KEYED BY THAT ID.  A HIRE  *
      *                          MAY STILL CARRY THE SSN, WHICH        *
      *                          TRDUPCHK RE-KEYS ON ITS NEXT RUN.     *
      *                          THE LOG SHOWS AN SSN MASKED TO ITS    *
      *                          LAST THREE DIGITS                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SP-TRANS-FILE ASSIGN TO "TRSLSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SP-OLD-MASTER ASSIGN TO "TRNAMES"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SP-NEW-MASTER ASSIGN TO "TRNAMESN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SP-LOCMAP-FILE ASSIGN TO "TRLOCMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SP-LOG-FILE ASSIGN TO "TRSLSLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SP-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SP-TRANS-RECORD.
           05 SP-TR-ACTION-CODE           PIC X(02).
               88 SP-TR-HIRE                  VALUE '01'.
               88 SP-TR-TRANSFER              VALUE '02'.
               88 SP-TR-TERMINATE             VALUE '03'.
               88 SP-TR-REHIRE                VALUE '04'.
           05 SP-TR-SOC-SEC-NUMBER        PIC X(09).
           05 SP-TR-LAST-NAME             PIC X(15).
           05 SP-TR-INITIALS              PIC X(02).
           05 SP-TR-LOCATION-CODE         PIC X(03).
           05 SP-TR-EFFECTIVE-DATE        PIC 9(08).
           05 FILLER                      PIC X(01).

      *    THE OLD MASTER MAY STILL BE IN THE ORIGINAL 30-BYTE
      *    LAYOUT - SEE TRDUPCHK.
       FD  SP-OLD-MASTER
           RECORD IS VARYING IN SIZE FROM 30 TO 60 CHARACTERS
               DEPENDING ON SP-OLD-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SP-OLD-IO.
           05 SP-OL-SOC-SEC-NUMBER        PIC X(09).
           05 SP-OL-LAST-NAME             PIC X(15).
           05 SP-OL-INITIALS              PIC X(02).
           05 SP-OL-SOUNDEX               PIC X(04).
           05 SP-OL-LOCATION-CODE         PIC X(03).
           05 SP-OL-STATUS                PIC X(01).
           05 SP-OL-HIRE-DATE             PIC 9(08).
           05 SP-OL-TERM-DATE             PIC 9(08).
           05 SP-OL-LOC-EFF-DATE          PIC 9(08).
           05 FILLER                      PIC X(02).

       FD  SP-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SP-NEW-IO.
           05 SP-NW-SOC-SEC-NUMBER        PIC X(09).
           05 SP-NW-LAST-NAME             PIC X(15).
           05 SP-NW-INITIALS              PIC X(02).
           05 SP-NW-SOUNDEX               PIC X(04).
           05 SP-NW-LOCATION-CODE         PIC X(03).
           05 SP-NW-STATUS                PIC X(01).
           05 SP-NW-HIRE-DATE             PIC 9(08).
           05 SP-NW-TERM-DATE             PIC 9(08).
           05 SP-NW-LOC-EFF-DATE          PIC 9(08).
           05 FILLER                      PIC X(02).

       FD  SP-LOCMAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SP-LOCMAP-IO.
           05 SP-LM-LOCATION-CODE-IO      PIC X(03).
           05 SP-LM-STORE-NO-IO           PIC 9(04).
           05 FILLER                      PIC X(08).

       FD  SP-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SP-LOG-RECORD.
           05 SP-LG-ACTION-CODE           PIC X(02).
           05 SP-LG-SOC-SEC-NUMBER        PIC X(09).
           05 SP-LG-OLD-LOCATION-CODE     PIC X(03).
           05 SP-LG-NEW-LOCATION-CODE     PIC X(03).
           05 SP-LG-OLD-STATUS            PIC X(01).
           05 SP-LG-NEW-STATUS            PIC X(01).
           05 SP-LG-EFFECTIVE-DATE        PIC 9(08).
           05 SP-LG-RESULT                PIC X(10).
           05 SP-LG-REASON                PIC X(30).
           05 SP-LG-TS-DATE               PIC 9(08).
           05 SP-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
       01  SP-SWITCHES.
           05 SP-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 SP-END-OF-TRANS-FILE        VALUE 'Y'.
           05 SP-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 SP-END-OF-OLD-MASTER        VALUE 'Y'.
           05 SP-EOF-LOCMAP-FILE          PIC X(01) VALUE 'N'.
               88 SP-END-OF-LOCMAP-FILE       VALUE 'Y'.

       01  SP-COUNTERS.
           05 SP-MASTER-CNT               PIC 9(05) COMP VALUE ZERO.
           05 SP-LOCMAP-CNT               PIC 9(05) COMP VALUE ZERO.
           05 SP-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 SP-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 SP-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.

       01  SP-OLD-REC-LEN                 PIC 9(05) COMP.

       01  SP-MASTER-TABLE.
           05 SP-MS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON SP-MASTER-CNT.
               10 SP-MS-SOC-SEC-NUMBER    PIC X(09).
               10 SP-MS-LAST-NAME         PIC X(15).
               10 SP-MS-INITIALS          PIC X(02).
               10 SP-MS-SOUNDEX           PIC X(04).
               10 SP-MS-LOCATION-CODE     PIC X(03).
               10 SP-MS-STATUS            PIC X(01).
                   88 SP-MS-IS-ACTIVE         VALUE 'A'.
                   88 SP-MS-IS-TERMINATED     VALUE 'T'.
               10 SP-MS-HIRE-DATE         PIC 9(08).
               10 SP-MS-TERM-DATE         PIC 9(08).
               10 SP-MS-LOC-EFF-DATE      PIC 9(08).

       01  SP-LOCMAP-TABLE.
           05 SP-LC-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON SP-LOCMAP-CNT.
               10 SP-LC-LOCATION-CODE     PIC X(03).

       01  SP-SCAN-IDX                    PIC 9(05) COMP.
       01  SP-MATCH-IDX                   PIC 9(05) COMP.
       01  SP-MATCH-FOUND                 PIC X(01).
           88 SP-PERSON-WAS-FOUND             VALUE 'Y'.
       01  SP-LOC-MATCH-FOUND             PIC X(01).
           88 SP-LOCATION-IS-MAPPED           VALUE 'Y'.

      ******************************************************************
      * SOUNDEX WORK AREAS - SAME CODING AS TRDUPCHK, SO A HIRE KEYED   *
      * HERE IS CHECKED THERE LIKE ANY OTHER MASTER ENTRY               *
      ******************************************************************
       01  SP-SOUNDEX-CODE                PIC X(04).
       01  SP-NAME-WORK                   PIC X(15).
       01  SP-CHAR-IDX                    PIC 9(02) COMP.
       01  SP-CODE-LEN                    PIC 9(02) COMP.
       01  SP-CURRENT-CHAR                PIC X(01).
       01  SP-CURRENT-DIGIT               PIC X(01).
       01  SP-LAST-DIGIT                  PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL SP-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SP-TRANS-FILE
                INPUT  SP-OLD-MASTER
                INPUT  SP-LOCMAP-FILE
                OUTPUT SP-NEW-MASTER.
           OPEN EXTEND SP-LOG-FILE.
           PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
               UNTIL SP-END-OF-OLD-MASTER.
           PERFORM 2100-LOAD-LOCMAP THRU 2100-EXIT
               UNTIL SP-END-OF-LOCMAP-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-MASTER.
           READ SP-OLD-MASTER
               AT END
                   SET SP-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO SP-MASTER-CNT.
           MOVE SP-MASTER-CNT TO SP-SCAN-IDX.
           MOVE SP-OL-SOC-SEC-NUMBER
                            TO SP-MS-SOC-SEC-NUMBER(SP-SCAN-IDX).
           MOVE SP-OL-LAST-NAME  TO SP-MS-LAST-NAME(SP-SCAN-IDX).
           MOVE SP-OL-INITIALS   TO SP-MS-INITIALS(SP-SCAN-IDX).
           MOVE SP-OL-SOUNDEX    TO SP-MS-SOUNDEX(SP-SCAN-IDX).
           IF SP-OLD-REC-LEN < 60
               MOVE SPACES TO SP-MS-LOCATION-CODE(SP-SCAN-IDX)
               MOVE 'A'    TO SP-MS-STATUS(SP-SCAN-IDX)
               MOVE ZERO   TO SP-MS-HIRE-DATE(SP-SCAN-IDX)
               MOVE ZERO   TO SP-MS-TERM-DATE(SP-SCAN-IDX)
               MOVE ZERO   TO SP-MS-LOC-EFF-DATE(SP-SCAN-IDX)
           ELSE
               MOVE SP-OL-LOCATION-CODE
                            TO SP-MS-LOCATION-CODE(SP-SCAN-IDX)
               MOVE SP-OL-STATUS    TO SP-MS-STATUS(SP-SCAN-IDX)
               MOVE SP-OL-HIRE-DATE TO SP-MS-HIRE-DATE(SP-SCAN-IDX)
               MOVE SP-OL-TERM-DATE TO SP-MS-TERM-DATE(SP-SCAN-IDX)
               MOVE SP-OL-LOC-EFF-DATE
                            TO SP-MS-LOC-EFF-DATE(SP-SCAN-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-LOCMAP.
           READ SP-LOCMAP-FILE
               AT END
                   SET SP-END-OF-LOCMAP-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO SP-LOCMAP-CNT.
           MOVE SP-LM-LOCATION-CODE-IO
                            TO SP-LC-LOCATION-CODE(SP-LOCMAP-CNT).
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - ROUTE ONE LIFECYCLE TRANSACTION        *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ SP-TRANS-FILE
               AT END
                   SET SP-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO SP-TRANS-READ.
           PERFORM 4000-LOOKUP-PERSON THRU 4000-EXIT.
           MOVE SPACES TO SP-LG-OLD-LOCATION-CODE
                          SP-LG-OLD-STATUS
                          SP-LG-NEW-STATUS.
           IF SP-PERSON-WAS-FOUND
               MOVE SP-MS-LOCATION-CODE(SP-MATCH-IDX)
                                         TO SP-LG-OLD-LOCATION-CODE
               MOVE SP-MS-STATUS(SP-MATCH-IDX) TO SP-LG-OLD-STATUS
               MOVE SP-MS-STATUS(SP-MATCH-IDX) TO SP-LG-NEW-STATUS
           END-IF.
           IF SP-TR-EFFECTIVE-DATE NOT NUMERIC
               OR SP-TR-EFFECTIVE-DATE = ZERO
               MOVE "NO EFFECTIVE DATE" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SP-TR-HIRE
                   PERFORM 5000-HIRE THRU 5000-EXIT
               WHEN SP-TR-TRANSFER
                   PERFORM 5100-TRANSFER THRU 5100-EXIT
               WHEN SP-TR-TERMINATE
                   PERFORM 5200-TERMINATE THRU 5200-EXIT
               WHEN SP-TR-REHIRE
                   PERFORM 5300-REHIRE THRU 5300-EXIT
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO SP-LG-REASON
                   PERFORM 6100-REJECT THRU 6100-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-PERSON.
           MOVE 'N' TO SP-MATCH-FOUND.
           MOVE ZERO TO SP-MATCH-IDX.
           PERFORM 4100-SCAN-PERSON THRU 4100-EXIT
               VARYING SP-SCAN-IDX FROM 1 BY 1
               UNTIL SP-SCAN-IDX > SP-MASTER-CNT
                  OR SP-PERSON-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-PERSON.
           IF SP-MS-SOC-SEC-NUMBER(SP-SCAN-IDX) = SP-TR-SOC-SEC-NUMBER
               MOVE 'Y' TO SP-MATCH-FOUND
               MOVE SP-SCAN-IDX TO SP-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHECK-LOCATION.
           MOVE 'N' TO SP-LOC-MATCH-FOUND.
           PERFORM 4210-SCAN-LOCMAP THRU 4210-EXIT
               VARYING SP-SCAN-IDX FROM 1 BY 1
               UNTIL SP-SCAN-IDX > SP-LOCMAP-CNT
                  OR SP-LOCATION-IS-MAPPED.
       4200-EXIT.
           EXIT.

       4210-SCAN-LOCMAP.
           IF SP-LC-LOCATION-CODE(SP-SCAN-IDX) = SP-TR-LOCATION-CODE
               MOVE 'Y' TO SP-LOC-MATCH-FOUND
           END-IF.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4500-COMPUTE-SOUNDEX - REDUCE SP-TR-LAST-NAME TO A 4-CHARACTER  *
      *                        SOUNDEX CODE (LETTER + 3 DIGITS)         *
      ******************************************************************
       4500-COMPUTE-SOUNDEX.
           MOVE SPACES TO SP-SOUNDEX-CODE.
           MOVE SP-TR-LAST-NAME TO SP-NAME-WORK.
           IF SP-NAME-WORK = SPACES
               MOVE "0000" TO SP-SOUNDEX-CODE
               GO TO 4500-EXIT
           END-IF.
           MOVE SP-NAME-WORK(1:1) TO SP-SOUNDEX-CODE(1:1).
           MOVE SP-NAME-WORK(1:1) TO SP-CURRENT-CHAR.
           PERFORM 4600-GET-DIGIT THRU 4600-EXIT.
           MOVE SP-CURRENT-DIGIT TO SP-LAST-DIGIT.
           MOVE 1 TO SP-CODE-LEN.
           PERFORM 4700-ENCODE-CHAR THRU 4700-EXIT
               VARYING SP-CHAR-IDX FROM 2 BY 1
               UNTIL SP-CHAR-IDX > 15
                  OR SP-CODE-LEN >= 4
                  OR SP-NAME-WORK(SP-CHAR-IDX:1) = SPACE.
           PERFORM 4800-PAD-CODE THRU 4800-EXIT
               VARYING SP-CHAR-IDX FROM 1 BY 1
               UNTIL SP-CHAR-IDX > 4.
       4500-EXIT.
           EXIT.

       4600-GET-DIGIT.
           EVALUATE SP-CURRENT-CHAR
               WHEN "B" WHEN "F" WHEN "P" WHEN "V"
                   MOVE "1" TO SP-CURRENT-DIGIT
               WHEN "C" WHEN "G" WHEN "J" WHEN "K" WHEN "Q" WHEN "S"
               WHEN "X" WHEN "Z"
                   MOVE "2" TO SP-CURRENT-DIGIT
               WHEN "D" WHEN "T"
                   MOVE "3" TO SP-CURRENT-DIGIT
               WHEN "L"
                   MOVE "4" TO SP-CURRENT-DIGIT
               WHEN "M" WHEN "N"
                   MOVE "5" TO SP-CURRENT-DIGIT
               WHEN "R"
                   MOVE "6" TO SP-CURRENT-DIGIT
               WHEN OTHER
                   MOVE "0" TO SP-CURRENT-DIGIT
           END-EVALUATE.
       4600-EXIT.
           EXIT.

       4700-ENCODE-CHAR.
           MOVE SP-NAME-WORK(SP-CHAR-IDX:1) TO SP-CURRENT-CHAR.
           PERFORM 4600-GET-DIGIT THRU 4600-EXIT.
           IF SP-CURRENT-DIGIT NOT = "0"
               AND SP-CURRENT-DIGIT NOT = SP-LAST-DIGIT
               ADD 1 TO SP-CODE-LEN
               MOVE SP-CURRENT-DIGIT TO SP-SOUNDEX-CODE(SP-CODE-LEN:1)
           END-IF.
           MOVE SP-CURRENT-DIGIT TO SP-LAST-DIGIT.
       4700-EXIT.
           EXIT.

       4800-PAD-CODE.
           IF SP-SOUNDEX-CODE(SP-CHAR-IDX:1) = SPACE
               MOVE "0" TO SP-SOUNDEX-CODE(SP-CHAR-IDX:1)
           END-IF.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 5000-HIRE - A NEW SALESPERSON.  A LEAVER ALREADY ON FILE IS     *
      *             TURNED AWAY TO A REHIRE SO THEIR HISTORY STAYS ON   *
      *             ONE RECORD                                          *
      ******************************************************************
       5000-HIRE.
           IF SP-PERSON-WAS-FOUND
               IF SP-MS-IS-TERMINATED(SP-MATCH-IDX)
                   MOVE "LEAVER ON FILE - USE REHIRE" TO SP-LG-REASON
               ELSE
                   MOVE "SSN ALREADY ON MASTER" TO SP-LG-REASON
               END-IF
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF SP-TR-LAST-NAME = SPACES
               MOVE "NAME IS BLANK" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 4200-CHECK-LOCATION THRU 4200-EXIT.
           IF NOT SP-LOCATION-IS-MAPPED
               MOVE "LOCATION NOT ON TRLOCMAP" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 4500-COMPUTE-SOUNDEX THRU 4500-EXIT.
           ADD 1 TO SP-MASTER-CNT.
           MOVE SP-MASTER-CNT TO SP-MATCH-IDX.
           MOVE SP-TR-SOC-SEC-NUMBER
                            TO SP-MS-SOC-SEC-NUMBER(SP-MATCH-IDX).
           MOVE SP-TR-LAST-NAME  TO SP-MS-LAST-NAME(SP-MATCH-IDX).
           MOVE SP-TR-INITIALS   TO SP-MS-INITIALS(SP-MATCH-IDX).
           MOVE SP-SOUNDEX-CODE  TO SP-MS-SOUNDEX(SP-MATCH-IDX).
           MOVE SP-TR-LOCATION-CODE
                            TO SP-MS-LOCATION-CODE(SP-MATCH-IDX).
           MOVE 'A'              TO SP-MS-STATUS(SP-MATCH-IDX).
           MOVE SP-TR-EFFECTIVE-DATE
                            TO SP-MS-HIRE-DATE(SP-MATCH-IDX).
           MOVE ZERO             TO SP-MS-TERM-DATE(SP-MATCH-IDX).
           MOVE SP-TR-EFFECTIVE-DATE
                            TO SP-MS-LOC-EFF-DATE(SP-MATCH-IDX).
           MOVE 'A' TO SP-LG-NEW-STATUS.
           PERFORM 6200-APPLIED THRU 6200-EXIT.
       5000-EXIT.
           EXIT.

       5100-TRANSFER.
           IF NOT SP-PERSON-WAS-FOUND
               MOVE "SSN NOT ON MASTER" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF NOT SP-MS-IS-ACTIVE(SP-MATCH-IDX)
               MOVE "SALESPERSON IS NOT ACTIVE" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF SP-TR-LOCATION-CODE = SP-MS-LOCATION-CODE(SP-MATCH-IDX)
               MOVE "ALREADY AT THAT LOCATION" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF SP-TR-EFFECTIVE-DATE < SP-MS-HIRE-DATE(SP-MATCH-IDX)
               OR SP-TR-EFFECTIVE-DATE <
                  SP-MS-LOC-EFF-DATE(SP-MATCH-IDX)
               MOVE "EFFECTIVE BEFORE LAST CHANGE" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5100-EXIT
           END-IF.
           PERFORM 4200-CHECK-LOCATION THRU 4200-EXIT.
           IF NOT SP-LOCATION-IS-MAPPED
               MOVE "LOCATION NOT ON TRLOCMAP" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE SP-TR-LOCATION-CODE
                            TO SP-MS-LOCATION-CODE(SP-MATCH-IDX).
           MOVE SP-TR-EFFECTIVE-DATE
                            TO SP-MS-LOC-EFF-DATE(SP-MATCH-IDX).
           PERFORM 6200-APPLIED THRU 6200-EXIT.
       5100-EXIT.
           EXIT.

       5200-TERMINATE.
           IF NOT SP-PERSON-WAS-FOUND
               MOVE "SSN NOT ON MASTER" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5200-EXIT
           END-IF.
           IF NOT SP-MS-IS-ACTIVE(SP-MATCH-IDX)
               MOVE "SALESPERSON IS NOT ACTIVE" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5200-EXIT
           END-IF.
           IF SP-TR-EFFECTIVE-DATE < SP-MS-HIRE-DATE(SP-MATCH-IDX)
               MOVE "TERMINATION BEFORE HIRE DATE" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE 'T' TO SP-MS-STATUS(SP-MATCH-IDX).
           MOVE SP-TR-EFFECTIVE-DATE
                            TO SP-MS-TERM-DATE(SP-MATCH-IDX).
           MOVE 'T' TO SP-LG-NEW-STATUS.
           PERFORM 6200-APPLIED THRU 6200-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-REHIRE - A LEAVER COMES BACK ON THEIR EXISTING RECORD.     *
      *               THE HIRE DATE RESTARTS AND THE TERMINATION DATE   *
      *               CLEARS; A BLANK LOCATION KEEPS THE OLD ONE        *
      ******************************************************************
       5300-REHIRE.
           IF NOT SP-PERSON-WAS-FOUND
               MOVE "SSN NOT ON MASTER - USE HIRE" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF NOT SP-MS-IS-TERMINATED(SP-MATCH-IDX)
               MOVE "SALESPERSON IS NOT A LEAVER" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF SP-TR-EFFECTIVE-DATE NOT >
                  SP-MS-TERM-DATE(SP-MATCH-IDX)
               MOVE "REHIRE NOT AFTER TERMINATION" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF SP-TR-LOCATION-CODE = SPACES
               MOVE SP-MS-LOCATION-CODE(SP-MATCH-IDX)
                                     TO SP-TR-LOCATION-CODE
           END-IF.
           PERFORM 4200-CHECK-LOCATION THRU 4200-EXIT.
           IF NOT SP-LOCATION-IS-MAPPED
               MOVE "LOCATION NOT ON TRLOCMAP" TO SP-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF SP-TR-LAST-NAME NOT = SPACES
               PERFORM 4500-COMPUTE-SOUNDEX THRU 4500-EXIT
               MOVE SP-TR-LAST-NAME TO SP-MS-LAST-NAME(SP-MATCH-IDX)
               MOVE SP-TR-INITIALS  TO SP-MS-INITIALS(SP-MATCH-IDX)
               MOVE SP-SOUNDEX-CODE TO SP-MS-SOUNDEX(SP-MATCH-IDX)
           END-IF.
           MOVE 'A' TO SP-MS-STATUS(SP-MATCH-IDX).
           MOVE SP-TR-EFFECTIVE-DATE
                            TO SP-MS-HIRE-DATE(SP-MATCH-IDX).
           MOVE ZERO TO SP-MS-TERM-DATE(SP-MATCH-IDX).
           MOVE SP-TR-LOCATION-CODE
                            TO SP-MS-LOCATION-CODE(SP-MATCH-IDX).
           MOVE SP-TR-EFFECTIVE-DATE
                            TO SP-MS-LOC-EFF-DATE(SP-MATCH-IDX).
           MOVE 'A' TO SP-LG-NEW-STATUS.
           PERFORM 6200-APPLIED THRU 6200-EXIT.
       5300-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE SP-TR-ACTION-CODE     TO SP-LG-ACTION-CODE.
           MOVE SP-TR-SOC-SEC-NUMBER  TO SP-LG-SOC-SEC-NUMBER.
           IF SP-TR-SOC-SEC-NUMBER(1:1) NOT = 'E'
               OR SP-TR-SOC-SEC-NUMBER(2:8) NOT NUMERIC
               MOVE ALL '*' TO SP-LG-SOC-SEC-NUMBER(1:6)
           END-IF.
           MOVE SP-TR-LOCATION-CODE   TO SP-LG-NEW-LOCATION-CODE.
           MOVE SP-TR-EFFECTIVE-DATE  TO SP-LG-EFFECTIVE-DATE.
           ACCEPT SP-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT SP-LG-TS-TIME FROM TIME.
           WRITE SP-LOG-RECORD.
       6000-EXIT.
           EXIT.

       6100-REJECT.
           MOVE "REJECTED  " TO SP-LG-RESULT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SP-TRANS-REJECTED.
       6100-EXIT.
           EXIT.

       6200-APPLIED.
           MOVE "APPLIED   " TO SP-LG-RESULT.
           MOVE SPACES TO SP-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SP-TRANS-APPLIED.
       6200-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING SP-SCAN-IDX FROM 1 BY 1
               UNTIL SP-SCAN-IDX > SP-MASTER-CNT.
           CLOSE SP-TRANS-FILE
                 SP-OLD-MASTER
                 SP-NEW-MASTER
                 SP-LOCMAP-FILE
                 SP-LOG-FILE.
           DISPLAY "TRSLSMNT TRANS READ     = " SP-TRANS-READ.
           DISPLAY "TRSLSMNT TRANS APPLIED  = " SP-TRANS-APPLIED.
           DISPLAY "TRSLSMNT TRANS REJECTED = " SP-TRANS-REJECTED.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           MOVE SPACES TO SP-NEW-IO.
           MOVE SP-MS-SOC-SEC-NUMBER(SP-SCAN-IDX)
                                     TO SP-NW-SOC-SEC-NUMBER.
           MOVE SP-MS-LAST-NAME(SP-SCAN-IDX)  TO SP-NW-LAST-NAME.
           MOVE SP-MS-INITIALS(SP-SCAN-IDX)   TO SP-NW-INITIALS.
           MOVE SP-MS-SOUNDEX(SP-SCAN-IDX)    TO SP-NW-SOUNDEX.
           MOVE SP-MS-LOCATION-CODE(SP-SCAN-IDX)
                                     TO SP-NW-LOCATION-CODE.
           MOVE SP-MS-STATUS(SP-SCAN-IDX)     TO SP-NW-STATUS.
           MOVE SP-MS-HIRE-DATE(SP-SCAN-IDX)  TO SP-NW-HIRE-DATE.
           MOVE SP-MS-TERM-DATE(SP-SCAN-IDX)  TO SP-NW-TERM-DATE.
           MOVE SP-MS-LOC-EFF-DATE(SP-SCAN-IDX)
                                     TO SP-NW-LOC-EFF-DATE.
           WRITE SP-NEW-IO.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
