      *           DUPLICATE OR A FALSE POSITIVE, SO THE HISTORY SHOWS  *
      *           WHETHER THE SOUNDEX THRESHOLDS NEED RETUNING.        *
      *                                                                *
      *           THIS IS ALSO WHERE THE SSN LEAVES THE COMMISSION     *
      *           CHAIN.  EVERY SALESPERSON IS ISSUED A SURROGATE      *
      *           EMPLOYEE ID ('E' + 8 DIGITS, SAME WIDTH AS           *
      *           TR-SOC-SEC-NUMBER) ON THE TREMPXRF CROSS-REFERENCE,  *
      *           AND EVERY TRANSACTION IS WRITTEN TO TRANSEID WITH    *
      *           THE ID IN PLACE OF THE SSN - TRVALID, TRCOMRUN AND   *
      *           EVERYTHING AFTER THEM TAKE TRANSEID AS THEIR TRANSIN *
      *           AND NEVER SEE AN SSN.  TRNAMES IS RE-KEYED TO THE ID *
      *           THE SAME WAY, AS ARE THE FILES KEYED BY SSN BEFORE   *
      *           THE IDS - THE TRPOSTH POSTING HISTORY, THE TRCOMADL  *
      *           ADJUSTMENT LOG, THE TRCOMOVA OVERRIDE LOG AND THE    *
      *           TROPRMAP OPERATOR MAP - EACH COPIED OLD TO NEW LIKE  *
      *           TRNAMES.  TREMPXRF IS THE ONLY FILE THAT TIES THE    *
      *           TWO TOGETHER; ONLY THIS PASS, TROPRMNT (TO KEY AN    *
      *           OPERATOR MAPPING) AND TRPAYINT (WHICH HANDS PAYROLL  *
      *           THE REAL SSN) MAY OPEN IT, AND ITS DATASET SECURITY  *
      *           IS HELD TO THOSE THREE JOBS.                         *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  09/08/26  R PATEL   INITIAL VERSION                       *
      *                          BYTES FOR THE TR-TRANSACTION-DATE    *
      *                          ADDED TO Transaction_Record.cbl -    *
      *                          BUFFERS WIDENED TO MATCH             *
      *  04  15/10/26  R PATEL   TRNAMES IS NOW THE SALESPERSON MASTER *
      *                          TRSLSMNT MAINTAINS - LOCATION, STATUS *
      *                          AND HIRE/TERMINATION DATES ADDED.     *
      *                          THE OLD 30-BYTE MASTER IS READ AS A   *
      *                          VARYING RECORD AND CONVERTED (ACTIVE, *
      *                          UNDATED).  A CLEAN ADDITION JOINS THE *
      *                          MASTER ACTIVE, HIRED ON ITS           *
      *                          TRANSACTION DATE.  AN SSN ON FILE AS  *
      *                          TERMINATED IS LISTED AS A REHIRE FOR  *
      *                          TRSLSMNT RATHER THAN A DUPLICATE      *
      *  05  15/10/26  R PATEL   TRANSACTIONS AND TRNAMES NOW RE-      *
      *                          KEYED FROM THE SSN TO A SURROGATE     *
      *                          EMPLOYEE ID ISSUED ON THE NEW         *
      *                          TREMPXRF CROSS-REFERENCE (OLD/NEW),   *
      *                          THE TRANSACTIONS WRITTEN TO TRANSEID  *
      *                          FOR THE REST OF THE CHAIN.  THE       *
      *                          EXCEPTION LISTING AND DECISION LOG    *
      *                          NOW SHOW THE ID, NEVER THE SSN        *
      *  06  15/10/26  R PATEL   TRPOSTH, TRCOMADL, TRCOMOVA AND       *
      *                          TROPRMAP ROWS STILL KEYED BY SSN ARE  *
      *                          RE-KEYED TO THE EMPLOYEE ID OLD TO    *
      *                          NEW (TRPOSTHN, TRCOMADN, TRCOMOVN,    *
      *                          TROPRMPN); A ROW WHOSE SSN IS NOT ON  *
      *                          TREMPXRF IS DROPPED AND LISTED, THE   *
      *                          SSN MASKED.  A TRNAMES HIRE THAT RE-  *
      *                          KEYS TO AN ID ALREADY ON THE MASTER   *
      *                          IS DROPPED AND LISTED AS A DUPLICATE  *
      *                          (OR A LEAVER TO REHIRE)               *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-DECISION-FILE ASSIGN TO "TRDUPDEC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-XREF-FILE ASSIGN TO "TREMPXRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-NEWXREF-FILE ASSIGN TO "TREMPXRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-EMPTRANS-FILE ASSIGN TO "TRANSEID"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-OLD-HIST-FILE ASSIGN TO "TRPOSTH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-NEW-HIST-FILE ASSIGN TO "TRPOSTHN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-OLD-ADJ-FILE ASSIGN TO "TRCOMADL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-NEW-ADJ-FILE ASSIGN TO "TRCOMADN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-OLD-OVR-FILE ASSIGN TO "TRCOMOVA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-NEW-OVR-FILE ASSIGN TO "TRCOMOVN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-OLD-OPR-FILE ASSIGN TO "TROPRMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TD-NEW-OPR-FILE ASSIGN TO "TROPRMPN"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE MASTER MAY STILL BE IN THE ORIGINAL 30-BYTE LAYOUT
      *    (NAME AND SOUNDEX ONLY) - THE LIFECYCLE FIELDS ARE TAKEN
      *    ONLY WHEN TD-MI-REC-LEN SAYS THEY ARE THERE.
       FD  TD-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 30 TO 60 CHARACTERS
               DEPENDING ON TD-MI-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  TD-MASTER-IO.
           05 TD-MI-SSN                    PIC X(09).
           05 TD-MI-LAST-NAME              PIC X(15).
           05 TD-MI-INITIALS               PIC XX.
           05 TD-MI-SOUNDEX                PIC X(04).
           05 TD-MI-LOCATION-CODE          PIC X(03).
           05 TD-MI-STATUS                 PIC X(01).
           05 TD-MI-HIRE-DATE              PIC 9(08).
           05 TD-MI-TERM-DATE              PIC 9(08).
           05 TD-MI-LOC-EFF-DATE           PIC 9(08).
           05 FILLER                       PIC X(02).

       FD  TD-TRANS-FILE
           RECORDING MODE IS F
           05 TD-NM-LAST-NAME              PIC X(15).
           05 TD-NM-INITIALS               PIC XX.
           05 TD-NM-SOUNDEX                PIC X(04).
           05 TD-NM-LOCATION-CODE          PIC X(03).
           05 TD-NM-STATUS                 PIC X(01).
           05 TD-NM-HIRE-DATE              PIC 9(08).
           05 TD-NM-TERM-DATE              PIC 9(08).
           05 TD-NM-LOC-EFF-DATE           PIC 9(08).
           05 FILLER                       PIC X(02).

       FD  TD-EXCEPTION-FILE
           RECORDING MODE IS F
               88 TD-DEC-CONFIRMED-DUP          VALUE 'C'.
               88 TD-DEC-FALSE-POSITIVE         VALUE 'F'.

      *    SSN-TO-EMPLOYEE-ID CROSS-REFERENCE - THE ONE PROTECTED
      *    FILE HOLDING BOTH.  TRPAYINT READS THE SAME LAYOUT.
       FD  TD-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-XREF-IO.
           05 TD-XI-SSN                    PIC X(09).
           05 TD-XI-EMP-ID                 PIC X(09).
           05 TD-XI-ISSUED-DATE            PIC 9(08).
           05 FILLER                       PIC X(14).

       FD  TD-NEWXREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-NEWXREF-IO.
           05 TD-XN-SSN                    PIC X(09).
           05 TD-XN-EMP-ID                 PIC X(09).
           05 TD-XN-ISSUED-DATE            PIC 9(08).
           05 FILLER                       PIC X(14).

      *    THE TRANSACTIONS AS READ, KEYED BY EMPLOYEE ID.
       FD  TD-EMPTRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-EMPTRANS-IO                  PIC X(45).

      *    FILES KEYED BY SSN FROM BEFORE THE EMPLOYEE IDS, COPIED OLD
      *    TO NEW WITH THE KEY REPLACED.  ONLY THE KEY (AND THE NAME,
      *    WHERE THE ROW CARRIES ONE) IS LAID OUT HERE - SEE
      *    TRCOMRUN.cbl, TRCOMADJ.cbl AND TROPRMNT.cbl FOR THE REST.
       FD  TD-OLD-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-OLD-HIST-IO.
           05 TD-OH-SSN                    PIC X(09).
           05 TD-OH-LAST-NAME              PIC X(15).
           05 TD-OH-INITIALS               PIC XX.
           05 FILLER                       PIC X(39).

       FD  TD-NEW-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-NEW-HIST-IO                  PIC X(65).

       FD  TD-OLD-ADJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-OLD-ADJ-IO.
           05 TD-OA-CASE-ID                PIC 9(07).
           05 TD-OA-SSN                    PIC X(09).
           05 FILLER                       PIC X(28).

       FD  TD-NEW-ADJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-NEW-ADJ-IO                   PIC X(44).

       FD  TD-OLD-OVR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-OLD-OVR-IO.
           05 TD-OV-CASE-ID                PIC 9(07).
           05 TD-OV-SSN                    PIC X(09).
           05 FILLER                       PIC X(29).

       FD  TD-NEW-OVR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-NEW-OVR-IO                   PIC X(45).

       FD  TD-OLD-OPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-OLD-OPR-IO.
           05 TD-OP-OPERATOR-ID            PIC X(06).
           05 TD-OP-SSN                    PIC X(09).
           05 TD-OP-LAST-NAME              PIC X(15).
           05 TD-OP-INITIALS               PIC XX.
           05 FILLER                       PIC X(08).

       FD  TD-NEW-OPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TD-NEW-OPR-IO                   PIC X(40).

       WORKING-STORAGE SECTION.
           COPY "Transaction_Record.cbl".

               88 TD-SSN-ALREADY-EXISTS        VALUE 'Y'.
           05 TD-FUZZY-MATCH-FOUND         PIC X(01) VALUE 'N'.
               88 TD-FUZZY-DUP-EXISTS          VALUE 'Y'.
           05 TD-EOF-XREF-FILE             PIC X(01) VALUE 'N'.
               88 TD-END-OF-XREF-FILE          VALUE 'Y'.
           05 TD-XREF-MATCH-FOUND          PIC X(01) VALUE 'N'.
               88 TD-XREF-WAS-FOUND            VALUE 'Y'.
           05 TD-DUP-ID-FOUND              PIC X(01) VALUE 'N'.
               88 TD-DUP-ID-EXISTS             VALUE 'Y'.
           05 TD-EOF-ROW-FILE              PIC X(01) VALUE 'N'.
               88 TD-END-OF-ROW-FILE           VALUE 'Y'.
           05 TD-ROW-REJECT                PIC X(01) VALUE 'N'.
               88 TD-ROW-WAS-REJECTED          VALUE 'Y'.

       01  TD-COUNTERS.
           05 TD-MASTER-CNT                PIC 9(07) COMP VALUE ZERO.
           05 TD-ADDITIONS-CLEAN           PIC 9(07) COMP VALUE ZERO.
           05 TD-ADDITIONS-DUP-SSN         PIC 9(07) COMP VALUE ZERO.
           05 TD-ADDITIONS-DUP-FUZZY       PIC 9(07) COMP VALUE ZERO.
           05 TD-ADDITIONS-REHIRE          PIC 9(07) COMP VALUE ZERO.
           05 TD-XREF-CNT                  PIC 9(07) COMP VALUE ZERO.
           05 TD-IDS-ISSUED                PIC 9(07) COMP VALUE ZERO.
           05 TD-TRANS-RE-KEYED            PIC 9(07) COMP VALUE ZERO.
           05 TD-MASTER-RE-KEYED           PIC 9(07) COMP VALUE ZERO.
           05 TD-HIRES-DROPPED             PIC 9(07) COMP VALUE ZERO.
           05 TD-ROWS-RE-KEYED             PIC 9(07) COMP VALUE ZERO.
           05 TD-ROWS-REJECTED             PIC 9(07) COMP VALUE ZERO.

       01  TD-MASTER-TABLE.
           05 TD-MST-ENTRY OCCURS 1 TO 99999 TIMES
               10 TD-MST-LAST-NAME         PIC X(15).
               10 TD-MST-INITIALS          PIC XX.
               10 TD-MST-SOUNDEX           PIC X(04).
               10 TD-MST-LOCATION-CODE     PIC X(03).
               10 TD-MST-STATUS            PIC X(01).
                   88 TD-MST-IS-TERMINATED     VALUE 'T'.
               10 TD-MST-HIRE-DATE         PIC 9(08).
               10 TD-MST-TERM-DATE         PIC 9(08).
               10 TD-MST-LOC-EFF-DATE      PIC 9(08).

       01  TD-MI-REC-LEN                   PIC 9(05) COMP.
       01  TD-MASTER-IDX                   PIC 9(07) COMP.
       01  TD-EXACT-MATCH-IDX              PIC 9(07) COMP.
       01  TD-FUZZY-MATCH-SSN              PIC X(09).
       01  TD-DUP-IDX                      PIC 9(07) COMP.
       01  TD-DUP-MATCH-IDX                PIC 9(07) COMP.

       01  TD-NEXT-CASE-ID                 PIC 9(07) VALUE ZERO.

       01  TD-XREF-TABLE.
           05 TD-XR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON TD-XREF-CNT.
               10 TD-XR-SSN                PIC X(09).
               10 TD-XR-EMP-ID             PIC X(09).
               10 TD-XR-ISSUED-DATE        PIC 9(08).
       01  TD-XREF-IDX                     PIC 9(07) COMP.

      *    A KEY IS ALREADY AN EMPLOYEE ID WHEN IT IS 'E' + 8 DIGITS -
      *    AN SSN IS ALL DIGITS, SO THE TWO CAN NEVER BE CONFUSED.
       01  TD-KEY-WORK.
           05 TD-KW-PREFIX                 PIC X(01).
               88 TD-KW-IS-EMPLOYEE-ID         VALUE 'E'.
           05 TD-KW-NUMBER                 PIC X(08).
       01  TD-NEW-EMP-ID.
           05 FILLER                       PIC X(01) VALUE 'E'.
           05 TD-NE-NUMBER                 PIC 9(08).
       01  TD-LAST-EMP-NUMBER              PIC 9(08) VALUE ZERO.
       01  TD-LOOKUP-SSN                   PIC X(09).
       01  TD-LOOKUP-EMP-ID                PIC X(09).
       01  TD-TODAY                        PIC 9(08).

      *    THE ROW BEING RE-KEYED BY 7900-RE-KEY-ROW AND THE FILE IT
      *    CAME FROM, FOR THE EXCEPTION LISTING.
       01  TD-ROW-KEY                      PIC X(09).
       01  TD-ROW-LAST-NAME                PIC X(15).
       01  TD-ROW-INITIALS                 PIC XX.
       01  TD-ROW-FILE-NAME                PIC X(08).

      ******************************************************************
      * SOUNDEX WORK AREAS                                              *
      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE EXISTING NAME MASTER *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT TD-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT TD-XREF-FILE.
           PERFORM 1200-LOAD-XREF THRU 1200-EXIT
               UNTIL TD-END-OF-XREF-FILE.
           CLOSE TD-XREF-FILE.
           OPEN INPUT  TD-MASTER-FILE
                INPUT  TD-TRANS-FILE
                OUTPUT TD-NEWMASTER-FILE
                OUTPUT TD-EXCEPTION-FILE
                OUTPUT TD-NEWXREF-FILE
                OUTPUT TD-EMPTRANS-FILE.
           PERFORM 1100-READ-LAST-CASE-ID THRU 1100-EXIT.
           OPEN EXTEND TD-DECISION-FILE.
           PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
               UNTIL TD-END-OF-MASTER-FILE.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-XREF - LOAD THE EMPLOYEE ID CROSS-REFERENCE AND NOTE *
      *                  THE HIGHEST ID ISSUED SO FAR                  *
      ******************************************************************
       1200-LOAD-XREF.
           READ TD-XREF-FILE
               AT END
                   SET TD-END-OF-XREF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO TD-XREF-CNT.
           MOVE TD-XI-SSN         TO TD-XR-SSN(TD-XREF-CNT).
           MOVE TD-XI-EMP-ID      TO TD-XR-EMP-ID(TD-XREF-CNT).
           MOVE TD-XI-ISSUED-DATE TO TD-XR-ISSUED-DATE(TD-XREF-CNT).
           MOVE TD-XI-EMP-ID      TO TD-KEY-WORK.
           IF TD-KW-NUMBER NUMERIC
               AND TD-KW-NUMBER > TD-LAST-EMP-NUMBER
               MOVE TD-KW-NUMBER TO TD-LAST-EMP-NUMBER
           END-IF.
       1200-EXIT.
           EXIT.

       2000-LOAD-MASTER.
           READ TD-MASTER-FILE
               AT END
           MOVE TD-MI-LAST-NAME   TO TD-MST-LAST-NAME(TD-MASTER-IDX).
           MOVE TD-MI-INITIALS    TO TD-MST-INITIALS(TD-MASTER-IDX).
           MOVE TD-MI-SOUNDEX     TO TD-MST-SOUNDEX(TD-MASTER-IDX).
           IF TD-MI-REC-LEN < 60
               MOVE SPACES TO TD-MST-LOCATION-CODE(TD-MASTER-IDX)
               MOVE 'A'    TO TD-MST-STATUS(TD-MASTER-IDX)
               MOVE ZERO   TO TD-MST-HIRE-DATE(TD-MASTER-IDX)
               MOVE ZERO   TO TD-MST-TERM-DATE(TD-MASTER-IDX)
               MOVE ZERO   TO TD-MST-LOC-EFF-DATE(TD-MASTER-IDX)
           ELSE
               MOVE TD-MI-LOCATION-CODE
                                 TO TD-MST-LOCATION-CODE(TD-MASTER-IDX)
               MOVE TD-MI-STATUS TO TD-MST-STATUS(TD-MASTER-IDX)
               MOVE TD-MI-HIRE-DATE
                                 TO TD-MST-HIRE-DATE(TD-MASTER-IDX)
               MOVE TD-MI-TERM-DATE
                                 TO TD-MST-TERM-DATE(TD-MASTER-IDX)
               MOVE TD-MI-LOC-EFF-DATE
                                 TO TD-MST-LOC-EFF-DATE(TD-MASTER-IDX)
           END-IF.
           MOVE TD-MST-SSN(TD-MASTER-IDX) TO TD-KEY-WORK.
           IF TD-KW-IS-EMPLOYEE-ID
               AND TD-KW-NUMBER NUMERIC
               GO TO 2000-EXIT
           END-IF.
           MOVE TD-MST-SSN(TD-MASTER-IDX) TO TD-LOOKUP-SSN.
           PERFORM 2500-GET-EMPLOYEE-ID THRU 2500-EXIT.
           MOVE TD-LOOKUP-EMP-ID TO TD-MST-SSN(TD-MASTER-IDX).
           ADD 1 TO TD-MASTER-RE-KEYED.
           PERFORM 2600-CHECK-DUP-ID THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GET-EMPLOYEE-ID - THE EMPLOYEE ID FOR TD-LOOKUP-SSN,      *
      *                        ISSUING THE NEXT ONE WHEN THE SSN IS    *
      *                        NEW                                     *
      ******************************************************************
       2500-GET-EMPLOYEE-ID.
           MOVE 'N' TO TD-XREF-MATCH-FOUND.
           PERFORM 2510-SCAN-XREF THRU 2510-EXIT
               VARYING TD-XREF-IDX FROM 1 BY 1
               UNTIL TD-XREF-IDX > TD-XREF-CNT
                  OR TD-XREF-WAS-FOUND.
           IF TD-XREF-WAS-FOUND
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO TD-LAST-EMP-NUMBER.
           MOVE TD-LAST-EMP-NUMBER TO TD-NE-NUMBER.
           MOVE TD-NEW-EMP-ID      TO TD-LOOKUP-EMP-ID.
           ADD 1 TO TD-XREF-CNT.
           MOVE TD-LOOKUP-SSN      TO TD-XR-SSN(TD-XREF-CNT).
           MOVE TD-NEW-EMP-ID      TO TD-XR-EMP-ID(TD-XREF-CNT).
           MOVE TD-TODAY           TO TD-XR-ISSUED-DATE(TD-XREF-CNT).
           ADD 1 TO TD-IDS-ISSUED.
       2500-EXIT.
           EXIT.

       2510-SCAN-XREF.
           IF TD-XR-SSN(TD-XREF-IDX) = TD-LOOKUP-SSN
               MOVE 'Y' TO TD-XREF-MATCH-FOUND
               MOVE TD-XR-EMP-ID(TD-XREF-IDX) TO TD-LOOKUP-EMP-ID
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2520-FIND-EMPLOYEE-ID - THE EMPLOYEE ID FOR TD-LOOKUP-SSN WHEN *
      *                         ONE HAS BEEN ISSUED - NEVER ISSUES ONE *
      ******************************************************************
       2520-FIND-EMPLOYEE-ID.
           MOVE 'N' TO TD-XREF-MATCH-FOUND.
           PERFORM 2510-SCAN-XREF THRU 2510-EXIT
               VARYING TD-XREF-IDX FROM 1 BY 1
               UNTIL TD-XREF-IDX > TD-XREF-CNT
                  OR TD-XREF-WAS-FOUND.
       2520-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CHECK-DUP-ID - A HIRE KEYED BY SSN FOR SOMEONE ALREADY ON *
      *                     THE MASTER (A LEAVER, SAY) RE-KEYS TO THAT *
      *                     PERSON'S EXISTING ID.  TRSLSMNT APPENDS    *
      *                     HIRES BEHIND THE ROWS ON FILE, SO THE ROW  *
      *                     ALREADY LOADED IS KEPT AND THE HIRE IS     *
      *                     DROPPED AND LISTED                         *
      ******************************************************************
       2600-CHECK-DUP-ID.
           MOVE 'N' TO TD-DUP-ID-FOUND.
           PERFORM 2610-SCAN-DUP-ID THRU 2610-EXIT
               VARYING TD-DUP-IDX FROM 1 BY 1
               UNTIL TD-DUP-IDX >= TD-MASTER-CNT
                  OR TD-DUP-ID-EXISTS.
           IF NOT TD-DUP-ID-EXISTS
               GO TO 2600-EXIT
           END-IF.
           MOVE TD-MST-SSN(TD-MASTER-IDX)       TO TD-EX-SSN
                                                   TD-EX-MATCH-SSN.
           MOVE TD-MST-LAST-NAME(TD-MASTER-IDX) TO TD-EX-LAST-NAME.
           MOVE TD-MST-INITIALS(TD-MASTER-IDX)  TO TD-EX-INITIALS.
           IF TD-MST-IS-TERMINATED(TD-DUP-MATCH-IDX)
               MOVE "LEAVER ON FILE - REHIRE VIA TRSLSMNT"
                                             TO TD-EX-REASON
           ELSE
               MOVE "DUPLICATE SSN ALREADY ON FILE" TO TD-EX-REASON
           END-IF.
           WRITE TD-EXCEPTION-RECORD.
           PERFORM 6100-WRITE-DECISION THRU 6100-EXIT.
           SUBTRACT 1 FROM TD-MASTER-CNT.
           ADD 1 TO TD-HIRES-DROPPED.
       2600-EXIT.
           EXIT.

       2610-SCAN-DUP-ID.
           IF TD-MST-SSN(TD-DUP-IDX) = TD-MST-SSN(TD-MASTER-IDX)
               MOVE 'Y' TO TD-DUP-ID-FOUND
               MOVE TD-DUP-IDX TO TD-DUP-MATCH-IDX
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCAN-TRANSACTION - CHECK EVERY ADDITION FOR A DUPLICATE   *
      *                         SSN OR A SOUNDEX NAME MATCH            *
                   GO TO 3000-EXIT
           END-READ.
           MOVE TD-TRANS-IO TO WS-TRANSACTION-RECORD.
           PERFORM 3100-RE-KEY-TRANSACTION THRU 3100-EXIT.
           IF NOT ADDITION
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO TD-ADDITIONS-READ.
           PERFORM 4000-COMPUTE-SOUNDEX THRU 4000-EXIT.
           PERFORM 5000-CHECK-DUPLICATE THRU 5000-EXIT.
           IF TD-SSN-ALREADY-EXISTS
               AND TD-MST-IS-TERMINATED(TD-EXACT-MATCH-IDX)
               MOVE "LEAVER ON FILE - REHIRE VIA TRSLSMNT"
                                             TO TD-EX-REASON
               MOVE TR-SOC-SEC-NUMBER TO TD-EX-MATCH-SSN
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               ADD 1 TO TD-ADDITIONS-REHIRE
               GO TO 3000-EXIT
           END-IF.
           IF TD-SSN-ALREADY-EXISTS
               MOVE "DUPLICATE SSN ALREADY ON FILE" TO TD-EX-REASON
               MOVE TR-SOC-SEC-NUMBER TO TD-EX-MATCH-SSN
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RE-KEY-TRANSACTION - PUT THE EMPLOYEE ID IN PLACE OF THE  *
      *                           SSN AND PASS THE TRANSACTION ON.  A  *
      *                           BLANK KEY GOES THROUGH AS IT IS FOR  *
      *                           TRVALID TO REJECT                    *
      ******************************************************************
       3100-RE-KEY-TRANSACTION.
           IF TR-SOC-SEC-NUMBER NOT = SPACES
               IF NOT TR-KEYED-BY-EMPLOYEE-ID
                   OR TR-EMP-ID-NUMBER NOT NUMERIC
                   MOVE TR-SOC-SEC-NUMBER TO TD-LOOKUP-SSN
                   PERFORM 2500-GET-EMPLOYEE-ID THRU 2500-EXIT
                   MOVE TD-LOOKUP-EMP-ID TO TR-SOC-SEC-NUMBER
                   ADD 1 TO TD-TRANS-RE-KEYED
               END-IF
           END-IF.
           MOVE WS-TRANSACTION-RECORD TO TD-EMPTRANS-IO.
           WRITE TD-EMPTRANS-IO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COMPUTE-SOUNDEX - REDUCE TR-LAST-NAME TO A 4-CHARACTER    *
      *                        SOUNDEX CODE (LETTER + 3 DIGITS)        *
       5100-SCAN-MASTER-ENTRY.
           IF TD-MST-SSN(TD-MASTER-IDX) = TR-SOC-SEC-NUMBER
               MOVE 'Y' TO TD-EXACT-MATCH-FOUND
               MOVE TD-MASTER-IDX TO TD-EXACT-MATCH-IDX
           ELSE
               IF TD-MST-SOUNDEX(TD-MASTER-IDX) = TD-SOUNDEX-CODE
                   MOVE 'Y' TO TD-FUZZY-MATCH-FOUND
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6200-WRITE-REKEY-EXCEPTION - LIST A ROW WHOSE SSN HAS NO       *
      *                              EMPLOYEE ID, THE SSN MASKED TO    *
      *                              ITS LAST THREE DIGITS             *
      ******************************************************************
       6200-WRITE-REKEY-EXCEPTION.
           MOVE TD-ROW-KEY       TO TD-EX-SSN.
           MOVE ALL '*'          TO TD-EX-SSN(1:6).
           MOVE TD-ROW-LAST-NAME TO TD-EX-LAST-NAME.
           MOVE TD-ROW-INITIALS  TO TD-EX-INITIALS.
           MOVE SPACES           TO TD-EX-MATCH-SSN.
           MOVE SPACES           TO TD-EX-REASON.
           STRING TD-ROW-FILE-NAME DELIMITED BY SPACE
                  " ROW - SSN NOT ON TREMPXRF" DELIMITED BY SIZE
               INTO TD-EX-REASON.
           WRITE TD-EXCEPTION-RECORD.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 6100-WRITE-DECISION - LOG THE FLAGGED PAIR UNDER A NEW CASE ID *
      *                       WITH THE DECISION LEFT BLANK FOR STAFF   *
           MOVE TR-LAST-NAME      TO TD-MST-LAST-NAME(TD-MASTER-IDX).
           MOVE TR-INITIALS       TO TD-MST-INITIALS(TD-MASTER-IDX).
           MOVE TD-SOUNDEX-CODE   TO TD-MST-SOUNDEX(TD-MASTER-IDX).
           MOVE TR-LOCATION-CODE
                                 TO TD-MST-LOCATION-CODE(TD-MASTER-IDX).
           MOVE 'A'               TO TD-MST-STATUS(TD-MASTER-IDX).
           MOVE TR-TRANSACTION-DATE
                                 TO TD-MST-HIRE-DATE(TD-MASTER-IDX).
           MOVE ZERO              TO TD-MST-TERM-DATE(TD-MASTER-IDX).
           MOVE TR-TRANSACTION-DATE
                                 TO TD-MST-LOC-EFF-DATE(TD-MASTER-IDX).
       7000-EXIT.
           EXIT.

           SET TD-MASTER-IDX TO 1.
           PERFORM 7100-WRITE-MASTER THRU 7100-EXIT
               UNTIL TD-MASTER-IDX > TD-MASTER-CNT.
           PERFORM 7200-WRITE-XREF THRU 7200-EXIT
               VARYING TD-XREF-IDX FROM 1 BY 1
               UNTIL TD-XREF-IDX > TD-XREF-CNT.
           PERFORM 7300-RE-KEY-POSTING-HISTORY THRU 7300-EXIT.
           PERFORM 7400-RE-KEY-ADJUSTMENT-LOG THRU 7400-EXIT.
           PERFORM 7500-RE-KEY-OVERRIDE-LOG THRU 7500-EXIT.
           PERFORM 7600-RE-KEY-OPERATOR-MAP THRU 7600-EXIT.
           CLOSE TD-MASTER-FILE
                 TD-TRANS-FILE
                 TD-NEWMASTER-FILE
                 TD-EXCEPTION-FILE
                 TD-DECISION-FILE
                 TD-NEWXREF-FILE
                 TD-EMPTRANS-FILE.
           OPEN OUTPUT TD-CASEID-FILE.
           MOVE TD-NEXT-CASE-ID TO TD-CI-LAST-CASE-ID.
           WRITE TD-CASEID-IO.
               TD-ADDITIONS-DUP-SSN.
           DISPLAY "TRDUPCHK DUP NAME FLAGGED    = "
               TD-ADDITIONS-DUP-FUZZY.
           DISPLAY "TRDUPCHK LEAVERS RE-KEYED    = "
               TD-ADDITIONS-REHIRE.
           DISPLAY "TRDUPCHK EMPLOYEE IDS ISSUED = " TD-IDS-ISSUED.
           DISPLAY "TRDUPCHK TRANSACTIONS RE-KEYED = "
               TD-TRANS-RE-KEYED.
           DISPLAY "TRDUPCHK MASTER ROWS RE-KEYED  = "
               TD-MASTER-RE-KEYED.
           DISPLAY "TRDUPCHK HIRES ALREADY ON FILE = "
               TD-HIRES-DROPPED.
           DISPLAY "TRDUPCHK SSN ROWS RE-KEYED     = "
               TD-ROWS-RE-KEYED.
           DISPLAY "TRDUPCHK SSN ROWS NOT ON XREF  = "
               TD-ROWS-REJECTED.
       8000-EXIT.
           EXIT.

           MOVE TD-MST-LAST-NAME(TD-MASTER-IDX) TO TD-NM-LAST-NAME.
           MOVE TD-MST-INITIALS(TD-MASTER-IDX)  TO TD-NM-INITIALS.
           MOVE TD-MST-SOUNDEX(TD-MASTER-IDX)   TO TD-NM-SOUNDEX.
           MOVE TD-MST-LOCATION-CODE(TD-MASTER-IDX)
                                                TO TD-NM-LOCATION-CODE.
           MOVE TD-MST-STATUS(TD-MASTER-IDX)    TO TD-NM-STATUS.
           MOVE TD-MST-HIRE-DATE(TD-MASTER-IDX) TO TD-NM-HIRE-DATE.
           MOVE TD-MST-TERM-DATE(TD-MASTER-IDX) TO TD-NM-TERM-DATE.
           MOVE TD-MST-LOC-EFF-DATE(TD-MASTER-IDX)
                                                TO TD-NM-LOC-EFF-DATE.
           WRITE TD-NEWMASTER-IO.
           SET TD-MASTER-IDX UP BY 1.
       7100-EXIT.
           EXIT.

       7200-WRITE-XREF.
           MOVE SPACES TO TD-NEWXREF-IO.
           MOVE TD-XR-SSN(TD-XREF-IDX)         TO TD-XN-SSN.
           MOVE TD-XR-EMP-ID(TD-XREF-IDX)      TO TD-XN-EMP-ID.
           MOVE TD-XR-ISSUED-DATE(TD-XREF-IDX) TO TD-XN-ISSUED-DATE.
           WRITE TD-NEWXREF-IO.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7300-7600 - COPY EACH FILE KEYED BY SSN BEFORE THE EMPLOYEE    *
      *             IDS OLD TO NEW, THE SAME WAY TRNAMES GOES TO       *
      *             TRNAMESN.  A ROW ALREADY KEYED BY ID COPIES AS IT  *
      *             IS; A ROW WHOSE SSN HAS NO ID IS DROPPED AND       *
      *             LISTED - NO ID IS ISSUED FOR HISTORY ALONE         *
      ******************************************************************
       7300-RE-KEY-POSTING-HISTORY.
           MOVE "TRPOSTH" TO TD-ROW-FILE-NAME.
           MOVE 'N' TO TD-EOF-ROW-FILE.
           OPEN INPUT  TD-OLD-HIST-FILE
                OUTPUT TD-NEW-HIST-FILE.
           PERFORM 7310-COPY-POSTING-ROW THRU 7310-EXIT
               UNTIL TD-END-OF-ROW-FILE.
           CLOSE TD-OLD-HIST-FILE
                 TD-NEW-HIST-FILE.
       7300-EXIT.
           EXIT.

       7310-COPY-POSTING-ROW.
           READ TD-OLD-HIST-FILE
               AT END
                   SET TD-END-OF-ROW-FILE TO TRUE
                   GO TO 7310-EXIT
           END-READ.
           MOVE TD-OH-SSN TO TD-ROW-KEY.
           MOVE TD-OH-LAST-NAME TO TD-ROW-LAST-NAME.
           MOVE TD-OH-INITIALS TO TD-ROW-INITIALS.
           PERFORM 7900-RE-KEY-ROW THRU 7900-EXIT.
           IF TD-ROW-WAS-REJECTED
               GO TO 7310-EXIT
           END-IF.
           MOVE TD-ROW-KEY TO TD-OH-SSN.
           MOVE TD-OLD-HIST-IO TO TD-NEW-HIST-IO.
           WRITE TD-NEW-HIST-IO.
       7310-EXIT.
           EXIT.

       7400-RE-KEY-ADJUSTMENT-LOG.
           MOVE "TRCOMADL" TO TD-ROW-FILE-NAME.
           MOVE 'N' TO TD-EOF-ROW-FILE.
           OPEN INPUT  TD-OLD-ADJ-FILE
                OUTPUT TD-NEW-ADJ-FILE.
           PERFORM 7410-COPY-ADJUSTMENT-ROW THRU 7410-EXIT
               UNTIL TD-END-OF-ROW-FILE.
           CLOSE TD-OLD-ADJ-FILE
                 TD-NEW-ADJ-FILE.
       7400-EXIT.
           EXIT.

       7410-COPY-ADJUSTMENT-ROW.
           READ TD-OLD-ADJ-FILE
               AT END
                   SET TD-END-OF-ROW-FILE TO TRUE
                   GO TO 7410-EXIT
           END-READ.
           MOVE TD-OA-SSN TO TD-ROW-KEY.
           MOVE SPACES TO TD-ROW-LAST-NAME
                          TD-ROW-INITIALS.
           PERFORM 7900-RE-KEY-ROW THRU 7900-EXIT.
           IF TD-ROW-WAS-REJECTED
               GO TO 7410-EXIT
           END-IF.
           MOVE TD-ROW-KEY TO TD-OA-SSN.
           MOVE TD-OLD-ADJ-IO TO TD-NEW-ADJ-IO.
           WRITE TD-NEW-ADJ-IO.
       7410-EXIT.
           EXIT.

       7500-RE-KEY-OVERRIDE-LOG.
           MOVE "TRCOMOVA" TO TD-ROW-FILE-NAME.
           MOVE 'N' TO TD-EOF-ROW-FILE.
           OPEN INPUT  TD-OLD-OVR-FILE
                OUTPUT TD-NEW-OVR-FILE.
           PERFORM 7510-COPY-OVERRIDE-ROW THRU 7510-EXIT
               UNTIL TD-END-OF-ROW-FILE.
           CLOSE TD-OLD-OVR-FILE
                 TD-NEW-OVR-FILE.
       7500-EXIT.
           EXIT.

       7510-COPY-OVERRIDE-ROW.
           READ TD-OLD-OVR-FILE
               AT END
                   SET TD-END-OF-ROW-FILE TO TRUE
                   GO TO 7510-EXIT
           END-READ.
           MOVE TD-OV-SSN TO TD-ROW-KEY.
           MOVE SPACES TO TD-ROW-LAST-NAME
                          TD-ROW-INITIALS.
           PERFORM 7900-RE-KEY-ROW THRU 7900-EXIT.
           IF TD-ROW-WAS-REJECTED
               GO TO 7510-EXIT
           END-IF.
           MOVE TD-ROW-KEY TO TD-OV-SSN.
           MOVE TD-OLD-OVR-IO TO TD-NEW-OVR-IO.
           WRITE TD-NEW-OVR-IO.
       7510-EXIT.
           EXIT.

       7600-RE-KEY-OPERATOR-MAP.
           MOVE "TROPRMAP" TO TD-ROW-FILE-NAME.
           MOVE 'N' TO TD-EOF-ROW-FILE.
           OPEN INPUT  TD-OLD-OPR-FILE
                OUTPUT TD-NEW-OPR-FILE.
           PERFORM 7610-COPY-OPERATOR-ROW THRU 7610-EXIT
               UNTIL TD-END-OF-ROW-FILE.
           CLOSE TD-OLD-OPR-FILE
                 TD-NEW-OPR-FILE.
       7600-EXIT.
           EXIT.

       7610-COPY-OPERATOR-ROW.
           READ TD-OLD-OPR-FILE
               AT END
                   SET TD-END-OF-ROW-FILE TO TRUE
                   GO TO 7610-EXIT
           END-READ.
           MOVE TD-OP-SSN TO TD-ROW-KEY.
           MOVE TD-OP-LAST-NAME TO TD-ROW-LAST-NAME.
           MOVE TD-OP-INITIALS TO TD-ROW-INITIALS.
           PERFORM 7900-RE-KEY-ROW THRU 7900-EXIT.
           IF TD-ROW-WAS-REJECTED
               GO TO 7610-EXIT
           END-IF.
           MOVE TD-ROW-KEY TO TD-OP-SSN.
           MOVE TD-OLD-OPR-IO TO TD-NEW-OPR-IO.
           WRITE TD-NEW-OPR-IO.
       7610-EXIT.
           EXIT.

      ******************************************************************
      * 7900-RE-KEY-ROW - PUT THE EMPLOYEE ID IN PLACE OF THE SSN IN   *
      *                   TD-ROW-KEY.  A BLANK KEY OR ONE ALREADY AN   *
      *                   ID IS LEFT AS IT IS                          *
      ******************************************************************
       7900-RE-KEY-ROW.
           MOVE 'N' TO TD-ROW-REJECT.
           IF TD-ROW-KEY = SPACES
               GO TO 7900-EXIT
           END-IF.
           MOVE TD-ROW-KEY TO TD-KEY-WORK.
           IF TD-KW-IS-EMPLOYEE-ID
               AND TD-KW-NUMBER NUMERIC
               GO TO 7900-EXIT
           END-IF.
           MOVE TD-ROW-KEY TO TD-LOOKUP-SSN.
           PERFORM 2520-FIND-EMPLOYEE-ID THRU 2520-EXIT.
           IF NOT TD-XREF-WAS-FOUND
               MOVE 'Y' TO TD-ROW-REJECT
               PERFORM 6200-WRITE-REKEY-EXCEPTION THRU 6200-EXIT
               ADD 1 TO TD-ROWS-REJECTED
               GO TO 7900-EXIT
           END-IF.
           MOVE TD-LOOKUP-EMP-ID TO TD-ROW-KEY.
           ADD 1 TO TD-ROWS-RE-KEYED.
       7900-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
