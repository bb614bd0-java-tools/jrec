       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROPRMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * TROPRMNT - OPERATOR-TO-SALESPERSON MAPPING MAINTENANCE.  THE    *
      *            REGISTER RECORDS AN Operator-Id ON EVERY A-Sale      *
      *            (StoreDtls.cbl), BUT NOTHING TIED THAT ID TO THE     *
      *            SALESPERSON TRCOMRUN PAYS.  ADD, CHANGE AND DELETE   *
      *            TRANSACTIONS ARE APPLIED AGAINST THE TROPRMAP        *
      *            REFERENCE FILE THAT TIES EACH Operator-Id TO THE     *
      *            SALESPERSON'S SURROGATE EMPLOYEE ID, TR-NAME AND     *
      *            HOME TR-LOCATION-CODE, WITH EVERY TRANSACTION LOGGED *
      *            - THE SAME SHAPE AS TRLOCMNT.cbl.  THE SALESPERSON   *
      *            MAY BE KEYED BY SSN OR BY ID; EITHER IS LOOKED UP ON *
      *            THE TREMPXRF CROSS-REFERENCE (SEE TRDUPCHK.cbl) AND  *
      *            ONLY THE ID IS KEPT.  THE HOME LOCATION MUST BE A    *
      *            CODE ON THE TRLOCMNT-MAINTAINED TRLOCMAP FILE, SO    *
      *            TRPOSCOM NEVER GENERATES A TRANSACTION TRVALID WOULD *
      *            REJECT FOR ITS LOCATION.                             *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   TROPRMAP STILL HOLDS THE SSN, BUT     *
      *                          THE TROPRLG LOG NOW SHOWS THE OLD     *
      *                          AND NEW SSN MASKED TO THEIR LAST      *
      *                          THREE DIGITS                          *
      *  03  15/10/26  R PATEL   TROPRMAP NOW HOLDS THE SURROGATE      *
      *                          EMPLOYEE ID, NOT THE SSN - AN ADD OR  *
      *                          CHANGE KEYED BY SSN OR ID IS LOOKED   *
      *                          UP ON TREMPXRF AND REJECTED IF NOT    *
      *                          THERE.  THE LOG SHOWS THE ID; AN SSN  *
      *                          IS STILL MASKED TO ITS LAST THREE     *
      *                          DIGITS                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OM-TRANS-FILE ASSIGN TO "TROPRTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OM-OLD-MASTER ASSIGN TO "TROPRMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OM-NEW-MASTER ASSIGN TO "TROPRMPN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OM-LOCMAP-FILE ASSIGN TO "TRLOCMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OM-LOG-FILE ASSIGN TO "TROPRLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OM-XREF-FILE ASSIGN TO "TREMPXRF"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OM-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OM-TRANS-RECORD.
           05 OM-TR-ACTION-CODE           PIC X(02).
               88 OM-TR-ADD-MAPPING           VALUE '01'.
               88 OM-TR-CHANGE-MAPPING        VALUE '02'.
               88 OM-TR-DELETE-MAPPING        VALUE '03'.
           05 OM-TR-OPERATOR-ID           PIC X(06).
           05 OM-TR-SOC-SEC-NUMBER        PIC X(09).
           05 OM-TR-LAST-NAME             PIC X(15).
           05 OM-TR-INITIALS              PIC X(02).
           05 OM-TR-LOCATION-CODE         PIC X(03).
           05 FILLER                      PIC X(03).

      *    OM-OL-/OM-NW-SOC-SEC-NUMBER CARRY THE EMPLOYEE ID.
       FD  OM-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OM-OLD-IO.
           05 OM-OL-OPERATOR-ID           PIC X(06).
           05 OM-OL-SOC-SEC-NUMBER        PIC X(09).
           05 OM-OL-LAST-NAME             PIC X(15).
           05 OM-OL-INITIALS              PIC X(02).
           05 OM-OL-LOCATION-CODE         PIC X(03).
           05 FILLER                      PIC X(05).

       FD  OM-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OM-NEW-IO.
           05 OM-NW-OPERATOR-ID           PIC X(06).
           05 OM-NW-SOC-SEC-NUMBER        PIC X(09).
           05 OM-NW-LAST-NAME             PIC X(15).
           05 OM-NW-INITIALS              PIC X(02).
           05 OM-NW-LOCATION-CODE         PIC X(03).
           05 FILLER                      PIC X(05).

       FD  OM-LOCMAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OM-LOCMAP-IO.
           05 OM-LM-LOCATION-CODE-IO      PIC X(03).
           05 OM-LM-STORE-NO-IO           PIC 9(04).
           05 FILLER                      PIC X(08).

       FD  OM-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OM-LOG-RECORD.
           05 OM-LG-ACTION-CODE           PIC X(02).
           05 OM-LG-OPERATOR-ID           PIC X(06).
           05 OM-LG-OLD-SOC-SEC-NUMBER    PIC X(09).
           05 OM-LG-NEW-SOC-SEC-NUMBER    PIC X(09).
           05 OM-LG-OLD-LOCATION-CODE     PIC X(03).
           05 OM-LG-NEW-LOCATION-CODE     PIC X(03).
           05 OM-LG-RESULT                PIC X(10).
           05 OM-LG-REASON                PIC X(30).
           05 OM-LG-TS-DATE               PIC 9(08).
           05 OM-LG-TS-TIME               PIC 9(08).

      *    SSN-TO-EMPLOYEE-ID CROSS-REFERENCE - SEE TRDUPCHK.cbl.
       FD  OM-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OM-XREF-IO.
           05 OM-XI-SSN                   PIC X(09).
           05 OM-XI-EMP-ID                PIC X(09).
           05 OM-XI-ISSUED-DATE           PIC 9(08).
           05 FILLER                      PIC X(14).

       WORKING-STORAGE SECTION.
       01  OM-SWITCHES.
           05 OM-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 OM-END-OF-TRANS-FILE        VALUE 'Y'.
           05 OM-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 OM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 OM-EOF-LOCMAP-FILE          PIC X(01) VALUE 'N'.
               88 OM-END-OF-LOCMAP-FILE       VALUE 'Y'.
           05 OM-EOF-XREF-FILE            PIC X(01) VALUE 'N'.
               88 OM-END-OF-XREF-FILE         VALUE 'Y'.

       01  OM-COUNTERS.
           05 OM-MAP-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 OM-LOCMAP-CNT               PIC 9(05) COMP VALUE ZERO.
           05 OM-XREF-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 OM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 OM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 OM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.

       01  OM-MAP-TABLE.
           05 OM-MP-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OM-MAP-CNT.
               10 OM-MP-OPERATOR-ID       PIC X(06).
               10 OM-MP-SOC-SEC-NUMBER    PIC X(09).
               10 OM-MP-LAST-NAME         PIC X(15).
               10 OM-MP-INITIALS          PIC X(02).
               10 OM-MP-LOCATION-CODE     PIC X(03).
               10 OM-MP-DELETED           PIC X(01).
                   88 OM-MP-IS-DELETED        VALUE 'Y'.

       01  OM-LOCMAP-TABLE.
           05 OM-LC-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OM-LOCMAP-CNT.
               10 OM-LC-LOCATION-CODE     PIC X(03).

       01  OM-SCAN-IDX                    PIC 9(05) COMP.
       01  OM-MATCH-IDX                   PIC 9(05) COMP.
       01  OM-MATCH-FOUND                 PIC X(01).
           88 OM-MAPPING-WAS-FOUND            VALUE 'Y'.
       01  OM-LOC-MATCH-FOUND             PIC X(01).
           88 OM-LOCATION-IS-MAPPED           VALUE 'Y'.

       01  OM-XREF-TABLE.
           05 OM-XR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OM-XREF-CNT.
               10 OM-XR-SSN               PIC X(09).
               10 OM-XR-EMP-ID            PIC X(09).
       01  OM-XREF-MATCH-FOUND            PIC X(01).
           88 OM-XREF-WAS-FOUND               VALUE 'Y'.

      *    A SALESPERSON KEY IS AN EMPLOYEE ID WHEN IT IS 'E' + 8
      *    DIGITS; AN SSN IS ALL DIGITS.
       01  OM-KEY-WORK.
           05 OM-KW-PREFIX                PIC X(01).
               88 OM-KW-IS-EMPLOYEE-ID        VALUE 'E'.
           05 OM-KW-NUMBER                PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL OM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  OM-TRANS-FILE
                INPUT  OM-OLD-MASTER
                INPUT  OM-LOCMAP-FILE
                OUTPUT OM-NEW-MASTER.
           OPEN EXTEND OM-LOG-FILE.
           PERFORM 2000-LOAD-MAPPING THRU 2000-EXIT
               UNTIL OM-END-OF-OLD-MASTER.
           PERFORM 2100-LOAD-LOCMAP THRU 2100-EXIT
               UNTIL OM-END-OF-LOCMAP-FILE.
           OPEN INPUT OM-XREF-FILE.
           PERFORM 2200-LOAD-XREF THRU 2200-EXIT
               UNTIL OM-END-OF-XREF-FILE.
           CLOSE OM-XREF-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-MAPPING.
           READ OM-OLD-MASTER
               AT END
                   SET OM-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO OM-MAP-CNT.
           MOVE OM-OL-OPERATOR-ID    TO OM-MP-OPERATOR-ID(OM-MAP-CNT).
           MOVE OM-OL-SOC-SEC-NUMBER
                                 TO OM-MP-SOC-SEC-NUMBER(OM-MAP-CNT).
           MOVE OM-OL-LAST-NAME      TO OM-MP-LAST-NAME(OM-MAP-CNT).
           MOVE OM-OL-INITIALS       TO OM-MP-INITIALS(OM-MAP-CNT).
           MOVE OM-OL-LOCATION-CODE
                                 TO OM-MP-LOCATION-CODE(OM-MAP-CNT).
           MOVE 'N'                  TO OM-MP-DELETED(OM-MAP-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-LOCMAP.
           READ OM-LOCMAP-FILE
               AT END
                   SET OM-END-OF-LOCMAP-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO OM-LOCMAP-CNT.
           MOVE OM-LM-LOCATION-CODE-IO
                                 TO OM-LC-LOCATION-CODE(OM-LOCMAP-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-XREF.
           READ OM-XREF-FILE
               AT END
                   SET OM-END-OF-XREF-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO OM-XREF-CNT.
           MOVE OM-XI-SSN    TO OM-XR-SSN(OM-XREF-CNT).
           MOVE OM-XI-EMP-ID TO OM-XR-EMP-ID(OM-XREF-CNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - ROUTE ONE MAPPING TRANSACTION          *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ OM-TRANS-FILE
               AT END
                   SET OM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO OM-TRANS-READ.
           PERFORM 4000-LOOKUP-MAPPING THRU 4000-EXIT.
           EVALUATE TRUE
               WHEN OM-TR-ADD-MAPPING
                   PERFORM 5000-ADD-MAPPING THRU 5000-EXIT
               WHEN OM-TR-CHANGE-MAPPING
                   PERFORM 5100-CHANGE-MAPPING THRU 5100-EXIT
               WHEN OM-TR-DELETE-MAPPING
                   PERFORM 5200-DELETE-MAPPING THRU 5200-EXIT
               WHEN OTHER
                   MOVE SPACES TO OM-LG-OLD-SOC-SEC-NUMBER
                                  OM-LG-OLD-LOCATION-CODE
                   MOVE "UNRECOGNIZED ACTION CODE" TO OM-LG-REASON
                   PERFORM 6100-REJECT THRU 6100-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-MAPPING.
           MOVE 'N' TO OM-MATCH-FOUND.
           MOVE ZERO TO OM-MATCH-IDX.
           PERFORM 4100-SCAN-MAPPING THRU 4100-EXIT
               VARYING OM-SCAN-IDX FROM 1 BY 1
               UNTIL OM-SCAN-IDX > OM-MAP-CNT
                  OR OM-MAPPING-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-MAPPING.
           IF OM-MP-OPERATOR-ID(OM-SCAN-IDX) = OM-TR-OPERATOR-ID
               AND NOT OM-MP-IS-DELETED(OM-SCAN-IDX)
               MOVE 'Y' TO OM-MATCH-FOUND
               MOVE OM-SCAN-IDX TO OM-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHECK-LOCATION.
           MOVE 'N' TO OM-LOC-MATCH-FOUND.
           PERFORM 4210-SCAN-LOCATION THRU 4210-EXIT
               VARYING OM-SCAN-IDX FROM 1 BY 1
               UNTIL OM-SCAN-IDX > OM-LOCMAP-CNT
                  OR OM-LOCATION-IS-MAPPED.
       4200-EXIT.
           EXIT.

       4210-SCAN-LOCATION.
           IF OM-LC-LOCATION-CODE(OM-SCAN-IDX) = OM-TR-LOCATION-CODE
               MOVE 'Y' TO OM-LOC-MATCH-FOUND
           END-IF.
       4210-EXIT.
           EXIT.

      *    SALESPERSON AND HOME LOCATION MUST BOTH BE USABLE BEFORE AN
      *    ADD OR CHANGE IS ALLOWED THROUGH.
       4300-EDIT-DETAIL.
           IF OM-TR-SOC-SEC-NUMBER = SPACES
               MOVE "NO TR-SOC-SEC-NUMBER GIVEN" TO OM-LG-REASON
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4400-GET-EMPLOYEE-ID THRU 4400-EXIT.
           IF NOT OM-XREF-WAS-FOUND
               MOVE "SALESPERSON NOT ON TREMPXRF" TO OM-LG-REASON
               GO TO 4300-EXIT
           END-IF.
           IF OM-TR-LAST-NAME = SPACES
               MOVE "NO SALESPERSON NAME GIVEN" TO OM-LG-REASON
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4200-CHECK-LOCATION THRU 4200-EXIT.
           IF NOT OM-LOCATION-IS-MAPPED
               MOVE "LOCATION NOT ON TRLOCMAP" TO OM-LG-REASON
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-GET-EMPLOYEE-ID - FIND THE SALESPERSON ON THE TREMPXRF    *
      *                        CROSS-REFERENCE BY SSN OR BY ID AND     *
      *                        PUT THE ID IN THE TRANSACTION, SO ONLY  *
      *                        THE ID REACHES TROPRMAP AND THE LOG     *
      ******************************************************************
       4400-GET-EMPLOYEE-ID.
           MOVE 'N' TO OM-XREF-MATCH-FOUND.
           MOVE OM-TR-SOC-SEC-NUMBER TO OM-KEY-WORK.
           PERFORM 4410-SCAN-XREF THRU 4410-EXIT
               VARYING OM-SCAN-IDX FROM 1 BY 1
               UNTIL OM-SCAN-IDX > OM-XREF-CNT
                  OR OM-XREF-WAS-FOUND.
       4400-EXIT.
           EXIT.

       4410-SCAN-XREF.
           IF OM-KW-IS-EMPLOYEE-ID
               IF OM-XR-EMP-ID(OM-SCAN-IDX) = OM-TR-SOC-SEC-NUMBER
                   MOVE 'Y' TO OM-XREF-MATCH-FOUND
               END-IF
           ELSE
               IF OM-XR-SSN(OM-SCAN-IDX) = OM-TR-SOC-SEC-NUMBER
                   MOVE 'Y' TO OM-XREF-MATCH-FOUND
                   MOVE OM-XR-EMP-ID(OM-SCAN-IDX)
                                      TO OM-TR-SOC-SEC-NUMBER
               END-IF
           END-IF.
       4410-EXIT.
           EXIT.

       5000-ADD-MAPPING.
           MOVE SPACES TO OM-LG-OLD-SOC-SEC-NUMBER
                          OM-LG-OLD-LOCATION-CODE.
           IF OM-MAPPING-WAS-FOUND
               MOVE "OPERATOR ALREADY MAPPED" TO OM-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO OM-LG-REASON.
           PERFORM 4300-EDIT-DETAIL THRU 4300-EXIT.
           IF OM-LG-REASON NOT = SPACES
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO OM-MAP-CNT.
           MOVE OM-MAP-CNT TO OM-MATCH-IDX.
           MOVE OM-TR-OPERATOR-ID TO OM-MP-OPERATOR-ID(OM-MATCH-IDX).
           MOVE 'N'               TO OM-MP-DELETED(OM-MATCH-IDX).
           PERFORM 5500-MOVE-DETAIL THRU 5500-EXIT.
           PERFORM 6200-APPLIED THRU 6200-EXIT.
       5000-EXIT.
           EXIT.

       5100-CHANGE-MAPPING.
           IF NOT OM-MAPPING-WAS-FOUND
               MOVE SPACES TO OM-LG-OLD-SOC-SEC-NUMBER
                              OM-LG-OLD-LOCATION-CODE
               MOVE "OPERATOR NOT ON MAPPING FILE" TO OM-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE OM-MP-SOC-SEC-NUMBER(OM-MATCH-IDX)
                                     TO OM-LG-OLD-SOC-SEC-NUMBER.
           MOVE OM-MP-LOCATION-CODE(OM-MATCH-IDX)
                                     TO OM-LG-OLD-LOCATION-CODE.
           MOVE SPACES TO OM-LG-REASON.
           PERFORM 4300-EDIT-DETAIL THRU 4300-EXIT.
           IF OM-LG-REASON NOT = SPACES
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5500-MOVE-DETAIL THRU 5500-EXIT.
           PERFORM 6200-APPLIED THRU 6200-EXIT.
       5100-EXIT.
           EXIT.

       5200-DELETE-MAPPING.
           IF NOT OM-MAPPING-WAS-FOUND
               MOVE SPACES TO OM-LG-OLD-SOC-SEC-NUMBER
                              OM-LG-OLD-LOCATION-CODE
               MOVE "OPERATOR NOT ON MAPPING FILE" TO OM-LG-REASON
               PERFORM 6100-REJECT THRU 6100-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE OM-MP-SOC-SEC-NUMBER(OM-MATCH-IDX)
                                     TO OM-LG-OLD-SOC-SEC-NUMBER.
           MOVE OM-MP-LOCATION-CODE(OM-MATCH-IDX)
                                     TO OM-LG-OLD-LOCATION-CODE.
           MOVE 'Y' TO OM-MP-DELETED(OM-MATCH-IDX).
           PERFORM 6200-APPLIED THRU 6200-EXIT.
       5200-EXIT.
           EXIT.

       5500-MOVE-DETAIL.
           MOVE OM-TR-SOC-SEC-NUMBER
                              TO OM-MP-SOC-SEC-NUMBER(OM-MATCH-IDX).
           MOVE OM-TR-LAST-NAME  TO OM-MP-LAST-NAME(OM-MATCH-IDX).
           MOVE OM-TR-INITIALS   TO OM-MP-INITIALS(OM-MATCH-IDX).
           MOVE OM-TR-LOCATION-CODE
                              TO OM-MP-LOCATION-CODE(OM-MATCH-IDX).
       5500-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE OM-TR-ACTION-CODE    TO OM-LG-ACTION-CODE.
           MOVE OM-TR-OPERATOR-ID    TO OM-LG-OPERATOR-ID.
           MOVE OM-TR-SOC-SEC-NUMBER TO OM-LG-NEW-SOC-SEC-NUMBER.
           MOVE OM-LG-OLD-SOC-SEC-NUMBER TO OM-KEY-WORK.
           IF OM-LG-OLD-SOC-SEC-NUMBER NOT = SPACES
               AND NOT OM-KW-IS-EMPLOYEE-ID
               MOVE ALL '*' TO OM-LG-OLD-SOC-SEC-NUMBER(1:6)
           END-IF.
           MOVE OM-LG-NEW-SOC-SEC-NUMBER TO OM-KEY-WORK.
           IF OM-LG-NEW-SOC-SEC-NUMBER NOT = SPACES
               AND NOT OM-KW-IS-EMPLOYEE-ID
               MOVE ALL '*' TO OM-LG-NEW-SOC-SEC-NUMBER(1:6)
           END-IF.
           MOVE OM-TR-LOCATION-CODE  TO OM-LG-NEW-LOCATION-CODE.
           ACCEPT OM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT OM-LG-TS-TIME FROM TIME.
           WRITE OM-LOG-RECORD.
       6000-EXIT.
           EXIT.

       6100-REJECT.
           MOVE "REJECTED  " TO OM-LG-RESULT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO OM-TRANS-REJECTED.
       6100-EXIT.
           EXIT.

       6200-APPLIED.
           MOVE "APPLIED   " TO OM-LG-RESULT.
           MOVE SPACES TO OM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO OM-TRANS-APPLIED.
       6200-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING OM-SCAN-IDX FROM 1 BY 1
               UNTIL OM-SCAN-IDX > OM-MAP-CNT.
           CLOSE OM-TRANS-FILE
                 OM-OLD-MASTER
                 OM-NEW-MASTER
                 OM-LOCMAP-FILE
                 OM-LOG-FILE.
           DISPLAY "TROPRMNT TRANS READ     = " OM-TRANS-READ.
           DISPLAY "TROPRMNT TRANS APPLIED  = " OM-TRANS-APPLIED.
           DISPLAY "TROPRMNT TRANS REJECTED = " OM-TRANS-REJECTED.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           IF OM-MP-IS-DELETED(OM-SCAN-IDX)
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO OM-NEW-IO.
           MOVE OM-MP-OPERATOR-ID(OM-SCAN-IDX)   TO OM-NW-OPERATOR-ID.
           MOVE OM-MP-SOC-SEC-NUMBER(OM-SCAN-IDX)
                                     TO OM-NW-SOC-SEC-NUMBER.
           MOVE OM-MP-LAST-NAME(OM-SCAN-IDX)     TO OM-NW-LAST-NAME.
           MOVE OM-MP-INITIALS(OM-SCAN-IDX)      TO OM-NW-INITIALS.
           MOVE OM-MP-LOCATION-CODE(OM-SCAN-IDX)
                                     TO OM-NW-LOCATION-CODE.
           WRITE OM-NEW-IO.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
