       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRPOSCOM.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * TRPOSCOM - COMMISSION TRANSACTIONS FROM POS SALES.  TR-SALES-   *
      *            AMOUNT WAS KEYED BY HAND FROM PAPER TALLIES, THOUGH  *
      *            THE REGISTER RECORDS THE Operator-Id ON EVERY A-Sale *
      *            OF THE STORE SALES ARRAY (StoreDtls.cbl).  THIS      *
      *            NIGHTLY RUN TOTALS EACH OPERATOR'S Real-Sale-Trans   *
      *            VALUE NET OF Return-Trans ACROSS EVERY STORE, MAPS   *
      *            THE OPERATOR TO ITS SALESPERSON ON THE TROPRMNT-     *
      *            MAINTAINED TROPRMAP FILE, AND WRITES ONE ADDITION    *
      *            PER SALESPERSON TO TRPOSADD IN THE 45-BYTE TRANSIN   *
      *            LAYOUT (Transaction_Record.cbl), IN ASCENDING        *
      *            TR-SOC-SEC-NUMBER ORDER, FOR TRVALID AND TRCOMRUN TO *
      *            PROCESS LIKE ANY KEYED TRANSACTION.  THE ADDITION IS *
      *            DATED WITH THE BATCYCP CYCLE DATE (TODAY WHEN EMPTY) *
      *            AND CARRIES THE TRRATTBL BAND RATE FOR THE HOME      *
      *            LOCATION, SO TRCOMRUN'S PARALLEL-RUN RATE CHECK      *
      *            AGREES WITH IT.  AN OPERATOR WITH NO MAPPING, A      *
      *            SALE WITH NO OPERATOR, AND A SALESPERSON WHOSE NET   *
      *            IS NIL, NEGATIVE OR TOO LARGE FOR TR-SALES-AMOUNT    *
      *            ARE LISTED ON TRPOSCX INSTEAD.  RETURNS ARE NETTED   *
      *            OFF WHICHEVER SIGN THE REGISTER RANG THEM WITH.      *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   THE TRPOSCX EXCEPTION LISTING NOW     *
      *                          SHOWS THE SALESPERSON'S SSN MASKED    *
      *                          TO ITS LAST THREE DIGITS - TRPOSADD   *
      *                          KEEPS THE FULL SSN FOR TRDUPCHK TO    *
      *                          RE-KEY TO THE EMPLOYEE ID             *
      *  03  15/10/26  R PATEL   TROPRMAP NOW HOLDS THE EMPLOYEE ID,   *
      *                          SO TRPOSADD CARRIES THE ID AND        *
      *                          TRPOSCX SHOWS IT UNMASKED.  A MAP ROW *
      *                          STILL HOLDING AN SSN IS MASKED AS     *
      *                          BEFORE                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OC-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OC-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OC-OPRMAP-FILE ASSIGN TO "TROPRMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OC-RATE-FILE ASSIGN TO "TRRATTBL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OC-TRANS-FILE ASSIGN TO "TRPOSADD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OC-EXCEPTION-FILE ASSIGN TO "TRPOSCX"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OC-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OC-CYCLE-PARM-RECORD.
           05 OC-CP-CYCLE-DATE             PIC 9(08).

       FD  OC-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  OC-SALES-IO.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

      *    TROPRMNT'S MAPPING LAYOUT.
       FD  OC-OPRMAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OC-OPRMAP-IO.
           05 OC-OM-OPERATOR-ID-IO         PIC X(06).
           05 OC-OM-SOC-SEC-NUMBER-IO      PIC X(09).
           05 OC-OM-LAST-NAME-IO           PIC X(15).
           05 OC-OM-INITIALS-IO            PIC X(02).
           05 OC-OM-LOCATION-CODE-IO       PIC X(03).
           05 FILLER                       PIC X(05).

      *    TRRATMNT'S RATE TABLE LAYOUT.
       FD  OC-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OC-RATE-IO.
           05 OC-RA-LOCATION-CODE          PIC X(03).
           05 OC-RA-BAND-LOW               PIC 9(05).
           05 OC-RA-BAND-HIGH              PIC 9(05).
           05 OC-RA-RATE                   PIC 99.
           05 FILLER                       PIC X(05).

       FD  OC-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OC-TRANS-IO                     PIC X(45).

       FD  OC-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OC-EXCEPTION-RECORD.
           05 OC-EX-OPERATOR-ID            PIC X(06).
           05 OC-EX-SOC-SEC-NUMBER         PIC X(09).
           05 OC-EX-LOCATION-CODE          PIC X(03).
           05 OC-EX-SALES-VALUE            PIC S9(09)V99.
           05 OC-EX-RETURN-VALUE           PIC S9(09)V99.
           05 OC-EX-NET-VALUE              PIC S9(09)V99.
           05 OC-EX-WRITTEN                PIC X(01).
           05 OC-EX-REASON                 PIC X(30).

       WORKING-STORAGE SECTION.
           COPY "Transaction_Record.cbl".

       01  OC-SWITCHES.
           05 OC-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 OC-END-OF-SALES-FILE         VALUE 'Y'.
           05 OC-EOF-OPRMAP-FILE           PIC X(01) VALUE 'N'.
               88 OC-END-OF-OPRMAP-FILE        VALUE 'Y'.
           05 OC-EOF-RATE-FILE             PIC X(01) VALUE 'N'.
               88 OC-END-OF-RATE-FILE          VALUE 'Y'.
           05 OC-MATCH-FOUND               PIC X(01).
               88 OC-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 OC-LOWEST-FOUND              PIC X(01).
               88 OC-UNWRITTEN-WAS-FOUND       VALUE 'Y'.

       01  OC-SUBSCRIPTS.
           05 OC-DEPT-IDX                  PIC 9(02) COMP.
           05 OC-PROD-IDX                  PIC 9(03) COMP.
           05 OC-SALE-IDX                  PIC 9(03) COMP.

       01  OC-COUNTERS.
           05 OC-OPERATOR-CNT              PIC 9(05) COMP VALUE ZERO.
           05 OC-MAP-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 OC-RATE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 OC-PERSON-CNT                PIC 9(05) COMP VALUE ZERO.
           05 OC-STORES-READ               PIC 9(07) COMP VALUE ZERO.
           05 OC-ENTRIES-FOLDED            PIC 9(09) COMP VALUE ZERO.
           05 OC-OPERATORS-UNMAPPED        PIC 9(07) COMP VALUE ZERO.
           05 OC-ADDITIONS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
           05 OC-SALESPEOPLE-HELD          PIC 9(07) COMP VALUE ZERO.
           05 OC-ADDITIONS-UNBANDED        PIC 9(07) COMP VALUE ZERO.

      *    ONE ROW PER Operator-Id CHAIN-WIDE - AN OPERATOR WHO RINGS
      *    AT MORE THAN ONE STORE IS STILL ONE SALESPERSON.
       01  OC-OPERATOR-TABLE.
           05 OC-OP-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OC-OPERATOR-CNT.
               10 OC-OP-OPERATOR-ID        PIC X(06).
               10 OC-OP-SALES-VALUE        PIC S9(09)V99.
               10 OC-OP-RETURN-VALUE       PIC S9(09)V99.

       01  OC-MAP-TABLE.
           05 OC-MP-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OC-MAP-CNT.
               10 OC-MP-OPERATOR-ID        PIC X(06).
               10 OC-MP-SOC-SEC-NUMBER     PIC X(09).
               10 OC-MP-LAST-NAME          PIC X(15).
               10 OC-MP-INITIALS           PIC X(02).
               10 OC-MP-LOCATION-CODE      PIC X(03).

       01  OC-RATE-TABLE.
           05 OC-RT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OC-RATE-CNT.
               10 OC-RT-LOCATION-CODE      PIC X(03).
               10 OC-RT-BAND-LOW           PIC 9(05).
               10 OC-RT-BAND-HIGH          PIC 9(05).
               10 OC-RT-RATE               PIC 99.

      *    ONE ROW PER SALESPERSON - SEVERAL Operator-Ids MAY MAP TO
      *    THE SAME TR-SOC-SEC-NUMBER AND ARE PAID AS ONE ADDITION.
       01  OC-PERSON-TABLE.
           05 OC-PS-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON OC-PERSON-CNT.
               10 OC-PS-SOC-SEC-NUMBER     PIC X(09).
               10 OC-PS-LAST-NAME          PIC X(15).
               10 OC-PS-INITIALS           PIC X(02).
               10 OC-PS-LOCATION-CODE      PIC X(03).
               10 OC-PS-OPERATOR-ID        PIC X(06).
               10 OC-PS-SALES-VALUE        PIC S9(09)V99.
               10 OC-PS-RETURN-VALUE       PIC S9(09)V99.
               10 OC-PS-WRITTEN            PIC X(01).
                   88 OC-PS-IS-WRITTEN         VALUE 'Y'.

       01  OC-SCAN-IDX                     PIC 9(05) COMP.
       01  OC-MATCH-IDX                    PIC 9(05) COMP.
       01  OC-MAP-IDX                      PIC 9(05) COMP.
       01  OC-OP-IDX                       PIC 9(05) COMP.
       01  OC-PS-IDX                       PIC 9(05) COMP.
       01  OC-LOW-IDX                      PIC 9(05) COMP.

       01  OC-CYCLE-DATE                   PIC 9(08).
       01  OC-WORK-OPERATOR-ID             PIC X(06).
       01  OC-WORK-PRICE                   PIC S9(08)V99.
       01  OC-NET-VALUE                    PIC S9(09)V99.
       01  OC-NET-DOLLARS                  PIC S9(09).
       01  OC-RATE-USED                    PIC 99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PROCESS-STORE THRU 3000-EXIT
               UNTIL OC-END-OF-SALES-FILE.
           PERFORM 5000-MAP-OPERATOR THRU 5000-EXIT
               VARYING OC-MATCH-IDX FROM 1 BY 1
               UNTIL OC-MATCH-IDX > OC-OPERATOR-CNT.
           PERFORM 7000-WRITE-NEXT-ADDITION THRU 7000-EXIT
               UNTIL NOT OC-UNWRITTEN-WAS-FOUND.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - FIX THE CYCLE DATE AND LOAD THE OPERATOR      *
      *                   MAPPING AND RATE BANDS                        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT OC-CYCLE-PARM-FILE.
           READ OC-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO OC-CP-CYCLE-DATE
           END-READ.
           CLOSE OC-CYCLE-PARM-FILE.
           IF OC-CP-CYCLE-DATE = ZERO
               ACCEPT OC-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE OC-CP-CYCLE-DATE TO OC-CYCLE-DATE
           END-IF.
           OPEN INPUT  OC-SALES-FILE
                INPUT  OC-OPRMAP-FILE
                INPUT  OC-RATE-FILE
                OUTPUT OC-TRANS-FILE
                OUTPUT OC-EXCEPTION-FILE.
           PERFORM 2000-LOAD-MAPPING THRU 2000-EXIT
               UNTIL OC-END-OF-OPRMAP-FILE.
           PERFORM 2100-LOAD-RATE THRU 2100-EXIT
               UNTIL OC-END-OF-RATE-FILE.
           MOVE 'Y' TO OC-LOWEST-FOUND.
       1000-EXIT.
           EXIT.

       2000-LOAD-MAPPING.
           READ OC-OPRMAP-FILE
               AT END
                   SET OC-END-OF-OPRMAP-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO OC-MAP-CNT.
           MOVE OC-OM-OPERATOR-ID-IO TO OC-MP-OPERATOR-ID(OC-MAP-CNT).
           MOVE OC-OM-SOC-SEC-NUMBER-IO
                                 TO OC-MP-SOC-SEC-NUMBER(OC-MAP-CNT).
           MOVE OC-OM-LAST-NAME-IO   TO OC-MP-LAST-NAME(OC-MAP-CNT).
           MOVE OC-OM-INITIALS-IO    TO OC-MP-INITIALS(OC-MAP-CNT).
           MOVE OC-OM-LOCATION-CODE-IO
                                 TO OC-MP-LOCATION-CODE(OC-MAP-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-RATE.
           READ OC-RATE-FILE
               AT END
                   SET OC-END-OF-RATE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO OC-RATE-CNT.
           MOVE OC-RA-LOCATION-CODE TO OC-RT-LOCATION-CODE(OC-RATE-CNT).
           MOVE OC-RA-BAND-LOW      TO OC-RT-BAND-LOW(OC-RATE-CNT).
           MOVE OC-RA-BAND-HIGH     TO OC-RT-BAND-HIGH(OC-RATE-CNT).
           MOVE OC-RA-RATE          TO OC-RT-RATE(OC-RATE-CNT).
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-STORE - WALK ONE STORE'S SALE ENTRIES AND FOLD     *
      *                      EACH SALE AND RETURN ONTO ITS OPERATOR     *
      ******************************************************************
       3000-PROCESS-STORE.
           READ OC-SALES-FILE
               AT END
                   SET OC-END-OF-SALES-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO OC-STORES-READ.
           PERFORM 3100-PROCESS-DEPARTMENT THRU 3100-EXIT
               VARYING OC-DEPT-IDX FROM 1 BY 1 UNTIL OC-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3100-PROCESS-DEPARTMENT.
           PERFORM 3200-PROCESS-PRODUCT THRU 3200-EXIT
               VARYING OC-PROD-IDX FROM 1 BY 1
               UNTIL OC-PROD-IDX > Product-Details-Cnt(OC-DEPT-IDX).
       3100-EXIT.
           EXIT.

       3200-PROCESS-PRODUCT.
           PERFORM 3300-FOLD-SALE THRU 3300-EXIT
               VARYING OC-SALE-IDX FROM 1 BY 1
               UNTIL OC-SALE-IDX >
                   A-Sale-Cnt(OC-DEPT-IDX OC-PROD-IDX).
       3200-EXIT.
           EXIT.

       3300-FOLD-SALE.
           IF NOT Real-Sale-Trans(OC-DEPT-IDX OC-PROD-IDX OC-SALE-IDX)
               AND NOT Return-Trans(OC-DEPT-IDX OC-PROD-IDX OC-SALE-IDX)
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO OC-ENTRIES-FOLDED.
           MOVE Operator-Id(OC-DEPT-IDX OC-PROD-IDX OC-SALE-IDX)
                                     TO OC-WORK-OPERATOR-ID.
           PERFORM 4000-FIND-OR-ADD-OPERATOR THRU 4000-EXIT.
           MOVE Price-1(OC-DEPT-IDX OC-PROD-IDX OC-SALE-IDX)
                                     TO OC-WORK-PRICE.
           IF Real-Sale-Trans(OC-DEPT-IDX OC-PROD-IDX OC-SALE-IDX)
               ADD OC-WORK-PRICE TO OC-OP-SALES-VALUE(OC-OP-IDX)
               GO TO 3300-EXIT
           END-IF.
           IF OC-WORK-PRICE < ZERO
               SUBTRACT OC-WORK-PRICE FROM ZERO GIVING OC-WORK-PRICE
           END-IF.
           ADD OC-WORK-PRICE TO OC-OP-RETURN-VALUE(OC-OP-IDX).
       3300-EXIT.
           EXIT.

       4000-FIND-OR-ADD-OPERATOR.
           MOVE 'N' TO OC-MATCH-FOUND.
           PERFORM 4100-SCAN-OPERATOR THRU 4100-EXIT
               VARYING OC-SCAN-IDX FROM 1 BY 1
               UNTIL OC-SCAN-IDX > OC-OPERATOR-CNT
                  OR OC-ENTRY-WAS-FOUND.
           IF OC-ENTRY-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO OC-OPERATOR-CNT.
           MOVE OC-OPERATOR-CNT TO OC-OP-IDX.
           MOVE OC-WORK-OPERATOR-ID TO OC-OP-OPERATOR-ID(OC-OP-IDX).
           MOVE ZERO TO OC-OP-SALES-VALUE(OC-OP-IDX)
                        OC-OP-RETURN-VALUE(OC-OP-IDX).
       4000-EXIT.
           EXIT.

       4100-SCAN-OPERATOR.
           IF OC-OP-OPERATOR-ID(OC-SCAN-IDX) = OC-WORK-OPERATOR-ID
               MOVE 'Y' TO OC-MATCH-FOUND
               MOVE OC-SCAN-IDX TO OC-OP-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MAP-OPERATOR - TIE ONE OPERATOR'S TOTALS TO ITS            *
      *                     SALESPERSON, OR LIST IT AS UNMAPPED         *
      ******************************************************************
       5000-MAP-OPERATOR.
           MOVE SPACES TO OC-EXCEPTION-RECORD.
           MOVE OC-OP-OPERATOR-ID(OC-MATCH-IDX) TO OC-EX-OPERATOR-ID.
           MOVE OC-OP-SALES-VALUE(OC-MATCH-IDX) TO OC-EX-SALES-VALUE.
           MOVE OC-OP-RETURN-VALUE(OC-MATCH-IDX)
                                     TO OC-EX-RETURN-VALUE.
           COMPUTE OC-EX-NET-VALUE =
               OC-OP-SALES-VALUE(OC-MATCH-IDX)
               - OC-OP-RETURN-VALUE(OC-MATCH-IDX).
           IF OC-OP-OPERATOR-ID(OC-MATCH-IDX) = SPACES
               MOVE "NO OPERATOR-ID ON SALE ENTRIES" TO OC-EX-REASON
               PERFORM 6000-WRITE-UNMAPPED THRU 6000-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO OC-MATCH-FOUND.
           PERFORM 5100-SCAN-MAPPING THRU 5100-EXIT
               VARYING OC-SCAN-IDX FROM 1 BY 1
               UNTIL OC-SCAN-IDX > OC-MAP-CNT
                  OR OC-ENTRY-WAS-FOUND.
           IF NOT OC-ENTRY-WAS-FOUND
               MOVE "OPERATOR NOT ON TROPRMAP" TO OC-EX-REASON
               PERFORM 6000-WRITE-UNMAPPED THRU 6000-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO OC-MATCH-FOUND.
           PERFORM 5200-SCAN-PERSON THRU 5200-EXIT
               VARYING OC-SCAN-IDX FROM 1 BY 1
               UNTIL OC-SCAN-IDX > OC-PERSON-CNT
                  OR OC-ENTRY-WAS-FOUND.
           IF NOT OC-ENTRY-WAS-FOUND
               ADD 1 TO OC-PERSON-CNT
               MOVE OC-PERSON-CNT TO OC-PS-IDX
               MOVE OC-MP-SOC-SEC-NUMBER(OC-MAP-IDX)
                                 TO OC-PS-SOC-SEC-NUMBER(OC-PS-IDX)
               MOVE OC-MP-LAST-NAME(OC-MAP-IDX)
                                 TO OC-PS-LAST-NAME(OC-PS-IDX)
               MOVE OC-MP-INITIALS(OC-MAP-IDX)
                                 TO OC-PS-INITIALS(OC-PS-IDX)
               MOVE OC-MP-LOCATION-CODE(OC-MAP-IDX)
                                 TO OC-PS-LOCATION-CODE(OC-PS-IDX)
               MOVE OC-OP-OPERATOR-ID(OC-MATCH-IDX)
                                 TO OC-PS-OPERATOR-ID(OC-PS-IDX)
               MOVE ZERO TO OC-PS-SALES-VALUE(OC-PS-IDX)
                            OC-PS-RETURN-VALUE(OC-PS-IDX)
               MOVE 'N'  TO OC-PS-WRITTEN(OC-PS-IDX)
           END-IF.
           ADD OC-OP-SALES-VALUE(OC-MATCH-IDX)
                                 TO OC-PS-SALES-VALUE(OC-PS-IDX).
           ADD OC-OP-RETURN-VALUE(OC-MATCH-IDX)
                                 TO OC-PS-RETURN-VALUE(OC-PS-IDX).
       5000-EXIT.
           EXIT.

       5100-SCAN-MAPPING.
           IF OC-MP-OPERATOR-ID(OC-SCAN-IDX) =
                   OC-OP-OPERATOR-ID(OC-MATCH-IDX)
               MOVE 'Y' TO OC-MATCH-FOUND
               MOVE OC-SCAN-IDX TO OC-MAP-IDX
           END-IF.
       5100-EXIT.
           EXIT.

       5200-SCAN-PERSON.
           IF OC-PS-SOC-SEC-NUMBER(OC-SCAN-IDX) =
                   OC-MP-SOC-SEC-NUMBER(OC-MAP-IDX)
               MOVE 'Y' TO OC-MATCH-FOUND
               MOVE OC-SCAN-IDX TO OC-PS-IDX
           END-IF.
       5200-EXIT.
           EXIT.

       6000-WRITE-UNMAPPED.
           MOVE 'N' TO OC-EX-WRITTEN.
           WRITE OC-EXCEPTION-RECORD.
           ADD 1 TO OC-OPERATORS-UNMAPPED.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-NEXT-ADDITION - WRITE THE LOWEST UNWRITTEN           *
      *                            SALESPERSON, SO TRPOSADD COMES OUT   *
      *                            IN THE TR-SOC-SEC-NUMBER ORDER       *
      *                            TRVALID EXPECTS                      *
      ******************************************************************
       7000-WRITE-NEXT-ADDITION.
           MOVE 'N' TO OC-LOWEST-FOUND.
           MOVE ZERO TO OC-LOW-IDX.
           PERFORM 7100-FIND-LOWEST THRU 7100-EXIT
               VARYING OC-SCAN-IDX FROM 1 BY 1
               UNTIL OC-SCAN-IDX > OC-PERSON-CNT.
           IF NOT OC-UNWRITTEN-WAS-FOUND
               GO TO 7000-EXIT
           END-IF.
           MOVE 'Y' TO OC-PS-WRITTEN(OC-LOW-IDX).
           MOVE SPACES TO OC-EXCEPTION-RECORD.
           MOVE OC-PS-OPERATOR-ID(OC-LOW-IDX)    TO OC-EX-OPERATOR-ID.
           MOVE OC-PS-SOC-SEC-NUMBER(OC-LOW-IDX)
                                     TO OC-EX-SOC-SEC-NUMBER.
           IF OC-EX-SOC-SEC-NUMBER(1:1) NOT = 'E'
               MOVE ALL '*' TO OC-EX-SOC-SEC-NUMBER(1:6)
           END-IF.
           MOVE OC-PS-LOCATION-CODE(OC-LOW-IDX)  TO OC-EX-LOCATION-CODE.
           MOVE OC-PS-SALES-VALUE(OC-LOW-IDX)    TO OC-EX-SALES-VALUE.
           MOVE OC-PS-RETURN-VALUE(OC-LOW-IDX)   TO OC-EX-RETURN-VALUE.
           COMPUTE OC-NET-VALUE =
               OC-PS-SALES-VALUE(OC-LOW-IDX)
               - OC-PS-RETURN-VALUE(OC-LOW-IDX).
           MOVE OC-NET-VALUE TO OC-EX-NET-VALUE.
           COMPUTE OC-NET-DOLLARS ROUNDED = OC-NET-VALUE.
           IF OC-NET-DOLLARS NOT > ZERO
               MOVE "NET SALES NOT POSITIVE" TO OC-EX-REASON
               PERFORM 7300-HOLD-SALESPERSON THRU 7300-EXIT
               GO TO 7000-EXIT
           END-IF.
           IF OC-NET-DOLLARS > 99999
               MOVE "NET SALES OVER TR-SALES-AMOUNT" TO OC-EX-REASON
               PERFORM 7300-HOLD-SALESPERSON THRU 7300-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE ZERO TO OC-RATE-USED.
           MOVE 'N' TO OC-MATCH-FOUND.
           PERFORM 7200-SCAN-RATE-BAND THRU 7200-EXIT
               VARYING OC-SCAN-IDX FROM 1 BY 1
               UNTIL OC-SCAN-IDX > OC-RATE-CNT
                  OR OC-ENTRY-WAS-FOUND.
           MOVE OC-PS-SOC-SEC-NUMBER(OC-LOW-IDX) TO TR-SOC-SEC-NUMBER.
           MOVE OC-PS-LAST-NAME(OC-LOW-IDX)      TO TR-LAST-NAME.
           MOVE OC-PS-INITIALS(OC-LOW-IDX)       TO TR-INITIALS.
           MOVE OC-PS-LOCATION-CODE(OC-LOW-IDX)  TO TR-LOCATION-CODE.
           MOVE OC-RATE-USED                     TO TR-COMMISSION-RATE.
           MOVE OC-NET-DOLLARS                   TO TR-SALES-AMOUNT.
           SET ADDITION TO TRUE.
           MOVE OC-CYCLE-DATE                    TO TR-TRANSACTION-DATE.
           MOVE WS-TRANSACTION-RECORD TO OC-TRANS-IO.
           WRITE OC-TRANS-IO.
           ADD 1 TO OC-ADDITIONS-WRITTEN.
      *    NO BAND - TRCOMRUN FALLS BACK TO THE ZERO RATE CARRIED HERE,
      *    SO THE ADDITION IS LISTED FOR THE BAND TO BE SET UP.
           IF NOT OC-ENTRY-WAS-FOUND
               MOVE 'Y' TO OC-EX-WRITTEN
               MOVE "NO TRRATTBL BAND - RATE ZERO" TO OC-EX-REASON
               WRITE OC-EXCEPTION-RECORD
               ADD 1 TO OC-ADDITIONS-UNBANDED
           END-IF.
       7000-EXIT.
           EXIT.

       7100-FIND-LOWEST.
           IF OC-PS-IS-WRITTEN(OC-SCAN-IDX)
               GO TO 7100-EXIT
           END-IF.
           IF OC-UNWRITTEN-WAS-FOUND
               IF OC-PS-SOC-SEC-NUMBER(OC-SCAN-IDX) NOT <
                       OC-PS-SOC-SEC-NUMBER(OC-LOW-IDX)
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO OC-LOWEST-FOUND.
           MOVE OC-SCAN-IDX TO OC-LOW-IDX.
       7100-EXIT.
           EXIT.

       7200-SCAN-RATE-BAND.
           IF OC-RT-LOCATION-CODE(OC-SCAN-IDX) =
                   OC-PS-LOCATION-CODE(OC-LOW-IDX)
               AND OC-NET-DOLLARS >= OC-RT-BAND-LOW(OC-SCAN-IDX)
               AND OC-NET-DOLLARS <= OC-RT-BAND-HIGH(OC-SCAN-IDX)
               MOVE 'Y' TO OC-MATCH-FOUND
               MOVE OC-RT-RATE(OC-SCAN-IDX) TO OC-RATE-USED
           END-IF.
       7200-EXIT.
           EXIT.

       7300-HOLD-SALESPERSON.
           MOVE 'N' TO OC-EX-WRITTEN.
           WRITE OC-EXCEPTION-RECORD.
           ADD 1 TO OC-SALESPEOPLE-HELD.
       7300-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE OC-SALES-FILE
                 OC-OPRMAP-FILE
                 OC-RATE-FILE
                 OC-TRANS-FILE
                 OC-EXCEPTION-FILE.
           DISPLAY "TRPOSCOM STORES READ        = " OC-STORES-READ.
           DISPLAY "TRPOSCOM ENTRIES FOLDED     = " OC-ENTRIES-FOLDED.
           DISPLAY "TRPOSCOM OPERATORS          = " OC-OPERATOR-CNT.
           DISPLAY "TRPOSCOM OPERATORS UNMAPPED = "
               OC-OPERATORS-UNMAPPED.
           DISPLAY "TRPOSCOM ADDITIONS WRITTEN  = "
               OC-ADDITIONS-WRITTEN.
           DISPLAY "TRPOSCOM ADDITIONS NO BAND  = "
               OC-ADDITIONS-UNBANDED.
           DISPLAY "TRPOSCOM SALESPEOPLE HELD   = " OC-SALESPEOPLE-HELD.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
