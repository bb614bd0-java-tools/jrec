       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMSSDMNT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * AMSSDMNT - SAFETY DATA SHEET REGISTER MAINTENANCE.  EVERY       *
      *            PRODUCT WITH A NONZERO RD430-DANGR-GOODS-NO MUST     *
      *            HAVE A CURRENT SAFETY DATA SHEET (SDS), REFRESHED AT *
      *            LEAST EVERY FIVE YEARS, AND THE DATES WERE KEPT ON A *
      *            SPREADSHEET.  THE AMSSDSRG REGISTER HOLDS ONE SDS    *
      *            PER PRODUCT (RD430-PROD-NO) - ISSUE DATE, EXPIRY     *
      *            DATE, ISSUING SUPPLIER AND DOCUMENT REFERENCE - AND  *
      *            IS MAINTAINED FROM A TRANSACTION FILE WITH EVERY     *
      *            TRANSACTION LOGGED, THE SAME                         *
      *            TRANSACTION-AGAINST-MASTER-WITH-A-LOG SHAPE AS       *
      *            AMSPSTAT.cbl.  RECORDING A NEW SDS REPLACES THE      *
      *            PRODUCT'S OLD ONE.  THE PRODUCT MUST BE ON THE       *
      *            VALIDATED PRODUCT FILE WITH A NONZERO                *
      *            RD430-DANGR-GOODS-NO, THE SUPPLIER ON THE SDSUPPM    *
      *            SUPPLIER MASTER, AND THE ISSUE DATE NO LATER THAN    *
      *            TODAY.  A ZERO EXPIRY DATE DEFAULTS TO FIVE YEARS    *
      *            FROM ISSUE; A KEYED ONE MUST FALL AFTER THE ISSUE    *
      *            DATE AND NO LATER THAN FIVE YEARS FROM IT.  AMSSDSRP *
      *            REPORTS ON THE REGISTER, AND AMSCATEX AND AMSDGMAN   *
      *            ACT ON A PRODUCT WITH NO CURRENT SDS.                *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SM-TRANS-FILE ASSIGN TO "AMSSDSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SM-OLD-MASTER ASSIGN TO "AMSSDSRG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SM-NEW-MASTER ASSIGN TO "AMSSDSRGN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SM-PROD-FILE ASSIGN TO "AMSPRODG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SM-SUPPLIER-FILE ASSIGN TO "SDSUPPM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SM-LOG-FILE ASSIGN TO "AMSSDSLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SM-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SM-TRANS-RECORD.
           05 SM-TR-ACTION-CODE           PIC X(02).
               88 SM-TR-RECORD-SDS            VALUE '01'.
               88 SM-TR-REMOVE-SDS            VALUE '02'.
           05 SM-TR-PROD-NO               PIC 9(14).
           05 SM-TR-ISSUE-DATE            PIC 9(08).
           05 SM-TR-EXPIRY-DATE           PIC 9(08).
           05 SM-TR-SUPPLIER-CODE         PIC X(06).
           05 SM-TR-DOCUMENT-REF          PIC X(20).
           05 FILLER                      PIC X(22).

       FD  SM-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SM-OLD-IO                      PIC X(80).

      *    SDS REGISTER - ONE RECORD PER PRODUCT.
       FD  SM-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SM-NEW-IO.
           05 SM-NW-PROD-NO               PIC 9(14).
           05 SM-NW-ISSUE-DATE            PIC 9(08).
           05 SM-NW-EXPIRY-DATE           PIC 9(08).
           05 SM-NW-SUPPLIER-CODE         PIC X(06).
           05 SM-NW-DOCUMENT-REF          PIC X(20).
           05 FILLER                      PIC X(24).

       FD  SM-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SM-PROD-IO                     PIC X(98).

       FD  SM-SUPPLIER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SM-SUPPLIER-IO.
           05 SM-SP-SUPPLIER-CODE         PIC X(06).
           05 FILLER                      PIC X(194).

       FD  SM-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SM-LOG-RECORD.
           05 SM-LG-ACTION-CODE           PIC X(02).
           05 SM-LG-PROD-NO               PIC 9(14).
           05 SM-LG-OLD-EXPIRY-DATE       PIC 9(08).
           05 SM-LG-NEW-EXPIRY-DATE       PIC 9(08).
           05 SM-LG-RESULT                PIC X(10).
           05 SM-LG-REASON                PIC X(40).
           05 SM-LG-TS-DATE               PIC 9(08).
           05 SM-LG-TS-TIME               PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".

       01  SM-SWITCHES.
           05 SM-EOF-TRANS-FILE           PIC X(01) VALUE 'N'.
               88 SM-END-OF-TRANS-FILE        VALUE 'Y'.
           05 SM-EOF-OLD-MASTER           PIC X(01) VALUE 'N'.
               88 SM-END-OF-OLD-MASTER        VALUE 'Y'.
           05 SM-EOF-PROD-FILE            PIC X(01) VALUE 'N'.
               88 SM-END-OF-PROD-FILE         VALUE 'Y'.
           05 SM-EOF-SUPPLIER-FILE        PIC X(01) VALUE 'N'.
               88 SM-END-OF-SUPPLIER-FILE     VALUE 'Y'.
           05 SM-MATCH-FOUND              PIC X(01).
               88 SM-ENTRY-WAS-FOUND          VALUE 'Y'.
           05 SM-SEARCH-RESULT            PIC X(01).
               88 SM-PRODUCT-WAS-FOUND        VALUE 'Y'.

       01  SM-COUNTERS.
           05 SM-SDS-CNT                  PIC 9(07) COMP VALUE ZERO.
           05 SM-PROD-CNT                 PIC 9(07) COMP VALUE ZERO.
           05 SM-SUPPLIER-CNT             PIC 9(05) COMP VALUE ZERO.
           05 SM-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
           05 SM-TRANS-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05 SM-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.

      *    THE REGISTER - A REMOVED SDS IS MARKED AND DROPPED WHEN THE
      *    NEW REGISTER IS WRITTEN.
       01  SM-SDS-TABLE.
           05 SM-SD-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON SM-SDS-CNT.
               10 SM-SD-PROD-NO           PIC 9(14).
               10 SM-SD-ISSUE-DATE        PIC 9(08).
               10 SM-SD-EXPIRY-DATE       PIC 9(08).
               10 SM-SD-SUPPLIER-CODE     PIC X(06).
               10 SM-SD-DOCUMENT-REF      PIC X(20).
               10 SM-SD-REMOVED           PIC X(01).
                   88 SM-SD-IS-REMOVED        VALUE 'X'.

      *    PRODUCT NUMBER AND DANGEROUS-GOODS NUMBER OF EVERY
      *    VALIDATED PRODUCT.
       01  SM-PROD-TABLE.
           05 SM-PT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON SM-PROD-CNT.
               10 SM-PT-PROD-NO           PIC 9(14).
               10 SM-PT-DANGR-GOODS-NO    PIC 9(04).

       01  SM-SUPPLIER-TABLE.
           05 SM-SP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SM-SUPPLIER-CNT.
               10 SM-SP-CODE              PIC X(06).

       01  SM-SCAN-IDX                    PIC 9(07) COMP.
       01  SM-MATCH-IDX                   PIC 9(07) COMP.
       01  SM-PROD-IDX                    PIC 9(07) COMP.
       01  SM-TODAY                       PIC 9(08).

      *    FIVE YEARS FROM ISSUE - THE SAME MONTH AND DAY FIVE YEARS
      *    ON, 29 FEBRUARY FALLING BACK TO THE 28TH.
       01  SM-LIMIT-DATE                  PIC 9(08).
       01  SM-LIMIT-DATE-PARTS REDEFINES SM-LIMIT-DATE.
           05 SM-LIMIT-YYYY               PIC 9(04).
           05 SM-LIMIT-MMDD               PIC 9(04).
       01  SM-EXPIRY-DATE                 PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL SM-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE REGISTER, THE PRODUCT *
      *                   FILE AND THE SUPPLIER CODES                   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  SM-TRANS-FILE
                INPUT  SM-OLD-MASTER
                INPUT  SM-PROD-FILE
                INPUT  SM-SUPPLIER-FILE
                OUTPUT SM-NEW-MASTER.
           OPEN EXTEND SM-LOG-FILE.
           ACCEPT SM-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
               UNTIL SM-END-OF-OLD-MASTER.
           PERFORM 2100-LOAD-PRODUCT THRU 2100-EXIT
               UNTIL SM-END-OF-PROD-FILE.
           PERFORM 2200-LOAD-SUPPLIER THRU 2200-EXIT
               UNTIL SM-END-OF-SUPPLIER-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-REGISTER.
           READ SM-OLD-MASTER
               AT END
                   SET SM-END-OF-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE SM-OLD-IO TO SM-NEW-IO.
           ADD 1 TO SM-SDS-CNT.
           MOVE SM-NW-PROD-NO       TO SM-SD-PROD-NO(SM-SDS-CNT).
           MOVE SM-NW-ISSUE-DATE    TO SM-SD-ISSUE-DATE(SM-SDS-CNT).
           MOVE SM-NW-EXPIRY-DATE   TO SM-SD-EXPIRY-DATE(SM-SDS-CNT).
           MOVE SM-NW-SUPPLIER-CODE TO SM-SD-SUPPLIER-CODE(SM-SDS-CNT).
           MOVE SM-NW-DOCUMENT-REF  TO SM-SD-DOCUMENT-REF(SM-SDS-CNT).
           MOVE SPACE               TO SM-SD-REMOVED(SM-SDS-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-PRODUCT.
           READ SM-PROD-FILE
               AT END
                   SET SM-END-OF-PROD-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE SM-PROD-IO TO RD430-PROD-RECORD.
           ADD 1 TO SM-PROD-CNT.
           MOVE RD430-PROD-NO        TO SM-PT-PROD-NO(SM-PROD-CNT).
           MOVE RD430-DANGR-GOODS-NO
                                 TO SM-PT-DANGR-GOODS-NO(SM-PROD-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-SUPPLIER.
           READ SM-SUPPLIER-FILE
               AT END
                   SET SM-END-OF-SUPPLIER-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO SM-SUPPLIER-CNT.
           MOVE SM-SP-SUPPLIER-CODE TO SM-SP-CODE(SM-SUPPLIER-CNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - VALIDATE AND APPLY ONE TRANSACTION     *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ SM-TRANS-FILE
               AT END
                   SET SM-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO SM-TRANS-READ.
           MOVE ZERO TO SM-LG-OLD-EXPIRY-DATE
                        SM-LG-NEW-EXPIRY-DATE.
           PERFORM 4000-LOOKUP-SDS THRU 4000-EXIT.
           IF SM-ENTRY-WAS-FOUND
               MOVE SM-SD-EXPIRY-DATE(SM-MATCH-IDX)
                                         TO SM-LG-OLD-EXPIRY-DATE
           END-IF.
           EVALUATE TRUE
               WHEN SM-TR-RECORD-SDS
                   PERFORM 5000-RECORD-SDS THRU 5000-EXIT
               WHEN SM-TR-REMOVE-SDS
                   PERFORM 5100-REMOVE-SDS THRU 5100-EXIT
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO SM-LG-REASON
                   PERFORM 5900-REJECT THRU 5900-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-SDS.
           MOVE 'N' TO SM-MATCH-FOUND.
           MOVE ZERO TO SM-MATCH-IDX.
           PERFORM 4100-SCAN-SDS THRU 4100-EXIT
               VARYING SM-SCAN-IDX FROM 1 BY 1
               UNTIL SM-SCAN-IDX > SM-SDS-CNT
                  OR SM-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4100-SCAN-SDS.
           IF SM-SD-PROD-NO(SM-SCAN-IDX) = SM-TR-PROD-NO
               AND NOT SM-SD-IS-REMOVED(SM-SCAN-IDX)
               MOVE 'Y' TO SM-MATCH-FOUND
               MOVE SM-SCAN-IDX TO SM-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

       4200-LOOKUP-PRODUCT.
           MOVE 'N' TO SM-SEARCH-RESULT.
           MOVE ZERO TO SM-PROD-IDX.
           PERFORM 4210-SCAN-PRODUCT THRU 4210-EXIT
               VARYING SM-SCAN-IDX FROM 1 BY 1
               UNTIL SM-SCAN-IDX > SM-PROD-CNT
                  OR SM-PRODUCT-WAS-FOUND.
       4200-EXIT.
           EXIT.

       4210-SCAN-PRODUCT.
           IF SM-PT-PROD-NO(SM-SCAN-IDX) = SM-TR-PROD-NO
               MOVE 'Y' TO SM-SEARCH-RESULT
               MOVE SM-SCAN-IDX TO SM-PROD-IDX
           END-IF.
       4210-EXIT.
           EXIT.

       4300-SCAN-SUPPLIER.
           IF SM-SP-CODE(SM-SCAN-IDX) = SM-TR-SUPPLIER-CODE
               MOVE 'Y' TO SM-MATCH-FOUND
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RECORD-SDS - ADD THE PRODUCT'S SDS, OR REPLACE THE ONE IT  *
      *                   HAS, AFTER THE PRODUCT, SUPPLIER AND DATE     *
      *                   CHECKS                                        *
      ******************************************************************
       5000-RECORD-SDS.
           PERFORM 4200-LOOKUP-PRODUCT THRU 4200-EXIT.
           IF NOT SM-PRODUCT-WAS-FOUND
               MOVE "PRODUCT NOT ON PRODUCT FILE" TO SM-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF SM-PT-DANGR-GOODS-NO(SM-PROD-IDX) = ZERO
               MOVE "PRODUCT IS NOT DANGEROUS GOODS" TO SM-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF SM-TR-ISSUE-DATE IS NOT NUMERIC
               OR SM-TR-ISSUE-DATE = ZERO
               OR SM-TR-ISSUE-DATE > SM-TODAY
               MOVE "ISSUE DATE MISSING OR IN THE FUTURE"
                                         TO SM-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE SM-TR-ISSUE-DATE TO SM-LIMIT-DATE.
           ADD 5 TO SM-LIMIT-YYYY.
           IF SM-LIMIT-MMDD = 0229
               MOVE 0228 TO SM-LIMIT-MMDD
           END-IF.
           IF SM-TR-EXPIRY-DATE IS NOT NUMERIC
               OR SM-TR-EXPIRY-DATE = ZERO
               MOVE SM-LIMIT-DATE TO SM-EXPIRY-DATE
           ELSE
               MOVE SM-TR-EXPIRY-DATE TO SM-EXPIRY-DATE
           END-IF.
           IF SM-EXPIRY-DATE NOT > SM-TR-ISSUE-DATE
               OR SM-EXPIRY-DATE > SM-LIMIT-DATE
               MOVE "EXPIRY NOT WITHIN 5 YEARS OF ISSUE"
                                         TO SM-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF SM-TR-DOCUMENT-REF = SPACES
               MOVE "DOCUMENT REFERENCE REQUIRED" TO SM-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO SM-MATCH-FOUND.
           PERFORM 4300-SCAN-SUPPLIER THRU 4300-EXIT
               VARYING SM-SCAN-IDX FROM 1 BY 1
               UNTIL SM-SCAN-IDX > SM-SUPPLIER-CNT
                  OR SM-ENTRY-WAS-FOUND.
           IF NOT SM-ENTRY-WAS-FOUND
               MOVE "SUPPLIER NOT ON SUPPLIER MASTER" TO SM-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF SM-MATCH-IDX = ZERO
               ADD 1 TO SM-SDS-CNT
               MOVE SM-SDS-CNT TO SM-MATCH-IDX
               MOVE SM-TR-PROD-NO TO SM-SD-PROD-NO(SM-MATCH-IDX)
               MOVE SPACE         TO SM-SD-REMOVED(SM-MATCH-IDX)
           END-IF.
           MOVE SM-TR-ISSUE-DATE    TO SM-SD-ISSUE-DATE(SM-MATCH-IDX).
           MOVE SM-EXPIRY-DATE      TO SM-SD-EXPIRY-DATE(SM-MATCH-IDX).
           MOVE SM-TR-SUPPLIER-CODE
                                 TO SM-SD-SUPPLIER-CODE(SM-MATCH-IDX).
           MOVE SM-TR-DOCUMENT-REF  TO SM-SD-DOCUMENT-REF(SM-MATCH-IDX).
           MOVE SM-EXPIRY-DATE      TO SM-LG-NEW-EXPIRY-DATE.
           PERFORM 5800-APPLIED THRU 5800-EXIT.
       5000-EXIT.
           EXIT.

       5100-REMOVE-SDS.
           IF NOT SM-ENTRY-WAS-FOUND
               MOVE "NO SDS ON REGISTER FOR PRODUCT" TO SM-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 5100-EXIT
           END-IF.
           SET SM-SD-IS-REMOVED(SM-MATCH-IDX) TO TRUE.
           PERFORM 5800-APPLIED THRU 5800-EXIT.
       5100-EXIT.
           EXIT.

       5800-APPLIED.
           MOVE "APPLIED   " TO SM-LG-RESULT.
           MOVE SPACES TO SM-LG-REASON.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SM-TRANS-APPLIED.
       5800-EXIT.
           EXIT.

       5900-REJECT.
           MOVE SM-LG-OLD-EXPIRY-DATE TO SM-LG-NEW-EXPIRY-DATE.
           MOVE "REJECTED  " TO SM-LG-RESULT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO SM-TRANS-REJECTED.
       5900-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE SM-TR-ACTION-CODE TO SM-LG-ACTION-CODE.
           MOVE SM-TR-PROD-NO     TO SM-LG-PROD-NO.
           ACCEPT SM-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT SM-LG-TS-TIME FROM TIME.
           WRITE SM-LOG-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE REGISTER BACK OUT, LESS ANY REMOVED  *
      *                  SDS                                            *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT
               VARYING SM-SCAN-IDX FROM 1 BY 1
               UNTIL SM-SCAN-IDX > SM-SDS-CNT.
           CLOSE SM-TRANS-FILE
                 SM-OLD-MASTER
                 SM-NEW-MASTER
                 SM-PROD-FILE
                 SM-SUPPLIER-FILE
                 SM-LOG-FILE.
           DISPLAY "AMSSDMNT TRANS READ     = " SM-TRANS-READ.
           DISPLAY "AMSSDMNT TRANS APPLIED  = " SM-TRANS-APPLIED.
           DISPLAY "AMSSDMNT TRANS REJECTED = " SM-TRANS-REJECTED.
       8000-EXIT.
           EXIT.

       7000-WRITE-MASTER.
           IF SM-SD-IS-REMOVED(SM-SCAN-IDX)
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO SM-NEW-IO.
           MOVE SM-SD-PROD-NO(SM-SCAN-IDX)       TO SM-NW-PROD-NO.
           MOVE SM-SD-ISSUE-DATE(SM-SCAN-IDX)    TO SM-NW-ISSUE-DATE.
           MOVE SM-SD-EXPIRY-DATE(SM-SCAN-IDX)   TO SM-NW-EXPIRY-DATE.
           MOVE SM-SD-SUPPLIER-CODE(SM-SCAN-IDX) TO SM-NW-SUPPLIER-CODE.
           MOVE SM-SD-DOCUMENT-REF(SM-SCAN-IDX)  TO SM-NW-DOCUMENT-REF.
           WRITE SM-NEW-IO.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
