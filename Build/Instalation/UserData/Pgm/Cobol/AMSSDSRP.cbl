       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMSSDSRP.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * AMSSDSRP - MONTHLY SAFETY DATA SHEET EXCEPTION REPORT.  LISTS   *
      *            EVERY VALIDATED PRODUCT WITH A NONZERO               *
      *            RD430-DANGR-GOODS-NO WHOSE SDS ON THE AMSSDSRG       *
      *            REGISTER (SEE AMSSDMNT.cbl) IS MISSING, HAS EXPIRED  *
      *            (EXPIRY DATE ON OR BEFORE THE BATCYCP CYCLE DATE),   *
      *            OR EXPIRES WITHIN THE AMSSDSP PARM-FILE NUMBER OF    *
      *            DAYS, SO THE SUPPLIER CAN BE CHASED FOR A FRESH SDS  *
      *            BEFORE THE PRODUCT IS BLOCKED FROM THE WEB           *
      *            CATALOGUE AND FLAGGED ON THE CARRIER MANIFEST.       *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DS-PARM-FILE ASSIGN TO "AMSSDSP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DS-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DS-SDS-FILE ASSIGN TO "AMSSDSRG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DS-PROD-FILE ASSIGN TO "AMSPRODG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DS-REPORT-FILE ASSIGN TO "AMSSDSRR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DS-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DS-PARM-RECORD.
           05 DS-PARM-WARN-DAYS            PIC 9(03).

       FD  DS-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DS-CYCLE-PARM-RECORD.
           05 DS-CP-CYCLE-DATE             PIC 9(08).

      *    SDS REGISTER - ONE RECORD PER PRODUCT (SEE AMSSDMNT.cbl).
       FD  DS-SDS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DS-SDS-IO.
           05 DS-SR-PROD-NO                PIC 9(14).
           05 DS-SR-ISSUE-DATE             PIC 9(08).
           05 DS-SR-EXPIRY-DATE            PIC 9(08).
           05 DS-SR-SUPPLIER-CODE          PIC X(06).
           05 DS-SR-DOCUMENT-REF           PIC X(20).
           05 FILLER                       PIC X(24).

       FD  DS-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DS-PROD-IO                      PIC X(98).

       FD  DS-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DS-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".

       01  DS-SWITCHES.
           05 DS-EOF-SDS-FILE              PIC X(01) VALUE 'N'.
               88 DS-END-OF-SDS-FILE           VALUE 'Y'.
           05 DS-EOF-PROD-FILE             PIC X(01) VALUE 'N'.
               88 DS-END-OF-PROD-FILE          VALUE 'Y'.
           05 DS-MATCH-FOUND               PIC X(01).
               88 DS-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  DS-COUNTERS.
           05 DS-SDS-CNT                   PIC 9(07) COMP VALUE ZERO.
           05 DS-PRODUCTS-READ             PIC 9(07) COMP VALUE ZERO.
           05 DS-DG-PRODUCTS               PIC 9(07) COMP VALUE ZERO.
           05 DS-SDS-MISSING               PIC 9(07) COMP VALUE ZERO.
           05 DS-SDS-EXPIRED               PIC 9(07) COMP VALUE ZERO.
           05 DS-SDS-EXPIRING              PIC 9(07) COMP VALUE ZERO.

       01  DS-SDS-TABLE.
           05 DS-SD-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON DS-SDS-CNT.
               10 DS-SD-PROD-NO            PIC 9(14).
               10 DS-SD-ISSUE-DATE         PIC 9(08).
               10 DS-SD-EXPIRY-DATE        PIC 9(08).
               10 DS-SD-SUPPLIER-CODE      PIC X(06).
               10 DS-SD-DOCUMENT-REF       PIC X(20).

       01  DS-SCAN-IDX                     PIC 9(07) COMP.
       01  DS-MATCH-IDX                    PIC 9(07) COMP.
       01  DS-WARN-DAYS                    PIC 9(03).
       01  DS-CYCLE-DATE                   PIC 9(08).
       01  DS-WARN-DATE                    PIC 9(08).
       01  DS-DAYS-LEFT                    PIC S9(05).

       01  DS-HEADING-1.
           05 FILLER                       PIC X(37)
               VALUE "AMSSDSRP SAFETY DATA SHEET EXCEPTIONS".
           05 FILLER                       PIC X(07) VALUE " CYCLE ".
           05 DS-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(16)
               VALUE "  WARNING DAYS  ".
           05 DS-HD-WARN-DAYS              PIC ZZ9.
           05 FILLER                       PIC X(61) VALUE SPACES.

       01  DS-HEADING-2.
           05 FILLER                       PIC X(15)
               VALUE "PRODUCT NO    ".
           05 FILLER                       PIC X(41)
               VALUE "DESCRIPTION".
           05 FILLER                       PIC X(06) VALUE "DG NO ".
           05 FILLER                       PIC X(10) VALUE "STATUS    ".
           05 FILLER                       PIC X(09) VALUE "ISSUED   ".
           05 FILLER                       PIC X(09) VALUE "EXPIRES  ".
           05 FILLER                       PIC X(07) VALUE "  DAYS ".
           05 FILLER                       PIC X(07) VALUE "SUPPL  ".
           05 FILLER                       PIC X(20) VALUE
               "DOCUMENT REFERENCE".
           05 FILLER                       PIC X(08) VALUE SPACES.

       01  DS-DETAIL-LINE.
           05 DS-DL-PROD-NO                PIC Z(13)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DS-DL-PROD-DESC              PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DS-DL-DANGR-GOODS-NO         PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DS-DL-STATUS                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DS-DL-ISSUE-DATE             PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DS-DL-EXPIRY-DATE            PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DS-DL-DAYS-LEFT              PIC ----9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 DS-DL-SUPPLIER-CODE          PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DS-DL-DOCUMENT-REF           PIC X(20).
           05 FILLER                       PIC X(08) VALUE SPACES.

       01  DS-TOTAL-LINE.
           05 DS-TL-LABEL                  PIC X(30).
           05 DS-TL-COUNT                  PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-CHECK-PRODUCT THRU 3000-EXIT
               UNTIL DS-END-OF-PROD-FILE.
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE WARNING DAYS AND CYCLE DATE, LOAD    *
      *                   THE REGISTER AND WRITE THE HEADINGS           *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT DS-PARM-FILE.
           READ DS-PARM-FILE
               AT END
                   MOVE ZERO TO DS-PARM-WARN-DAYS
           END-READ.
           MOVE DS-PARM-WARN-DAYS TO DS-WARN-DAYS.
           CLOSE DS-PARM-FILE.
           OPEN INPUT DS-CYCLE-PARM-FILE.
           READ DS-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO DS-CP-CYCLE-DATE
           END-READ.
           CLOSE DS-CYCLE-PARM-FILE.
           IF DS-CP-CYCLE-DATE = ZERO
               ACCEPT DS-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE DS-CP-CYCLE-DATE TO DS-CYCLE-DATE
           END-IF.
           COMPUTE DS-WARN-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(DS-CYCLE-DATE) + DS-WARN-DAYS).
           OPEN INPUT  DS-SDS-FILE
                INPUT  DS-PROD-FILE
                OUTPUT DS-REPORT-FILE.
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
               UNTIL DS-END-OF-SDS-FILE.
           MOVE DS-CYCLE-DATE TO DS-HD-CYCLE-DATE.
           MOVE DS-WARN-DAYS  TO DS-HD-WARN-DAYS.
           WRITE DS-RPT-LINE FROM DS-HEADING-1.
           WRITE DS-RPT-LINE FROM DS-HEADING-2.
       1000-EXIT.
           EXIT.

       2000-LOAD-REGISTER.
           READ DS-SDS-FILE
               AT END
                   SET DS-END-OF-SDS-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO DS-SDS-CNT.
           MOVE DS-SR-PROD-NO       TO DS-SD-PROD-NO(DS-SDS-CNT).
           MOVE DS-SR-ISSUE-DATE    TO DS-SD-ISSUE-DATE(DS-SDS-CNT).
           MOVE DS-SR-EXPIRY-DATE   TO DS-SD-EXPIRY-DATE(DS-SDS-CNT).
           MOVE DS-SR-SUPPLIER-CODE TO DS-SD-SUPPLIER-CODE(DS-SDS-CNT).
           MOVE DS-SR-DOCUMENT-REF  TO DS-SD-DOCUMENT-REF(DS-SDS-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-PRODUCT - A DANGEROUS-GOODS PRODUCT IS LISTED WHEN   *
      *                      ITS SDS IS MISSING, EXPIRED OR EXPIRING    *
      *                      INSIDE THE WARNING WINDOW                  *
      ******************************************************************
       3000-CHECK-PRODUCT.
           READ DS-PROD-FILE
               AT END
                   SET DS-END-OF-PROD-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO DS-PRODUCTS-READ.
           MOVE DS-PROD-IO TO RD430-PROD-RECORD.
           IF RD430-DANGR-GOODS-NO = ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO DS-DG-PRODUCTS.
           MOVE 'N' TO DS-MATCH-FOUND.
           PERFORM 3100-SCAN-REGISTER THRU 3100-EXIT
               VARYING DS-SCAN-IDX FROM 1 BY 1
               UNTIL DS-SCAN-IDX > DS-SDS-CNT
                  OR DS-ENTRY-WAS-FOUND.
           MOVE SPACES TO DS-DETAIL-LINE.
           IF NOT DS-ENTRY-WAS-FOUND
               MOVE "MISSING " TO DS-DL-STATUS
               ADD 1 TO DS-SDS-MISSING
               PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF DS-SD-EXPIRY-DATE(DS-MATCH-IDX) NOT > DS-CYCLE-DATE
               MOVE "EXPIRED " TO DS-DL-STATUS
               ADD 1 TO DS-SDS-EXPIRED
               PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF DS-SD-EXPIRY-DATE(DS-MATCH-IDX) NOT > DS-WARN-DATE
               MOVE "EXPIRING" TO DS-DL-STATUS
               ADD 1 TO DS-SDS-EXPIRING
               PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SCAN-REGISTER.
           IF DS-SD-PROD-NO(DS-SCAN-IDX) = RD430-PROD-NO
               MOVE 'Y' TO DS-MATCH-FOUND
               MOVE DS-SCAN-IDX TO DS-MATCH-IDX
           END-IF.
       3100-EXIT.
           EXIT.

       5000-WRITE-DETAIL.
           MOVE RD430-PROD-NO        TO DS-DL-PROD-NO.
           MOVE RD430-PROD-DESC      TO DS-DL-PROD-DESC.
           MOVE RD430-DANGR-GOODS-NO TO DS-DL-DANGR-GOODS-NO.
           IF DS-ENTRY-WAS-FOUND
               MOVE DS-SD-ISSUE-DATE(DS-MATCH-IDX)  TO DS-DL-ISSUE-DATE
               MOVE DS-SD-EXPIRY-DATE(DS-MATCH-IDX) TO DS-DL-EXPIRY-DATE
               COMPUTE DS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE
                       (DS-SD-EXPIRY-DATE(DS-MATCH-IDX))
                 - FUNCTION INTEGER-OF-DATE(DS-CYCLE-DATE)
               MOVE DS-DAYS-LEFT TO DS-DL-DAYS-LEFT
               MOVE DS-SD-SUPPLIER-CODE(DS-MATCH-IDX)
                                         TO DS-DL-SUPPLIER-CODE
               MOVE DS-SD-DOCUMENT-REF(DS-MATCH-IDX)
                                         TO DS-DL-DOCUMENT-REF
           END-IF.
           WRITE DS-RPT-LINE FROM DS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

       7000-WRITE-TOTALS.
           MOVE SPACES TO DS-RPT-LINE.
           WRITE DS-RPT-LINE.
           MOVE "DANGEROUS-GOODS PRODUCTS" TO DS-TL-LABEL.
           MOVE DS-DG-PRODUCTS TO DS-TL-COUNT.
           WRITE DS-RPT-LINE FROM DS-TOTAL-LINE.
           MOVE "SDS MISSING" TO DS-TL-LABEL.
           MOVE DS-SDS-MISSING TO DS-TL-COUNT.
           WRITE DS-RPT-LINE FROM DS-TOTAL-LINE.
           MOVE "SDS EXPIRED" TO DS-TL-LABEL.
           MOVE DS-SDS-EXPIRED TO DS-TL-COUNT.
           WRITE DS-RPT-LINE FROM DS-TOTAL-LINE.
           MOVE "SDS EXPIRING" TO DS-TL-LABEL.
           MOVE DS-SDS-EXPIRING TO DS-TL-COUNT.
           WRITE DS-RPT-LINE FROM DS-TOTAL-LINE.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE DS-SDS-FILE
                 DS-PROD-FILE
                 DS-REPORT-FILE.
           DISPLAY "AMSSDSRP PRODUCTS READ = " DS-PRODUCTS-READ.
           DISPLAY "AMSSDSRP DG PRODUCTS   = " DS-DG-PRODUCTS.
           DISPLAY "AMSSDSRP SDS MISSING   = " DS-SDS-MISSING.
           DISPLAY "AMSSDSRP SDS EXPIRED   = " DS-SDS-EXPIRED.
           DISPLAY "AMSSDSRP SDS EXPIRING  = " DS-SDS-EXPIRING.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
