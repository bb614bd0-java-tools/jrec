      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  05  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      *  06  15/10/26  R PATEL   A MANIFEST LINE FOR A PRODUCT WITH    *
      *                          NO CURRENT SAFETY DATA SHEET ON THE   *
      *                          AMSSDSRG REGISTER (SEE AMSSDMNT) IS   *
      *                          FLAGGED NO CURRENT SDS                *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMS-MANIFEST-FILE ASSIGN TO "AMSDGMFT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMS-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMS-SDS-FILE ASSIGN TO "AMSSDSRG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AMS-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AM-PROD-IO                     PIC X(98).

       FD  AMS-MANIFEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AM-RPT-LINE                    PIC X(132).

       FD  AMS-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AM-CYCLE-PARM-RECORD.
           05 AM-CP-CYCLE-DATE            PIC 9(08).

      *    SDS REGISTER - ONE RECORD PER PRODUCT (SEE AMSSDMNT.cbl).
       FD  AMS-SDS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AM-SDS-IO.
           05 AM-SR-PROD-NO               PIC 9(14).
           05 AM-SR-ISSUE-DATE            PIC 9(08).
           05 AM-SR-EXPIRY-DATE           PIC 9(08).
           05 FILLER                      PIC X(50).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".

               88 AM-END-OF-CLASS-FILE        VALUE 'Y'.
           05 AM-EOF-PROD-FILE            PIC X(01) VALUE 'N'.
               88 AM-END-OF-PROD-FILE         VALUE 'Y'.
           05 AM-EOF-SDS-FILE             PIC X(01) VALUE 'N'.
               88 AM-END-OF-SDS-FILE          VALUE 'Y'.
           05 AM-SDS-FOUND                PIC X(01).
               88 AM-SDS-IS-CURRENT           VALUE 'Y'.

       01  AM-COUNTERS.
           05 AM-CLASS-CNT                PIC 9(05) COMP VALUE ZERO.
           05 AM-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
           05 AM-RECORDS-MANIFESTED       PIC 9(07) COMP VALUE ZERO.
           05 AM-NO-CURRENT-SDS           PIC 9(07) COMP VALUE ZERO.
           05 AM-SDS-CNT                  PIC 9(07) COMP VALUE ZERO.

       01  AM-CLASS-TABLE.
           05 AM-CLASS-ENTRY OCCURS 1 TO 999 TIMES
               10 AM-CL-CODE              PIC 9(04).
               10 AM-CL-DESC              PIC X(30).

      *    REGISTER ENTRIES STILL IN DATE AT THE CYCLE DATE - ONLY
      *    THESE COUNT AS A CURRENT SDS.
       01  AM-SDS-TABLE.
           05 AM-SD-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON AM-SDS-CNT.
               10 AM-SD-PROD-NO           PIC 9(14).

       01  AM-SCAN-IDX                    PIC 9(07) COMP.
       01  AM-CYCLE-DATE                  PIC 9(08).

       01  AM-SEARCH-RESULT               PIC X(01).
           88 AM-CLASS-WAS-FOUND              VALUE 'Y'.

           05 FILLER                      PIC X(06) VALUE "CLASS ".
           05 FILLER                      PIC X(30)
               VALUE "HAZARD DESCRIPTION            ".
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 FILLER                      PIC X(14)
               VALUE "SDS           ".
           05 FILLER                      PIC X(24) VALUE SPACES.

       01  AM-DETAIL-LINE.
           05 AM-DL-PROD-NO               PIC Z(13)9.
           05 AM-DL-CLASS                 PIC ZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACE.
           05 AM-DL-HAZARD-DESC           PIC X(30).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 AM-DL-SDS-FLAG              PIC X(14).
           05 FILLER                      PIC X(24) VALUE SPACES.

       01  AM-TOTAL-LINE.
           05 FILLER                      PIC X(30)
           05 AM-TL-COUNT                 PIC ZZZ,ZZ9.
           05 FILLER                      PIC X(95) VALUE SPACES.

       01  AM-SDS-TOTAL-LINE.
           05 FILLER                      PIC X(30)
               VALUE "LINES WITH NO CURRENT SDS    ".
           05 AM-TL-SDS-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                      PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, LOAD THE CLASS REFERENCE TABLE   *
      *                   AND THE CURRENT SDS REGISTER ENTRIES AND     *
      *                   WRITE REPORT HEADINGS                        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT AMS-CYCLE-PARM-FILE.
           READ AMS-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO AM-CP-CYCLE-DATE
           END-READ.
           CLOSE AMS-CYCLE-PARM-FILE.
           IF AM-CP-CYCLE-DATE = ZERO
               ACCEPT AM-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE AM-CP-CYCLE-DATE TO AM-CYCLE-DATE
           END-IF.
           OPEN INPUT AMS-SDS-FILE.
           PERFORM 2100-LOAD-REGISTER THRU 2100-EXIT
               UNTIL AM-END-OF-SDS-FILE.
           CLOSE AMS-SDS-FILE.
           OPEN INPUT  AMS-CLASS-FILE
                INPUT  AMS-PROD-FILE
                OUTPUT AMS-MANIFEST-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-REGISTER.
           READ AMS-SDS-FILE
               AT END
                   SET AM-END-OF-SDS-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF AM-SR-EXPIRY-DATE > AM-CYCLE-DATE
               ADD 1 TO AM-SDS-CNT
               MOVE AM-SR-PROD-NO TO AM-SD-PROD-NO(AM-SDS-CNT)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-PRODUCT - READ ONE PRODUCT AND, IF IT'S FLAGGED   *
      *                        AS DANGEROUS GOODS, PRINT A MANIFEST    *
           MOVE AM-PROD-IO TO RD430-PROD-RECORD.
           IF RD430-DANGR-GOODS-CLS NOT = ZERO
               PERFORM 4000-LOOKUP-CLASS THRU 4000-EXIT
               PERFORM 4100-CHECK-SDS THRU 4100-EXIT
               PERFORM 5000-WRITE-MANIFEST-LINE THRU 5000-EXIT
           END-IF.
       3000-EXIT.
       4000-EXIT.
           EXIT.

       4100-CHECK-SDS.
           MOVE 'N' TO AM-SDS-FOUND.
           PERFORM 4110-SCAN-REGISTER THRU 4110-EXIT
               VARYING AM-SCAN-IDX FROM 1 BY 1
               UNTIL AM-SCAN-IDX > AM-SDS-CNT
                  OR AM-SDS-IS-CURRENT.
       4100-EXIT.
           EXIT.

       4110-SCAN-REGISTER.
           IF AM-SD-PROD-NO(AM-SCAN-IDX) = RD430-PROD-NO
               MOVE 'Y' TO AM-SDS-FOUND
           END-IF.
       4110-EXIT.
           EXIT.

       5000-WRITE-MANIFEST-LINE.
           MOVE RD430-PROD-NO   TO AM-DL-PROD-NO.
           MOVE RD430-PROD-DESC TO AM-DL-PROD-DESC.
           ELSE
               MOVE "HAZARD CLASS NOT ON FILE" TO AM-DL-HAZARD-DESC
           END-IF.
           IF AM-SDS-IS-CURRENT
               MOVE SPACES TO AM-DL-SDS-FLAG
           ELSE
               MOVE "NO CURRENT SDS" TO AM-DL-SDS-FLAG
               ADD 1 TO AM-NO-CURRENT-SDS
           END-IF.
           WRITE AM-RPT-LINE FROM AM-DETAIL-LINE.
           ADD 1 TO AM-RECORDS-MANIFESTED.
       5000-EXIT.
       7000-WRITE-TOTAL.
           MOVE AM-RECORDS-MANIFESTED TO AM-TL-COUNT.
           WRITE AM-RPT-LINE FROM AM-TOTAL-LINE.
           MOVE AM-NO-CURRENT-SDS TO AM-TL-SDS-COUNT.
           WRITE AM-RPT-LINE FROM AM-SDS-TOTAL-LINE.
       7000-EXIT.
           EXIT.

           DISPLAY "AMSDGMAN RECORDS READ       = " AM-RECORDS-READ.
           DISPLAY "AMSDGMAN RECORDS MANIFESTED = "
               AM-RECORDS-MANIFESTED.
           DISPLAY "AMSDGMAN NO CURRENT SDS     = " AM-NO-CURRENT-SDS.
       8000-EXIT.
           EXIT.

