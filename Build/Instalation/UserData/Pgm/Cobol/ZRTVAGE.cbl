       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZRTVAGE.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZRTVAGE - OPEN SUPPLIER CREDIT CLAIMS AGED REPORT.  EVERY CLAIM *
      *           ZRTVPOST RAISED ON ZRTVCLM IS MATCHED BY RTV-Id TO    *
      *           THE Supplier-Credit-Note-Record ENTRIES (zPO.cbl)     *
      *           RECEIVED ON ZPOSCN.  A CLAIM WHOSE CREDIT NOTES COVER *
      *           ITS VALUE IS CLOSED AND NOT PRINTED; EVERY OTHER      *
      *           CLAIM IS PRINTED WITH THE AMOUNT STILL OUTSTANDING,   *
      *           ITS AGE IN DAYS FROM THE DATE IT WAS RAISED TO THE    *
      *           PARM AS-OF DATE (TODAY WHEN THE PARM IS EMPTY) AND    *
      *           ITS AGE BAND (0-30, 31-60, 61-90, OVER 90).  RECALL   *
      *           RETURNS ARE FLAGGED WITH THEIR Recall-Ref AND ARE     *
      *           TOTALLED SEPARATELY.  A CREDIT NOTE QUOTING AN RTV-Id *
      *           WITH NO CLAIM IS LISTED AT THE FOOT FOR ACCOUNTS      *
      *           PAYABLE TO CHASE.                                     *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZZ-PARM-FILE ASSIGN TO "ZRTVAGEP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZZ-SUPPLIER-FILE ASSIGN TO "SDSUPPM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZZ-CREDIT-FILE ASSIGN TO "ZPOSCN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZZ-CLAIM-FILE ASSIGN TO "ZRTVCLM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZZ-REPORT-FILE ASSIGN TO "ZRTVAGER"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZZ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZZ-PARM-RECORD.
           05 ZZ-PARM-AS-OF-DATE           PIC 9(08).

       FD  ZZ-SUPPLIER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZZ-SUPPLIER-IO                  PIC X(200).

       FD  ZZ-CREDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZZ-CREDIT-IO                    PIC X(46).

      *    SAME LAYOUT ZRTVPOST.cbl WRITES.
       FD  ZZ-CLAIM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZZ-CLAIM-RECORD.
           05 ZZ-CL-RTV-ID                 PIC X(12).
           05 ZZ-CL-SUPPLIER-CODE          PIC X(06).
           05 ZZ-CL-PO-ID                  PIC X(14).
           05 ZZ-CL-PRODUCT-CODE           PIC 9(08).
           05 ZZ-CL-LOCATION               PIC 9(04).
           05 ZZ-CL-RETURN-QTY             PIC S9(05).
           05 ZZ-CL-REASON                 PIC X(02).
           05 ZZ-CL-RECALL-FLAG            PIC X(01).
               88 ZZ-CL-IS-RECALL              VALUE 'Y'.
           05 ZZ-CL-RECALL-REF             PIC X(10).
           05 ZZ-CL-CLAIM-VALUE            PIC S9(09)V99.
           05 ZZ-CL-RAISED-DATE            PIC 9(08).
           05 FILLER                       PIC X(09).

       FD  ZZ-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZZ-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  ZZ-SWITCHES.
           05 ZZ-EOF-SUPPLIER-FILE         PIC X(01) VALUE 'N'.
               88 ZZ-END-OF-SUPPLIER-FILE      VALUE 'Y'.
           05 ZZ-EOF-CREDIT-FILE           PIC X(01) VALUE 'N'.
               88 ZZ-END-OF-CREDIT-FILE        VALUE 'Y'.
           05 ZZ-EOF-CLAIM-FILE            PIC X(01) VALUE 'N'.
               88 ZZ-END-OF-CLAIM-FILE         VALUE 'Y'.
           05 ZZ-MATCH-FOUND               PIC X(01).
               88 ZZ-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  ZZ-AS-OF-DATE                   PIC 9(08).

       01  ZZ-COUNTERS.
           05 ZZ-SUPPLIER-CNT              PIC 9(05) COMP VALUE ZERO.
           05 ZZ-CREDIT-CNT                PIC 9(05) COMP VALUE ZERO.
           05 ZZ-CLAIMS-READ               PIC 9(07) COMP VALUE ZERO.
           05 ZZ-CLAIMS-CLOSED             PIC 9(07) COMP VALUE ZERO.
           05 ZZ-CLAIMS-OPEN               PIC 9(07) COMP VALUE ZERO.
           05 ZZ-RECALL-OPEN               PIC 9(07) COMP VALUE ZERO.
           05 ZZ-CREDITS-UNMATCHED         PIC 9(07) COMP VALUE ZERO.

       01  ZZ-SUPPLIER-TABLE.
           05 ZZ-SP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ZZ-SUPPLIER-CNT.
               10 ZZ-SP-CODE               PIC X(06).
               10 ZZ-SP-NAME               PIC X(30).

      *    CREDIT NOTES SUMMED PER RTV-Id - A CLAIM MAY BE CREDITED IN
      *    MORE THAN ONE NOTE.
       01  ZZ-CREDIT-TABLE.
           05 ZZ-CR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZZ-CREDIT-CNT.
               10 ZZ-CR-RTV-ID             PIC X(12).
               10 ZZ-CR-LAST-NOTE-NO       PIC X(12).
               10 ZZ-CR-LAST-DATE          PIC 9(08).
               10 ZZ-CR-VALUE              PIC S9(09)V99.
               10 ZZ-CR-MATCHED            PIC X(01).

       01  ZZ-SCAN-IDX                     PIC 9(05) COMP.
       01  ZZ-CR-IDX                       PIC 9(05) COMP.
       01  ZZ-SP-IDX                       PIC 9(05) COMP.
       01  ZZ-BAND-IDX                     PIC 9(01) COMP.

       01  ZZ-LOOKUP-RTV-ID                PIC X(12).
       01  ZZ-CREDITED                     PIC S9(09)V99.
       01  ZZ-OUTSTANDING                  PIC S9(09)V99.
       01  ZZ-AGE-DAYS                     PIC S9(07).

       01  ZZ-BAND-TOTALS.
           05 ZZ-BT-ENTRY OCCURS 4 TIMES.
               10 ZZ-BT-COUNT              PIC 9(07) COMP.
               10 ZZ-BT-OUTSTANDING        PIC S9(11)V99.
       01  ZZ-BAND-NAMES.
           05 FILLER                       PIC X(08) VALUE "0-30    ".
           05 FILLER                       PIC X(08) VALUE "31-60   ".
           05 FILLER                       PIC X(08) VALUE "61-90   ".
           05 FILLER                       PIC X(08) VALUE "OVER 90 ".
       01  ZZ-BAND-NAME-TABLE REDEFINES ZZ-BAND-NAMES.
           05 ZZ-BAND-NAME                 PIC X(08) OCCURS 4 TIMES.
       01  ZZ-RECALL-OUTSTANDING           PIC S9(11)V99 VALUE ZERO.
       01  ZZ-TOTAL-OUTSTANDING            PIC S9(11)V99 VALUE ZERO.

       01  ZZ-HEADING-1.
           05 FILLER                       PIC X(38)
               VALUE "ZRTVAGE OPEN SUPPLIER CREDIT CLAIMS AS".
           05 FILLER                       PIC X(04) VALUE " AT ".
           05 ZZ-H1-AS-OF-DATE             PIC 9(08).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01  ZZ-HEADING-2.
           05 FILLER                       PIC X(13) VALUE "RTV-ID".
           05 FILLER                       PIC X(07) VALUE "SUPPL".
           05 FILLER                       PIC X(21) VALUE "NAME".
           05 FILLER                       PIC X(15) VALUE "PO-ID".
           05 FILLER                       PIC X(09) VALUE "PRODUCT".
           05 FILLER                       PIC X(03) VALUE "RS".
           05 FILLER                       PIC X(11) VALUE "RECALL".
           05 FILLER                       PIC X(09) VALUE "RAISED".
           05 FILLER                       PIC X(14) VALUE "   CLAIMED".
           05 FILLER                       PIC X(14)
               VALUE "OUTSTANDING".
           05 FILLER                       PIC X(06) VALUE "  AGE".
           05 FILLER                       PIC X(10) VALUE "BAND".

       01  ZZ-DETAIL-LINE.
           05 ZZ-DL-RTV-ID                 PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-SUPPLIER-CODE          PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-SUPPLIER-NAME          PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-PO-ID                  PIC X(14).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-PRODUCT-CODE           PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-REASON                 PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-RECALL-REF             PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-RAISED-DATE            PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-CLAIMED                PIC -(9)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-OUTSTANDING            PIC -(9)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-AGE                    PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ZZ-DL-BAND                   PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.

       01  ZZ-BAND-LINE.
           05 FILLER                       PIC X(14) VALUE "AGE BAND".
           05 ZZ-BL-BAND                   PIC X(08).
           05 FILLER                       PIC X(08) VALUE " CLAIMS ".
           05 ZZ-BL-COUNT                  PIC ZZZZZZ9.
           05 FILLER                       PIC X(14)
               VALUE "  OUTSTANDING ".
           05 ZZ-BL-OUTSTANDING            PIC -(11)9.99.
           05 FILLER                       PIC X(66) VALUE SPACES.

       01  ZZ-TOTAL-LINE.
           05 ZZ-TL-LABEL                  PIC X(30).
           05 ZZ-TL-COUNT                  PIC ZZZZZZ9.
           05 FILLER                       PIC X(14)
               VALUE "  OUTSTANDING ".
           05 ZZ-TL-OUTSTANDING            PIC -(11)9.99.
           05 FILLER                       PIC X(66) VALUE SPACES.

       01  ZZ-UNMATCHED-LINE.
           05 FILLER                       PIC X(30)
               VALUE "CREDIT NOTE WITH NO CLAIM     ".
           05 ZZ-UL-RTV-ID                 PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZZ-UL-NOTE-NO                PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZZ-UL-DATE                   PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZZ-UL-VALUE                  PIC -(9)9.99.
           05 FILLER                       PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-AGE-CLAIM THRU 3000-EXIT
               UNTIL ZZ-END-OF-CLAIM-FILE.
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - AS-OF DATE, SUPPLIER NAMES AND THE CREDIT     *
      *                   NOTES RECEIVED                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ZZ-PARM-FILE.
           READ ZZ-PARM-FILE
               AT END
                   MOVE ZERO TO ZZ-PARM-AS-OF-DATE
           END-READ.
           MOVE ZZ-PARM-AS-OF-DATE TO ZZ-AS-OF-DATE.
           CLOSE ZZ-PARM-FILE.
           IF ZZ-AS-OF-DATE = ZERO
               ACCEPT ZZ-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT  ZZ-SUPPLIER-FILE
                INPUT  ZZ-CREDIT-FILE
                INPUT  ZZ-CLAIM-FILE
                OUTPUT ZZ-REPORT-FILE.
           INITIALIZE ZZ-BAND-TOTALS.
           PERFORM 2000-LOAD-SUPPLIER THRU 2000-EXIT
               UNTIL ZZ-END-OF-SUPPLIER-FILE.
           PERFORM 2100-LOAD-CREDIT THRU 2100-EXIT
               UNTIL ZZ-END-OF-CREDIT-FILE.
           MOVE ZZ-AS-OF-DATE TO ZZ-H1-AS-OF-DATE.
           WRITE ZZ-RPT-LINE FROM ZZ-HEADING-1.
           WRITE ZZ-RPT-LINE FROM ZZ-HEADING-2.
       1000-EXIT.
           EXIT.

       2000-LOAD-SUPPLIER.
           READ ZZ-SUPPLIER-FILE
               AT END
                   SET ZZ-END-OF-SUPPLIER-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO ZZ-SUPPLIER-CNT.
           MOVE ZZ-SUPPLIER-IO(1:6)  TO ZZ-SP-CODE(ZZ-SUPPLIER-CNT).
           MOVE ZZ-SUPPLIER-IO(7:30) TO ZZ-SP-NAME(ZZ-SUPPLIER-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-CREDIT.
           READ ZZ-CREDIT-FILE
               AT END
                   SET ZZ-END-OF-CREDIT-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE ZZ-CREDIT-IO TO Supplier-Credit-Note-Record.
           MOVE RTV-Id OF Supplier-Credit-Note-Record
                                     TO ZZ-LOOKUP-RTV-ID.
           PERFORM 4000-LOOKUP-CREDIT THRU 4000-EXIT.
           IF NOT ZZ-ENTRY-WAS-FOUND
               ADD 1 TO ZZ-CREDIT-CNT
               MOVE ZZ-CREDIT-CNT    TO ZZ-CR-IDX
               MOVE ZZ-LOOKUP-RTV-ID TO ZZ-CR-RTV-ID(ZZ-CR-IDX)
               MOVE ZERO             TO ZZ-CR-VALUE(ZZ-CR-IDX)
                                        ZZ-CR-LAST-DATE(ZZ-CR-IDX)
               MOVE 'N'              TO ZZ-CR-MATCHED(ZZ-CR-IDX)
           END-IF.
           ADD Credit-Value TO ZZ-CR-VALUE(ZZ-CR-IDX).
           IF Credit-Date NOT < ZZ-CR-LAST-DATE(ZZ-CR-IDX)
               MOVE Credit-Date    TO ZZ-CR-LAST-DATE(ZZ-CR-IDX)
               MOVE Credit-Note-No TO ZZ-CR-LAST-NOTE-NO(ZZ-CR-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AGE-CLAIM - NET OFF THE CREDIT NOTES; AN OPEN CLAIM IS     *
      *                  AGED AND PRINTED                               *
      ******************************************************************
       3000-AGE-CLAIM.
           READ ZZ-CLAIM-FILE
               AT END
                   SET ZZ-END-OF-CLAIM-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO ZZ-CLAIMS-READ.
           MOVE ZERO TO ZZ-CREDITED.
           MOVE ZZ-CL-RTV-ID TO ZZ-LOOKUP-RTV-ID.
           PERFORM 4000-LOOKUP-CREDIT THRU 4000-EXIT.
           IF ZZ-ENTRY-WAS-FOUND
               MOVE ZZ-CR-VALUE(ZZ-CR-IDX) TO ZZ-CREDITED
               MOVE 'Y' TO ZZ-CR-MATCHED(ZZ-CR-IDX)
           END-IF.
           COMPUTE ZZ-OUTSTANDING = ZZ-CL-CLAIM-VALUE - ZZ-CREDITED.
           IF ZZ-OUTSTANDING NOT > ZERO
               ADD 1 TO ZZ-CLAIMS-CLOSED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO ZZ-CLAIMS-OPEN.
           COMPUTE ZZ-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(ZZ-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(ZZ-CL-RAISED-DATE).
           EVALUATE TRUE
               WHEN ZZ-AGE-DAYS NOT > 30
                   MOVE 1 TO ZZ-BAND-IDX
               WHEN ZZ-AGE-DAYS NOT > 60
                   MOVE 2 TO ZZ-BAND-IDX
               WHEN ZZ-AGE-DAYS NOT > 90
                   MOVE 3 TO ZZ-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO ZZ-BAND-IDX
           END-EVALUATE.
           ADD 1 TO ZZ-BT-COUNT(ZZ-BAND-IDX).
           ADD ZZ-OUTSTANDING TO ZZ-BT-OUTSTANDING(ZZ-BAND-IDX)
                                 ZZ-TOTAL-OUTSTANDING.
           IF ZZ-CL-IS-RECALL
               ADD 1 TO ZZ-RECALL-OPEN
               ADD ZZ-OUTSTANDING TO ZZ-RECALL-OUTSTANDING
           END-IF.
           PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-CREDIT.
           MOVE 'N' TO ZZ-MATCH-FOUND.
           MOVE ZERO TO ZZ-CR-IDX.
           PERFORM 4010-SCAN-CREDIT THRU 4010-EXIT
               VARYING ZZ-SCAN-IDX FROM 1 BY 1
               UNTIL ZZ-SCAN-IDX > ZZ-CREDIT-CNT
                  OR ZZ-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-CREDIT.
           IF ZZ-CR-RTV-ID(ZZ-SCAN-IDX) = ZZ-LOOKUP-RTV-ID
               MOVE 'Y' TO ZZ-MATCH-FOUND
               MOVE ZZ-SCAN-IDX TO ZZ-CR-IDX
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-SUPPLIER.
           MOVE 'N' TO ZZ-MATCH-FOUND.
           MOVE ZERO TO ZZ-SP-IDX.
           PERFORM 4110-SCAN-SUPPLIER THRU 4110-EXIT
               VARYING ZZ-SCAN-IDX FROM 1 BY 1
               UNTIL ZZ-SCAN-IDX > ZZ-SUPPLIER-CNT
                  OR ZZ-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-SUPPLIER.
           IF ZZ-SP-CODE(ZZ-SCAN-IDX) = ZZ-CL-SUPPLIER-CODE
               MOVE 'Y' TO ZZ-MATCH-FOUND
               MOVE ZZ-SCAN-IDX TO ZZ-SP-IDX
           END-IF.
       4110-EXIT.
           EXIT.

       6000-WRITE-DETAIL.
           MOVE ZZ-CL-RTV-ID        TO ZZ-DL-RTV-ID.
           MOVE ZZ-CL-SUPPLIER-CODE TO ZZ-DL-SUPPLIER-CODE.
           PERFORM 4100-LOOKUP-SUPPLIER THRU 4100-EXIT.
           IF ZZ-ENTRY-WAS-FOUND
               MOVE ZZ-SP-NAME(ZZ-SP-IDX) TO ZZ-DL-SUPPLIER-NAME
           ELSE
               MOVE "*NOT ON MASTER*"     TO ZZ-DL-SUPPLIER-NAME
           END-IF.
           MOVE ZZ-CL-PO-ID         TO ZZ-DL-PO-ID.
           MOVE ZZ-CL-PRODUCT-CODE  TO ZZ-DL-PRODUCT-CODE.
           MOVE ZZ-CL-REASON        TO ZZ-DL-REASON.
           IF ZZ-CL-IS-RECALL
               MOVE ZZ-CL-RECALL-REF TO ZZ-DL-RECALL-REF
           ELSE
               MOVE SPACES           TO ZZ-DL-RECALL-REF
           END-IF.
           MOVE ZZ-CL-RAISED-DATE   TO ZZ-DL-RAISED-DATE.
           MOVE ZZ-CL-CLAIM-VALUE   TO ZZ-DL-CLAIMED.
           MOVE ZZ-OUTSTANDING      TO ZZ-DL-OUTSTANDING.
           MOVE ZZ-AGE-DAYS         TO ZZ-DL-AGE.
           MOVE ZZ-BAND-NAME(ZZ-BAND-IDX) TO ZZ-DL-BAND.
           WRITE ZZ-RPT-LINE FROM ZZ-DETAIL-LINE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-TOTALS - AGE-BAND, RECALL AND GRAND TOTALS, THEN ANY *
      *                     CREDIT NOTE THAT MATCHED NO CLAIM           *
      ******************************************************************
       7000-WRITE-TOTALS.
           MOVE SPACES TO ZZ-RPT-LINE.
           WRITE ZZ-RPT-LINE.
           PERFORM 7100-WRITE-BAND THRU 7100-EXIT
               VARYING ZZ-BAND-IDX FROM 1 BY 1
               UNTIL ZZ-BAND-IDX > 4.
           MOVE "RECALL RETURNS OPEN"    TO ZZ-TL-LABEL.
           MOVE ZZ-RECALL-OPEN           TO ZZ-TL-COUNT.
           MOVE ZZ-RECALL-OUTSTANDING    TO ZZ-TL-OUTSTANDING.
           WRITE ZZ-RPT-LINE FROM ZZ-TOTAL-LINE.
           MOVE "ALL CLAIMS OPEN"        TO ZZ-TL-LABEL.
           MOVE ZZ-CLAIMS-OPEN           TO ZZ-TL-COUNT.
           MOVE ZZ-TOTAL-OUTSTANDING     TO ZZ-TL-OUTSTANDING.
           WRITE ZZ-RPT-LINE FROM ZZ-TOTAL-LINE.
           PERFORM 7200-WRITE-UNMATCHED THRU 7200-EXIT
               VARYING ZZ-CR-IDX FROM 1 BY 1
               UNTIL ZZ-CR-IDX > ZZ-CREDIT-CNT.
       7000-EXIT.
           EXIT.

       7100-WRITE-BAND.
           MOVE ZZ-BAND-NAME(ZZ-BAND-IDX)      TO ZZ-BL-BAND.
           MOVE ZZ-BT-COUNT(ZZ-BAND-IDX)       TO ZZ-BL-COUNT.
           MOVE ZZ-BT-OUTSTANDING(ZZ-BAND-IDX) TO ZZ-BL-OUTSTANDING.
           WRITE ZZ-RPT-LINE FROM ZZ-BAND-LINE.
       7100-EXIT.
           EXIT.

       7200-WRITE-UNMATCHED.
           IF ZZ-CR-MATCHED(ZZ-CR-IDX) = 'Y'
               GO TO 7200-EXIT
           END-IF.
           MOVE ZZ-CR-RTV-ID(ZZ-CR-IDX)       TO ZZ-UL-RTV-ID.
           MOVE ZZ-CR-LAST-NOTE-NO(ZZ-CR-IDX) TO ZZ-UL-NOTE-NO.
           MOVE ZZ-CR-LAST-DATE(ZZ-CR-IDX)    TO ZZ-UL-DATE.
           MOVE ZZ-CR-VALUE(ZZ-CR-IDX)        TO ZZ-UL-VALUE.
           WRITE ZZ-RPT-LINE FROM ZZ-UNMATCHED-LINE.
           ADD 1 TO ZZ-CREDITS-UNMATCHED.
       7200-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE ZZ-SUPPLIER-FILE
                 ZZ-CREDIT-FILE
                 ZZ-CLAIM-FILE
                 ZZ-REPORT-FILE.
           DISPLAY "ZRTVAGE CLAIMS READ         = " ZZ-CLAIMS-READ.
           DISPLAY "ZRTVAGE CLAIMS CLOSED       = " ZZ-CLAIMS-CLOSED.
           DISPLAY "ZRTVAGE CLAIMS OPEN         = " ZZ-CLAIMS-OPEN.
           DISPLAY "ZRTVAGE RECALL CLAIMS OPEN  = " ZZ-RECALL-OPEN.
           DISPLAY "ZRTVAGE UNMATCHED CREDITS   = "
               ZZ-CREDITS-UNMATCHED.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
