      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  06  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      *  07  15/10/26  R PATEL   A DANGEROUS-GOODS PRODUCT WITH NO     *
      *                          CURRENT SAFETY DATA SHEET ON THE      *
      *                          AMSSDSRG REGISTER (SEE AMSSDMNT) IS   *
      *                          NO LONGER EXPORTED                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CE-EXPORT-FILE ASSIGN TO "AMSWEBCV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CE-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CE-SDS-FILE ASSIGN TO "AMSSDSRG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CE-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CE-PROD-IO                     PIC X(98).

       FD  CE-EXPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CE-EXPORT-RECORD               PIC X(80).

       FD  CE-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CE-CYCLE-PARM-RECORD.
           05 CE-CP-CYCLE-DATE            PIC 9(08).

      *    SDS REGISTER - ONE RECORD PER PRODUCT (SEE AMSSDMNT.cbl).
       FD  CE-SDS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CE-SDS-IO.
           05 CE-SR-PROD-NO               PIC 9(14).
           05 CE-SR-ISSUE-DATE            PIC 9(08).
           05 CE-SR-EXPIRY-DATE           PIC 9(08).
           05 FILLER                      PIC X(50).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".

       01  CE-SWITCHES.
           05 CE-EOF-PROD-FILE            PIC X(01) VALUE 'N'.
               88 CE-END-OF-PROD-FILE         VALUE 'Y'.
           05 CE-EOF-SDS-FILE             PIC X(01) VALUE 'N'.
               88 CE-END-OF-SDS-FILE          VALUE 'Y'.
           05 CE-SDS-FOUND                PIC X(01).
               88 CE-SDS-IS-CURRENT           VALUE 'Y'.

       01  CE-COUNTERS.
           05 CE-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
           05 CE-RECORDS-EXPORTED         PIC 9(07) COMP VALUE ZERO.
           05 CE-RECORDS-DROPPED          PIC 9(07) COMP VALUE ZERO.
           05 CE-NO-CURRENT-SDS           PIC 9(07) COMP VALUE ZERO.
           05 CE-SDS-CNT                  PIC 9(07) COMP VALUE ZERO.

      *    REGISTER ENTRIES STILL IN DATE AT THE CYCLE DATE - ONLY
      *    THESE COUNT AS A CURRENT SDS.
       01  CE-SDS-TABLE.
           05 CE-SD-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON CE-SDS-CNT.
               10 CE-SD-PROD-NO           PIC 9(14).

       01  CE-SCAN-IDX                    PIC 9(07) COMP.
       01  CE-CYCLE-DATE                  PIC 9(08).

       PROCEDURE DIVISION.

           GO TO 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT CE-CYCLE-PARM-FILE.
           READ CE-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO CE-CP-CYCLE-DATE
           END-READ.
           CLOSE CE-CYCLE-PARM-FILE.
           IF CE-CP-CYCLE-DATE = ZERO
               ACCEPT CE-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CE-CP-CYCLE-DATE TO CE-CYCLE-DATE
           END-IF.
           OPEN INPUT CE-SDS-FILE.
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
               UNTIL CE-END-OF-SDS-FILE.
           CLOSE CE-SDS-FILE.
           OPEN INPUT  CE-PROD-FILE
                OUTPUT CE-EXPORT-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-REGISTER.
           READ CE-SDS-FILE
               AT END
                   SET CE-END-OF-SDS-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF CE-SR-EXPIRY-DATE > CE-CYCLE-DATE
               ADD 1 TO CE-SDS-CNT
               MOVE CE-SR-PROD-NO TO CE-SD-PROD-NO(CE-SDS-CNT)
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EXPORT-PRODUCT - READ ONE GOOD PRODUCT RECORD AND WRITE   *
      *                       ITS CATALOGUE FIELDS OUT AS A            *
               ADD 1 TO CE-RECORDS-DROPPED
               GO TO 3000-EXIT
           END-IF.
           IF RD430-DANGR-GOODS-NO NOT = ZERO
               MOVE 'N' TO CE-SDS-FOUND
               PERFORM 3100-SCAN-REGISTER THRU 3100-EXIT
                   VARYING CE-SCAN-IDX FROM 1 BY 1
                   UNTIL CE-SCAN-IDX > CE-SDS-CNT
                      OR CE-SDS-IS-CURRENT
               IF NOT CE-SDS-IS-CURRENT
                   ADD 1 TO CE-NO-CURRENT-SDS
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO CE-EXPORT-RECORD.
           STRING RD430-PROD-NO       DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
       3000-EXIT.
           EXIT.

       3100-SCAN-REGISTER.
           IF CE-SD-PROD-NO(CE-SCAN-IDX) = RD430-PROD-NO
               MOVE 'Y' TO CE-SDS-FOUND
           END-IF.
       3100-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CE-PROD-FILE
                 CE-EXPORT-FILE.
           DISPLAY "AMSCATEX RECORDS READ     = " CE-RECORDS-READ.
           DISPLAY "AMSCATEX RECORDS EXPORTED = " CE-RECORDS-EXPORTED.
           DISPLAY "AMSCATEX RECORDS DROPPED  = " CE-RECORDS-DROPPED.
           DISPLAY "AMSCATEX NO CURRENT SDS   = " CE-NO-CURRENT-SDS.
       8000-EXIT.
           EXIT.

