       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDCSHREC.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDCSHREC - REGISTER CASH-UP RECONCILIATION.  A-Sale CARRIES     *
      *            THE Register-Num AND Operator-Id THAT RANG EACH      *
      *            ENTRY OF THE STORE SALES ARRAY (StoreDtls.cbl), BUT  *
      *            NOTHING COMPARED WHAT A REGISTER TOOK WITH WHAT WAS  *
      *            COUNTED INTO THE SAFE AT CLOSE.  FOR THE BATCYCP     *
      *            BUSINESS DATE (TODAY WHEN EMPTY) THIS RUN TOTALS     *
      *            EACH STORE/REGISTER/OPERATOR'S Real-Sale-Trans       *
      *            Price-1 LESS ITS Return-Trans Price-1 (NETTED OFF    *
      *            WHICHEVER SIGN THE REGISTER RANG THEM WITH, AS       *
      *            TRPOSCOM DOES), MATCHES IT TO THE SDTNDLD-LOADED     *
      *            SDTNDDEC CASH + CARD + VOUCHER DECLARATION, AND      *
      *            REPORTS THE OVER/SHORT PER OPERATOR WITH A TOTAL     *
      *            PER REGISTER.  A SHORTAGE BEYOND THE SDCSHRP         *
      *            TOLERANCE IS KEPT ON THE SDCSHHST SHORTAGE HISTORY   *
      *            (OLD/NEW, TRIMMED TO THE PARM WINDOW OF DAYS), AND   *
      *            WHEN THE SAME REGISTER OR THE SAME OPERATOR AT THAT  *
      *            STORE HAS RUN SHORT THE PARM NUMBER OF TIMES INSIDE  *
      *            THE WINDOW THE SHORTAGE IS WRITTEN TO SDCSHLP FOR    *
      *            LOSS PREVENTION.  A RERUN FOR THE SAME DATE REPLACES *
      *            THAT DATE'S HISTORY RATHER THAN COUNTING IT TWICE.   *
      *            A BLANK OPERATOR ACCUMULATES UNDER 'UNKNWN', SAME AS *
      *            SDLPOPS.                                             *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CU-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CU-PARM-FILE ASSIGN TO "SDCSHRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CU-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CU-DECLARATION-FILE ASSIGN TO "SDTNDDEC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CU-OLD-SHORT-FILE ASSIGN TO "SDCSHHST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CU-NEW-SHORT-FILE ASSIGN TO "SDCSHHSN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CU-REPORT-FILE ASSIGN TO "SDCSHRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CU-LP-FILE ASSIGN TO "SDCSHLP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CU-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CU-CYCLE-PARM-RECORD.
           05 CU-CP-CYCLE-DATE             PIC 9(08).

      *    TOLERANCE - AN OVER/SHORT WITHIN IT IS TREATED AS BALANCED.
      *    WINDOW-DAYS/REPEAT-COUNT - HOW MANY SHORTAGES IN HOW MANY
      *    DAYS MAKE A REGISTER OR OPERATOR A LOSS-PREVENTION CASE.
       FD  CU-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CU-PARM-RECORD.
           05 CU-PARM-TOLERANCE            PIC 9(03)V99.
           05 CU-PARM-WINDOW-DAYS          PIC 9(03).
           05 CU-PARM-REPEAT-COUNT         PIC 9(02).

       FD  CU-SALES-FILE
           RECORD IS VARYING IN SIZE
           LABEL RECORDS ARE STANDARD.
       01  CU-SALES-IO.
           COPY "StoreDtls.cbl"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

      *    SDTNDLD'S DECLARATION LAYOUT.
       FD  CU-DECLARATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CU-DECLARATION-RECORD.
           05 CU-DC-STORE-NUM              PIC 9(04).
           05 CU-DC-REGISTER-NUM           PIC 9(04).
           05 CU-DC-BUSINESS-DATE          PIC 9(08).
           05 CU-DC-OPERATOR-ID            PIC X(06).
           05 CU-DC-DECLARED-CASH          PIC S9(07)V99.
           05 CU-DC-DECLARED-CARD          PIC S9(07)V99.
           05 CU-DC-DECLARED-VOUCHER       PIC S9(07)V99.
           05 CU-DC-TENDER-LINES           PIC 9(03).
           05 FILLER                       PIC X(08).

      *    SHORTAGE HISTORY - ONE ROW PER REGISTER/OPERATOR SHORTAGE.
       FD  CU-OLD-SHORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CU-OLD-SHORT-RECORD.
           05 CU-OS-STORE-NUM              PIC 9(04).
           05 CU-OS-REGISTER-NUM           PIC 9(04).
           05 CU-OS-OPERATOR-ID            PIC X(06).
           05 CU-OS-BUSINESS-DATE          PIC 9(08).
           05 CU-OS-SHORT-AMOUNT           PIC S9(07)V99.
           05 FILLER                       PIC X(09).

       FD  CU-NEW-SHORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CU-NEW-SHORT-RECORD.
           05 CU-NS-STORE-NUM              PIC 9(04).
           05 CU-NS-REGISTER-NUM           PIC 9(04).
           05 CU-NS-OPERATOR-ID            PIC X(06).
           05 CU-NS-BUSINESS-DATE          PIC 9(08).
           05 CU-NS-SHORT-AMOUNT           PIC S9(07)V99.
           05 FILLER                       PIC X(09).

       FD  CU-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CU-RPT-LINE                     PIC X(132).

      *    ONE ROW PER SHORTAGE TODAY THAT REPEATS ON ITS REGISTER, ITS
      *    OPERATOR OR BOTH - THE FLAG BYTES SAY WHICH.
       FD  CU-LP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CU-LP-RECORD.
           05 CU-LP-STORE-NUM              PIC 9(04).
           05 CU-LP-REGISTER-NUM           PIC 9(04).
           05 CU-LP-OPERATOR-ID            PIC X(06).
           05 CU-LP-BUSINESS-DATE          PIC 9(08).
           05 CU-LP-SHORT-AMOUNT           PIC S9(07)V99.
           05 CU-LP-REGISTER-SHORTS        PIC 9(03).
           05 CU-LP-REGISTER-SHORT-TOTAL   PIC S9(07)V99.
           05 CU-LP-REGISTER-FLAG          PIC X(01).
           05 CU-LP-OPERATOR-SHORTS        PIC 9(03).
           05 CU-LP-OPERATOR-SHORT-TOTAL   PIC S9(07)V99.
           05 CU-LP-OPERATOR-FLAG          PIC X(01).
           05 CU-LP-WINDOW-DAYS            PIC 9(03).
           05 FILLER                       PIC X(10).

       WORKING-STORAGE SECTION.
       01  CU-SWITCHES.
           05 CU-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 CU-END-OF-SALES-FILE         VALUE 'Y'.
           05 CU-EOF-DECLARATION-FILE      PIC X(01) VALUE 'N'.
               88 CU-END-OF-DECLARATION-FILE   VALUE 'Y'.
           05 CU-EOF-OLD-SHORT-FILE        PIC X(01) VALUE 'N'.
               88 CU-END-OF-OLD-SHORT-FILE     VALUE 'Y'.
           05 CU-MATCH-FOUND               PIC X(01).
               88 CU-ENTRY-WAS-FOUND           VALUE 'Y'.
           05 CU-LOWEST-FOUND              PIC X(01).
               88 CU-UNWRITTEN-WAS-FOUND       VALUE 'Y'.
           05 CU-REGISTER-OPEN-SW          PIC X(01) VALUE 'N'.
               88 CU-REGISTER-IS-OPEN          VALUE 'Y'.

       01  CU-SUBSCRIPTS.
           05 CU-DEPT-IDX                  PIC 9(02) COMP.
           05 CU-PROD-IDX                  PIC 9(03) COMP.
           05 CU-SALE-IDX                  PIC 9(03) COMP.

       01  CU-COUNTERS.
           05 CU-RO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 CU-SHORT-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 CU-STORES-READ               PIC 9(07) COMP VALUE ZERO.
           05 CU-ENTRIES-FOLDED            PIC 9(09) COMP VALUE ZERO.
           05 CU-DECLARATIONS-READ         PIC 9(07) COMP VALUE ZERO.
           05 CU-DECLARATIONS-OTHER-DATE   PIC 9(07) COMP VALUE ZERO.
           05 CU-HISTORY-DROPPED           PIC 9(07) COMP VALUE ZERO.
           05 CU-UNDECLARED                PIC 9(07) COMP VALUE ZERO.
           05 CU-SHORTAGES-TODAY           PIC 9(07) COMP VALUE ZERO.
           05 CU-LP-WRITTEN                PIC 9(07) COMP VALUE ZERO.

       01  CU-CYCLE-DATE                   PIC 9(08).
       01  CU-TOLERANCE                    PIC 9(03)V99.
       01  CU-WINDOW-DAYS                  PIC 9(03).
       01  CU-REPEAT-COUNT                 PIC 9(02).
       01  CU-CYCLE-DAY                    PIC 9(07).
       01  CU-WINDOW-START-DAY             PIC 9(07).
       01  CU-ROW-DAY                      PIC 9(07).

      *    ONE ROW PER STORE/REGISTER/OPERATOR RUNG OR DECLARED TODAY.
      *    THE KEY IS ONE 14-BYTE STRING SO THE LOWEST-UNWRITTEN PASS
      *    ORDERS IT WITH A SINGLE COMPARE.
       01  CU-RO-TABLE.
           05 CU-RO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CU-RO-CNT.
               10 CU-RO-KEY.
                   15 CU-RO-STORE-NUM      PIC 9(04).
                   15 CU-RO-REGISTER-NUM   PIC 9(04).
                   15 CU-RO-OPERATOR-ID    PIC X(06).
               10 CU-RO-SALES-VALUE        PIC S9(09)V99.
               10 CU-RO-RETURN-VALUE       PIC S9(09)V99.
               10 CU-RO-DECLARED-CASH      PIC S9(09)V99.
               10 CU-RO-DECLARED-CARD      PIC S9(09)V99.
               10 CU-RO-DECLARED-VOUCHER   PIC S9(09)V99.
               10 CU-RO-SALES-SW           PIC X(01).
                   88 CU-RO-HAS-SALES          VALUE 'Y'.
               10 CU-RO-DECLARED-SW        PIC X(01).
                   88 CU-RO-WAS-DECLARED       VALUE 'Y'.
               10 CU-RO-SHORT-SW           PIC X(01).
                   88 CU-RO-IS-SHORT           VALUE 'Y'.
               10 CU-RO-WRITTEN            PIC X(01).
                   88 CU-RO-IS-WRITTEN         VALUE 'Y'.

       01  CU-SHORT-TABLE.
           05 CU-SH-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON CU-SHORT-CNT.
               10 CU-SH-STORE-NUM          PIC 9(04).
               10 CU-SH-REGISTER-NUM       PIC 9(04).
               10 CU-SH-OPERATOR-ID        PIC X(06).
               10 CU-SH-BUSINESS-DATE      PIC 9(08).
               10 CU-SH-SHORT-AMOUNT       PIC S9(07)V99.

       01  CU-WORK-KEY.
           05 CU-WK-STORE-NUM              PIC 9(04).
           05 CU-WK-REGISTER-NUM           PIC 9(04).
           05 CU-WK-OPERATOR-ID            PIC X(06).

       01  CU-SCAN-IDX                     PIC 9(05) COMP.
       01  CU-MATCH-IDX                    PIC 9(05) COMP.
       01  CU-LOW-IDX                      PIC 9(05) COMP.
       01  CU-SH-IDX                       PIC 9(05) COMP.

       01  CU-WORK-PRICE                   PIC S9(08)V99.
       01  CU-EXPECTED                     PIC S9(09)V99.
       01  CU-DECLARED                     PIC S9(09)V99.
       01  CU-OVER-SHORT                   PIC S9(09)V99.
       01  CU-NEGATIVE-TOLERANCE           PIC S9(03)V99.

       01  CU-REPEAT-WORK.
           05 CU-RG-SHORT-CNT              PIC 9(03) COMP.
           05 CU-RG-SHORT-TOTAL            PIC S9(07)V99.
           05 CU-OP-SHORT-CNT              PIC 9(03) COMP.
           05 CU-OP-SHORT-TOTAL            PIC S9(07)V99.

       01  CU-REGISTER-TOTALS.
           05 CU-RT-STORE-NUM              PIC 9(04).
           05 CU-RT-REGISTER-NUM           PIC 9(04).
           05 CU-RT-EXPECTED               PIC S9(09)V99.
           05 CU-RT-DECLARED               PIC S9(09)V99.
           05 CU-RT-OVER-SHORT             PIC S9(09)V99.

       01  CU-HEADING-1.
           05 FILLER                       PIC X(42)
               VALUE "SDCSHREC REGISTER CASH-UP RECONCILIATION  ".
           05 FILLER                       PIC X(15)
               VALUE "BUSINESS DATE  ".
           05 CU-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(67) VALUE SPACES.

       01  CU-HEADING-2.
           05 FILLER                       PIC X(06) VALUE "STORE ".
           05 FILLER                       PIC X(06) VALUE "REG   ".
           05 FILLER                       PIC X(08) VALUE "OPERATOR".
           05 FILLER                       PIC X(12) VALUE
               "    EXPECTED".
           05 FILLER                       PIC X(12) VALUE
               "        CASH".
           05 FILLER                       PIC X(12) VALUE
               "        CARD".
           05 FILLER                       PIC X(12) VALUE
               "     VOUCHER".
           05 FILLER                       PIC X(12) VALUE
               "    DECLARED".
           05 FILLER                       PIC X(13) VALUE
               "  OVER/SHORT ".
           05 FILLER                       PIC X(10) VALUE
               "STATUS    ".
           05 FILLER                       PIC X(10) VALUE
               "LOSS PREV ".
           05 FILLER                       PIC X(19) VALUE SPACES.

       01  CU-DETAIL-LINE.
           05 CU-DL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CU-DL-REGISTER-NUM           PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CU-DL-OPERATOR-ID            PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CU-DL-EXPECTED               PIC -(7)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CU-DL-CASH                   PIC -(7)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CU-DL-CARD                   PIC -(7)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CU-DL-VOUCHER                PIC -(7)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CU-DL-DECLARED               PIC -(7)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CU-DL-OVER-SHORT             PIC -(7)9.99.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CU-DL-STATUS                 PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CU-DL-LP-FLAG                PIC X(10).
           05 FILLER                       PIC X(19) VALUE SPACES.

       01  CU-TOTAL-LINE.
           05 CU-TL-STORE-NUM              PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CU-TL-REGISTER-NUM           PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 FILLER                       PIC X(06) VALUE "TOTAL ".
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CU-TL-EXPECTED               PIC -(7)9.99.
           05 FILLER                       PIC X(37) VALUE SPACES.
           05 CU-TL-DECLARED               PIC -(7)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CU-TL-OVER-SHORT             PIC -(7)9.99.
           05 FILLER                       PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PROCESS-STORE THRU 3000-EXIT
               UNTIL CU-END-OF-SALES-FILE.
           PERFORM 3500-PROCESS-DECLARATION THRU 3500-EXIT
               UNTIL CU-END-OF-DECLARATION-FILE.
           PERFORM 5000-RECONCILE THRU 5000-EXIT
               VARYING CU-MATCH-IDX FROM 1 BY 1
               UNTIL CU-MATCH-IDX > CU-RO-CNT.
           WRITE CU-RPT-LINE FROM CU-HEADING-1.
           WRITE CU-RPT-LINE FROM CU-HEADING-2.
           PERFORM 7000-WRITE-NEXT-LINE THRU 7000-EXIT
               UNTIL NOT CU-UNWRITTEN-WAS-FOUND.
           IF CU-REGISTER-IS-OPEN
               PERFORM 7300-WRITE-REGISTER-TOTAL THRU 7300-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - FIX THE BUSINESS DATE AND PARMS, AND LOAD     *
      *                   THE SHORTAGE HISTORY STILL INSIDE THE WINDOW  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CU-CYCLE-PARM-FILE.
           READ CU-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO CU-CP-CYCLE-DATE
           END-READ.
           CLOSE CU-CYCLE-PARM-FILE.
           IF CU-CP-CYCLE-DATE = ZERO
               ACCEPT CU-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CU-CP-CYCLE-DATE TO CU-CYCLE-DATE
           END-IF.
           MOVE CU-CYCLE-DATE TO CU-HD-CYCLE-DATE.
           OPEN INPUT CU-PARM-FILE.
           READ CU-PARM-FILE
               AT END
                   MOVE ZERO TO CU-PARM-TOLERANCE
                                CU-PARM-WINDOW-DAYS
                                CU-PARM-REPEAT-COUNT
           END-READ.
           CLOSE CU-PARM-FILE.
           MOVE CU-PARM-TOLERANCE    TO CU-TOLERANCE.
           MOVE CU-PARM-WINDOW-DAYS  TO CU-WINDOW-DAYS.
           MOVE CU-PARM-REPEAT-COUNT TO CU-REPEAT-COUNT.
           IF CU-WINDOW-DAYS = ZERO
               MOVE 28 TO CU-WINDOW-DAYS
           END-IF.
           IF CU-REPEAT-COUNT = ZERO
               MOVE 3 TO CU-REPEAT-COUNT
           END-IF.
           COMPUTE CU-NEGATIVE-TOLERANCE = 0 - CU-TOLERANCE.
           COMPUTE CU-CYCLE-DAY =
               FUNCTION INTEGER-OF-DATE(CU-CYCLE-DATE).
           COMPUTE CU-WINDOW-START-DAY =
               CU-CYCLE-DAY - CU-WINDOW-DAYS + 1.
           OPEN INPUT CU-OLD-SHORT-FILE.
           PERFORM 2000-LOAD-SHORTAGE THRU 2000-EXIT
               UNTIL CU-END-OF-OLD-SHORT-FILE.
           CLOSE CU-OLD-SHORT-FILE.
           OPEN INPUT  CU-SALES-FILE
                INPUT  CU-DECLARATION-FILE
                OUTPUT CU-REPORT-FILE
                OUTPUT CU-LP-FILE.
           MOVE 'Y' TO CU-LOWEST-FOUND.
       1000-EXIT.
           EXIT.

      *    A ROW FOR TODAY IS FROM AN EARLIER RUN OF THIS SAME DATE AND
      *    IS REBUILT BY THIS ONE.
       2000-LOAD-SHORTAGE.
           READ CU-OLD-SHORT-FILE
               AT END
                   SET CU-END-OF-OLD-SHORT-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF CU-OS-BUSINESS-DATE = CU-CYCLE-DATE
               ADD 1 TO CU-HISTORY-DROPPED
               GO TO 2000-EXIT
           END-IF.
           COMPUTE CU-ROW-DAY =
               FUNCTION INTEGER-OF-DATE(CU-OS-BUSINESS-DATE).
           IF CU-ROW-DAY < CU-WINDOW-START-DAY
               ADD 1 TO CU-HISTORY-DROPPED
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO CU-SHORT-CNT.
           MOVE CU-OS-STORE-NUM     TO CU-SH-STORE-NUM(CU-SHORT-CNT).
           MOVE CU-OS-REGISTER-NUM
                                 TO CU-SH-REGISTER-NUM(CU-SHORT-CNT).
           MOVE CU-OS-OPERATOR-ID   TO CU-SH-OPERATOR-ID(CU-SHORT-CNT).
           MOVE CU-OS-BUSINESS-DATE
                                 TO CU-SH-BUSINESS-DATE(CU-SHORT-CNT).
           MOVE CU-OS-SHORT-AMOUNT
                                 TO CU-SH-SHORT-AMOUNT(CU-SHORT-CNT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-STORE - WALK ONE STORE'S SALE ENTRIES AND FOLD     *
      *                      EACH SALE AND RETURN ONTO ITS REGISTER     *
      *                      AND OPERATOR                               *
      ******************************************************************
       3000-PROCESS-STORE.
           READ CU-SALES-FILE
               AT END
                   SET CU-END-OF-SALES-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO CU-STORES-READ.
           PERFORM 3100-PROCESS-DEPARTMENT THRU 3100-EXIT
               VARYING CU-DEPT-IDX FROM 1 BY 1 UNTIL CU-DEPT-IDX > 5.
       3000-EXIT.
           EXIT.

       3100-PROCESS-DEPARTMENT.
           PERFORM 3200-PROCESS-PRODUCT THRU 3200-EXIT
               VARYING CU-PROD-IDX FROM 1 BY 1
               UNTIL CU-PROD-IDX > Product-Details-Cnt(CU-DEPT-IDX).
       3100-EXIT.
           EXIT.

       3200-PROCESS-PRODUCT.
           PERFORM 3300-FOLD-SALE THRU 3300-EXIT
               VARYING CU-SALE-IDX FROM 1 BY 1
               UNTIL CU-SALE-IDX >
                   A-Sale-Cnt(CU-DEPT-IDX CU-PROD-IDX).
       3200-EXIT.
           EXIT.

       3300-FOLD-SALE.
           IF NOT Real-Sale-Trans(CU-DEPT-IDX CU-PROD-IDX CU-SALE-IDX)
               AND NOT Return-Trans(CU-DEPT-IDX CU-PROD-IDX CU-SALE-IDX)
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO CU-ENTRIES-FOLDED.
           MOVE Store-Num TO CU-WK-STORE-NUM.
           MOVE Register-Num(CU-DEPT-IDX CU-PROD-IDX CU-SALE-IDX)
                                     TO CU-WK-REGISTER-NUM.
           MOVE Operator-Id(CU-DEPT-IDX CU-PROD-IDX CU-SALE-IDX)
                                     TO CU-WK-OPERATOR-ID.
           PERFORM 4000-FIND-OR-ADD-ROW THRU 4000-EXIT.
           MOVE 'Y' TO CU-RO-SALES-SW(CU-MATCH-IDX).
           MOVE Price-1(CU-DEPT-IDX CU-PROD-IDX CU-SALE-IDX)
                                     TO CU-WORK-PRICE.
           IF Real-Sale-Trans(CU-DEPT-IDX CU-PROD-IDX CU-SALE-IDX)
               ADD CU-WORK-PRICE TO CU-RO-SALES-VALUE(CU-MATCH-IDX)
               GO TO 3300-EXIT
           END-IF.
           IF CU-WORK-PRICE < ZERO
               SUBTRACT CU-WORK-PRICE FROM ZERO GIVING CU-WORK-PRICE
           END-IF.
           ADD CU-WORK-PRICE TO CU-RO-RETURN-VALUE(CU-MATCH-IDX).
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-PROCESS-DECLARATION - ADD ONE OF TODAY'S DECLARATIONS TO   *
      *                            ITS REGISTER/OPERATOR ROW            *
      ******************************************************************
       3500-PROCESS-DECLARATION.
           READ CU-DECLARATION-FILE
               AT END
                   SET CU-END-OF-DECLARATION-FILE TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           ADD 1 TO CU-DECLARATIONS-READ.
           IF CU-DC-BUSINESS-DATE NOT = CU-CYCLE-DATE
               ADD 1 TO CU-DECLARATIONS-OTHER-DATE
               GO TO 3500-EXIT
           END-IF.
           MOVE CU-DC-STORE-NUM    TO CU-WK-STORE-NUM.
           MOVE CU-DC-REGISTER-NUM TO CU-WK-REGISTER-NUM.
           MOVE CU-DC-OPERATOR-ID  TO CU-WK-OPERATOR-ID.
           PERFORM 4000-FIND-OR-ADD-ROW THRU 4000-EXIT.
           MOVE 'Y' TO CU-RO-DECLARED-SW(CU-MATCH-IDX).
           ADD CU-DC-DECLARED-CASH
                             TO CU-RO-DECLARED-CASH(CU-MATCH-IDX).
           ADD CU-DC-DECLARED-CARD
                             TO CU-RO-DECLARED-CARD(CU-MATCH-IDX).
           ADD CU-DC-DECLARED-VOUCHER
                             TO CU-RO-DECLARED-VOUCHER(CU-MATCH-IDX).
       3500-EXIT.
           EXIT.

       4000-FIND-OR-ADD-ROW.
           IF CU-WK-OPERATOR-ID = SPACES
               MOVE "UNKNWN" TO CU-WK-OPERATOR-ID
           END-IF.
           MOVE 'N' TO CU-MATCH-FOUND.
           PERFORM 4100-SCAN-ROW THRU 4100-EXIT
               VARYING CU-SCAN-IDX FROM 1 BY 1
               UNTIL CU-SCAN-IDX > CU-RO-CNT
                  OR CU-ENTRY-WAS-FOUND.
           IF CU-ENTRY-WAS-FOUND
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO CU-RO-CNT.
           MOVE CU-RO-CNT TO CU-MATCH-IDX.
           MOVE CU-WORK-KEY TO CU-RO-KEY(CU-MATCH-IDX).
           MOVE ZERO TO CU-RO-SALES-VALUE(CU-MATCH-IDX)
                        CU-RO-RETURN-VALUE(CU-MATCH-IDX)
                        CU-RO-DECLARED-CASH(CU-MATCH-IDX)
                        CU-RO-DECLARED-CARD(CU-MATCH-IDX)
                        CU-RO-DECLARED-VOUCHER(CU-MATCH-IDX).
           MOVE 'N' TO CU-RO-SALES-SW(CU-MATCH-IDX)
                       CU-RO-DECLARED-SW(CU-MATCH-IDX)
                       CU-RO-SHORT-SW(CU-MATCH-IDX)
                       CU-RO-WRITTEN(CU-MATCH-IDX).
       4000-EXIT.
           EXIT.

       4100-SCAN-ROW.
           IF CU-RO-KEY(CU-SCAN-IDX) = CU-WORK-KEY
               MOVE 'Y' TO CU-MATCH-FOUND
               MOVE CU-SCAN-IDX TO CU-MATCH-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RECONCILE - A DECLARED ROW SHORT BY MORE THAN THE          *
      *                  TOLERANCE GOES ON THE SHORTAGE HISTORY.  AN    *
      *                  UNDECLARED ROW IS REPORTED, NOT COUNTED - THE  *
      *                  MISSING CASH-UP IS ITS OWN EXCEPTION           *
      ******************************************************************
       5000-RECONCILE.
           IF NOT CU-RO-WAS-DECLARED(CU-MATCH-IDX)
               ADD 1 TO CU-UNDECLARED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-COMPUTE-OVER-SHORT THRU 5100-EXIT.
           IF CU-OVER-SHORT NOT < CU-NEGATIVE-TOLERANCE
               GO TO 5000-EXIT
           END-IF.
           MOVE 'Y' TO CU-RO-SHORT-SW(CU-MATCH-IDX).
           ADD 1 TO CU-SHORTAGES-TODAY.
           ADD 1 TO CU-SHORT-CNT.
           MOVE CU-RO-STORE-NUM(CU-MATCH-IDX)
                                 TO CU-SH-STORE-NUM(CU-SHORT-CNT).
           MOVE CU-RO-REGISTER-NUM(CU-MATCH-IDX)
                                 TO CU-SH-REGISTER-NUM(CU-SHORT-CNT).
           MOVE CU-RO-OPERATOR-ID(CU-MATCH-IDX)
                                 TO CU-SH-OPERATOR-ID(CU-SHORT-CNT).
           MOVE CU-CYCLE-DATE    TO CU-SH-BUSINESS-DATE(CU-SHORT-CNT).
           COMPUTE CU-SH-SHORT-AMOUNT(CU-SHORT-CNT) = 0 - CU-OVER-SHORT.
       5000-EXIT.
           EXIT.

       5100-COMPUTE-OVER-SHORT.
           COMPUTE CU-EXPECTED =
               CU-RO-SALES-VALUE(CU-MATCH-IDX)
               - CU-RO-RETURN-VALUE(CU-MATCH-IDX).
           COMPUTE CU-DECLARED =
               CU-RO-DECLARED-CASH(CU-MATCH-IDX)
               + CU-RO-DECLARED-CARD(CU-MATCH-IDX)
               + CU-RO-DECLARED-VOUCHER(CU-MATCH-IDX).
           COMPUTE CU-OVER-SHORT = CU-DECLARED - CU-EXPECTED.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-NEXT-LINE - REPORT THE LOWEST UNWRITTEN ROW, WITH A  *
      *                        TOTAL LINE AT EACH CHANGE OF REGISTER    *
      ******************************************************************
       7000-WRITE-NEXT-LINE.
           MOVE 'N' TO CU-LOWEST-FOUND.
           MOVE ZERO TO CU-LOW-IDX.
           PERFORM 7100-FIND-LOWEST THRU 7100-EXIT
               VARYING CU-SCAN-IDX FROM 1 BY 1
               UNTIL CU-SCAN-IDX > CU-RO-CNT.
           IF NOT CU-UNWRITTEN-WAS-FOUND
               GO TO 7000-EXIT
           END-IF.
           MOVE 'Y' TO CU-RO-WRITTEN(CU-LOW-IDX).
           IF CU-REGISTER-IS-OPEN
               IF CU-RO-STORE-NUM(CU-LOW-IDX) NOT = CU-RT-STORE-NUM
                  OR CU-RO-REGISTER-NUM(CU-LOW-IDX) NOT =
                       CU-RT-REGISTER-NUM
                   PERFORM 7300-WRITE-REGISTER-TOTAL THRU 7300-EXIT
               END-IF
           END-IF.
           IF NOT CU-REGISTER-IS-OPEN
               MOVE 'Y' TO CU-REGISTER-OPEN-SW
               MOVE CU-RO-STORE-NUM(CU-LOW-IDX)    TO CU-RT-STORE-NUM
               MOVE CU-RO-REGISTER-NUM(CU-LOW-IDX)
                                         TO CU-RT-REGISTER-NUM
               MOVE ZERO TO CU-RT-EXPECTED
                            CU-RT-DECLARED
                            CU-RT-OVER-SHORT
           END-IF.
           MOVE CU-LOW-IDX TO CU-MATCH-IDX.
           PERFORM 5100-COMPUTE-OVER-SHORT THRU 5100-EXIT.
           ADD CU-EXPECTED   TO CU-RT-EXPECTED.
           ADD CU-DECLARED   TO CU-RT-DECLARED.
           ADD CU-OVER-SHORT TO CU-RT-OVER-SHORT.
           MOVE CU-RO-STORE-NUM(CU-LOW-IDX)    TO CU-DL-STORE-NUM.
           MOVE CU-RO-REGISTER-NUM(CU-LOW-IDX) TO CU-DL-REGISTER-NUM.
           MOVE CU-RO-OPERATOR-ID(CU-LOW-IDX)  TO CU-DL-OPERATOR-ID.
           MOVE CU-EXPECTED                    TO CU-DL-EXPECTED.
           MOVE CU-RO-DECLARED-CASH(CU-LOW-IDX)    TO CU-DL-CASH.
           MOVE CU-RO-DECLARED-CARD(CU-LOW-IDX)    TO CU-DL-CARD.
           MOVE CU-RO-DECLARED-VOUCHER(CU-LOW-IDX) TO CU-DL-VOUCHER.
           MOVE CU-DECLARED                    TO CU-DL-DECLARED.
           MOVE CU-OVER-SHORT                  TO CU-DL-OVER-SHORT.
           MOVE SPACES TO CU-DL-LP-FLAG.
           EVALUATE TRUE
               WHEN NOT CU-RO-WAS-DECLARED(CU-LOW-IDX)
                   MOVE "NO DECL " TO CU-DL-STATUS
               WHEN NOT CU-RO-HAS-SALES(CU-LOW-IDX)
                   MOVE "NO SALES" TO CU-DL-STATUS
               WHEN CU-RO-IS-SHORT(CU-LOW-IDX)
                   MOVE "SHORT   " TO CU-DL-STATUS
               WHEN CU-OVER-SHORT > CU-TOLERANCE
                   MOVE "OVER    " TO CU-DL-STATUS
               WHEN OTHER
                   MOVE "BALANCED" TO CU-DL-STATUS
           END-EVALUATE.
           IF CU-RO-IS-SHORT(CU-LOW-IDX)
               PERFORM 7200-CHECK-REPEAT-SHORTAGE THRU 7200-EXIT
           END-IF.
           WRITE CU-RPT-LINE FROM CU-DETAIL-LINE.
       7000-EXIT.
           EXIT.

       7100-FIND-LOWEST.
           IF CU-RO-IS-WRITTEN(CU-SCAN-IDX)
               GO TO 7100-EXIT
           END-IF.
           IF CU-UNWRITTEN-WAS-FOUND
               IF CU-RO-KEY(CU-SCAN-IDX) NOT < CU-RO-KEY(CU-LOW-IDX)
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO CU-LOWEST-FOUND.
           MOVE CU-SCAN-IDX TO CU-LOW-IDX.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-CHECK-REPEAT-SHORTAGE - COUNT THE WINDOW'S SHORTAGES ON    *
      *                              THIS REGISTER AND BY THIS          *
      *                              OPERATOR AT THIS STORE, TODAY'S    *
      *                              INCLUDED, AND REFER A REPEAT TO    *
      *                              LOSS PREVENTION                    *
      ******************************************************************
       7200-CHECK-REPEAT-SHORTAGE.
           MOVE ZERO TO CU-RG-SHORT-CNT
                        CU-RG-SHORT-TOTAL
                        CU-OP-SHORT-CNT
                        CU-OP-SHORT-TOTAL.
           PERFORM 7210-COUNT-SHORTAGE THRU 7210-EXIT
               VARYING CU-SH-IDX FROM 1 BY 1
               UNTIL CU-SH-IDX > CU-SHORT-CNT.
           IF CU-RG-SHORT-CNT < CU-REPEAT-COUNT
              AND CU-OP-SHORT-CNT < CU-REPEAT-COUNT
               GO TO 7200-EXIT
           END-IF.
           MOVE SPACES TO CU-LP-RECORD.
           MOVE CU-RO-STORE-NUM(CU-LOW-IDX)    TO CU-LP-STORE-NUM.
           MOVE CU-RO-REGISTER-NUM(CU-LOW-IDX) TO CU-LP-REGISTER-NUM.
           MOVE CU-RO-OPERATOR-ID(CU-LOW-IDX)  TO CU-LP-OPERATOR-ID.
           MOVE CU-CYCLE-DATE                  TO CU-LP-BUSINESS-DATE.
           COMPUTE CU-LP-SHORT-AMOUNT = 0 - CU-OVER-SHORT.
           MOVE CU-RG-SHORT-CNT   TO CU-LP-REGISTER-SHORTS.
           MOVE CU-RG-SHORT-TOTAL TO CU-LP-REGISTER-SHORT-TOTAL.
           MOVE CU-OP-SHORT-CNT   TO CU-LP-OPERATOR-SHORTS.
           MOVE CU-OP-SHORT-TOTAL TO CU-LP-OPERATOR-SHORT-TOTAL.
           MOVE CU-WINDOW-DAYS    TO CU-LP-WINDOW-DAYS.
           MOVE 'N' TO CU-LP-REGISTER-FLAG
                       CU-LP-OPERATOR-FLAG.
           IF CU-RG-SHORT-CNT NOT < CU-REPEAT-COUNT
               MOVE 'Y' TO CU-LP-REGISTER-FLAG
           END-IF.
           IF CU-OP-SHORT-CNT NOT < CU-REPEAT-COUNT
               MOVE 'Y' TO CU-LP-OPERATOR-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN CU-LP-REGISTER-FLAG = 'Y'
                AND CU-LP-OPERATOR-FLAG = 'Y'
                   MOVE "REG+OPR   " TO CU-DL-LP-FLAG
               WHEN CU-LP-REGISTER-FLAG = 'Y'
                   MOVE "REGISTER  " TO CU-DL-LP-FLAG
               WHEN OTHER
                   MOVE "OPERATOR  " TO CU-DL-LP-FLAG
           END-EVALUATE.
           WRITE CU-LP-RECORD.
           ADD 1 TO CU-LP-WRITTEN.
       7200-EXIT.
           EXIT.

       7210-COUNT-SHORTAGE.
           IF CU-SH-STORE-NUM(CU-SH-IDX) NOT =
                   CU-RO-STORE-NUM(CU-LOW-IDX)
               GO TO 7210-EXIT
           END-IF.
           IF CU-SH-REGISTER-NUM(CU-SH-IDX) =
                   CU-RO-REGISTER-NUM(CU-LOW-IDX)
               ADD 1 TO CU-RG-SHORT-CNT
               ADD CU-SH-SHORT-AMOUNT(CU-SH-IDX) TO CU-RG-SHORT-TOTAL
           END-IF.
           IF CU-SH-OPERATOR-ID(CU-SH-IDX) =
                   CU-RO-OPERATOR-ID(CU-LOW-IDX)
               ADD 1 TO CU-OP-SHORT-CNT
               ADD CU-SH-SHORT-AMOUNT(CU-SH-IDX) TO CU-OP-SHORT-TOTAL
           END-IF.
       7210-EXIT.
           EXIT.

       7300-WRITE-REGISTER-TOTAL.
           MOVE CU-RT-STORE-NUM    TO CU-TL-STORE-NUM.
           MOVE CU-RT-REGISTER-NUM TO CU-TL-REGISTER-NUM.
           MOVE CU-RT-EXPECTED     TO CU-TL-EXPECTED.
           MOVE CU-RT-DECLARED     TO CU-TL-DECLARED.
           MOVE CU-RT-OVER-SHORT   TO CU-TL-OVER-SHORT.
           WRITE CU-RPT-LINE FROM CU-TOTAL-LINE.
           MOVE 'N' TO CU-REGISTER-OPEN-SW.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - REWRITE THE SHORTAGE HISTORY AND CLOSE FILES   *
      ******************************************************************
       8000-TERMINATE.
           CLOSE CU-SALES-FILE
                 CU-DECLARATION-FILE
                 CU-REPORT-FILE
                 CU-LP-FILE.
           OPEN OUTPUT CU-NEW-SHORT-FILE.
           PERFORM 8100-WRITE-SHORTAGE THRU 8100-EXIT
               VARYING CU-SH-IDX FROM 1 BY 1
               UNTIL CU-SH-IDX > CU-SHORT-CNT.
           CLOSE CU-NEW-SHORT-FILE.
           DISPLAY "SDCSHREC BUSINESS DATE          = " CU-CYCLE-DATE.
           DISPLAY "SDCSHREC STORES READ            = " CU-STORES-READ.
           DISPLAY "SDCSHREC SALE ENTRIES FOLDED    = "
               CU-ENTRIES-FOLDED.
           DISPLAY "SDCSHREC DECLARATIONS READ      = "
               CU-DECLARATIONS-READ.
           DISPLAY "SDCSHREC DECLARATIONS NOT TODAY = "
               CU-DECLARATIONS-OTHER-DATE.
           DISPLAY "SDCSHREC REGISTER/OPERATORS     = " CU-RO-CNT.
           DISPLAY "SDCSHREC NOT DECLARED           = " CU-UNDECLARED.
           DISPLAY "SDCSHREC SHORT TODAY            = "
               CU-SHORTAGES-TODAY.
           DISPLAY "SDCSHREC LOSS PREVENTION REFERRED= "
               CU-LP-WRITTEN.
           DISPLAY "SDCSHREC HISTORY ROWS DROPPED   = "
               CU-HISTORY-DROPPED.
       8000-EXIT.
           EXIT.

       8100-WRITE-SHORTAGE.
           MOVE SPACES TO CU-NEW-SHORT-RECORD.
           MOVE CU-SH-STORE-NUM(CU-SH-IDX)     TO CU-NS-STORE-NUM.
           MOVE CU-SH-REGISTER-NUM(CU-SH-IDX)  TO CU-NS-REGISTER-NUM.
           MOVE CU-SH-OPERATOR-ID(CU-SH-IDX)   TO CU-NS-OPERATOR-ID.
           MOVE CU-SH-BUSINESS-DATE(CU-SH-IDX) TO CU-NS-BUSINESS-DATE.
           MOVE CU-SH-SHORT-AMOUNT(CU-SH-IDX)  TO CU-NS-SHORT-AMOUNT.
           WRITE CU-NEW-SHORT-RECORD.
       8100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
