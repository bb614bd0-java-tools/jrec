       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZPAYRUN.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZPAYRUN - ACCOUNTS PAYABLE PAYMENT RUN.  ZINVMTCH PASSES EVERY  *
      *           THREE-WAY-MATCHED INVOICE LINE TO THE ZINVAPPR        *
      *           APPROVED-FOR-PAYMENT EXTRACT, BUT NOTHING PAID FROM   *
      *           IT - EVERY PAYMENT WAS KEYED INTO THE BANK BY HAND.   *
      *           THIS RUN SELECTS THE APPROVED LINES FALLING DUE BY    *
      *           THE PARM RUN DATE, GROUPS THEM INTO ONE PAYMENT PER   *
      *           SUPPLIER (PO-Id TO SUPPLIER THROUGH THE ZPOSUPP       *
      *           CROSS-REFERENCE) AND WRITES                           *
      *             ZPAYBANK - BANK PAYMENT FILE, HEADER/DETAIL/TRAILER *
      *                        IN ONE FIXED-LENGTH FILE, THE TRAILER    *
      *                        CARRYING THE PAYMENT COUNT, AMOUNT TOTAL *
      *                        AND A BSB HASH TOTAL                     *
      *             ZPAYREMR - A REMITTANCE ADVICE PER SUPPLIER LISTING *
      *                        EVERY PO-Id AND INVOICE LINE PAID        *
      *             ZPAYPAID - THE PAID-INVOICE REGISTER, EXTENDED WITH *
      *                        EVERY LINE PAID.  ZINVAPPR IS REBUILT    *
      *                        BY EVERY ZINVMTCH RUN, SO THE REGISTER   *
      *                        IS THE PERMANENT "PAID" MARK - A LINE    *
      *                        ALREADY ON IT IS NEVER SELECTED AGAIN    *
      *             ZPAYRUNX - LINES THAT ARE DUE BUT CANNOT BE PAID    *
      *           AN INVOICE LINE CARRIES NO DATE OF ITS OWN, SO TERMS  *
      *           RUN FROM THE LATEST GOODS RECEIPT AGAINST THE LINE    *
      *           ON ZPORCPT.  WHERE THE SUPPLIER OFFERS A SETTLEMENT   *
      *           DISCOUNT THE LINE FALLS DUE ON THE LAST DAY OF THE    *
      *           DISCOUNT PERIOD AND THE DISCOUNT IS TAKEN; A LINE     *
      *           PICKED UP AFTER THAT DAY IS PAID IN FULL.             *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZH-PARM-FILE ASSIGN TO "ZPAYRUNP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-SUPPLIER-FILE ASSIGN TO "SDSUPPM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-XREF-FILE ASSIGN TO "ZPOSUPP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-RECEIPT-FILE ASSIGN TO "ZPORCPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-APPROVED-FILE ASSIGN TO "ZINVAPPR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-PAID-FILE ASSIGN TO "ZPAYPAID"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-BANK-FILE ASSIGN TO "ZPAYBANK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-REMIT-FILE ASSIGN TO "ZPAYREMR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZH-EXCEPTION-FILE ASSIGN TO "ZPAYRUNX"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZH-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-PARM-RECORD.
           05 ZH-PARM-RUN-DATE             PIC 9(08).

       FD  ZH-SUPPLIER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-SUPPLIER-IO                  PIC X(200).

       FD  ZH-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-XREF-IO.
           05 ZH-XR-PO-ID-IO               PIC X(14).
           05 ZH-XR-SUPPLIER-CODE-IO       PIC X(06).

       FD  ZH-RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-RECEIPT-IO                   PIC X(42).

       FD  ZH-APPROVED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-APPROVED-IO                  PIC X(41).

       FD  ZH-PAID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-PAID-RECORD.
           05 ZH-PD-PO-ID                  PIC X(14).
           05 ZH-PD-PRODUCT-CODE           PIC 9(08).
           05 ZH-PD-SUPPLIER-CODE          PIC X(06).
           05 ZH-PD-PAYMENT-REF            PIC X(14).
           05 ZH-PD-PAID-DATE              PIC 9(08).
           05 ZH-PD-INVOICED-COST          PIC S9(09)V99.
           05 ZH-PD-DISCOUNT               PIC S9(09)V99.
           05 FILLER                       PIC X(08).

      *    ALL THREE BANK RECORD TYPES RIDE IN THE ONE FIXED-LENGTH
      *    FILE, FLAGGED BY THE LEADING RECORD-TYPE BYTE, THE SAME WAY
      *    ZSUPORD.cbl BUILDS ITS TRANSMISSION FILE.
       FD  ZH-BANK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-BANK-HEADER.
           05 ZH-BH-RECORD-TYPE            PIC X(01).
           05 ZH-BH-RUN-DATE               PIC 9(08).
           05 ZH-BH-DESCRIPTION            PIC X(30).
           05 FILLER                       PIC X(81).
       01  ZH-BANK-DETAIL.
           05 ZH-BD-RECORD-TYPE            PIC X(01).
           05 ZH-BD-PAYMENT-REF            PIC X(14).
           05 ZH-BD-SUPPLIER-CODE          PIC X(06).
           05 ZH-BD-BANK-BSB               PIC 9(06).
           05 ZH-BD-BANK-ACCOUNT           PIC X(10).
           05 ZH-BD-ACCOUNT-NAME           PIC X(30).
           05 ZH-BD-AMOUNT                 PIC 9(09)V99.
           05 ZH-BD-LINE-COUNT             PIC 9(05).
           05 FILLER                       PIC X(37).
       01  ZH-BANK-TRAILER.
           05 ZH-BT-RECORD-TYPE            PIC X(01).
           05 ZH-BT-PAYMENT-COUNT          PIC 9(07).
           05 ZH-BT-AMOUNT-TOTAL           PIC 9(11)V99.
           05 ZH-BT-BSB-HASH               PIC 9(12).
           05 FILLER                       PIC X(87).

       FD  ZH-REMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-RPT-LINE                     PIC X(132).

       FD  ZH-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZH-EXCEPTION-RECORD.
           05 ZH-EX-PO-ID                  PIC X(14).
           05 ZH-EX-PRODUCT-CODE           PIC 9(08).
           05 ZH-EX-SUPPLIER-CODE          PIC X(06).
           05 ZH-EX-INVOICED-COST          PIC S9(09)V99.
           05 ZH-EX-REASON                 PIC X(40).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  ZH-SWITCHES.
           05 ZH-EOF-SUPPLIER-FILE         PIC X(01) VALUE 'N'.
               88 ZH-END-OF-SUPPLIER-FILE      VALUE 'Y'.
           05 ZH-EOF-XREF-FILE             PIC X(01) VALUE 'N'.
               88 ZH-END-OF-XREF-FILE          VALUE 'Y'.
           05 ZH-EOF-RECEIPT-FILE          PIC X(01) VALUE 'N'.
               88 ZH-END-OF-RECEIPT-FILE       VALUE 'Y'.
           05 ZH-EOF-APPROVED-FILE         PIC X(01) VALUE 'N'.
               88 ZH-END-OF-APPROVED-FILE      VALUE 'Y'.
           05 ZH-EOF-PAID-FILE             PIC X(01) VALUE 'N'.
               88 ZH-END-OF-PAID-FILE          VALUE 'Y'.
           05 ZH-MATCH-FOUND               PIC X(01).
               88 ZH-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  ZH-RUN-DATE                     PIC 9(08).

       01  ZH-COUNTERS.
           05 ZH-SUPPLIER-CNT              PIC 9(05) COMP VALUE ZERO.
           05 ZH-XREF-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 ZH-RECEIPT-CNT               PIC 9(05) COMP VALUE ZERO.
           05 ZH-PAID-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 ZH-SELECTED-CNT              PIC 9(05) COMP VALUE ZERO.
           05 ZH-LINES-READ                PIC 9(07) COMP VALUE ZERO.
           05 ZH-LINES-ALREADY-PAID        PIC 9(07) COMP VALUE ZERO.
           05 ZH-LINES-NOT-DUE             PIC 9(07) COMP VALUE ZERO.
           05 ZH-LINES-PAID                PIC 9(07) COMP VALUE ZERO.
           05 ZH-LINES-EXCEPTION           PIC 9(07) COMP VALUE ZERO.
           05 ZH-PAYMENTS-WRITTEN          PIC 9(07) COMP VALUE ZERO.

       01  ZH-SUPPLIER-TABLE.
           05 ZH-SP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ZH-SUPPLIER-CNT.
               10 ZH-SP-CODE               PIC X(06).
               10 ZH-SP-NAME               PIC X(30).
               10 ZH-SP-NET-DAYS           PIC 9(03).
               10 ZH-SP-DISC-PCT           PIC 9(02)V99.
               10 ZH-SP-DISC-DAYS          PIC 9(03).
               10 ZH-SP-BANK-BSB           PIC 9(06).
               10 ZH-SP-BANK-ACCOUNT       PIC X(10).
               10 ZH-SP-ACCOUNT-NAME       PIC X(30).
               10 ZH-SP-REMIT-EMAIL        PIC X(50).
               10 ZH-SP-LINE-COUNT         PIC 9(05).
               10 ZH-SP-GROSS-TOTAL        PIC S9(09)V99.
               10 ZH-SP-DISC-TOTAL         PIC S9(09)V99.

       01  ZH-XREF-TABLE.
           05 ZH-XR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZH-XREF-CNT.
               10 ZH-XR-PO-ID              PIC X(14).
               10 ZH-XR-SUPPLIER-CODE      PIC X(06).

      *    LATEST GOODS-RECEIPT DATE PER PO LINE - THE DATE TERMS RUN
      *    FROM.
       01  ZH-RECEIPT-TABLE.
           05 ZH-RC-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZH-RECEIPT-CNT.
               10 ZH-RC-PO-ID              PIC X(14).
               10 ZH-RC-PRODUCT-CODE       PIC 9(08).
               10 ZH-RC-RECEIPT-DATE       PIC 9(08).

      *    EVERY LINE ON THE PAID REGISTER PLUS EVERY LINE SELECTED IN
      *    THIS RUN, SO A LINE APPEARING TWICE ON ZINVAPPR IS ONLY
      *    PAID ONCE.
       01  ZH-PAID-TABLE.
           05 ZH-PT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZH-PAID-CNT.
               10 ZH-PT-PO-ID              PIC X(14).
               10 ZH-PT-PRODUCT-CODE       PIC 9(08).

       01  ZH-SELECTED-TABLE.
           05 ZH-SL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZH-SELECTED-CNT.
               10 ZH-SL-PO-ID              PIC X(14).
               10 ZH-SL-PRODUCT-CODE       PIC 9(08).
               10 ZH-SL-INVOICED-QTY       PIC S9(05).
               10 ZH-SL-INVOICED-COST      PIC S9(09)V99.
               10 ZH-SL-DISCOUNT           PIC S9(09)V99.
               10 ZH-SL-DUE-DATE           PIC 9(08).
               10 ZH-SL-SUPPLIER-IDX       PIC 9(05).

       01  ZH-SCAN-IDX                     PIC 9(05) COMP.
       01  ZH-MATCH-IDX                    PIC 9(05) COMP.
       01  ZH-SP-IDX                       PIC 9(05) COMP.
       01  ZH-SL-IDX                       PIC 9(05) COMP.
       01  ZH-RC-IDX                       PIC 9(05) COMP.

       01  ZH-LOOKUP-PO-ID                 PIC X(14).
       01  ZH-LOOKUP-PRODUCT-CODE          PIC 9(08).
       01  ZH-LOOKUP-CODE                  PIC X(06).
       01  ZH-BASE-DATE                    PIC 9(08).
       01  ZH-NET-DUE-DATE                 PIC 9(08).
       01  ZH-DISC-DUE-DATE                PIC 9(08).
       01  ZH-DUE-DATE                     PIC 9(08).
       01  ZH-DISCOUNT                     PIC S9(09)V99.
       01  ZH-NET-PAYMENT                  PIC S9(09)V99.
       01  ZH-PAYMENT-REF.
           05 ZH-PR-RUN-DATE               PIC 9(08).
           05 ZH-PR-SUPPLIER-CODE          PIC X(06).
       01  ZH-PAYMENT-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  ZH-BSB-HASH                     PIC 9(12) VALUE ZERO.

       01  ZH-REMIT-HEADING-1.
           05 FILLER                       PIC X(20)
               VALUE "REMITTANCE ADVICE   ".
           05 FILLER                       PIC X(10) VALUE "PAYMENT  ".
           05 ZH-RH1-PAYMENT-REF           PIC X(14).
           05 FILLER                       PIC X(12)
               VALUE "   PAID ON  ".
           05 ZH-RH1-RUN-DATE              PIC 9(08).
           05 FILLER                       PIC X(68) VALUE SPACES.

       01  ZH-REMIT-HEADING-2.
           05 FILLER                       PIC X(10) VALUE "SUPPLIER  ".
           05 ZH-RH2-SUPPLIER-CODE         PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZH-RH2-SUPPLIER-NAME         PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZH-RH2-REMIT-EMAIL           PIC X(50).
           05 FILLER                       PIC X(32) VALUE SPACES.

       01  ZH-REMIT-HEADING-3.
           05 FILLER                       PIC X(10) VALUE "BANK BSB  ".
           05 ZH-RH3-BANK-BSB              PIC 9(06).
           05 FILLER                       PIC X(10) VALUE "  ACCOUNT ".
           05 ZH-RH3-BANK-ACCOUNT          PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZH-RH3-ACCOUNT-NAME          PIC X(30).
           05 FILLER                       PIC X(64) VALUE SPACES.

       01  ZH-REMIT-HEADING-4.
           05 FILLER                       PIC X(16)
               VALUE "PO-ID           ".
           05 FILLER                       PIC X(10) VALUE "PRODUCT   ".
           05 FILLER                       PIC X(10) VALUE "DUE DATE  ".
           05 FILLER                       PIC X(08) VALUE "    QTY ".
           05 FILLER                       PIC X(15)
               VALUE "   INVOICED    ".
           05 FILLER                       PIC X(15)
               VALUE "   DISCOUNT    ".
           05 FILLER                       PIC X(15)
               VALUE "   PAID        ".
           05 FILLER                       PIC X(43) VALUE SPACES.

       01  ZH-REMIT-DETAIL.
           05 ZH-RD-PO-ID                  PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZH-RD-PRODUCT-CODE           PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZH-RD-DUE-DATE               PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZH-RD-QTY                    PIC -(6)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ZH-RD-INVOICED               PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ZH-RD-DISCOUNT               PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ZH-RD-PAID                   PIC -(10)9.99.
           05 FILLER                       PIC X(44) VALUE SPACES.

       01  ZH-REMIT-TOTAL.
           05 FILLER                       PIC X(44)
               VALUE "PAYMENT TOTAL".
           05 ZH-RT-LINE-COUNT             PIC ZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ZH-RT-INVOICED               PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ZH-RT-DISCOUNT               PIC -(10)9.99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ZH-RT-PAID                   PIC -(10)9.99.
           05 FILLER                       PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-SELECT-INVOICE THRU 3000-EXIT
               UNTIL ZH-END-OF-APPROVED-FILE.
           PERFORM 7000-WRITE-PAYMENT THRU 7000-EXIT
               VARYING ZH-SP-IDX FROM 1 BY 1
               UNTIL ZH-SP-IDX > ZH-SUPPLIER-CNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - RUN DATE FROM THE PARM (TODAY WHEN EMPTY),    *
      *                   LOAD SUPPLIERS, CROSS-REFERENCE, RECEIPT      *
      *                   DATES AND THE PAID REGISTER                   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ZH-PARM-FILE.
           READ ZH-PARM-FILE
               AT END
                   MOVE ZERO TO ZH-PARM-RUN-DATE
           END-READ.
           MOVE ZH-PARM-RUN-DATE TO ZH-RUN-DATE.
           CLOSE ZH-PARM-FILE.
           IF ZH-RUN-DATE = ZERO
               ACCEPT ZH-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ZH-SUPPLIER-FILE
                INPUT ZH-XREF-FILE
                INPUT ZH-RECEIPT-FILE
                INPUT ZH-PAID-FILE.
           PERFORM 2000-LOAD-SUPPLIER THRU 2000-EXIT
               UNTIL ZH-END-OF-SUPPLIER-FILE.
           PERFORM 2100-LOAD-XREF THRU 2100-EXIT
               UNTIL ZH-END-OF-XREF-FILE.
           PERFORM 2200-LOAD-RECEIPT THRU 2200-EXIT
               UNTIL ZH-END-OF-RECEIPT-FILE.
           PERFORM 2300-LOAD-PAID THRU 2300-EXIT
               UNTIL ZH-END-OF-PAID-FILE.
           CLOSE ZH-SUPPLIER-FILE
                 ZH-XREF-FILE
                 ZH-RECEIPT-FILE
                 ZH-PAID-FILE.
           OPEN INPUT  ZH-APPROVED-FILE
                OUTPUT ZH-BANK-FILE
                OUTPUT ZH-REMIT-FILE
                OUTPUT ZH-EXCEPTION-FILE.
           OPEN EXTEND ZH-PAID-FILE.
           MOVE SPACES      TO ZH-BANK-HEADER.
           MOVE 'H'         TO ZH-BH-RECORD-TYPE.
           MOVE ZH-RUN-DATE TO ZH-BH-RUN-DATE.
           MOVE "IML SUPPLIER PAYMENTS" TO ZH-BH-DESCRIPTION.
           WRITE ZH-BANK-HEADER.
       1000-EXIT.
           EXIT.

       2000-LOAD-SUPPLIER.
           READ ZH-SUPPLIER-FILE
               AT END
                   SET ZH-END-OF-SUPPLIER-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO ZH-SUPPLIER-CNT.
           MOVE ZH-SUPPLIER-IO(1:6)    TO ZH-SP-CODE(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(7:30)   TO ZH-SP-NAME(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(48:3)
                                   TO ZH-SP-NET-DAYS(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(51:4)
                                   TO ZH-SP-DISC-PCT(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(55:3)
                                   TO ZH-SP-DISC-DAYS(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(58:6)
                                   TO ZH-SP-BANK-BSB(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(64:10)
                               TO ZH-SP-BANK-ACCOUNT(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(74:30)
                               TO ZH-SP-ACCOUNT-NAME(ZH-SUPPLIER-CNT).
           MOVE ZH-SUPPLIER-IO(104:50)
                               TO ZH-SP-REMIT-EMAIL(ZH-SUPPLIER-CNT).
           MOVE ZERO TO ZH-SP-LINE-COUNT(ZH-SUPPLIER-CNT)
                        ZH-SP-GROSS-TOTAL(ZH-SUPPLIER-CNT)
                        ZH-SP-DISC-TOTAL(ZH-SUPPLIER-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-XREF.
           READ ZH-XREF-FILE
               AT END
                   SET ZH-END-OF-XREF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ZH-XREF-CNT.
           MOVE ZH-XR-PO-ID-IO         TO ZH-XR-PO-ID(ZH-XREF-CNT).
           MOVE ZH-XR-SUPPLIER-CODE-IO
                                   TO ZH-XR-SUPPLIER-CODE(ZH-XREF-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-RECEIPT.
           READ ZH-RECEIPT-FILE
               AT END
                   SET ZH-END-OF-RECEIPT-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE ZH-RECEIPT-IO TO Goods-Receipt-Record.
           MOVE PO-Id OF Goods-Receipt-Record TO ZH-LOOKUP-PO-ID.
           MOVE Product-Code OF Goods-Receipt-Record
                                     TO ZH-LOOKUP-PRODUCT-CODE.
           PERFORM 4200-LOOKUP-RECEIPT THRU 4200-EXIT.
           IF ZH-ENTRY-WAS-FOUND
               IF Receipt-Date > ZH-RC-RECEIPT-DATE(ZH-RC-IDX)
                   MOVE Receipt-Date TO ZH-RC-RECEIPT-DATE(ZH-RC-IDX)
               END-IF
           ELSE
               ADD 1 TO ZH-RECEIPT-CNT
               MOVE ZH-LOOKUP-PO-ID TO ZH-RC-PO-ID(ZH-RECEIPT-CNT)
               MOVE ZH-LOOKUP-PRODUCT-CODE
                                   TO ZH-RC-PRODUCT-CODE(ZH-RECEIPT-CNT)
               MOVE Receipt-Date   TO ZH-RC-RECEIPT-DATE(ZH-RECEIPT-CNT)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LOAD-PAID.
           READ ZH-PAID-FILE
               AT END
                   SET ZH-END-OF-PAID-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO ZH-PAID-CNT.
           MOVE ZH-PD-PO-ID        TO ZH-PT-PO-ID(ZH-PAID-CNT).
           MOVE ZH-PD-PRODUCT-CODE TO ZH-PT-PRODUCT-CODE(ZH-PAID-CNT).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SELECT-INVOICE - ONE APPROVED INVOICE LINE.  ALREADY PAID  *
      *                       AND NOT-YET-DUE LINES ARE COUNTED AND     *
      *                       LEFT; A DUE LINE THAT CANNOT BE PAID GOES *
      *                       TO THE EXCEPTION FILE                     *
      ******************************************************************
       3000-SELECT-INVOICE.
           READ ZH-APPROVED-FILE
               AT END
                   SET ZH-END-OF-APPROVED-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO ZH-LINES-READ.
           MOVE ZH-APPROVED-IO TO Supplier-Invoice-Record.
           MOVE PO-Id OF Supplier-Invoice-Record TO ZH-LOOKUP-PO-ID.
           MOVE Product-Code OF Supplier-Invoice-Record
                                     TO ZH-LOOKUP-PRODUCT-CODE.
           MOVE SPACES TO ZH-EX-SUPPLIER-CODE.
           PERFORM 4300-LOOKUP-PAID THRU 4300-EXIT.
           IF ZH-ENTRY-WAS-FOUND
               ADD 1 TO ZH-LINES-ALREADY-PAID
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-LOOKUP-XREF THRU 4000-EXIT.
           IF NOT ZH-ENTRY-WAS-FOUND
               MOVE "PO HAS NO SUPPLIER CROSS-REFERENCE"
                                         TO ZH-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE ZH-XR-SUPPLIER-CODE(ZH-MATCH-IDX) TO ZH-LOOKUP-CODE
                                                    ZH-EX-SUPPLIER-CODE.
           PERFORM 4100-LOOKUP-SUPPLIER THRU 4100-EXIT.
           IF NOT ZH-ENTRY-WAS-FOUND
               MOVE "SUPPLIER NOT ON MASTER" TO ZH-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE ZH-MATCH-IDX TO ZH-SP-IDX.
           PERFORM 4200-LOOKUP-RECEIPT THRU 4200-EXIT.
           IF NOT ZH-ENTRY-WAS-FOUND
               MOVE "NO GOODS RECEIPT TO RUN TERMS FROM"
                                         TO ZH-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE ZH-RC-RECEIPT-DATE(ZH-RC-IDX) TO ZH-BASE-DATE.
           PERFORM 5000-COMPUTE-DUE THRU 5000-EXIT.
           IF ZH-DUE-DATE > ZH-RUN-DATE
               ADD 1 TO ZH-LINES-NOT-DUE
               GO TO 3000-EXIT
           END-IF.
           IF ZH-SP-BANK-BSB(ZH-SP-IDX) NOT NUMERIC
               OR ZH-SP-BANK-BSB(ZH-SP-IDX) = ZERO
               OR ZH-SP-BANK-ACCOUNT(ZH-SP-IDX) = SPACES
               MOVE "SUPPLIER HAS NO BANK DETAILS" TO ZH-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO ZH-SELECTED-CNT.
           MOVE ZH-LOOKUP-PO-ID TO ZH-SL-PO-ID(ZH-SELECTED-CNT).
           MOVE ZH-LOOKUP-PRODUCT-CODE
                                TO ZH-SL-PRODUCT-CODE(ZH-SELECTED-CNT).
           MOVE Invoiced-Qty    TO ZH-SL-INVOICED-QTY(ZH-SELECTED-CNT).
           MOVE Invoiced-Cost   TO ZH-SL-INVOICED-COST(ZH-SELECTED-CNT).
           MOVE ZH-DISCOUNT     TO ZH-SL-DISCOUNT(ZH-SELECTED-CNT).
           MOVE ZH-DUE-DATE     TO ZH-SL-DUE-DATE(ZH-SELECTED-CNT).
           MOVE ZH-SP-IDX       TO ZH-SL-SUPPLIER-IDX(ZH-SELECTED-CNT).
           ADD 1             TO ZH-SP-LINE-COUNT(ZH-SP-IDX).
           ADD Invoiced-Cost TO ZH-SP-GROSS-TOTAL(ZH-SP-IDX).
           ADD ZH-DISCOUNT   TO ZH-SP-DISC-TOTAL(ZH-SP-IDX).
           ADD 1 TO ZH-PAID-CNT.
           MOVE ZH-LOOKUP-PO-ID TO ZH-PT-PO-ID(ZH-PAID-CNT).
           MOVE ZH-LOOKUP-PRODUCT-CODE
                                TO ZH-PT-PRODUCT-CODE(ZH-PAID-CNT).
       3000-EXIT.
           EXIT.

       4000-LOOKUP-XREF.
           MOVE 'N' TO ZH-MATCH-FOUND.
           MOVE ZERO TO ZH-MATCH-IDX.
           PERFORM 4010-SCAN-XREF THRU 4010-EXIT
               VARYING ZH-SCAN-IDX FROM 1 BY 1
               UNTIL ZH-SCAN-IDX > ZH-XREF-CNT
                  OR ZH-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-XREF.
           IF ZH-XR-PO-ID(ZH-SCAN-IDX) = ZH-LOOKUP-PO-ID
               MOVE 'Y' TO ZH-MATCH-FOUND
               MOVE ZH-SCAN-IDX TO ZH-MATCH-IDX
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-SUPPLIER.
           MOVE 'N' TO ZH-MATCH-FOUND.
           MOVE ZERO TO ZH-MATCH-IDX.
           PERFORM 4110-SCAN-SUPPLIER THRU 4110-EXIT
               VARYING ZH-SCAN-IDX FROM 1 BY 1
               UNTIL ZH-SCAN-IDX > ZH-SUPPLIER-CNT
                  OR ZH-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-SUPPLIER.
           IF ZH-SP-CODE(ZH-SCAN-IDX) = ZH-LOOKUP-CODE
               MOVE 'Y' TO ZH-MATCH-FOUND
               MOVE ZH-SCAN-IDX TO ZH-MATCH-IDX
           END-IF.
       4110-EXIT.
           EXIT.

       4200-LOOKUP-RECEIPT.
           MOVE 'N' TO ZH-MATCH-FOUND.
           MOVE ZERO TO ZH-RC-IDX.
           PERFORM 4210-SCAN-RECEIPT THRU 4210-EXIT
               VARYING ZH-SCAN-IDX FROM 1 BY 1
               UNTIL ZH-SCAN-IDX > ZH-RECEIPT-CNT
                  OR ZH-ENTRY-WAS-FOUND.
       4200-EXIT.
           EXIT.

       4210-SCAN-RECEIPT.
           IF ZH-RC-PO-ID(ZH-SCAN-IDX) = ZH-LOOKUP-PO-ID
               AND ZH-RC-PRODUCT-CODE(ZH-SCAN-IDX) =
                   ZH-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO ZH-MATCH-FOUND
               MOVE ZH-SCAN-IDX TO ZH-RC-IDX
           END-IF.
       4210-EXIT.
           EXIT.

       4300-LOOKUP-PAID.
           MOVE 'N' TO ZH-MATCH-FOUND.
           PERFORM 4310-SCAN-PAID THRU 4310-EXIT
               VARYING ZH-SCAN-IDX FROM 1 BY 1
               UNTIL ZH-SCAN-IDX > ZH-PAID-CNT
                  OR ZH-ENTRY-WAS-FOUND.
       4300-EXIT.
           EXIT.

       4310-SCAN-PAID.
           IF ZH-PT-PO-ID(ZH-SCAN-IDX) = ZH-LOOKUP-PO-ID
               AND ZH-PT-PRODUCT-CODE(ZH-SCAN-IDX) =
                   ZH-LOOKUP-PRODUCT-CODE
               MOVE 'Y' TO ZH-MATCH-FOUND
           END-IF.
       4310-EXIT.
           EXIT.

      ******************************************************************
      * 5000-COMPUTE-DUE - NET DUE DATE = RECEIPT DATE + NET DAYS.      *
      *                    WITH A SETTLEMENT DISCOUNT THE LINE FALLS    *
      *                    DUE AT THE END OF THE DISCOUNT PERIOD AND    *
      *                    THE DISCOUNT IS TAKEN WHILE THE RUN DATE IS  *
      *                    STILL INSIDE IT                              *
      ******************************************************************
       5000-COMPUTE-DUE.
           MOVE ZERO TO ZH-DISCOUNT.
           COMPUTE ZH-NET-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(ZH-BASE-DATE)
                + ZH-SP-NET-DAYS(ZH-SP-IDX)).
           MOVE ZH-NET-DUE-DATE TO ZH-DUE-DATE.
           IF ZH-SP-DISC-PCT(ZH-SP-IDX) NOT > ZERO
               GO TO 5000-EXIT
           END-IF.
           COMPUTE ZH-DISC-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(ZH-BASE-DATE)
                + ZH-SP-DISC-DAYS(ZH-SP-IDX)).
           MOVE ZH-DISC-DUE-DATE TO ZH-DUE-DATE.
           IF ZH-RUN-DATE NOT > ZH-DISC-DUE-DATE
               COMPUTE ZH-DISCOUNT ROUNDED =
                   Invoiced-Cost * ZH-SP-DISC-PCT(ZH-SP-IDX) / 100
           END-IF.
       5000-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE ZH-LOOKUP-PO-ID        TO ZH-EX-PO-ID.
           MOVE ZH-LOOKUP-PRODUCT-CODE TO ZH-EX-PRODUCT-CODE.
           MOVE Invoiced-Cost          TO ZH-EX-INVOICED-COST.
           WRITE ZH-EXCEPTION-RECORD.
           ADD 1 TO ZH-LINES-EXCEPTION.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-PAYMENT - ONE BANK PAYMENT AND ONE REMITTANCE ADVICE *
      *                      PER SUPPLIER WITH LINES SELECTED.  A NET   *
      *                      PAYMENT THAT IS NOT POSITIVE IS NOT SENT   *
      *                      TO THE BANK - ITS LINES GO TO THE          *
      *                      EXCEPTION FILE UNPAID                      *
      ******************************************************************
       7000-WRITE-PAYMENT.
           IF ZH-SP-LINE-COUNT(ZH-SP-IDX) = ZERO
               GO TO 7000-EXIT
           END-IF.
           COMPUTE ZH-NET-PAYMENT = ZH-SP-GROSS-TOTAL(ZH-SP-IDX)
                                  - ZH-SP-DISC-TOTAL(ZH-SP-IDX).
           IF ZH-NET-PAYMENT NOT > ZERO
               PERFORM 7300-REJECT-LINE THRU 7300-EXIT
                   VARYING ZH-SL-IDX FROM 1 BY 1
                   UNTIL ZH-SL-IDX > ZH-SELECTED-CNT
               GO TO 7000-EXIT
           END-IF.
           MOVE ZH-RUN-DATE            TO ZH-PR-RUN-DATE.
           MOVE ZH-SP-CODE(ZH-SP-IDX)  TO ZH-PR-SUPPLIER-CODE.
           MOVE SPACES                 TO ZH-BANK-DETAIL.
           MOVE 'D'                    TO ZH-BD-RECORD-TYPE.
           MOVE ZH-PAYMENT-REF         TO ZH-BD-PAYMENT-REF.
           MOVE ZH-SP-CODE(ZH-SP-IDX)  TO ZH-BD-SUPPLIER-CODE.
           MOVE ZH-SP-BANK-BSB(ZH-SP-IDX)     TO ZH-BD-BANK-BSB.
           MOVE ZH-SP-BANK-ACCOUNT(ZH-SP-IDX) TO ZH-BD-BANK-ACCOUNT.
           MOVE ZH-SP-ACCOUNT-NAME(ZH-SP-IDX) TO ZH-BD-ACCOUNT-NAME.
           MOVE ZH-NET-PAYMENT         TO ZH-BD-AMOUNT.
           MOVE ZH-SP-LINE-COUNT(ZH-SP-IDX)   TO ZH-BD-LINE-COUNT.
           WRITE ZH-BANK-DETAIL.
           ADD 1 TO ZH-PAYMENTS-WRITTEN.
           ADD ZH-NET-PAYMENT TO ZH-PAYMENT-TOTAL.
           ADD ZH-SP-BANK-BSB(ZH-SP-IDX) TO ZH-BSB-HASH.
           MOVE ZH-PAYMENT-REF                TO ZH-RH1-PAYMENT-REF.
           MOVE ZH-RUN-DATE                   TO ZH-RH1-RUN-DATE.
           MOVE ZH-SP-CODE(ZH-SP-IDX)         TO ZH-RH2-SUPPLIER-CODE.
           MOVE ZH-SP-NAME(ZH-SP-IDX)         TO ZH-RH2-SUPPLIER-NAME.
           MOVE ZH-SP-REMIT-EMAIL(ZH-SP-IDX)  TO ZH-RH2-REMIT-EMAIL.
           MOVE ZH-SP-BANK-BSB(ZH-SP-IDX)     TO ZH-RH3-BANK-BSB.
           MOVE ZH-SP-BANK-ACCOUNT(ZH-SP-IDX) TO ZH-RH3-BANK-ACCOUNT.
           MOVE ZH-SP-ACCOUNT-NAME(ZH-SP-IDX) TO ZH-RH3-ACCOUNT-NAME.
           MOVE SPACES TO ZH-RPT-LINE.
           WRITE ZH-RPT-LINE.
           WRITE ZH-RPT-LINE FROM ZH-REMIT-HEADING-1.
           WRITE ZH-RPT-LINE FROM ZH-REMIT-HEADING-2.
           WRITE ZH-RPT-LINE FROM ZH-REMIT-HEADING-3.
           WRITE ZH-RPT-LINE FROM ZH-REMIT-HEADING-4.
           PERFORM 7100-WRITE-REMIT-LINE THRU 7100-EXIT
               VARYING ZH-SL-IDX FROM 1 BY 1
               UNTIL ZH-SL-IDX > ZH-SELECTED-CNT.
           MOVE ZH-SP-LINE-COUNT(ZH-SP-IDX)  TO ZH-RT-LINE-COUNT.
           MOVE ZH-SP-GROSS-TOTAL(ZH-SP-IDX) TO ZH-RT-INVOICED.
           MOVE ZH-SP-DISC-TOTAL(ZH-SP-IDX)  TO ZH-RT-DISCOUNT.
           MOVE ZH-NET-PAYMENT               TO ZH-RT-PAID.
           WRITE ZH-RPT-LINE FROM ZH-REMIT-TOTAL.
       7000-EXIT.
           EXIT.

      *    EACH LINE PAID IS PRINTED ON THE ADVICE AND MARKED PAID ON
      *    THE REGISTER UNDER THE SAME PAYMENT REFERENCE.
       7100-WRITE-REMIT-LINE.
           IF ZH-SL-SUPPLIER-IDX(ZH-SL-IDX) NOT = ZH-SP-IDX
               GO TO 7100-EXIT
           END-IF.
           MOVE ZH-SL-PO-ID(ZH-SL-IDX)         TO ZH-RD-PO-ID.
           MOVE ZH-SL-PRODUCT-CODE(ZH-SL-IDX)  TO ZH-RD-PRODUCT-CODE.
           MOVE ZH-SL-DUE-DATE(ZH-SL-IDX)      TO ZH-RD-DUE-DATE.
           MOVE ZH-SL-INVOICED-QTY(ZH-SL-IDX)  TO ZH-RD-QTY.
           MOVE ZH-SL-INVOICED-COST(ZH-SL-IDX) TO ZH-RD-INVOICED.
           MOVE ZH-SL-DISCOUNT(ZH-SL-IDX)      TO ZH-RD-DISCOUNT.
           COMPUTE ZH-RD-PAID = ZH-SL-INVOICED-COST(ZH-SL-IDX)
                              - ZH-SL-DISCOUNT(ZH-SL-IDX).
           WRITE ZH-RPT-LINE FROM ZH-REMIT-DETAIL.
           MOVE SPACES                         TO ZH-PAID-RECORD.
           MOVE ZH-SL-PO-ID(ZH-SL-IDX)         TO ZH-PD-PO-ID.
           MOVE ZH-SL-PRODUCT-CODE(ZH-SL-IDX)  TO ZH-PD-PRODUCT-CODE.
           MOVE ZH-SP-CODE(ZH-SP-IDX)          TO ZH-PD-SUPPLIER-CODE.
           MOVE ZH-PAYMENT-REF                 TO ZH-PD-PAYMENT-REF.
           MOVE ZH-RUN-DATE                    TO ZH-PD-PAID-DATE.
           MOVE ZH-SL-INVOICED-COST(ZH-SL-IDX) TO ZH-PD-INVOICED-COST.
           MOVE ZH-SL-DISCOUNT(ZH-SL-IDX)      TO ZH-PD-DISCOUNT.
           WRITE ZH-PAID-RECORD.
           ADD 1 TO ZH-LINES-PAID.
       7100-EXIT.
           EXIT.

       7300-REJECT-LINE.
           IF ZH-SL-SUPPLIER-IDX(ZH-SL-IDX) NOT = ZH-SP-IDX
               GO TO 7300-EXIT
           END-IF.
           MOVE ZH-SL-PO-ID(ZH-SL-IDX)         TO ZH-EX-PO-ID.
           MOVE ZH-SL-PRODUCT-CODE(ZH-SL-IDX)  TO ZH-EX-PRODUCT-CODE.
           MOVE ZH-SP-CODE(ZH-SP-IDX)          TO ZH-EX-SUPPLIER-CODE.
           MOVE ZH-SL-INVOICED-COST(ZH-SL-IDX) TO ZH-EX-INVOICED-COST.
           MOVE "SUPPLIER NET PAYMENT NOT POSITIVE" TO ZH-EX-REASON.
           WRITE ZH-EXCEPTION-RECORD.
           ADD 1 TO ZH-LINES-EXCEPTION.
       7300-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES              TO ZH-BANK-TRAILER.
           MOVE 'T'                 TO ZH-BT-RECORD-TYPE.
           MOVE ZH-PAYMENTS-WRITTEN TO ZH-BT-PAYMENT-COUNT.
           MOVE ZH-PAYMENT-TOTAL    TO ZH-BT-AMOUNT-TOTAL.
           MOVE ZH-BSB-HASH         TO ZH-BT-BSB-HASH.
           WRITE ZH-BANK-TRAILER.
           CLOSE ZH-APPROVED-FILE
                 ZH-PAID-FILE
                 ZH-BANK-FILE
                 ZH-REMIT-FILE
                 ZH-EXCEPTION-FILE.
           DISPLAY "ZPAYRUN RUN DATE            = " ZH-RUN-DATE.
           DISPLAY "ZPAYRUN LINES READ          = " ZH-LINES-READ.
           DISPLAY "ZPAYRUN LINES ALREADY PAID  = "
               ZH-LINES-ALREADY-PAID.
           DISPLAY "ZPAYRUN LINES NOT YET DUE   = " ZH-LINES-NOT-DUE.
           DISPLAY "ZPAYRUN LINES PAID          = " ZH-LINES-PAID.
           DISPLAY "ZPAYRUN LINES EXCEPTION     = " ZH-LINES-EXCEPTION.
           DISPLAY "ZPAYRUN PAYMENTS WRITTEN    = " ZH-PAYMENTS-WRITTEN.
           DISPLAY "ZPAYRUN PAYMENT TOTAL       = " ZH-PAYMENT-TOTAL.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
