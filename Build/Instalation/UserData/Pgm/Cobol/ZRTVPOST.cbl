       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZRTVPOST.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * ZRTVPOST - RETURN-TO-VENDOR POSTING RUN.  DAMAGED, FAULTY AND   *
      *            RECALLED STOCK SENT BACK TO THE SUPPLIER WAS WRITTEN *
      *            OFF WITH A KEYED 'A' ADJUSTMENT AND THE CREDIT CLAIM *
      *            LIVED IN SOMEBODY'S INBOX.  THIS RUN APPLIES         *
      *            Return-To-Vendor-Record TRANSACTIONS (zPO.cbl)       *
      *            AGAINST THE RETURNING LOCATION'S                     *
      *            Location-Product-Qty, JOURNALS EACH AS A NEGATIVE    *
      *            'V' MOVEMENT ON ZPOMVMT FOR THE ZMVMROLL AUDIT, AND  *
      *            RAISES ONE SUPPLIER CREDIT CLAIM PER RETURN ON THE   *
      *            ZRTVCLM CLAIM FILE FOR THE ZRTVAGE OPEN-CLAIMS       *
      *            REPORT.  A RETURN IS REJECTED TO THE EXCEPTION FILE  *
      *            WHEN ITS RTV-Id HAS ALREADY BEEN CLAIMED, ITS PO     *
      *            LINE OR SUPPLIER CANNOT BE FOUND, OR THE LOCATION    *
      *            DOES NOT HOLD THE QUANTITY BEING RETURNED.  A RETURN *
      *            KEYED WITHOUT A CLAIM VALUE IS VALUED AT THE PO      *
      *            LINE'S UNIT COST.  A RECALL RETURN (REASON RC) MUST  *
      *            CARRY THE Recall-Ref OF THE AMSRECAL TRACE IT WAS    *
      *            RAISED FROM, WHICH RIDES THROUGH TO THE CLAIM SO     *
      *            RECALL RETURNS STAY IDENTIFIABLE.  THE QTY MASTER IS *
      *            REWRITTEN OLD/NEW AND SCANNED LINEARLY, THE SAME     *
      *            IDIOM AS ZRCVPOST.cbl.                               *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZO-RTV-FILE ASSIGN TO "ZPORTV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZO-LINE-FILE ASSIGN TO "ZPOLINE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZO-XREF-FILE ASSIGN TO "ZPOSUPP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZO-OLD-QTY-FILE ASSIGN TO "ZPOLOCPQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZO-NEW-QTY-FILE ASSIGN TO "ZPOLOCPQN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZO-CLAIM-FILE ASSIGN TO "ZRTVCLM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZO-MOVEMENT-FILE ASSIGN TO "ZPOMVMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZO-EXCEPTION-FILE ASSIGN TO "ZRTVPSTX"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZO-RTV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-RTV-IO                       PIC X(77).

       FD  ZO-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-LINE-IO                      PIC X(41).

       FD  ZO-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-XREF-IO.
           05 ZO-XR-PO-ID-IO               PIC X(14).
           05 ZO-XR-SUPPLIER-CODE-IO       PIC X(06).

       FD  ZO-OLD-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-OLD-QTY-IO                   PIC X(20).

       FD  ZO-NEW-QTY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-NEW-QTY-IO                   PIC X(20).

      *    ONE SUPPLIER CREDIT CLAIM PER RETURN - SAME LAYOUT ZRTVAGE
      *    READS.
       FD  ZO-CLAIM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-CLAIM-RECORD.
           05 ZO-CL-RTV-ID                 PIC X(12).
           05 ZO-CL-SUPPLIER-CODE          PIC X(06).
           05 ZO-CL-PO-ID                  PIC X(14).
           05 ZO-CL-PRODUCT-CODE           PIC 9(08).
           05 ZO-CL-LOCATION               PIC 9(04).
           05 ZO-CL-RETURN-QTY             PIC S9(05).
           05 ZO-CL-REASON                 PIC X(02).
           05 ZO-CL-RECALL-FLAG            PIC X(01).
           05 ZO-CL-RECALL-REF             PIC X(10).
           05 ZO-CL-CLAIM-VALUE            PIC S9(09)V99.
           05 ZO-CL-RAISED-DATE            PIC 9(08).
           05 FILLER                       PIC X(09).

       FD  ZO-MOVEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-MOVEMENT-IO                  PIC X(43).

       FD  ZO-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZO-EXCEPTION-RECORD.
           05 ZO-EX-RTV-ID                 PIC X(12).
           05 ZO-EX-PO-ID                  PIC X(14).
           05 ZO-EX-PRODUCT-CODE           PIC 9(08).
           05 ZO-EX-LOCATION               PIC 9(04).
           05 ZO-EX-RETURN-QTY             PIC S9(05).
           05 ZO-EX-ON-HAND-QTY            PIC S9(05).
           05 ZO-EX-REASON                 PIC X(40).

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".

       01  ZO-SWITCHES.
           05 ZO-EOF-RTV-FILE              PIC X(01) VALUE 'N'.
               88 ZO-END-OF-RTV-FILE           VALUE 'Y'.
           05 ZO-EOF-LINE-FILE             PIC X(01) VALUE 'N'.
               88 ZO-END-OF-LINE-FILE          VALUE 'Y'.
           05 ZO-EOF-XREF-FILE             PIC X(01) VALUE 'N'.
               88 ZO-END-OF-XREF-FILE          VALUE 'Y'.
           05 ZO-EOF-QTY-FILE              PIC X(01) VALUE 'N'.
               88 ZO-END-OF-QTY-FILE           VALUE 'Y'.
           05 ZO-EOF-CLAIM-FILE            PIC X(01) VALUE 'N'.
               88 ZO-END-OF-CLAIM-FILE         VALUE 'Y'.
           05 ZO-MATCH-FOUND               PIC X(01).
               88 ZO-ENTRY-WAS-FOUND           VALUE 'Y'.

       01  ZO-COUNTERS.
           05 ZO-LINE-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 ZO-XREF-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 ZO-QTY-CNT                   PIC 9(05) COMP VALUE ZERO.
           05 ZO-CLAIMED-CNT               PIC 9(05) COMP VALUE ZERO.
           05 ZO-RETURNS-READ              PIC 9(07) COMP VALUE ZERO.
           05 ZO-RETURNS-POSTED            PIC 9(07) COMP VALUE ZERO.
           05 ZO-RETURNS-REJECTED          PIC 9(07) COMP VALUE ZERO.
           05 ZO-RECALL-RETURNS            PIC 9(07) COMP VALUE ZERO.

       01  ZO-LINE-TABLE.
           05 ZO-LN-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZO-LINE-CNT.
               10 ZO-LN-PO-ID              PIC X(14).
               10 ZO-LN-PRODUCT-CODE       PIC 9(08).
               10 ZO-LN-ORDERED-QTY        PIC S9(05).
               10 ZO-LN-LINE-COST          PIC S9(09)V99.

       01  ZO-XREF-TABLE.
           05 ZO-XR-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZO-XREF-CNT.
               10 ZO-XR-PO-ID              PIC X(14).
               10 ZO-XR-SUPPLIER-CODE      PIC X(06).

       01  ZO-QTY-TABLE.
           05 ZO-QT-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZO-QTY-CNT.
               10 ZO-QT-LOCATION           PIC 9(04).
               10 ZO-QT-PRODUCT-CODE       PIC 9(08).
               10 ZO-QT-ON-HAND-QTY        PIC S9(05).

      *    EVERY RTV-Id ALREADY ON THE CLAIM FILE PLUS THOSE RAISED IN
      *    THIS RUN, SO A RETURN IS NEVER CLAIMED TWICE.
       01  ZO-CLAIMED-TABLE.
           05 ZO-CD-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZO-CLAIMED-CNT.
               10 ZO-CD-RTV-ID             PIC X(12).

       01  ZO-SCAN-IDX                     PIC 9(05) COMP.
       01  ZO-LN-IDX                       PIC 9(05) COMP.
       01  ZO-XR-IDX                       PIC 9(05) COMP.
       01  ZO-QT-IDX                       PIC 9(05) COMP.

       01  ZO-TODAY                        PIC 9(08).
       01  ZO-CLAIM-VALUE                  PIC S9(09)V99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-RETURN THRU 3000-EXIT
               UNTIL ZO-END-OF-RTV-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE PO LINE, SUPPLIER     *
      *                   CROSS-REFERENCE, ON-HAND AND CLAIMED TABLES   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  ZO-RTV-FILE
                INPUT  ZO-LINE-FILE
                INPUT  ZO-XREF-FILE
                INPUT  ZO-OLD-QTY-FILE
                INPUT  ZO-CLAIM-FILE
                OUTPUT ZO-NEW-QTY-FILE
                OUTPUT ZO-EXCEPTION-FILE.
           OPEN EXTEND ZO-MOVEMENT-FILE.
           ACCEPT ZO-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-LOAD-LINE THRU 2000-EXIT
               UNTIL ZO-END-OF-LINE-FILE.
           PERFORM 2100-LOAD-XREF THRU 2100-EXIT
               UNTIL ZO-END-OF-XREF-FILE.
           PERFORM 2200-LOAD-QTY THRU 2200-EXIT
               UNTIL ZO-END-OF-QTY-FILE.
           PERFORM 2300-LOAD-CLAIMED THRU 2300-EXIT
               UNTIL ZO-END-OF-CLAIM-FILE.
           CLOSE ZO-CLAIM-FILE.
           OPEN EXTEND ZO-CLAIM-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-LINE.
           READ ZO-LINE-FILE
               AT END
                   SET ZO-END-OF-LINE-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE ZO-LINE-IO TO PO-Line-Item.
           ADD 1 TO ZO-LINE-CNT.
           MOVE PO-Id OF PO-Line-Item
                                     TO ZO-LN-PO-ID(ZO-LINE-CNT).
           MOVE Product-Code OF PO-Line-Item
                                     TO ZO-LN-PRODUCT-CODE(ZO-LINE-CNT).
           MOVE Ordered-Qty OF PO-Line-Item
                                     TO ZO-LN-ORDERED-QTY(ZO-LINE-CNT).
           MOVE Line-Cost OF PO-Line-Item
                                     TO ZO-LN-LINE-COST(ZO-LINE-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-XREF.
           READ ZO-XREF-FILE
               AT END
                   SET ZO-END-OF-XREF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ZO-XREF-CNT.
           MOVE ZO-XR-PO-ID-IO         TO ZO-XR-PO-ID(ZO-XREF-CNT).
           MOVE ZO-XR-SUPPLIER-CODE-IO
                                   TO ZO-XR-SUPPLIER-CODE(ZO-XREF-CNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-QTY.
           READ ZO-OLD-QTY-FILE
               AT END
                   SET ZO-END-OF-QTY-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE ZO-OLD-QTY-IO TO Location-Product-Qty.
           ADD 1 TO ZO-QTY-CNT.
           MOVE Location OF Location-Product-Qty
                                     TO ZO-QT-LOCATION(ZO-QTY-CNT).
           MOVE Product-Code OF Location-Product-Qty
                                     TO ZO-QT-PRODUCT-CODE(ZO-QTY-CNT).
           MOVE On-Hand-Qty          TO ZO-QT-ON-HAND-QTY(ZO-QTY-CNT).
       2200-EXIT.
           EXIT.

       2300-LOAD-CLAIMED.
           READ ZO-CLAIM-FILE
               AT END
                   SET ZO-END-OF-CLAIM-FILE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO ZO-CLAIMED-CNT.
           MOVE ZO-CL-RTV-ID TO ZO-CD-RTV-ID(ZO-CLAIMED-CNT).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-RETURN - EDIT ONE RETURN, DRAW DOWN THE LOCATION'S   *
      *                     ON-HAND, JOURNAL THE MOVEMENT AND RAISE     *
      *                     THE CLAIM                                   *
      ******************************************************************
       3000-APPLY-RETURN.
           READ ZO-RTV-FILE
               AT END
                   SET ZO-END-OF-RTV-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO ZO-RETURNS-READ.
           MOVE ZO-RTV-IO TO Return-To-Vendor-Record.
           MOVE ZERO TO ZO-EX-ON-HAND-QTY.
           IF Return-Qty NOT NUMERIC
               OR Return-Qty NOT > ZERO
               MOVE "RETURN QTY MUST BE GREATER THAN ZERO"
                                         TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT Damaged-Return
               AND NOT Faulty-Return
               AND NOT Recall-Return
               MOVE "UNRECOGNIZED RETURN REASON CODE" TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF Recall-Return
               AND Recall-Ref = SPACES
               MOVE "RECALL RETURN WITHOUT A RECALL-REF"
                                         TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4300-LOOKUP-CLAIMED THRU 4300-EXIT.
           IF ZO-ENTRY-WAS-FOUND
               MOVE "RTV-ID ALREADY CLAIMED" TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-LOOKUP-LINE THRU 4000-EXIT.
           IF NOT ZO-ENTRY-WAS-FOUND
               MOVE "NO MATCHING PO-LINE-ITEM" TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4100-LOOKUP-XREF THRU 4100-EXIT.
           IF NOT ZO-ENTRY-WAS-FOUND
               MOVE "PO HAS NO SUPPLIER CROSS-REFERENCE"
                                         TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4200-LOOKUP-QTY THRU 4200-EXIT.
           IF NOT ZO-ENTRY-WAS-FOUND
               MOVE "LOCATION DOES NOT CARRY THE PRODUCT"
                                         TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF ZO-QT-ON-HAND-QTY(ZO-QT-IDX) < Return-Qty
               MOVE ZO-QT-ON-HAND-QTY(ZO-QT-IDX) TO ZO-EX-ON-HAND-QTY
               MOVE "RETURN QTY EXCEEDS LOCATION ON-HAND"
                                         TO ZO-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           SUBTRACT Return-Qty FROM ZO-QT-ON-HAND-QTY(ZO-QT-IDX).
           PERFORM 5000-WRITE-MOVEMENT THRU 5000-EXIT.
           PERFORM 5100-RAISE-CLAIM THRU 5100-EXIT.
           ADD 1 TO ZO-RETURNS-POSTED.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-LINE.
           MOVE 'N' TO ZO-MATCH-FOUND.
           MOVE ZERO TO ZO-LN-IDX.
           PERFORM 4010-SCAN-LINE THRU 4010-EXIT
               VARYING ZO-SCAN-IDX FROM 1 BY 1
               UNTIL ZO-SCAN-IDX > ZO-LINE-CNT
                  OR ZO-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-LINE.
           IF ZO-LN-PO-ID(ZO-SCAN-IDX) =
                   PO-Id OF Return-To-Vendor-Record
               AND ZO-LN-PRODUCT-CODE(ZO-SCAN-IDX) =
                   Product-Code OF Return-To-Vendor-Record
               MOVE 'Y' TO ZO-MATCH-FOUND
               MOVE ZO-SCAN-IDX TO ZO-LN-IDX
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-XREF.
           MOVE 'N' TO ZO-MATCH-FOUND.
           MOVE ZERO TO ZO-XR-IDX.
           PERFORM 4110-SCAN-XREF THRU 4110-EXIT
               VARYING ZO-SCAN-IDX FROM 1 BY 1
               UNTIL ZO-SCAN-IDX > ZO-XREF-CNT
                  OR ZO-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-XREF.
           IF ZO-XR-PO-ID(ZO-SCAN-IDX) =
                   PO-Id OF Return-To-Vendor-Record
               MOVE 'Y' TO ZO-MATCH-FOUND
               MOVE ZO-SCAN-IDX TO ZO-XR-IDX
           END-IF.
       4110-EXIT.
           EXIT.

       4200-LOOKUP-QTY.
           MOVE 'N' TO ZO-MATCH-FOUND.
           MOVE ZERO TO ZO-QT-IDX.
           PERFORM 4210-SCAN-QTY THRU 4210-EXIT
               VARYING ZO-SCAN-IDX FROM 1 BY 1
               UNTIL ZO-SCAN-IDX > ZO-QTY-CNT
                  OR ZO-ENTRY-WAS-FOUND.
       4200-EXIT.
           EXIT.

       4210-SCAN-QTY.
           IF ZO-QT-LOCATION(ZO-SCAN-IDX) = Return-Location
               AND ZO-QT-PRODUCT-CODE(ZO-SCAN-IDX) =
                   Product-Code OF Return-To-Vendor-Record
               MOVE 'Y' TO ZO-MATCH-FOUND
               MOVE ZO-SCAN-IDX TO ZO-QT-IDX
           END-IF.
       4210-EXIT.
           EXIT.

       4300-LOOKUP-CLAIMED.
           MOVE 'N' TO ZO-MATCH-FOUND.
           PERFORM 4310-SCAN-CLAIMED THRU 4310-EXIT
               VARYING ZO-SCAN-IDX FROM 1 BY 1
               UNTIL ZO-SCAN-IDX > ZO-CLAIMED-CNT
                  OR ZO-ENTRY-WAS-FOUND.
       4300-EXIT.
           EXIT.

       4310-SCAN-CLAIMED.
           IF ZO-CD-RTV-ID(ZO-SCAN-IDX) =
                   RTV-Id OF Return-To-Vendor-Record
               MOVE 'Y' TO ZO-MATCH-FOUND
           END-IF.
       4310-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-MOVEMENT - JOURNAL THE RETURN AS A NEGATIVE 'V'      *
      *                       MOVEMENT REFERENCED TO ITS PO             *
      ******************************************************************
       5000-WRITE-MOVEMENT.
           MOVE 'MVT'        TO Record-Type OF Stock-Movement-Record.
           MOVE ZO-TODAY     TO Movement-Date.
           MOVE Return-Location
                             TO Location OF Stock-Movement-Record.
           MOVE Product-Code OF Return-To-Vendor-Record
                             TO Product-Code OF Stock-Movement-Record.
           COMPUTE Movement-Qty = ZERO - Return-Qty.
           MOVE 'V'          TO Movement-Type.
           MOVE PO-Id OF Return-To-Vendor-Record TO Movement-Ref.
           MOVE Stock-Movement-Record TO ZO-MOVEMENT-IO.
           WRITE ZO-MOVEMENT-IO.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-RAISE-CLAIM - A RETURN KEYED WITHOUT A CLAIM VALUE IS      *
      *                    VALUED AT THE PO LINE'S UNIT COST            *
      ******************************************************************
       5100-RAISE-CLAIM.
           MOVE Claim-Value TO ZO-CLAIM-VALUE.
           IF Claim-Value NOT NUMERIC
               OR Claim-Value NOT > ZERO
               MOVE ZERO TO ZO-CLAIM-VALUE
               IF ZO-LN-ORDERED-QTY(ZO-LN-IDX) > ZERO
                   COMPUTE ZO-CLAIM-VALUE ROUNDED =
                       ZO-LN-LINE-COST(ZO-LN-IDX) * Return-Qty
                       / ZO-LN-ORDERED-QTY(ZO-LN-IDX)
               END-IF
           END-IF.
           MOVE SPACES TO ZO-CLAIM-RECORD.
           MOVE RTV-Id OF Return-To-Vendor-Record TO ZO-CL-RTV-ID.
           MOVE ZO-XR-SUPPLIER-CODE(ZO-XR-IDX)
                                     TO ZO-CL-SUPPLIER-CODE.
           MOVE PO-Id OF Return-To-Vendor-Record  TO ZO-CL-PO-ID.
           MOVE Product-Code OF Return-To-Vendor-Record
                                     TO ZO-CL-PRODUCT-CODE.
           MOVE Return-Location      TO ZO-CL-LOCATION.
           MOVE Return-Qty           TO ZO-CL-RETURN-QTY.
           MOVE Return-Reason        TO ZO-CL-REASON.
           IF Recall-Return
               MOVE 'Y' TO ZO-CL-RECALL-FLAG
               ADD 1 TO ZO-RECALL-RETURNS
           ELSE
               MOVE 'N' TO ZO-CL-RECALL-FLAG
           END-IF.
           MOVE Recall-Ref           TO ZO-CL-RECALL-REF.
           MOVE ZO-CLAIM-VALUE       TO ZO-CL-CLAIM-VALUE.
           IF Return-Date NUMERIC
               AND Return-Date > ZERO
               MOVE Return-Date      TO ZO-CL-RAISED-DATE
           ELSE
               MOVE ZO-TODAY         TO ZO-CL-RAISED-DATE
           END-IF.
           WRITE ZO-CLAIM-RECORD.
           ADD 1 TO ZO-CLAIMED-CNT.
           MOVE RTV-Id OF Return-To-Vendor-Record
                                     TO ZO-CD-RTV-ID(ZO-CLAIMED-CNT).
       5100-EXIT.
           EXIT.

       6000-WRITE-EXCEPTION.
           MOVE RTV-Id OF Return-To-Vendor-Record TO ZO-EX-RTV-ID.
           MOVE PO-Id OF Return-To-Vendor-Record  TO ZO-EX-PO-ID.
           MOVE Product-Code OF Return-To-Vendor-Record
                                     TO ZO-EX-PRODUCT-CODE.
           MOVE Return-Location      TO ZO-EX-LOCATION.
           MOVE Return-Qty           TO ZO-EX-RETURN-QTY.
           WRITE ZO-EXCEPTION-RECORD.
           ADD 1 TO ZO-RETURNS-REJECTED.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE THE UPDATED ON-HAND TABLE BACK OUT AS    *
      *                  THE NEW QTY MASTER                             *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-QTY-MASTER THRU 7000-EXIT
               VARYING ZO-SCAN-IDX FROM 1 BY 1
               UNTIL ZO-SCAN-IDX > ZO-QTY-CNT.
           CLOSE ZO-RTV-FILE
                 ZO-LINE-FILE
                 ZO-XREF-FILE
                 ZO-OLD-QTY-FILE
                 ZO-NEW-QTY-FILE
                 ZO-CLAIM-FILE
                 ZO-MOVEMENT-FILE
                 ZO-EXCEPTION-FILE.
           DISPLAY "ZRTVPOST RETURNS READ       = " ZO-RETURNS-READ.
           DISPLAY "ZRTVPOST RETURNS POSTED     = " ZO-RETURNS-POSTED.
           DISPLAY "ZRTVPOST RETURNS REJECTED   = " ZO-RETURNS-REJECTED.
           DISPLAY "ZRTVPOST RECALL RETURNS     = " ZO-RECALL-RETURNS.
       8000-EXIT.
           EXIT.

       7000-WRITE-QTY-MASTER.
           MOVE 'LPQ' TO Record-Type OF Location-Product-Qty.
           MOVE ZO-QT-LOCATION(ZO-SCAN-IDX)
                        TO Location OF Location-Product-Qty.
           MOVE ZO-QT-PRODUCT-CODE(ZO-SCAN-IDX)
                        TO Product-Code OF Location-Product-Qty.
           MOVE ZO-QT-ON-HAND-QTY(ZO-SCAN-IDX)
                        TO On-Hand-Qty OF Location-Product-Qty.
           MOVE Location-Product-Qty TO ZO-NEW-QTY-IO.
           WRITE ZO-NEW-QTY-IO.
       7000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
