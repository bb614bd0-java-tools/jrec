       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMPLDPRD.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * XMPLDPRD - APPLY XmplDecider's PRODUCT-DETAIL MAINTENANCE FEED  *
      *            (XMPLDSP.CBL's DETAIL1 OUTPUT, THE Product-Detail-1  *
      *            RECORDS WITH Update-Product-Details) TO BOTH PRODUCT *
      *            MASTERS ZPRDMRG.CBL COMPARES - RD430-PROD-DESC ON    *
      *            THE AMSPROD PRODUCT INTAKE, MATCHED ON               *
      *            RD430-PROD-KEYCODE, AND Product-Name ON zPO's        *
      *            ZPOPROD Product-Record, MATCHED ON Product-Code.     *
      *            Product-Name IS 20 BYTES, SO IT TAKES THE FIRST 20   *
      *            OF THE NEW DETAILS - THE SAME PART OF THE            *
      *            DESCRIPTION ZPRDMRG HOLDS IT TO.  WITHOUT THIS PASS  *
      *            A DESCRIPTION CHANGE SENT THROUGH THE FEED NEVER     *
      *            REACHED EITHER MASTER.  EVERY TRANSACTION IS LOGGED  *
      *            WITH THE BEFORE AND AFTER VALUES AND ITS RESULT ON   *
      *            EACH MASTER (APPLIED, UNMATCHED OR REJECTED).  THE   *
      *            NEW AMSPRODN REPLACES AMSPROD, SO THE CHANGE FLOWS   *
      *            ON THROUGH AMSAPNVL/AMSDGVAL AND IS PICKED UP AS A   *
      *            CHANGED PRODUCT ON AMSPHIST'S NEXT RUN.              *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XP-TRANS-FILE ASSIGN TO "XMPLDT1"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XP-AMS-OLD-MASTER ASSIGN TO "AMSPROD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XP-AMS-NEW-MASTER ASSIGN TO "AMSPRODN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XP-ZPO-OLD-MASTER ASSIGN TO "ZPOPROD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XP-ZPO-NEW-MASTER ASSIGN TO "ZPOPRODN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XP-LOG-FILE ASSIGN TO "XMPLDPLG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    PRODUCT-DETAIL TRANSACTION - SEE XM-DET1-FILE IN XMPLDSP.cbl.
       FD  XP-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XP-TRANS-RECORD.
           05 XP-TR-PRODUCT-1-X            PIC X(08).
           05 XP-TR-PRODUCT-1 REDEFINES XP-TR-PRODUCT-1-X
                                           PIC 9(08).
           05 XP-TR-PRODUCT-DETAILS        PIC X(40).

       FD  XP-AMS-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XP-AMS-OLD-IO                   PIC X(98).

       FD  XP-AMS-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XP-AMS-NEW-IO                   PIC X(98).

       FD  XP-ZPO-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XP-ZPO-OLD-IO                   PIC X(42).

       FD  XP-ZPO-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XP-ZPO-NEW-IO                   PIC X(42).

       FD  XP-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XP-LOG-RECORD.
           05 XP-LG-PRODUCT-1              PIC X(08).
           05 XP-LG-OLD-DESC               PIC X(40).
           05 XP-LG-NEW-DESC               PIC X(40).
           05 XP-LG-AMS-RESULT             PIC X(10).
           05 XP-LG-OLD-NAME               PIC X(20).
           05 XP-LG-NEW-NAME               PIC X(20).
           05 XP-LG-ZPO-RESULT             PIC X(10).
           05 XP-LG-REASON                 PIC X(40).
           05 XP-LG-TS-DATE                PIC 9(08).
           05 XP-LG-TS-TIME                PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".
           COPY "zPO.cbl".

       01  XP-SWITCHES.
           05 XP-EOF-TRANS-FILE            PIC X(01) VALUE 'N'.
               88 XP-END-OF-TRANS-FILE         VALUE 'Y'.
           05 XP-EOF-AMS-OLD-MASTER        PIC X(01) VALUE 'N'.
               88 XP-END-OF-AMS-OLD-MASTER     VALUE 'Y'.
           05 XP-EOF-ZPO-OLD-MASTER        PIC X(01) VALUE 'N'.
               88 XP-END-OF-ZPO-OLD-MASTER     VALUE 'Y'.
           05 XP-AMS-MATCH-FOUND           PIC X(01).
               88 XP-AMS-ENTRY-WAS-FOUND       VALUE 'Y'.
           05 XP-ZPO-MATCH-FOUND           PIC X(01).
               88 XP-ZPO-ENTRY-WAS-FOUND       VALUE 'Y'.

       01  XP-COUNTERS.
           05 XP-AMS-CNT                   PIC 9(07) COMP VALUE ZERO.
           05 XP-ZPO-CNT                   PIC 9(07) COMP VALUE ZERO.
           05 XP-TRANS-READ                PIC 9(07) COMP VALUE ZERO.
           05 XP-TRANS-REJECTED            PIC 9(07) COMP VALUE ZERO.
           05 XP-AMS-APPLIED               PIC 9(07) COMP VALUE ZERO.
           05 XP-AMS-UNMATCHED             PIC 9(07) COMP VALUE ZERO.
           05 XP-ZPO-APPLIED               PIC 9(07) COMP VALUE ZERO.
           05 XP-ZPO-UNMATCHED             PIC 9(07) COMP VALUE ZERO.

       01  XP-AMS-TABLE.
           05 XP-AT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON XP-AMS-CNT.
               10 XP-AT-KEYCODE            PIC 9(08).
               10 XP-AT-RECORD             PIC X(98).

       01  XP-ZPO-TABLE.
           05 XP-ZT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON XP-ZPO-CNT.
               10 XP-ZT-PRODUCT-CODE       PIC 9(08).
               10 XP-ZT-RECORD             PIC X(42).

       01  XP-SCAN-IDX                     PIC 9(07) COMP.
       01  XP-AMS-MATCH-IDX                PIC 9(07) COMP.
       01  XP-ZPO-MATCH-IDX                PIC 9(07) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL XP-END-OF-TRANS-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD BOTH PRODUCT MASTERS      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  XP-TRANS-FILE
                INPUT  XP-AMS-OLD-MASTER
                INPUT  XP-ZPO-OLD-MASTER
                OUTPUT XP-AMS-NEW-MASTER
                OUTPUT XP-ZPO-NEW-MASTER.
           OPEN EXTEND XP-LOG-FILE.
           PERFORM 2000-LOAD-AMS-PRODUCT THRU 2000-EXIT
               UNTIL XP-END-OF-AMS-OLD-MASTER.
           PERFORM 2100-LOAD-ZPO-PRODUCT THRU 2100-EXIT
               UNTIL XP-END-OF-ZPO-OLD-MASTER.
       1000-EXIT.
           EXIT.

       2000-LOAD-AMS-PRODUCT.
           READ XP-AMS-OLD-MASTER
               AT END
                   SET XP-END-OF-AMS-OLD-MASTER TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE XP-AMS-OLD-IO TO RD430-PROD-RECORD.
           ADD 1 TO XP-AMS-CNT.
           MOVE RD430-PROD-KEYCODE TO XP-AT-KEYCODE(XP-AMS-CNT).
           MOVE XP-AMS-OLD-IO      TO XP-AT-RECORD(XP-AMS-CNT).
       2000-EXIT.
           EXIT.

       2100-LOAD-ZPO-PRODUCT.
           READ XP-ZPO-OLD-MASTER
               AT END
                   SET XP-END-OF-ZPO-OLD-MASTER TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE XP-ZPO-OLD-IO TO Product-Record.
           ADD 1 TO XP-ZPO-CNT.
           MOVE Product-Code OF Product-Record
                                   TO XP-ZT-PRODUCT-CODE(XP-ZPO-CNT).
           MOVE XP-ZPO-OLD-IO      TO XP-ZT-RECORD(XP-ZPO-CNT).
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTION - VALIDATE ONE PRODUCT-DETAIL CHANGE AND *
      *                          APPLY IT TO WHICHEVER MASTERS CARRY    *
      *                          THE PRODUCT                            *
      ******************************************************************
       3000-APPLY-TRANSACTION.
           READ XP-TRANS-FILE
               AT END
                   SET XP-END-OF-TRANS-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO XP-TRANS-READ.
           MOVE SPACES TO XP-LOG-RECORD.
           MOVE XP-TR-PRODUCT-DETAILS TO XP-LG-NEW-DESC.
           MOVE XP-TR-PRODUCT-DETAILS TO XP-LG-NEW-NAME.
           IF XP-TR-PRODUCT-1-X NOT NUMERIC
               OR XP-TR-PRODUCT-1 = ZERO
               MOVE "PRODUCT CODE MISSING OR NOT NUMERIC"
                                         TO XP-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF XP-TR-PRODUCT-DETAILS = SPACES
               MOVE "PRODUCT DETAILS BLANK" TO XP-LG-REASON
               PERFORM 5900-REJECT THRU 5900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-LOOKUP-AMS THRU 4000-EXIT.
           PERFORM 4100-LOOKUP-ZPO THRU 4100-EXIT.
           IF NOT XP-AMS-ENTRY-WAS-FOUND
               AND NOT XP-ZPO-ENTRY-WAS-FOUND
               MOVE "PRODUCT NOT ON EITHER PRODUCT MASTER"
                                         TO XP-LG-REASON
           END-IF.
           IF XP-AMS-ENTRY-WAS-FOUND
               AND NOT XP-ZPO-ENTRY-WAS-FOUND
               MOVE "PRODUCT NOT ON ZPOPROD" TO XP-LG-REASON
           END-IF.
           IF XP-ZPO-ENTRY-WAS-FOUND
               AND NOT XP-AMS-ENTRY-WAS-FOUND
               MOVE "PRODUCT NOT ON AMSPROD" TO XP-LG-REASON
           END-IF.
           PERFORM 5000-APPLY-AMS THRU 5000-EXIT.
           PERFORM 5100-APPLY-ZPO THRU 5100-EXIT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       4000-LOOKUP-AMS.
           MOVE 'N' TO XP-AMS-MATCH-FOUND.
           MOVE ZERO TO XP-AMS-MATCH-IDX.
           PERFORM 4010-SCAN-AMS THRU 4010-EXIT
               VARYING XP-SCAN-IDX FROM 1 BY 1
               UNTIL XP-SCAN-IDX > XP-AMS-CNT
                  OR XP-AMS-ENTRY-WAS-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-AMS.
           IF XP-AT-KEYCODE(XP-SCAN-IDX) = XP-TR-PRODUCT-1
               MOVE 'Y' TO XP-AMS-MATCH-FOUND
               MOVE XP-SCAN-IDX TO XP-AMS-MATCH-IDX
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LOOKUP-ZPO.
           MOVE 'N' TO XP-ZPO-MATCH-FOUND.
           MOVE ZERO TO XP-ZPO-MATCH-IDX.
           PERFORM 4110-SCAN-ZPO THRU 4110-EXIT
               VARYING XP-SCAN-IDX FROM 1 BY 1
               UNTIL XP-SCAN-IDX > XP-ZPO-CNT
                  OR XP-ZPO-ENTRY-WAS-FOUND.
       4100-EXIT.
           EXIT.

       4110-SCAN-ZPO.
           IF XP-ZT-PRODUCT-CODE(XP-SCAN-IDX) = XP-TR-PRODUCT-1
               MOVE 'Y' TO XP-ZPO-MATCH-FOUND
               MOVE XP-SCAN-IDX TO XP-ZPO-MATCH-IDX
           END-IF.
       4110-EXIT.
           EXIT.

       5000-APPLY-AMS.
           IF NOT XP-AMS-ENTRY-WAS-FOUND
               MOVE "UNMATCHED " TO XP-LG-AMS-RESULT
               ADD 1 TO XP-AMS-UNMATCHED
               GO TO 5000-EXIT
           END-IF.
           MOVE XP-AT-RECORD(XP-AMS-MATCH-IDX) TO RD430-PROD-RECORD.
           MOVE RD430-PROD-DESC        TO XP-LG-OLD-DESC.
           MOVE XP-TR-PRODUCT-DETAILS  TO RD430-PROD-DESC.
           MOVE RD430-PROD-RECORD TO XP-AT-RECORD(XP-AMS-MATCH-IDX).
           MOVE "APPLIED   " TO XP-LG-AMS-RESULT.
           ADD 1 TO XP-AMS-APPLIED.
       5000-EXIT.
           EXIT.

       5100-APPLY-ZPO.
           IF NOT XP-ZPO-ENTRY-WAS-FOUND
               MOVE "UNMATCHED " TO XP-LG-ZPO-RESULT
               ADD 1 TO XP-ZPO-UNMATCHED
               GO TO 5100-EXIT
           END-IF.
           MOVE XP-ZT-RECORD(XP-ZPO-MATCH-IDX) TO Product-Record.
           MOVE Product-Name          TO XP-LG-OLD-NAME.
           MOVE XP-TR-PRODUCT-DETAILS TO Product-Name.
           MOVE Product-Record        TO XP-ZT-RECORD(XP-ZPO-MATCH-IDX).
           MOVE "APPLIED   " TO XP-LG-ZPO-RESULT.
           ADD 1 TO XP-ZPO-APPLIED.
       5100-EXIT.
           EXIT.

       5900-REJECT.
           MOVE "REJECTED  " TO XP-LG-AMS-RESULT
                                XP-LG-ZPO-RESULT.
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
           ADD 1 TO XP-TRANS-REJECTED.
       5900-EXIT.
           EXIT.

       6000-WRITE-LOG.
           MOVE XP-TR-PRODUCT-1-X TO XP-LG-PRODUCT-1.
           ACCEPT XP-LG-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT XP-LG-TS-TIME FROM TIME.
           WRITE XP-LOG-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - WRITE BOTH UPDATED TABLES BACK OUT AS THE NEW  *
      *                  PRODUCT MASTERS                                *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-AMS-MASTER THRU 7000-EXIT
               VARYING XP-SCAN-IDX FROM 1 BY 1
               UNTIL XP-SCAN-IDX > XP-AMS-CNT.
           PERFORM 7100-WRITE-ZPO-MASTER THRU 7100-EXIT
               VARYING XP-SCAN-IDX FROM 1 BY 1
               UNTIL XP-SCAN-IDX > XP-ZPO-CNT.
           CLOSE XP-TRANS-FILE
                 XP-AMS-OLD-MASTER
                 XP-AMS-NEW-MASTER
                 XP-ZPO-OLD-MASTER
                 XP-ZPO-NEW-MASTER
                 XP-LOG-FILE.
           DISPLAY "XMPLDPRD TRANS READ      = " XP-TRANS-READ.
           DISPLAY "XMPLDPRD TRANS REJECTED  = " XP-TRANS-REJECTED.
           DISPLAY "XMPLDPRD AMS APPLIED     = " XP-AMS-APPLIED.
           DISPLAY "XMPLDPRD AMS UNMATCHED   = " XP-AMS-UNMATCHED.
           DISPLAY "XMPLDPRD ZPO APPLIED     = " XP-ZPO-APPLIED.
           DISPLAY "XMPLDPRD ZPO UNMATCHED   = " XP-ZPO-UNMATCHED.
       8000-EXIT.
           EXIT.

       7000-WRITE-AMS-MASTER.
           MOVE XP-AT-RECORD(XP-SCAN-IDX) TO XP-AMS-NEW-IO.
           WRITE XP-AMS-NEW-IO.
       7000-EXIT.
           EXIT.

       7100-WRITE-ZPO-MASTER.
           MOVE XP-ZT-RECORD(XP-SCAN-IDX) TO XP-ZPO-NEW-IO.
           WRITE XP-ZPO-NEW-IO.
       7100-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
