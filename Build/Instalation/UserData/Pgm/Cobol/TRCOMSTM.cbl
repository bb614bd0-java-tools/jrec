      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   TRCOMRUN NOW POSTS REVERSALS FOR C    *
      *                          AND D TRANSACTIONS.  A REVERSAL (A D  *
      *                          ON TRPOST) PRINTS AS ITS OWN LINE     *
      *                          FLAGGED REV, SALES AND COMMISSION     *
      *                          NEGATIVE AT THE ORIGINAL RATE IT      *
      *                          CARRIES IN TR-COMMISSION-RATE; A      *
      *                          CORRECTED RE-POST (A C) PRINTS        *
      *                          FLAGGED COR.  NEITHER CONSUMES AN     *
      *                          OVERRIDE LOG ENTRY                    *
      *  03  15/10/26  R PATEL   TRPOST IS NOW KEYED BY TRDUPCHK'S     *
      *                          SURROGATE EMPLOYEE ID, WHICH THE      *
      *                          STATEMENT AND SUMMARY REGISTER NOW    *
      *                          SHOW.  A KEY THAT IS STILL AN SSN     *
      *                          PRINTS MASKED TO ITS LAST THREE       *
      *                          DIGITS                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  TM-RT-SCAN-IDX                  PIC 9(05) COMP.
       01  TM-POSTING-RATE                 PIC 99.
       01  TM-COMMISSION-AMT               PIC S9(05)V99.
       01  TM-LINE-SALES                   PIC S9(05).

      *    THE APPLIED OVERRIDES, EACH CONSUMED BY AT MOST ONE
      *    STATEMENT LINE.
      *    SUBTOTALS ACCUMULATE HERE AND FLUSH AT THE SSN BREAK.
       01  TM-CURRENT-PERSON.
           05 TM-CURRENT-SSN               PIC X(09) VALUE SPACES.
           05 TM-CURRENT-SHOWN             PIC X(09) VALUE SPACES.
           05 TM-CURRENT-LAST-NAME         PIC X(15).
           05 TM-CURRENT-INITIALS          PIC XX.
           05 TM-PERSON-TRANS-COUNT        PIC 9(05).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 TM-DL-LOCATION-CODE          PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 TM-DL-SALES-AMOUNT           PIC -ZZ,ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 TM-DL-RATE                   PIC Z9.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 TM-DL-COMMISSION             PIC -(6)9.99.
               END-IF
               PERFORM 3500-OPEN-STATEMENT THRU 3500-EXIT
           END-IF.
           IF DELETION
               PERFORM 3200-PRICE-REVERSAL THRU 3200-EXIT
           ELSE
               PERFORM 4000-DERIVE-RATE THRU 4000-EXIT
               COMPUTE TM-COMMISSION-AMT ROUNDED =
                   TR-SALES-AMOUNT * TM-POSTING-RATE / 100
               MOVE TR-SALES-AMOUNT TO TM-LINE-SALES
               MOVE 'N' TO TM-OV-MATCH-FOUND
               IF ADDITION
                   PERFORM 4500-FOLD-OVERRIDE THRU 4500-EXIT
               END-IF
           END-IF.
           MOVE TR-TRANSACTION-DATE TO TM-DL-DATE.
           MOVE TR-LOCATION-CODE    TO TM-DL-LOCATION-CODE.
           MOVE TM-LINE-SALES       TO TM-DL-SALES-AMOUNT.
           MOVE TM-POSTING-RATE     TO TM-DL-RATE.
           MOVE TM-COMMISSION-AMT   TO TM-DL-COMMISSION.
           MOVE SPACES TO TM-DL-ADJ-FLAG.
           IF TM-OVERRIDE-WAS-FOUND
               MOVE "ADJ" TO TM-DL-ADJ-FLAG
           END-IF.
           IF DELETION
               MOVE "REV" TO TM-DL-ADJ-FLAG
           END-IF.
           IF CORRECTION
               MOVE "COR" TO TM-DL-ADJ-FLAG
           END-IF.
           WRITE TM-RPT-LINE FROM TM-DETAIL-LINE.
           ADD 1 TO TM-PERSON-TRANS-COUNT.
           ADD TM-LINE-SALES     TO TM-PERSON-SALES-TOTAL.
           ADD TM-COMMISSION-AMT TO TM-PERSON-COMMISSION.
           PERFORM 5000-FOLD-LOCATION THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRICE-REVERSAL - A REVERSAL CARRIES THE RATE THE ORIGINAL  *
      *                       ADDITION POSTED AT, NOT TODAY'S BAND, AND *
      *                       PRINTS NEGATIVE                           *
      ******************************************************************
       3200-PRICE-REVERSAL.
           MOVE TR-COMMISSION-RATE TO TM-POSTING-RATE.
           COMPUTE TM-COMMISSION-AMT ROUNDED =
               0 - (TR-SALES-AMOUNT * TM-POSTING-RATE / 100).
           COMPUTE TM-LINE-SALES = 0 - TR-SALES-AMOUNT.
           MOVE 'N' TO TM-OV-MATCH-FOUND.
       3200-EXIT.
           EXIT.

       3500-OPEN-STATEMENT.
           MOVE TR-SOC-SEC-NUMBER TO TM-CURRENT-SSN.
           IF TR-KEYED-BY-EMPLOYEE-ID
               AND TR-EMP-ID-NUMBER NUMERIC
               MOVE TR-SOC-SEC-NUMBER TO TM-CURRENT-SHOWN
           ELSE
               MOVE ALL '*' TO TM-CURRENT-SHOWN
               MOVE TR-SOC-SEC-NUMBER(7:3) TO TM-CURRENT-SHOWN(7:3)
           END-IF.
           MOVE TR-LAST-NAME      TO TM-CURRENT-LAST-NAME.
           MOVE TR-INITIALS       TO TM-CURRENT-INITIALS.
           MOVE ZERO TO TM-PERSON-TRANS-COUNT.
           MOVE ZERO TO TM-PERSON-SALES-TOTAL.
           MOVE ZERO TO TM-PERSON-COMMISSION.
           MOVE ZERO TO TM-LOC-CNT.
           MOVE TM-CURRENT-SHOWN     TO TM-PH-SSN.
           MOVE TM-CURRENT-LAST-NAME TO TM-PH-LAST-NAME.
           MOVE TM-CURRENT-INITIALS  TO TM-PH-INITIALS.
           WRITE TM-RPT-LINE FROM TM-PERSON-HEADING.
               MOVE ZERO TO TM-LC-SALES-TOTAL(TM-LC-MATCH-IDX)
               MOVE ZERO TO TM-LC-COMMISSION(TM-LC-MATCH-IDX)
           END-IF.
           ADD TM-LINE-SALES
                        TO TM-LC-SALES-TOTAL(TM-LC-MATCH-IDX).
           ADD TM-COMMISSION-AMT
                        TO TM-LC-COMMISSION(TM-LC-MATCH-IDX).
           WRITE TM-RPT-LINE FROM TM-TOTAL-LINE.
           MOVE SPACES TO TM-RPT-LINE.
           WRITE TM-RPT-LINE.
           MOVE TM-CURRENT-SHOWN      TO TM-SM-SOC-SEC-NUMBER.
           MOVE TM-CURRENT-LAST-NAME  TO TM-SM-LAST-NAME.
           MOVE TM-CURRENT-INITIALS   TO TM-SM-INITIALS.
           MOVE TM-PERSON-TRANS-COUNT TO TM-SM-TRANS-COUNT.
