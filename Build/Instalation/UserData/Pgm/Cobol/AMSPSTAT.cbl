      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  03  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  AS-OLD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AS-OLD-IO                      PIC X(98).

       FD  AS-NEW-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AS-NEW-IO                      PIC X(98).

       FD  AS-PO-FILE
           RECORDING MODE IS F
           05 AS-PT-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON AS-PRODUCT-CNT.
               10 AS-PT-KEYCODE           PIC 9(08).
               10 AS-PT-RECORD            PIC X(98).

      *    OPEN PO SET - A PO IS OPEN UNTIL IT REACHES Finalised.
       01  AS-PO-TABLE.
