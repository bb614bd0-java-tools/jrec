      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  04  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  AP-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AP-PROD-IO                     PIC X(98).

       FD  AP-GOOD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AP-GOOD-RECORD                 PIC X(98).

       FD  AP-NEWXREF-FILE
           RECORDING MODE IS F
