      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  06  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  AMS-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AV-PROD-IO                     PIC X(98).

       FD  AMS-GOOD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AV-GOOD-RECORD                 PIC X(98).

       FD  AMS-REJECT-FILE
           RECORDING MODE IS F
