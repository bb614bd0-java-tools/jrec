      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  05  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  XF-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XF-PROD-IO                     PIC X(98).

       FD  XTAR020-FILE
           RECORD IS VARYING IN SIZE FROM 27 TO 38 CHARACTERS
