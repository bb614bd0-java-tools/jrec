      *                          BY LENGTH - 38 BYTES IS THE WIDENED   *
      *                          01TAR020-REC-V2 LAYOUT THE RECEIVING  *
      *                          CHAIN NOW DECLARES ON THE SAME FILE   *
      *  06  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  ZM-AMS-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZM-AMS-PROD-IO                  PIC X(98).

       FD  ZM-XTAR020-FILE
           RECORD IS VARYING IN SIZE FROM 27 TO 38 CHARACTERS
