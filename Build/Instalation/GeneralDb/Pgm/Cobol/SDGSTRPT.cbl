      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  GS-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GS-PROD-IO                      PIC X(98).

       FD  GS-SALES-FILE
           RECORD IS VARYING IN SIZE
