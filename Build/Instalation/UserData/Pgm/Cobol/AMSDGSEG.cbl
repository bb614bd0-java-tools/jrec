      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  03  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      *                          - AND THE ZDSPPLN DISPATCH LOAD       *
      *                          PLAN'S SHIPMENT LIST, LOAD NUMBER AS  *
      *                          SHIPMENT ID, IS CHECKED THROUGH THIS  *
      *                          SAME RUN BEFORE A LOAD IS RELEASED    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  AG-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AG-PROD-IO                     PIC X(98).

       FD  AG-SHIPMENT-FILE
           RECORDING MODE IS F
