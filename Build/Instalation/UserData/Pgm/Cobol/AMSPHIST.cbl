      *                          81 BYTES FOR THE RD430-PROD-GST-FLAG  *
      *                          TAXABILITY FLAG ADDED TO              *
      *                          AmsProductAPN.CBL (SEE SDGSTRPT)      *
      *  05  15/10/26  R PATEL   PRODUCT RECORD BUFFERS WIDENED TO     *
      *                          98 BYTES FOR THE UNIT WEIGHT, CUBE    *
      *                          AND PACK-SIZE DIMENSIONS ADDED TO     *
      *                          AmsProductAPN.CBL (SEE AMSPDMNT)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  AMS-CURR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AH-CURR-IO                     PIC X(98).

       FD  AMS-PROD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AH-PROD-IO                     PIC X(98).

       FD  AMS-HIST-FILE
           RECORDING MODE IS F
       FD  AMS-NEWCURR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AH-NEWCURR-IO                  PIC X(98).

       WORKING-STORAGE SECTION.
           COPY "AmsProductAPN.cbl".
                   ASCENDING KEY IS AH-CT-PROD-NO
                   INDEXED BY AH-CT-IDX.
               10 AH-CT-PROD-NO           PIC 9(14).
               10 AH-CT-RECORD            PIC X(98).

       01  AH-SEARCH-RESULT               PIC X(01).
           88 AH-CURR-WAS-FOUND               VALUE 'Y'.
