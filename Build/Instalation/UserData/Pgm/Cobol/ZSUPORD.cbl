      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   SUPPLIER MASTER WIDENED TO 200 BYTES  *
      *                          FOR PAYMENT TERMS AND REMITTANCE      *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 ZW-SM-SUPPLIER-NAME-IO       PIC X(30).
           05 ZW-SM-SUPPLIER-REF-IO        PIC X(10).
           05 ZW-SM-ACTIVE-FLAG-IO         PIC X(01).
           05 FILLER                       PIC X(153).

      *    ALL THREE TRANSMISSION RECORD TYPES RIDE IN THE ONE
      *    FIXED-LENGTH FILE, FLAGGED BY THE LEADING RECORD-TYPE BYTE,
