       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDREFINT.
       AUTHOR. R PATEL.
       INSTALLATION. IML CENTRAL REPORTING SYSTEM.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      ******************************************************************
      * SDREFINT - WEEKLY CROSS-MASTER REFERENTIAL INTEGRITY SWEEP.     *
      *            EACH MAINTENANCE PROGRAM CHECKS ITS OWN TRANSACTION  *
      *            AGAINST THE MASTER IT POINTS AT WHEN IT IS KEYED,    *
      *            BUT NOTHING RECHECKED THE LINK AFTERWARDS - A        *
      *            DEPARTMENT CLOSED, A STORE SHUT OR A SUPPLIER        *
      *            DEACTIVATED LEFT EVERY FILE POINTING AT IT AS IT     *
      *            WAS.                                                 *
      *            THIS PASS CHECKS EVERY LINK IN BOTH DIRECTIONS -     *
      *              DANGLING - A REFERENCING ROW POINTS AT A MASTER    *
      *                         ROW THAT IS MISSING, OR CLOSED OR       *
      *                         DEACTIVATED WHILE STILL IN USE          *
      *              ORPHAN   - A LIVE MASTER ROW THAT NOTHING ON THE   *
      *                         REFERENCING FILE COVERS                 *
      *            FOR THESE LINKS -                                    *
      *              SDDEPTMS - SDGLMAP GL ACCOUNT MAPPING (FINANCE)    *
      *                         AND SDDPLAN PLANS FOR PERIODS NOT YET   *
      *                         CLOSED ON SDRETCAL (MERCH PLANNING)     *
      *              XTAR1000 - TRLOCMAP LOCATION CODES (STORE OPS),    *
      *                         STORE OPEN/CLOSED BY THE SAME RULE AS   *
      *                         XTAR020E.cbl                            *
      *              SDSUPPM  - ZPOSUPP PO CROSS-REFERENCE (BUYING) -   *
      *                         A DEACTIVATED SUPPLIER IS ONLY AN       *
      *                         EXCEPTION WHILE THE ZPOPO PO IS NOT     *
      *                         FINALISED, AND AN OPEN PO WITH NO       *
      *                         CROSS-REFERENCE IS THE ORPHAN SIDE      *
      *              AMSDGCLS - ZDGLICF STORE LICENCES (DG COMPLIANCE)  *
      *            THE REPORT IS GROUPED BY MASTER, THEN BY THE         *
      *            REFERENCING FILE AND ITS OWNER.  EVERY EXCEPTION     *
      *            ALSO GOES TO ONE EXCEPTION FILE PER MASTER, WHICH    *
      *            STANDS UNTIL THE NEXT WEEKLY SWEEP, SO THE NIGHTLY   *
      *            SDEXDASH PAGE CARRIES EACH MASTER'S COUNT ALL WEEK.  *
      *                                                                *
      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  15/10/26  R PATEL   INITIAL VERSION                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RI-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-DEPT-FILE ASSIGN TO "SDDEPTMS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-CALENDAR-FILE ASSIGN TO "SDRETCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-GLMAP-FILE ASSIGN TO "SDGLMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-PLAN-FILE ASSIGN TO "SDDPLAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-LOCMAP-FILE ASSIGN TO "TRLOCMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-SUPPLIER-FILE ASSIGN TO "SDSUPPM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-PO-FILE ASSIGN TO "ZPOPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-XREF-FILE ASSIGN TO "ZPOSUPP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-CLASS-FILE ASSIGN TO "AMSDGCLS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-LICENCE-FILE ASSIGN TO "ZDGLICF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-DEPT-EXCEPT-FILE ASSIGN TO "SDRIDEPX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-STORE-EXCEPT-FILE ASSIGN TO "SDRISTRX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-SUPP-EXCEPT-FILE ASSIGN TO "SDRISUPX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-CLASS-EXCEPT-FILE ASSIGN TO "SDRIDGCX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RI-REPORT-FILE ASSIGN TO "SDREFINR"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RI-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-CYCLE-PARM-RECORD.
           05 RI-CP-CYCLE-DATE             PIC 9(08).

      *    DEPARTMENT MASTER - SEE SDDPTMNT.cbl.
       FD  RI-DEPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-DEPT-RECORD.
           05 RI-DM-DEPARTMENT-NUM         PIC 9(04).
           05 RI-DM-DEPARTMENT-NAME        PIC X(20).
           05 RI-DM-STATUS                 PIC X(01).
               88 RI-DM-IS-ACTIVE              VALUE 'A'.
           05 FILLER                       PIC X(05).

      *    SDRETCAL WEEK LAYOUT - SEE SDCALMNT.cbl.
       FD  RI-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-CALENDAR-RECORD.
           05 RI-CR-WEEK-START-DATE        PIC 9(08).
           05 RI-CR-WEEK-END-DATE          PIC 9(08).
           05 RI-CR-RETAIL-YEAR            PIC 9(04).
           05 RI-CR-QUARTER                PIC 9(01).
           05 RI-CR-PERIOD                 PIC 9(02).
           05 RI-CR-WEEK-OF-PERIOD         PIC 9(01).
           05 RI-CR-WEEK-OF-YEAR           PIC 9(02).
           05 RI-CR-PERIOD-START-DATE      PIC 9(08).
           05 RI-CR-PERIOD-END-DATE        PIC 9(08).
           05 RI-CR-LY-WEEK-START-DATE     PIC 9(08).
           05 RI-CR-LY-WEEK-END-DATE       PIC 9(08).
           05 RI-CR-PERIOD-STATUS          PIC X(01).
           05 RI-CR-CLOSED-DATE            PIC 9(08).
           05 FILLER                       PIC X(13).

      *    GL ACCOUNT MAPPING - SEE SDGLEXT.cbl.
       FD  RI-GLMAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-GLMAP-RECORD.
           05 RI-GM-DEPARTMENT-NUM         PIC 9(04).
           05 RI-GM-GL-ACCOUNT             PIC X(10).
           05 FILLER                       PIC X(06).

      *    DEPARTMENT PLAN - SEE SDPLNMNT.cbl.
       FD  RI-PLAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-PLAN-RECORD.
           05 RI-PL-DEPARTMENT-NUM         PIC 9(04).
           05 RI-PL-PERIOD                 PIC 9(06).
           05 RI-PL-PLAN-QTY               PIC S9(09).
           05 RI-PL-PLAN-VALUE             PIC S9(09)V99.

       FD  RI-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-STORE-MASTER-IO              PIC X(76).

      *    LOCATION CODE MAPPING - SEE TRLOCMNT.cbl.
       FD  RI-LOCMAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-LOCMAP-RECORD.
           05 RI-LM-LOCATION-CODE          PIC X(03).
           05 RI-LM-STORE-NO               PIC 9(04).
           05 FILLER                       PIC X(08).

      *    SUPPLIER MASTER - SEE SDSUPMNT.cbl.
       FD  RI-SUPPLIER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-SUPPLIER-RECORD.
           05 RI-SM-SUPPLIER-CODE          PIC X(06).
           05 RI-SM-SUPPLIER-NAME          PIC X(30).
           05 RI-SM-SUPPLIER-REF           PIC X(10).
           05 RI-SM-ACTIVE-FLAG            PIC X(01).
           05 FILLER                       PIC X(153).

       FD  RI-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-PO-IO                        PIC X(33).

      *    PO TO SUPPLIER CROSS-REFERENCE - SEE ZSUPORD.cbl.
       FD  RI-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-XREF-RECORD.
           05 RI-XR-PO-ID                  PIC X(14).
           05 RI-XR-SUPPLIER-CODE          PIC X(06).

      *    DANGEROUS-GOODS CLASS REFERENCE - SEE AMSDGMAN.cbl.
       FD  RI-CLASS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-CLASS-RECORD.
           05 RI-CL-CODE                   PIC 9(04).
           05 RI-CL-DESC                   PIC X(30).
           05 FILLER                       PIC X(06).

      *    STORE DANGEROUS-GOODS LICENCE - SEE ZLICCHK.cbl.
       FD  RI-LICENCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-LICENCE-RECORD.
           05 RI-LC-STORE-NUM              PIC 9(04).
           05 RI-LC-CLASS                  PIC 9(04).
           05 RI-LC-MAX-QTY                PIC S9(07).
           05 FILLER                       PIC X(05).

       FD  RI-DEPT-EXCEPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-DEPT-EXCEPT-IO               PIC X(120).

       FD  RI-STORE-EXCEPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-STORE-EXCEPT-IO              PIC X(120).

       FD  RI-SUPP-EXCEPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-SUPP-EXCEPT-IO               PIC X(120).

       FD  RI-CLASS-EXCEPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-CLASS-EXCEPT-IO              PIC X(120).

       FD  RI-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RI-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "XTAR1000_020.cbl".
           COPY "zPO.cbl".

       01  RI-SWITCHES.
           05 RI-EOF-FILE                  PIC X(01) VALUE 'N'.
               88 RI-END-OF-FILE               VALUE 'Y'.
           05 RI-MATCH-FOUND               PIC X(01).
               88 RI-ROW-WAS-FOUND             VALUE 'Y'.

       01  RI-COUNTERS.
           05 RI-DEPT-CNT                  PIC 9(05) COMP VALUE ZERO.
           05 RI-PERIOD-CNT                PIC 9(05) COMP VALUE ZERO.
           05 RI-STORE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 RI-SUPPLIER-CNT              PIC 9(05) COMP VALUE ZERO.
           05 RI-PO-CNT                    PIC 9(05) COMP VALUE ZERO.
           05 RI-CLASS-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 RI-ROWS-CHECKED              PIC 9(07) COMP VALUE ZERO.
           05 RI-LINK-DANGLING             PIC 9(07) COMP VALUE ZERO.
           05 RI-LINK-ORPHANS              PIC 9(07) COMP VALUE ZERO.
           05 RI-TOTAL-EXCEPTIONS          PIC 9(07) COMP VALUE ZERO.

       01  RI-SCAN-IDX                     PIC 9(05) COMP.
       01  RI-MATCH-IDX                    PIC 9(05) COMP.
       01  RI-MASTER-IDX                   PIC 9(01) COMP.

      *    ONE SLOT PER MASTER, IN REPORT AND EXCEPTION-FILE ORDER.
       01  RI-MASTER-TABLE.
           05 RI-MS-ENTRY OCCURS 4.
               10 RI-MS-NAME               PIC X(08).
               10 RI-MS-EXCEPTIONS         PIC 9(07) COMP.

       01  RI-DEPT-TABLE.
           05 RI-DP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON RI-DEPT-CNT.
               10 RI-DP-DEPARTMENT-NUM     PIC 9(04).
               10 RI-DP-STATUS             PIC X(01).
                   88 RI-DP-IS-ACTIVE          VALUE 'A'.
               10 RI-DP-GL-MAPPED          PIC X(01).
                   88 RI-DP-HAS-GL-MAPPING     VALUE 'Y'.
               10 RI-DP-PLANNED            PIC X(01).
                   88 RI-DP-HAS-CURRENT-PLAN   VALUE 'Y'.

      *    ONE ENTRY PER RETAIL PERIOD ON THE CALENDAR.
       01  RI-PERIOD-TABLE.
           05 RI-PD-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON RI-PERIOD-CNT.
               10 RI-PD-PERIOD-KEY         PIC 9(06).
               10 RI-PD-STATUS             PIC X(01).
                   88 RI-PD-IS-CLOSED          VALUE 'C'.

       01  RI-STORE-TABLE.
           05 RI-ST-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON RI-STORE-CNT.
               10 RI-ST-STORE-NO           PIC 9(04).
               10 RI-ST-CLOSED             PIC X(01).
                   88 RI-ST-IS-CLOSED          VALUE 'Y'.
               10 RI-ST-TRADING            PIC X(01).
                   88 RI-ST-IS-TRADING         VALUE 'Y'.
               10 RI-ST-MAPPED             PIC X(01).
                   88 RI-ST-HAS-LOCATION       VALUE 'Y'.

       01  RI-SUPPLIER-TABLE.
           05 RI-SU-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON RI-SUPPLIER-CNT.
               10 RI-SU-SUPPLIER-CODE      PIC X(06).
               10 RI-SU-ACTIVE-FLAG        PIC X(01).
                   88 RI-SU-IS-DEACTIVATED     VALUE 'N'.

       01  RI-PO-TABLE.
           05 RI-PO-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON RI-PO-CNT.
               10 RI-PO-ID                 PIC X(14).
               10 RI-PO-OPEN               PIC X(01).
                   88 RI-PO-IS-OPEN            VALUE 'Y'.
               10 RI-PO-LINKED             PIC X(01).
                   88 RI-PO-HAS-XREF           VALUE 'Y'.

       01  RI-CLASS-TABLE.
           05 RI-CS-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON RI-CLASS-CNT.
               10 RI-CS-CODE               PIC 9(04).
               10 RI-CS-LICENSED           PIC X(01).
                   88 RI-CS-HAS-LICENCE        VALUE 'Y'.

       01  RI-CYCLE-DATE                   PIC 9(08).
       01  RI-WEEK-PERIOD-KEY              PIC 9(06).
       01  RI-CURRENT-PERIOD               PIC 9(06) VALUE ZERO.
       01  RI-DEPARTMENT-NUM               PIC 9(04).
       01  RI-STORE-NO                     PIC 9(04).
       01  RI-XREF-PO-OPEN                 PIC X(01).
           88 RI-XREF-PO-IS-OPEN               VALUE 'Y'.

      *    ONE EXCEPTION, THE SAME LAYOUT ON ALL FOUR MASTER FILES.
       01  RI-EXCEPTION-RECORD.
           05 RI-EX-SWEEP-DATE             PIC 9(08).
           05 RI-EX-MASTER                 PIC X(08).
           05 RI-EX-REF-FILE               PIC X(08).
           05 RI-EX-OWNER                  PIC X(16).
           05 RI-EX-DIRECTION              PIC X(01).
               88 RI-EX-DANGLING               VALUE 'D'.
               88 RI-EX-ORPHAN                 VALUE 'O'.
           05 RI-EX-MASTER-KEY             PIC X(10).
           05 RI-EX-REF-KEY                PIC X(20).
           05 RI-EX-REASON                 PIC X(40).
           05 FILLER                       PIC X(09) VALUE SPACES.

       01  RI-HEADING-1.
           05 FILLER                       PIC X(29)
               VALUE "SDREFINT WEEKLY CROSS-MASTER ".
           05 FILLER                       PIC X(34)
               VALUE "REFERENTIAL INTEGRITY SWEEP CYCLE ".
           05 RI-HD-CYCLE-DATE             PIC 9(08).
           05 FILLER                       PIC X(61) VALUE SPACES.

       01  RI-MASTER-LINE.
           05 FILLER                       PIC X(07) VALUE "MASTER ".
           05 RI-ML-MASTER                 PIC X(08).
           05 FILLER                       PIC X(03) VALUE " - ".
           05 RI-ML-DESC                   PIC X(30).
           05 FILLER                       PIC X(84) VALUE SPACES.

       01  RI-LINK-LINE.
           05 FILLER                       PIC X(21)
               VALUE "  REFERENCING FILE   ".
           05 RI-LL-REF-FILE               PIC X(08).
           05 FILLER                       PIC X(09) VALUE "  OWNER  ".
           05 RI-LL-OWNER                  PIC X(16).
           05 FILLER                       PIC X(78) VALUE SPACES.

       01  RI-COLUMN-LINE.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "TYPE      ".
           05 FILLER                       PIC X(12)
               VALUE "MASTER KEY  ".
           05 FILLER                       PIC X(22)
               VALUE "REFERENCING KEY       ".
           05 FILLER                       PIC X(06) VALUE "REASON".
           05 FILLER                       PIC X(78) VALUE SPACES.

       01  RI-DETAIL-LINE.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 RI-DL-TYPE                   PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RI-DL-MASTER-KEY             PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RI-DL-REF-KEY                PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RI-DL-REASON                 PIC X(40).
           05 FILLER                       PIC X(44) VALUE SPACES.

       01  RI-LINK-TOTAL-LINE.
           05 FILLER                       PIC X(14)
               VALUE "    DANGLING  ".
           05 RI-LT-DANGLING               PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(12)
               VALUE "   ORPHANS  ".
           05 RI-LT-ORPHANS                PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(92) VALUE SPACES.

       01  RI-MASTER-TOTAL-LINE.
           05 FILLER                       PIC X(09) VALUE "  MASTER ".
           05 RI-MT-MASTER                 PIC X(08).
           05 FILLER                       PIC X(13)
               VALUE " EXCEPTIONS  ".
           05 RI-MT-COUNT                  PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-DEPARTMENTS THRU 2000-EXIT.
           PERFORM 3000-CHECK-STORES THRU 3000-EXIT.
           PERFORM 4000-CHECK-SUPPLIERS THRU 4000-EXIT.
           PERFORM 5000-CHECK-CLASSES THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - CYCLE DATE, OPEN THE REPORT AND THE FOUR      *
      *                   PER-MASTER EXCEPTION FILES                    *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RI-CYCLE-PARM-FILE.
           READ RI-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO RI-CP-CYCLE-DATE
           END-READ.
           CLOSE RI-CYCLE-PARM-FILE.
           IF RI-CP-CYCLE-DATE = ZERO
               ACCEPT RI-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE RI-CP-CYCLE-DATE TO RI-CYCLE-DATE
           END-IF.
           MOVE "SDDEPTMS" TO RI-MS-NAME(1).
           MOVE "XTAR1000" TO RI-MS-NAME(2).
           MOVE "SDSUPPM " TO RI-MS-NAME(3).
           MOVE "AMSDGCLS" TO RI-MS-NAME(4).
           OPEN OUTPUT RI-DEPT-EXCEPT-FILE
                       RI-STORE-EXCEPT-FILE
                       RI-SUPP-EXCEPT-FILE
                       RI-CLASS-EXCEPT-FILE
                       RI-REPORT-FILE.
           MOVE RI-CYCLE-DATE TO RI-HD-CYCLE-DATE.
           WRITE RI-RPT-LINE FROM RI-HEADING-1.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-DEPARTMENTS - SDGLMAP AND SDDPLAN AGAINST SDDEPTMS.  *
      *                          A CLOSED DEPARTMENT KEEPS ITS GL       *
      *                          MAPPING FOR LATE POSTINGS, SO ONLY A   *
      *                          MISSING ONE IS DANGLING THERE, BUT A   *
      *                          PLAN FOR AN OPEN PERIOD MUST BE FOR A  *
      *                          DEPARTMENT STILL ACTIVE.  AN ACTIVE    *
      *                          DEPARTMENT WITH NO GL MAPPING, OR NO   *
      *                          PLAN FOR THE CURRENT PERIOD, IS AN     *
      *                          ORPHAN                                 *
      ******************************************************************
       2000-CHECK-DEPARTMENTS.
           MOVE 1 TO RI-MASTER-IDX.
           MOVE "DEPARTMENT MASTER" TO RI-ML-DESC.
           PERFORM 7100-START-MASTER THRU 7100-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-DEPT-FILE.
           PERFORM 2010-LOAD-DEPARTMENT THRU 2010-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-DEPT-FILE.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-CALENDAR-FILE.
           PERFORM 2020-LOAD-PERIOD THRU 2020-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-CALENDAR-FILE.

           MOVE "SDGLMAP " TO RI-EX-REF-FILE.
           MOVE "FINANCE"  TO RI-EX-OWNER.
           PERFORM 7200-START-LINK THRU 7200-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-GLMAP-FILE.
           PERFORM 2100-CHECK-GL-MAPPING THRU 2100-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-GLMAP-FILE.
           PERFORM 2150-CHECK-DEPT-UNMAPPED THRU 2150-EXIT
               VARYING RI-MATCH-IDX FROM 1 BY 1
               UNTIL RI-MATCH-IDX > RI-DEPT-CNT.
           PERFORM 7300-END-LINK THRU 7300-EXIT.

           MOVE "SDDPLAN " TO RI-EX-REF-FILE.
           MOVE "MERCH PLANNING" TO RI-EX-OWNER.
           PERFORM 7200-START-LINK THRU 7200-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-PLAN-FILE.
           PERFORM 2200-CHECK-PLAN THRU 2200-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-PLAN-FILE.
           IF RI-CURRENT-PERIOD = ZERO
               DISPLAY "SDREFINT CYCLE DATE NOT ON SDRETCAL - "
                       "UNPLANNED DEPARTMENTS NOT CHECKED"
           ELSE
               PERFORM 2250-CHECK-DEPT-UNPLANNED THRU 2250-EXIT
                   VARYING RI-MATCH-IDX FROM 1 BY 1
                   UNTIL RI-MATCH-IDX > RI-DEPT-CNT
           END-IF.
           PERFORM 7300-END-LINK THRU 7300-EXIT.
           PERFORM 7400-END-MASTER THRU 7400-EXIT.
       2000-EXIT.
           EXIT.

       2010-LOAD-DEPARTMENT.
           READ RI-DEPT-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           ADD 1 TO RI-DEPT-CNT.
           MOVE RI-DM-DEPARTMENT-NUM
                            TO RI-DP-DEPARTMENT-NUM(RI-DEPT-CNT).
           MOVE RI-DM-STATUS TO RI-DP-STATUS(RI-DEPT-CNT).
           MOVE 'N' TO RI-DP-GL-MAPPED(RI-DEPT-CNT)
                       RI-DP-PLANNED(RI-DEPT-CNT).
       2010-EXIT.
           EXIT.

      *    THE CALENDAR IS IN DATE ORDER, SO A PERIOD'S WEEKS ARE
      *    TOGETHER - A NEW KEY STARTS A NEW ENTRY.  THE WEEK HOLDING
      *    THE CYCLE DATE GIVES THE CURRENT PERIOD.
       2020-LOAD-PERIOD.
           READ RI-CALENDAR-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 2020-EXIT
           END-READ.
           COMPUTE RI-WEEK-PERIOD-KEY =
               RI-CR-RETAIL-YEAR * 100 + RI-CR-PERIOD.
           IF RI-CYCLE-DATE NOT < RI-CR-WEEK-START-DATE
               AND RI-CYCLE-DATE NOT > RI-CR-WEEK-END-DATE
               MOVE RI-WEEK-PERIOD-KEY TO RI-CURRENT-PERIOD
           END-IF.
           IF RI-PERIOD-CNT > ZERO
               IF RI-PD-PERIOD-KEY(RI-PERIOD-CNT) = RI-WEEK-PERIOD-KEY
                   GO TO 2020-EXIT
               END-IF
           END-IF.
           ADD 1 TO RI-PERIOD-CNT.
           MOVE RI-WEEK-PERIOD-KEY  TO RI-PD-PERIOD-KEY(RI-PERIOD-CNT).
           MOVE RI-CR-PERIOD-STATUS TO RI-PD-STATUS(RI-PERIOD-CNT).
       2020-EXIT.
           EXIT.

       2100-CHECK-GL-MAPPING.
           READ RI-GLMAP-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO RI-ROWS-CHECKED.
           MOVE RI-GM-DEPARTMENT-NUM TO RI-DEPARTMENT-NUM.
           PERFORM 2900-FIND-DEPARTMENT THRU 2900-EXIT.
           IF RI-ROW-WAS-FOUND
               MOVE 'Y' TO RI-DP-GL-MAPPED(RI-MATCH-IDX)
               GO TO 2100-EXIT
           END-IF.
           SET RI-EX-DANGLING TO TRUE.
           MOVE RI-GM-DEPARTMENT-NUM TO RI-EX-MASTER-KEY.
           MOVE RI-GM-GL-ACCOUNT     TO RI-EX-REF-KEY.
           MOVE "DEPARTMENT NOT ON SDDEPTMS" TO RI-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

       2150-CHECK-DEPT-UNMAPPED.
           IF NOT RI-DP-IS-ACTIVE(RI-MATCH-IDX)
               OR RI-DP-HAS-GL-MAPPING(RI-MATCH-IDX)
               GO TO 2150-EXIT
           END-IF.
           SET RI-EX-ORPHAN TO TRUE.
           MOVE RI-DP-DEPARTMENT-NUM(RI-MATCH-IDX) TO RI-EX-MASTER-KEY.
           MOVE SPACES TO RI-EX-REF-KEY.
           MOVE "ACTIVE DEPARTMENT HAS NO GL ACCOUNT" TO RI-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       2150-EXIT.
           EXIT.

      *    A PLAN FOR A PERIOD SDPERCLS HAS CLOSED IS HISTORY AND IS
      *    LEFT ALONE.
       2200-CHECK-PLAN.
           READ RI-PLAN-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO RI-ROWS-CHECKED.
           MOVE 'N' TO RI-MATCH-FOUND.
           PERFORM 2210-SCAN-PERIOD THRU 2210-EXIT
               VARYING RI-SCAN-IDX FROM 1 BY 1
               UNTIL RI-SCAN-IDX > RI-PERIOD-CNT
                  OR RI-ROW-WAS-FOUND.
           IF RI-ROW-WAS-FOUND
               IF RI-PD-IS-CLOSED(RI-MATCH-IDX)
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           SET RI-EX-DANGLING TO TRUE.
           MOVE RI-PL-DEPARTMENT-NUM TO RI-EX-MASTER-KEY.
           MOVE RI-PL-PERIOD         TO RI-EX-REF-KEY.
           MOVE RI-PL-DEPARTMENT-NUM TO RI-DEPARTMENT-NUM.
           PERFORM 2900-FIND-DEPARTMENT THRU 2900-EXIT.
           IF NOT RI-ROW-WAS-FOUND
               MOVE "DEPARTMENT NOT ON SDDEPTMS" TO RI-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF NOT RI-DP-IS-ACTIVE(RI-MATCH-IDX)
               MOVE "PLAN FOR A CLOSED DEPARTMENT" TO RI-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF RI-PL-PERIOD = RI-CURRENT-PERIOD
               MOVE 'Y' TO RI-DP-PLANNED(RI-MATCH-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-PERIOD.
           IF RI-PD-PERIOD-KEY(RI-SCAN-IDX) = RI-PL-PERIOD
               MOVE 'Y' TO RI-MATCH-FOUND
               MOVE RI-SCAN-IDX TO RI-MATCH-IDX
           END-IF.
       2210-EXIT.
           EXIT.

       2250-CHECK-DEPT-UNPLANNED.
           IF NOT RI-DP-IS-ACTIVE(RI-MATCH-IDX)
               OR RI-DP-HAS-CURRENT-PLAN(RI-MATCH-IDX)
               GO TO 2250-EXIT
           END-IF.
           SET RI-EX-ORPHAN TO TRUE.
           MOVE RI-DP-DEPARTMENT-NUM(RI-MATCH-IDX) TO RI-EX-MASTER-KEY.
           MOVE RI-CURRENT-PERIOD TO RI-EX-REF-KEY.
           MOVE "ACTIVE DEPARTMENT NOT PLANNED FOR PERIOD"
                                  TO RI-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       2250-EXIT.
           EXIT.

       2900-FIND-DEPARTMENT.
           MOVE 'N' TO RI-MATCH-FOUND.
           MOVE ZERO TO RI-MATCH-IDX.
           PERFORM 2910-SCAN-DEPARTMENT THRU 2910-EXIT
               VARYING RI-SCAN-IDX FROM 1 BY 1
               UNTIL RI-SCAN-IDX > RI-DEPT-CNT
                  OR RI-ROW-WAS-FOUND.
       2900-EXIT.
           EXIT.

       2910-SCAN-DEPARTMENT.
           IF RI-DP-DEPARTMENT-NUM(RI-SCAN-IDX) = RI-DEPARTMENT-NUM
               MOVE 'Y' TO RI-MATCH-FOUND
               MOVE RI-SCAN-IDX TO RI-MATCH-IDX
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-STORES - TRLOCMAP AGAINST XTAR1000.  A LOCATION CODE *
      *                     MAPPED TO A MISSING OR CLOSED STORE IS      *
      *                     DANGLING, AND A STORE TRADING AT THE CYCLE  *
      *                     DATE WITH NO LOCATION CODE IS AN ORPHAN.    *
      *                     DISTRIBUTION CENTRES AND HEAD OFFICE DO NOT *
      *                     TRADE AND NEED NO CODE                      *
      ******************************************************************
       3000-CHECK-STORES.
           MOVE 2 TO RI-MASTER-IDX.
           MOVE "STORE MASTER" TO RI-ML-DESC.
           PERFORM 7100-START-MASTER THRU 7100-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-STORE-FILE.
           PERFORM 3010-LOAD-STORE THRU 3010-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-STORE-FILE.

           MOVE "TRLOCMAP" TO RI-EX-REF-FILE.
           MOVE "STORE OPERATIONS" TO RI-EX-OWNER.
           PERFORM 7200-START-LINK THRU 7200-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-LOCMAP-FILE.
           PERFORM 3100-CHECK-LOCATION-MAP THRU 3100-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-LOCMAP-FILE.
           PERFORM 3150-CHECK-STORE-UNMAPPED THRU 3150-EXIT
               VARYING RI-MATCH-IDX FROM 1 BY 1
               UNTIL RI-MATCH-IDX > RI-STORE-CNT.
           PERFORM 7300-END-LINK THRU 7300-EXIT.
           PERFORM 7400-END-MASTER THRU 7400-EXIT.
       3000-EXIT.
           EXIT.

      *    A STORE WITH NO OPEN DATE YET GOES BY ITS ACTIVE/CLOSED
      *    FLAGS, OTHERWISE BY ITS OPEN AND CLOSE DATES AGAINST THE
      *    CYCLE DATE - THE XTAR020E.cbl RULE.
       3010-LOAD-STORE.
           READ RI-STORE-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 3010-EXIT
           END-READ.
           MOVE RI-STORE-MASTER-IO TO 01TAR1000-REC.
           ADD 1 TO RI-STORE-CNT.
           MOVE 00001000-STORE-NO TO RI-ST-STORE-NO(RI-STORE-CNT).
           MOVE 'N' TO RI-ST-CLOSED(RI-STORE-CNT)
                       RI-ST-TRADING(RI-STORE-CNT)
                       RI-ST-MAPPED(RI-STORE-CNT).
           IF XTAR1000-OPEN-DATE = ZERO
               IF XTAR1000-CLOSED-STORE = 'Y'
                   MOVE 'Y' TO RI-ST-CLOSED(RI-STORE-CNT)
               ELSE
                   IF XTAR1000-ACTIVE-STORE = 'Y'
                       MOVE 'Y' TO RI-ST-TRADING(RI-STORE-CNT)
                   END-IF
               END-IF
           ELSE
               IF XTAR1000-CLOSE-DATE NOT = ZERO
                   AND XTAR1000-CLOSE-DATE < RI-CYCLE-DATE
                   MOVE 'Y' TO RI-ST-CLOSED(RI-STORE-CNT)
               ELSE
                   IF XTAR1000-OPEN-DATE NOT > RI-CYCLE-DATE
                       MOVE 'Y' TO RI-ST-TRADING(RI-STORE-CNT)
                   END-IF
               END-IF
           END-IF.
           IF XTAR1000-DC-TYPE = 'Y'
               OR XTAR1000-HO-TYPE = 'Y'
               MOVE 'N' TO RI-ST-TRADING(RI-STORE-CNT)
           END-IF.
       3010-EXIT.
           EXIT.

       3100-CHECK-LOCATION-MAP.
           READ RI-LOCMAP-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO RI-ROWS-CHECKED.
           MOVE RI-LM-STORE-NO TO RI-STORE-NO.
           PERFORM 3900-FIND-STORE THRU 3900-EXIT.
           SET RI-EX-DANGLING TO TRUE.
           MOVE RI-LM-STORE-NO      TO RI-EX-MASTER-KEY.
           MOVE RI-LM-LOCATION-CODE TO RI-EX-REF-KEY.
           IF NOT RI-ROW-WAS-FOUND
               MOVE "STORE NOT ON XTAR1000" TO RI-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF RI-ST-IS-CLOSED(RI-MATCH-IDX)
               MOVE "LOCATION CODE MAPPED TO A CLOSED STORE"
                                       TO RI-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE 'Y' TO RI-ST-MAPPED(RI-MATCH-IDX).
       3100-EXIT.
           EXIT.

       3150-CHECK-STORE-UNMAPPED.
           IF NOT RI-ST-IS-TRADING(RI-MATCH-IDX)
               OR RI-ST-HAS-LOCATION(RI-MATCH-IDX)
               GO TO 3150-EXIT
           END-IF.
           SET RI-EX-ORPHAN TO TRUE.
           MOVE RI-ST-STORE-NO(RI-MATCH-IDX) TO RI-EX-MASTER-KEY.
           MOVE SPACES TO RI-EX-REF-KEY.
           MOVE "TRADING STORE HAS NO LOCATION CODE" TO RI-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       3150-EXIT.
           EXIT.

       3900-FIND-STORE.
           MOVE 'N' TO RI-MATCH-FOUND.
           MOVE ZERO TO RI-MATCH-IDX.
           PERFORM 3910-SCAN-STORE THRU 3910-EXIT
               VARYING RI-SCAN-IDX FROM 1 BY 1
               UNTIL RI-SCAN-IDX > RI-STORE-CNT
                  OR RI-ROW-WAS-FOUND.
       3900-EXIT.
           EXIT.

       3910-SCAN-STORE.
           IF RI-ST-STORE-NO(RI-SCAN-IDX) = RI-STORE-NO
               MOVE 'Y' TO RI-MATCH-FOUND
               MOVE RI-SCAN-IDX TO RI-MATCH-IDX
           END-IF.
       3910-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-SUPPLIERS - ZPOSUPP AGAINST SDSUPPM.  A CROSS-       *
      *                        REFERENCE TO A SUPPLIER MISSING FROM THE *
      *                        MASTER IS ALWAYS DANGLING - ONE TO A     *
      *                        DEACTIVATED SUPPLIER ONLY WHILE ITS PO   *
      *                        IS STILL OPEN (NOT FINALISED) ON ZPOPO.  *
      *                        AN OPEN PO WITH NO CROSS-REFERENCE HAS   *
      *                        NO SUPPLIER AT ALL AND IS THE ORPHAN     *
      ******************************************************************
       4000-CHECK-SUPPLIERS.
           MOVE 3 TO RI-MASTER-IDX.
           MOVE "SUPPLIER MASTER" TO RI-ML-DESC.
           PERFORM 7100-START-MASTER THRU 7100-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-SUPPLIER-FILE.
           PERFORM 4010-LOAD-SUPPLIER THRU 4010-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-SUPPLIER-FILE.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-PO-FILE.
           PERFORM 4020-LOAD-PO THRU 4020-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-PO-FILE.

           MOVE "ZPOSUPP " TO RI-EX-REF-FILE.
           MOVE "BUYING"   TO RI-EX-OWNER.
           PERFORM 7200-START-LINK THRU 7200-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-XREF-FILE.
           PERFORM 4100-CHECK-PO-XREF THRU 4100-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-XREF-FILE.
           PERFORM 4150-CHECK-PO-UNLINKED THRU 4150-EXIT
               VARYING RI-MATCH-IDX FROM 1 BY 1
               UNTIL RI-MATCH-IDX > RI-PO-CNT.
           PERFORM 7300-END-LINK THRU 7300-EXIT.
           PERFORM 7400-END-MASTER THRU 7400-EXIT.
       4000-EXIT.
           EXIT.

       4010-LOAD-SUPPLIER.
           READ RI-SUPPLIER-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 4010-EXIT
           END-READ.
           ADD 1 TO RI-SUPPLIER-CNT.
           MOVE RI-SM-SUPPLIER-CODE
                            TO RI-SU-SUPPLIER-CODE(RI-SUPPLIER-CNT).
           MOVE RI-SM-ACTIVE-FLAG
                            TO RI-SU-ACTIVE-FLAG(RI-SUPPLIER-CNT).
       4010-EXIT.
           EXIT.

       4020-LOAD-PO.
           READ RI-PO-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 4020-EXIT
           END-READ.
           MOVE RI-PO-IO TO PO-Record.
           ADD 1 TO RI-PO-CNT.
           MOVE PO-Id OF PO-Record TO RI-PO-ID(RI-PO-CNT).
           MOVE 'N' TO RI-PO-LINKED(RI-PO-CNT).
           IF Finalised
               MOVE 'N' TO RI-PO-OPEN(RI-PO-CNT)
           ELSE
               MOVE 'Y' TO RI-PO-OPEN(RI-PO-CNT)
           END-IF.
       4020-EXIT.
           EXIT.

       4100-CHECK-PO-XREF.
           READ RI-XREF-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO RI-ROWS-CHECKED.
           MOVE 'N' TO RI-XREF-PO-OPEN.
           PERFORM 4920-FIND-PO THRU 4920-EXIT.
           IF RI-ROW-WAS-FOUND
               MOVE 'Y' TO RI-PO-LINKED(RI-MATCH-IDX)
               MOVE RI-PO-OPEN(RI-MATCH-IDX) TO RI-XREF-PO-OPEN
           END-IF.
           SET RI-EX-DANGLING TO TRUE.
           MOVE RI-XR-SUPPLIER-CODE TO RI-EX-MASTER-KEY.
           MOVE RI-XR-PO-ID         TO RI-EX-REF-KEY.
           PERFORM 4900-FIND-SUPPLIER THRU 4900-EXIT.
           IF NOT RI-ROW-WAS-FOUND
               MOVE "SUPPLIER NOT ON SDSUPPM" TO RI-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF RI-SU-IS-DEACTIVATED(RI-MATCH-IDX)
               AND RI-XREF-PO-IS-OPEN
               MOVE "SUPPLIER DEACTIVATED WITH PO STILL OPEN"
                                       TO RI-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4150-CHECK-PO-UNLINKED.
           IF NOT RI-PO-IS-OPEN(RI-MATCH-IDX)
               OR RI-PO-HAS-XREF(RI-MATCH-IDX)
               GO TO 4150-EXIT
           END-IF.
           SET RI-EX-ORPHAN TO TRUE.
           MOVE SPACES TO RI-EX-MASTER-KEY.
           MOVE RI-PO-ID(RI-MATCH-IDX) TO RI-EX-REF-KEY.
           MOVE "OPEN PO HAS NO SUPPLIER CROSS-REFERENCE"
                                  TO RI-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       4150-EXIT.
           EXIT.

       4900-FIND-SUPPLIER.
           MOVE 'N' TO RI-MATCH-FOUND.
           MOVE ZERO TO RI-MATCH-IDX.
           PERFORM 4910-SCAN-SUPPLIER THRU 4910-EXIT
               VARYING RI-SCAN-IDX FROM 1 BY 1
               UNTIL RI-SCAN-IDX > RI-SUPPLIER-CNT
                  OR RI-ROW-WAS-FOUND.
       4900-EXIT.
           EXIT.

       4910-SCAN-SUPPLIER.
           IF RI-SU-SUPPLIER-CODE(RI-SCAN-IDX) = RI-XR-SUPPLIER-CODE
               MOVE 'Y' TO RI-MATCH-FOUND
               MOVE RI-SCAN-IDX TO RI-MATCH-IDX
           END-IF.
       4910-EXIT.
           EXIT.

       4920-FIND-PO.
           MOVE 'N' TO RI-MATCH-FOUND.
           MOVE ZERO TO RI-MATCH-IDX.
           PERFORM 4930-SCAN-PO THRU 4930-EXIT
               VARYING RI-SCAN-IDX FROM 1 BY 1
               UNTIL RI-SCAN-IDX > RI-PO-CNT
                  OR RI-ROW-WAS-FOUND.
       4920-EXIT.
           EXIT.

       4930-SCAN-PO.
           IF RI-PO-ID(RI-SCAN-IDX) = RI-XR-PO-ID
               MOVE 'Y' TO RI-MATCH-FOUND
               MOVE RI-SCAN-IDX TO RI-MATCH-IDX
           END-IF.
       4930-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-CLASSES - ZDGLICF AGAINST AMSDGCLS.  A LICENCE FOR A *
      *                      CLASS NOT ON THE REFERENCE FILE IS         *
      *                      DANGLING.  A CLASS NO STORE HOLDS A        *
      *                      LICENCE FOR IS AN ORPHAN - ZLICCHK.cbl     *
      *                      TREATS IT AS UNRESTRICTED EVERYWHERE       *
      ******************************************************************
       5000-CHECK-CLASSES.
           MOVE 4 TO RI-MASTER-IDX.
           MOVE "DANGEROUS-GOODS CLASS" TO RI-ML-DESC.
           PERFORM 7100-START-MASTER THRU 7100-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-CLASS-FILE.
           PERFORM 5010-LOAD-CLASS THRU 5010-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-CLASS-FILE.

           MOVE "ZDGLICF " TO RI-EX-REF-FILE.
           MOVE "DG COMPLIANCE" TO RI-EX-OWNER.
           PERFORM 7200-START-LINK THRU 7200-EXIT.
           MOVE 'N' TO RI-EOF-FILE.
           OPEN INPUT RI-LICENCE-FILE.
           PERFORM 5100-CHECK-LICENCE THRU 5100-EXIT
               UNTIL RI-END-OF-FILE.
           CLOSE RI-LICENCE-FILE.
           PERFORM 5150-CHECK-CLASS-UNLICENSED THRU 5150-EXIT
               VARYING RI-MATCH-IDX FROM 1 BY 1
               UNTIL RI-MATCH-IDX > RI-CLASS-CNT.
           PERFORM 7300-END-LINK THRU 7300-EXIT.
           PERFORM 7400-END-MASTER THRU 7400-EXIT.
       5000-EXIT.
           EXIT.

       5010-LOAD-CLASS.
           READ RI-CLASS-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 5010-EXIT
           END-READ.
           ADD 1 TO RI-CLASS-CNT.
           MOVE RI-CL-CODE TO RI-CS-CODE(RI-CLASS-CNT).
           MOVE 'N' TO RI-CS-LICENSED(RI-CLASS-CNT).
       5010-EXIT.
           EXIT.

       5100-CHECK-LICENCE.
           READ RI-LICENCE-FILE
               AT END
                   SET RI-END-OF-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO RI-ROWS-CHECKED.
           MOVE 'N' TO RI-MATCH-FOUND.
           PERFORM 5910-SCAN-CLASS THRU 5910-EXIT
               VARYING RI-SCAN-IDX FROM 1 BY 1
               UNTIL RI-SCAN-IDX > RI-CLASS-CNT
                  OR RI-ROW-WAS-FOUND.
           IF RI-ROW-WAS-FOUND
               MOVE 'Y' TO RI-CS-LICENSED(RI-MATCH-IDX)
               GO TO 5100-EXIT
           END-IF.
           SET RI-EX-DANGLING TO TRUE.
           MOVE RI-LC-CLASS     TO RI-EX-MASTER-KEY.
           MOVE RI-LC-STORE-NUM TO RI-EX-REF-KEY.
           MOVE "CLASS NOT ON AMSDGCLS" TO RI-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

       5150-CHECK-CLASS-UNLICENSED.
           IF RI-CS-HAS-LICENCE(RI-MATCH-IDX)
               GO TO 5150-EXIT
           END-IF.
           SET RI-EX-ORPHAN TO TRUE.
           MOVE RI-CS-CODE(RI-MATCH-IDX) TO RI-EX-MASTER-KEY.
           MOVE SPACES TO RI-EX-REF-KEY.
           MOVE "CLASS NOT LICENSED AT ANY STORE" TO RI-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       5150-EXIT.
           EXIT.

       5910-SCAN-CLASS.
           IF RI-CS-CODE(RI-SCAN-IDX) = RI-LC-CLASS
               MOVE 'Y' TO RI-MATCH-FOUND
               MOVE RI-SCAN-IDX TO RI-MATCH-IDX
           END-IF.
       5910-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-EXCEPTION - ONE EXCEPTION TO THE CURRENT MASTER'S    *
      *                        FILE AND THE REPORT.  THE CALLER SETS    *
      *                        THE DIRECTION, KEYS AND REASON           *
      ******************************************************************
       7000-WRITE-EXCEPTION.
           MOVE RI-CYCLE-DATE TO RI-EX-SWEEP-DATE.
           EVALUATE RI-MASTER-IDX
               WHEN 1
                   WRITE RI-DEPT-EXCEPT-IO FROM RI-EXCEPTION-RECORD
               WHEN 2
                   WRITE RI-STORE-EXCEPT-IO FROM RI-EXCEPTION-RECORD
               WHEN 3
                   WRITE RI-SUPP-EXCEPT-IO FROM RI-EXCEPTION-RECORD
               WHEN OTHER
                   WRITE RI-CLASS-EXCEPT-IO FROM RI-EXCEPTION-RECORD
           END-EVALUATE.
           IF RI-EX-DANGLING
               MOVE "DANGLING" TO RI-DL-TYPE
               ADD 1 TO RI-LINK-DANGLING
           ELSE
               MOVE "ORPHAN  " TO RI-DL-TYPE
               ADD 1 TO RI-LINK-ORPHANS
           END-IF.
           MOVE RI-EX-MASTER-KEY TO RI-DL-MASTER-KEY.
           MOVE RI-EX-REF-KEY    TO RI-DL-REF-KEY.
           MOVE RI-EX-REASON     TO RI-DL-REASON.
           WRITE RI-RPT-LINE FROM RI-DETAIL-LINE.
           ADD 1 TO RI-MS-EXCEPTIONS(RI-MASTER-IDX)
                    RI-TOTAL-EXCEPTIONS.
       7000-EXIT.
           EXIT.

       7100-START-MASTER.
           MOVE RI-MS-NAME(RI-MASTER-IDX) TO RI-EX-MASTER
                                             RI-ML-MASTER.
           MOVE ZERO TO RI-MS-EXCEPTIONS(RI-MASTER-IDX).
           MOVE SPACES TO RI-RPT-LINE.
           WRITE RI-RPT-LINE.
           WRITE RI-RPT-LINE FROM RI-MASTER-LINE.
       7100-EXIT.
           EXIT.

       7200-START-LINK.
           MOVE ZERO TO RI-LINK-DANGLING
                        RI-LINK-ORPHANS.
           MOVE RI-EX-REF-FILE TO RI-LL-REF-FILE.
           MOVE RI-EX-OWNER    TO RI-LL-OWNER.
           WRITE RI-RPT-LINE FROM RI-LINK-LINE.
           WRITE RI-RPT-LINE FROM RI-COLUMN-LINE.
       7200-EXIT.
           EXIT.

       7300-END-LINK.
           MOVE RI-LINK-DANGLING TO RI-LT-DANGLING.
           MOVE RI-LINK-ORPHANS  TO RI-LT-ORPHANS.
           WRITE RI-RPT-LINE FROM RI-LINK-TOTAL-LINE.
       7300-EXIT.
           EXIT.

       7400-END-MASTER.
           MOVE RI-MS-NAME(RI-MASTER-IDX)       TO RI-MT-MASTER.
           MOVE RI-MS-EXCEPTIONS(RI-MASTER-IDX) TO RI-MT-COUNT.
           WRITE RI-RPT-LINE FROM RI-MASTER-TOTAL-LINE.
       7400-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE RI-DEPT-EXCEPT-FILE
                 RI-STORE-EXCEPT-FILE
                 RI-SUPP-EXCEPT-FILE
                 RI-CLASS-EXCEPT-FILE
                 RI-REPORT-FILE.
           DISPLAY "SDREFINT ROWS CHECKED    = " RI-ROWS-CHECKED.
           DISPLAY "SDREFINT SDDEPTMS EXCEPT = " RI-MS-EXCEPTIONS(1).
           DISPLAY "SDREFINT XTAR1000 EXCEPT = " RI-MS-EXCEPTIONS(2).
           DISPLAY "SDREFINT SDSUPPM  EXCEPT = " RI-MS-EXCEPTIONS(3).
           DISPLAY "SDREFINT AMSDGCLS EXCEPT = " RI-MS-EXCEPTIONS(4).
           DISPLAY "SDREFINT TOTAL EXCEPTIONS = " RI-TOTAL-EXCEPTIONS.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
