      * VERS   DATE     AUTHOR    PURPOSE                              *
      * ---------------------------------------------------------------*
      *  01  02/09/26  R PATEL   INITIAL VERSION                       *
      *  02  15/10/26  R PATEL   STORES WHERE THE LINE'S PRODUCT IS    *
      *                          NOT RANGED ON THE SDRANGMS RANGE      *
      *                          MASTER (SEE SDRNGMNT.cbl) AT THE      *
      *                          BATCYCP CYCLE DATE ARE LEFT OUT OF    *
      *                          THE SPLIT AND OUT OF THE CHAIN TOTAL  *
      *                          IT IS APPORTIONED BY                  *
      *  03  15/10/26  R PATEL   A STORE FLAGGED CLOSED ON THE         *
      *                          XTAR1000 MASTER IS LEFT OUT OF THE    *
      *                          SPLIT AND THE CHAIN TOTAL - ITS       *
      *                          PENDING ALLOCATIONS ARE CANCELLED     *
      *                          BY THE ZSTRCLS CLOSE-OUT              *
      *  04  15/10/26  R PATEL   A STORE ON THE ZCMPPRF COMPARABLE-    *
      *                          STORE PROFILE (SEE ZOPNFIL.cbl) THAT  *
      *                          HAS TRADED FEWER THAN THE PROFILE'S   *
      *                          WEEKS SINCE ITS XTAR1000 OPEN DATE    *
      *                          SHARES IN THE SPLIT BY ITS LIKE       *
      *                          STORES' AVERAGE Qty-2 X ITS SIZE      *
      *                          FACTOR INSTEAD OF ITS OWN SALES       *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZD-SALES-FILE ASSIGN TO "SDSALRDY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZD-CYCLE-PARM-FILE ASSIGN TO "BATCYCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZD-RANGE-FILE ASSIGN TO "SDRANGMS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZD-STORE-FILE ASSIGN TO "XTAR1000"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZD-PROFILE-FILE ASSIGN TO "ZCMPPRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZD-ALLOC-FILE ASSIGN TO "ZALCDSTO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZD-EXCEPTION-FILE ASSIGN TO "ZALCDSTX"
               REPLACING ==occurs 1 to 999 times
                  depending on Region-Store-Cnt== BY == ==.

       FD  ZD-CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZD-CYCLE-PARM-RECORD.
           05 ZD-CP-CYCLE-DATE             PIC 9(08).

      *    STORE RANGE MASTER - 'G' STORE GRADE, 'R' RANGE LINE (SEE
      *    SDRNGMNT.cbl).
       FD  ZD-RANGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZD-RANGE-IO.
           05 ZD-RM-REC-TYPE               PIC X(01).
               88 ZD-RM-IS-GRADE               VALUE 'G'.
               88 ZD-RM-IS-RANGE               VALUE 'R'.
           05 ZD-RM-SCOPE                  PIC X(01).
           05 ZD-RM-STORE-NUM              PIC 9(04).
           05 ZD-RM-STORE-GRADE            PIC X(02).
           05 ZD-RM-KEYCODE                PIC 9(08).
           05 ZD-RM-RANGE-IN-DATE          PIC 9(08).
           05 ZD-RM-RANGE-OUT-DATE         PIC 9(08).
           05 FILLER                       PIC X(08).

       FD  ZD-STORE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZD-STORE-IO                     PIC X(76).

      *    COMPARABLE-STORE PROFILE - SEE ZOPNFIL.cbl.
       FD  ZD-PROFILE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ZD-PROFILE-RECORD.
           05 ZD-PR-NEW-STORE              PIC 9(04).
           05 ZD-PR-SIZE-FACTOR            PIC 9(01)V99.
           05 ZD-PR-OWN-WEEKS              PIC 9(02).
           05 ZD-PR-LIKE-CNT               PIC 9(01).
           05 ZD-PR-LIKE-STORE             PIC 9(04) OCCURS 5 TIMES.
           05 FILLER                       PIC X(50).

       FD  ZD-ALLOC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
           COPY "zPO.cbl".
           COPY "XTAR1000_020.cbl".

       01  ZD-SWITCHES.
           05 ZD-EOF-PO-FILE               PIC X(01) VALUE 'N'.
               88 ZD-END-OF-LINE-FILE          VALUE 'Y'.
           05 ZD-EOF-SALES-FILE            PIC X(01) VALUE 'N'.
               88 ZD-END-OF-SALES-FILE         VALUE 'Y'.
           05 ZD-EOF-RANGE-FILE            PIC X(01) VALUE 'N'.
               88 ZD-END-OF-RANGE-FILE         VALUE 'Y'.
           05 ZD-EOF-STORE-FILE            PIC X(01) VALUE 'N'.
               88 ZD-END-OF-STORE-FILE         VALUE 'Y'.
           05 ZD-STORE-CLOSED              PIC X(01) VALUE 'N'.
               88 ZD-STORE-IS-CLOSED           VALUE 'Y'.
           05 ZD-EOF-PROFILE-FILE          PIC X(01) VALUE 'N'.
               88 ZD-END-OF-PROFILE-FILE       VALUE 'Y'.
           05 ZD-LIKE-FOUND                PIC X(01).
               88 ZD-LIKE-WAS-FOUND            VALUE 'Y'.

       01  ZD-MIN-STORE-QTY                PIC S9(05).
       01  ZD-CYCLE-DATE                   PIC 9(08).
       01  ZD-CYCLE-DAY                    PIC S9(08).

       01  ZD-SUBSCRIPTS.
           05 ZD-DEPT-IDX                  PIC 9(02) COMP.
           05 ZD-LINES-ALLOCATED           PIC 9(07) COMP VALUE ZERO.
           05 ZD-LINES-EXCEPTION           PIC 9(07) COMP VALUE ZERO.
           05 ZD-ALLOCS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
           05 ZD-GRADE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 ZD-RANGE-CNT                 PIC 9(05) COMP VALUE ZERO.
           05 ZD-STORES-UNRANGED           PIC 9(07) COMP VALUE ZERO.
           05 ZD-CLOSED-CNT                PIC 9(05) COMP VALUE ZERO.
           05 ZD-STORES-CLOSED             PIC 9(07) COMP VALUE ZERO.
           05 ZD-PROFILE-CNT               PIC 9(05) COMP VALUE ZERO.
           05 ZD-PD-CNT                    PIC 9(04) COMP VALUE ZERO.
           05 ZD-STORES-PROFILED           PIC 9(05) COMP VALUE ZERO.
           05 ZD-PROFILES-NO-LIKE          PIC 9(05) COMP VALUE ZERO.

      *    EVERY PO-ID CURRENTLY AT Being-Distributed - ONLY LINES
      *    BELONGING TO ONE OF THESE ARE ALLOCATED THIS RUN.
               10 ZD-KC-KEYCODE            PIC 9(08).
               10 ZD-KC-DEPARTMENT-NUM     PIC 9(04).

      *    THE RANGE MASTER - EACH GRADED STORE'S GRADE, AND THE
      *    RANGE LINES BY STORE OR BY GRADE.
       01  ZD-GRADE-TABLE.
           05 ZD-GR-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ZD-GRADE-CNT.
               10 ZD-GR-STORE-NUM          PIC 9(04).
               10 ZD-GR-STORE-GRADE        PIC X(02).

       01  ZD-RANGE-TABLE.
           05 ZD-RL-ENTRY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON ZD-RANGE-CNT.
               10 ZD-RL-SCOPE              PIC X(01).
                   88 ZD-RL-FOR-STORE          VALUE 'S'.
                   88 ZD-RL-FOR-GRADE          VALUE 'G'.
               10 ZD-RL-STORE-NUM          PIC 9(04).
               10 ZD-RL-STORE-GRADE        PIC X(02).
               10 ZD-RL-KEYCODE            PIC 9(08).
               10 ZD-RL-RANGE-IN-DATE      PIC 9(08).
               10 ZD-RL-RANGE-OUT-DATE     PIC 9(08).

      *    STORES FLAGGED CLOSED ON THE XTAR1000 MASTER - NO LONGER
      *    SENT STOCK.
       01  ZD-CLOSED-TABLE.
           05 ZD-CL-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ZD-CLOSED-CNT.
               10 ZD-CL-STORE-NUM          PIC 9(04).

      *    COMPARABLE-STORE PROFILES.  A PROFILE IS IN USE WHILE ITS
      *    STORE IS OPEN ON THE MASTER AND HAS TRADED FEWER THAN THE
      *    PROFILE'S OWN WEEKS - UNTIL THEN ITS LIKE STORES' AVERAGE
      *    DEPARTMENT Qty-2 X THE SIZE FACTOR STANDS IN FOR ITS OWN.
       01  ZD-PROFILE-TABLE.
           05 ZD-PF-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON ZD-PROFILE-CNT.
               10 ZD-PF-NEW-STORE          PIC 9(04).
               10 ZD-PF-SIZE-FACTOR        PIC 9(01)V99.
               10 ZD-PF-OWN-WEEKS          PIC 9(02).
               10 ZD-PF-LIKE-CNT           PIC 9(01).
               10 ZD-PF-LIKE-STORE         PIC 9(04) OCCURS 5 TIMES.
               10 ZD-PF-STATE              PIC X(01).
                   88 ZD-PF-IN-USE             VALUE 'Y'.

      *    THE LIKE STORES' Qty-2 SUMMED BY DEPARTMENT FOR ONE PROFILE,
      *    AND WHICH OF THE LIKE STORES ARE ON TODAY'S ARRAY.
       01  ZD-PROFILE-DEPT-TABLE.
           05 ZD-PD-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON ZD-PD-CNT.
               10 ZD-PD-DEPARTMENT-NUM     PIC 9(04).
               10 ZD-PD-QTY-2              PIC S9(09).
       01  ZD-LIKE-SEEN-TABLE.
           05 ZD-LK-SEEN                   PIC X(01) OCCURS 5 TIMES.
       01  ZD-LIKE-SEEN-CNT                PIC 9(02) COMP.

       01  ZD-PF-IDX                       PIC 9(04) COMP.
       01  ZD-PD-IDX                       PIC 9(04) COMP.
       01  ZD-PD-SCAN-IDX                  PIC 9(04) COMP.
       01  ZD-LIKE-IDX                     PIC 9(02) COMP.
       01  ZD-OPEN-DAY                     PIC S9(08).
       01  ZD-WEEKS-TRADED                 PIC S9(08).
       01  ZD-PROFILE-QTY                  PIC S9(09).

      *    RANGE CHECK OF ZD-CHECK-KEYCODE AT ZD-CHECK-STORE - 'U' WHEN
      *    THE KEYCODE HAS NO RANGE LINE AT ALL AND SO IS NOT UNDER
      *    RANGE CONTROL.
       01  ZD-CHECK-STORE                  PIC 9(04).
       01  ZD-CHECK-KEYCODE                PIC 9(08).
       01  ZD-CHECK-GRADE                  PIC X(02).
       01  ZD-RANGE-STATE                  PIC X(01).
           88 ZD-KEYCODE-IS-RANGED             VALUE 'Y'.
           88 ZD-KEYCODE-NOT-RANGED            VALUE 'N'.
           88 ZD-KEYCODE-NOT-CONTROLLED        VALUE 'U'.
       01  ZD-RANGE-IDX                    PIC 9(05) COMP.
       01  ZD-GRADE-IDX                    PIC 9(05) COMP.
       01  ZD-UNRANGED-QTY                 PIC S9(09).

       01  ZD-SCAN-IDX                     PIC 9(05) COMP.
       01  ZD-MATCH-IDX                    PIC 9(05) COMP.
       01  ZD-MATCH-FOUND                  PIC X(01).

      ******************************************************************
      * 1000-INITIALIZE - READ THE MINIMUM-PER-STORE FLOOR OFF THE      *
      *                   PARM FILE, LOAD THE DISTRIBUTING PO SET, THE  *
      *                   STORE/DEPARTMENT SALES TABLES, THE RANGE      *
      *                   MASTER, THE CLOSED STORES AND THE COMPARABLE- *
      *                   STORE PROFILES, THEN PUT EACH PROFILE STILL   *
      *                   IN USE IN PLACE OF ITS STORE'S OWN SALES      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  ZD-PARM-FILE.
           END-READ.
           MOVE ZD-PARM-MIN-STORE-QTY TO ZD-MIN-STORE-QTY.
           CLOSE ZD-PARM-FILE.
           OPEN INPUT ZD-CYCLE-PARM-FILE.
           READ ZD-CYCLE-PARM-FILE
               AT END
                   MOVE ZERO TO ZD-CP-CYCLE-DATE
           END-READ.
           CLOSE ZD-CYCLE-PARM-FILE.
           IF ZD-CP-CYCLE-DATE = ZERO
               ACCEPT ZD-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE ZD-CP-CYCLE-DATE TO ZD-CYCLE-DATE
           END-IF.
           COMPUTE ZD-CYCLE-DAY =
               FUNCTION INTEGER-OF-DATE(ZD-CYCLE-DATE).
           OPEN INPUT ZD-RANGE-FILE.
           PERFORM 2400-LOAD-RANGE THRU 2400-EXIT
               UNTIL ZD-END-OF-RANGE-FILE.
           CLOSE ZD-RANGE-FILE.
           OPEN INPUT ZD-PROFILE-FILE.
           PERFORM 2600-LOAD-PROFILE THRU 2600-EXIT
               UNTIL ZD-END-OF-PROFILE-FILE.
           CLOSE ZD-PROFILE-FILE.
           OPEN INPUT ZD-STORE-FILE.
           PERFORM 2500-LOAD-CLOSED-STORE THRU 2500-EXIT
               UNTIL ZD-END-OF-STORE-FILE.
           CLOSE ZD-STORE-FILE.
           OPEN INPUT  ZD-PO-FILE
                INPUT  ZD-LINE-FILE
                INPUT  ZD-SALES-FILE
               UNTIL ZD-END-OF-PO-FILE.
           PERFORM 2100-LOAD-STORE THRU 2100-EXIT
               UNTIL ZD-END-OF-SALES-FILE.
           PERFORM 2700-APPLY-PROFILE THRU 2700-EXIT
               VARYING ZD-PF-IDX FROM 1 BY 1
               UNTIL ZD-PF-IDX > ZD-PROFILE-CNT.
       1000-EXIT.
           EXIT.

                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ZD-STORES-READ.
           MOVE 'N' TO ZD-STORE-CLOSED.
           PERFORM 2110-SCAN-CLOSED THRU 2110-EXIT
               VARYING ZD-SCAN-IDX FROM 1 BY 1
               UNTIL ZD-SCAN-IDX > ZD-CLOSED-CNT
                  OR ZD-STORE-IS-CLOSED.
           IF ZD-STORE-IS-CLOSED
               ADD 1 TO ZD-STORES-CLOSED
           END-IF.
           PERFORM 2200-LOAD-DEPARTMENT THRU 2200-EXIT
               VARYING ZD-DEPT-IDX FROM 1 BY 1 UNTIL ZD-DEPT-IDX > 5.
       2100-EXIT.
           EXIT.

       2110-SCAN-CLOSED.
           IF ZD-CL-STORE-NUM(ZD-SCAN-IDX) = Store-Num
               MOVE 'Y' TO ZD-STORE-CLOSED
           END-IF.
       2110-EXIT.
           EXIT.

      *    A CLOSED STORE'S KEYCODES STILL MAP TO THEIR DEPARTMENT, BUT
      *    ITS SALES TAKE NO PART IN THE SPLIT.
       2200-LOAD-DEPARTMENT.
           IF NOT ZD-STORE-IS-CLOSED
               ADD 1 TO ZD-SD-CNT
               MOVE Store-Num           TO ZD-SD-STORE-NUM(ZD-SD-CNT)
               MOVE Department-Num(ZD-DEPT-IDX)
                                    TO ZD-SD-DEPARTMENT-NUM(ZD-SD-CNT)
               MOVE Qty-2(ZD-DEPT-IDX)  TO ZD-SD-QTY-2(ZD-SD-CNT)
           END-IF.
           PERFORM 2300-MAP-KEYCODE THRU 2300-EXIT
               VARYING ZD-PROD-IDX FROM 1 BY 1
               UNTIL ZD-PROD-IDX > Product-Details-Cnt(ZD-DEPT-IDX).
       2310-EXIT.
           EXIT.

       2400-LOAD-RANGE.
           READ ZD-RANGE-FILE
               AT END
                   SET ZD-END-OF-RANGE-FILE TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           IF ZD-RM-IS-GRADE
               ADD 1 TO ZD-GRADE-CNT
               MOVE ZD-RM-STORE-NUM   TO ZD-GR-STORE-NUM(ZD-GRADE-CNT)
               MOVE ZD-RM-STORE-GRADE
                                 TO ZD-GR-STORE-GRADE(ZD-GRADE-CNT)
           END-IF.
           IF ZD-RM-IS-RANGE
               ADD 1 TO ZD-RANGE-CNT
               MOVE ZD-RM-SCOPE       TO ZD-RL-SCOPE(ZD-RANGE-CNT)
               MOVE ZD-RM-STORE-NUM   TO ZD-RL-STORE-NUM(ZD-RANGE-CNT)
               MOVE ZD-RM-STORE-GRADE
                                 TO ZD-RL-STORE-GRADE(ZD-RANGE-CNT)
               MOVE ZD-RM-KEYCODE     TO ZD-RL-KEYCODE(ZD-RANGE-CNT)
               MOVE ZD-RM-RANGE-IN-DATE
                                 TO ZD-RL-RANGE-IN-DATE(ZD-RANGE-CNT)
               MOVE ZD-RM-RANGE-OUT-DATE
                                 TO ZD-RL-RANGE-OUT-DATE(ZD-RANGE-CNT)
           END-IF.
       2400-EXIT.
           EXIT.

       2500-LOAD-CLOSED-STORE.
           READ ZD-STORE-FILE
               AT END
                   SET ZD-END-OF-STORE-FILE TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE ZD-STORE-IO TO 01TAR1000-REC.
           IF XTAR1000-CLOSED-STORE = 'Y'
               ADD 1 TO ZD-CLOSED-CNT
               MOVE 00001000-STORE-NO TO ZD-CL-STORE-NUM(ZD-CLOSED-CNT)
           END-IF.
           PERFORM 2510-CHECK-PROFILE THRU 2510-EXIT
               VARYING ZD-PF-IDX FROM 1 BY 1
               UNTIL ZD-PF-IDX > ZD-PROFILE-CNT.
       2500-EXIT.
           EXIT.

      *    WEEKS TRADED COUNT FROM THE OPEN DATE - NONE WHILE THE STORE
      *    HAS NO OPEN DATE OR OPENS AFTER THE CYCLE DATE.
       2510-CHECK-PROFILE.
           IF ZD-PF-NEW-STORE(ZD-PF-IDX) NOT = 00001000-STORE-NO
               GO TO 2510-EXIT
           END-IF.
           MOVE 'N' TO ZD-PF-STATE(ZD-PF-IDX).
           IF XTAR1000-CLOSED-STORE = 'Y'
               GO TO 2510-EXIT
           END-IF.
           MOVE ZERO TO ZD-WEEKS-TRADED.
           IF XTAR1000-OPEN-DATE NUMERIC
               AND XTAR1000-OPEN-DATE > ZERO
               AND XTAR1000-OPEN-DATE NOT > ZD-CYCLE-DATE
               COMPUTE ZD-OPEN-DAY =
                   FUNCTION INTEGER-OF-DATE(XTAR1000-OPEN-DATE)
               COMPUTE ZD-WEEKS-TRADED =
                   (ZD-CYCLE-DAY - ZD-OPEN-DAY) / 7
           END-IF.
           IF ZD-WEEKS-TRADED < ZD-PF-OWN-WEEKS(ZD-PF-IDX)
               MOVE 'Y' TO ZD-PF-STATE(ZD-PF-IDX)
           END-IF.
       2510-EXIT.
           EXIT.

      *    A PROFILE IS ONLY TAKEN UP ONCE ITS STORE IS SEEN ON THE
      *    MASTER.  NO OWN WEEKS MEANS 8, NO SIZE FACTOR MEANS 1.00.
       2600-LOAD-PROFILE.
           READ ZD-PROFILE-FILE
               AT END
                   SET ZD-END-OF-PROFILE-FILE TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           IF ZD-PR-LIKE-CNT NOT NUMERIC
               OR ZD-PR-LIKE-CNT = ZERO
               OR ZD-PR-LIKE-CNT > 5
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO ZD-PROFILE-CNT.
           MOVE ZD-PR-NEW-STORE  TO ZD-PF-NEW-STORE(ZD-PROFILE-CNT).
           MOVE ZD-PR-LIKE-CNT   TO ZD-PF-LIKE-CNT(ZD-PROFILE-CNT).
           PERFORM 2610-COPY-LIKE-STORE THRU 2610-EXIT
               VARYING ZD-LIKE-IDX FROM 1 BY 1 UNTIL ZD-LIKE-IDX > 5.
           IF ZD-PR-OWN-WEEKS NUMERIC
               AND ZD-PR-OWN-WEEKS > ZERO
               MOVE ZD-PR-OWN-WEEKS TO ZD-PF-OWN-WEEKS(ZD-PROFILE-CNT)
           ELSE
               MOVE 8 TO ZD-PF-OWN-WEEKS(ZD-PROFILE-CNT)
           END-IF.
           IF ZD-PR-SIZE-FACTOR NUMERIC
               AND ZD-PR-SIZE-FACTOR > ZERO
               MOVE ZD-PR-SIZE-FACTOR
                                  TO ZD-PF-SIZE-FACTOR(ZD-PROFILE-CNT)
           ELSE
               MOVE 1 TO ZD-PF-SIZE-FACTOR(ZD-PROFILE-CNT)
           END-IF.
           MOVE 'N' TO ZD-PF-STATE(ZD-PROFILE-CNT).
       2600-EXIT.
           EXIT.

       2610-COPY-LIKE-STORE.
           MOVE ZD-PR-LIKE-STORE(ZD-LIKE-IDX)
                       TO ZD-PF-LIKE-STORE(ZD-PROFILE-CNT ZD-LIKE-IDX).
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2700-APPLY-PROFILE - FOR A PROFILE IN USE, AVERAGE THE LIKE     *
      *                      STORES' Qty-2 BY DEPARTMENT OVER THE LIKE  *
      *                      STORES ON TODAY'S ARRAY, SCALE IT BY THE   *
      *                      SIZE FACTOR AND PUT IT IN PLACE OF THE NEW *
      *                      STORE'S OWN DEPARTMENT SALES.  WITH NO     *
      *                      LIKE STORE ON THE ARRAY THE STORE KEEPS    *
      *                      ITS OWN SALES                              *
      ******************************************************************
       2700-APPLY-PROFILE.
           IF NOT ZD-PF-IN-USE(ZD-PF-IDX)
               GO TO 2700-EXIT
           END-IF.
           MOVE ZERO TO ZD-PD-CNT.
           MOVE ZERO TO ZD-LIKE-SEEN-CNT.
           MOVE ALL 'N' TO ZD-LIKE-SEEN-TABLE.
           PERFORM 2710-FOLD-LIKE-ENTRY THRU 2710-EXIT
               VARYING ZD-SCAN-IDX FROM 1 BY 1
               UNTIL ZD-SCAN-IDX > ZD-SD-CNT.
           PERFORM 2730-COUNT-LIKE-SEEN THRU 2730-EXIT
               VARYING ZD-LIKE-IDX FROM 1 BY 1 UNTIL ZD-LIKE-IDX > 5.
           IF ZD-LIKE-SEEN-CNT = ZERO
               ADD 1 TO ZD-PROFILES-NO-LIKE
               GO TO 2700-EXIT
           END-IF.
           PERFORM 2740-CLEAR-OWN-SALES THRU 2740-EXIT
               VARYING ZD-SCAN-IDX FROM 1 BY 1
               UNTIL ZD-SCAN-IDX > ZD-SD-CNT.
           PERFORM 2750-SET-PROFILE-DEPT THRU 2750-EXIT
               VARYING ZD-PD-IDX FROM 1 BY 1
               UNTIL ZD-PD-IDX > ZD-PD-CNT.
           ADD 1 TO ZD-STORES-PROFILED.
       2700-EXIT.
           EXIT.

       2710-FOLD-LIKE-ENTRY.
           IF ZD-SD-STORE-NUM(ZD-SCAN-IDX) = ZD-PF-NEW-STORE(ZD-PF-IDX)
               GO TO 2710-EXIT
           END-IF.
           MOVE 'N' TO ZD-LIKE-FOUND.
           PERFORM 2720-SCAN-LIKE THRU 2720-EXIT
               VARYING ZD-LIKE-IDX FROM 1 BY 1
               UNTIL ZD-LIKE-IDX > ZD-PF-LIKE-CNT(ZD-PF-IDX)
                  OR ZD-LIKE-WAS-FOUND.
           IF NOT ZD-LIKE-WAS-FOUND
               GO TO 2710-EXIT
           END-IF.
           MOVE 'N' TO ZD-MATCH-FOUND.
           PERFORM 2725-SCAN-PROFILE-DEPT THRU 2725-EXIT
               VARYING ZD-PD-SCAN-IDX FROM 1 BY 1
               UNTIL ZD-PD-SCAN-IDX > ZD-PD-CNT
                  OR ZD-ENTRY-WAS-FOUND.
           IF NOT ZD-ENTRY-WAS-FOUND
               ADD 1 TO ZD-PD-CNT
               MOVE ZD-PD-CNT TO ZD-PD-IDX
               MOVE ZD-SD-DEPARTMENT-NUM(ZD-SCAN-IDX)
                                     TO ZD-PD-DEPARTMENT-NUM(ZD-PD-IDX)
               MOVE ZERO TO ZD-PD-QTY-2(ZD-PD-IDX)
           END-IF.
           ADD ZD-SD-QTY-2(ZD-SCAN-IDX) TO ZD-PD-QTY-2(ZD-PD-IDX).
       2710-EXIT.
           EXIT.

       2720-SCAN-LIKE.
           IF ZD-PF-LIKE-STORE(ZD-PF-IDX ZD-LIKE-IDX) =
                   ZD-SD-STORE-NUM(ZD-SCAN-IDX)
               MOVE 'Y' TO ZD-LIKE-FOUND
               MOVE 'Y' TO ZD-LK-SEEN(ZD-LIKE-IDX)
           END-IF.
       2720-EXIT.
           EXIT.

       2725-SCAN-PROFILE-DEPT.
           IF ZD-PD-DEPARTMENT-NUM(ZD-PD-SCAN-IDX) =
                   ZD-SD-DEPARTMENT-NUM(ZD-SCAN-IDX)
               MOVE 'Y' TO ZD-MATCH-FOUND
               MOVE ZD-PD-SCAN-IDX TO ZD-PD-IDX
           END-IF.
       2725-EXIT.
           EXIT.

       2730-COUNT-LIKE-SEEN.
           IF ZD-LK-SEEN(ZD-LIKE-IDX) = 'Y'
               ADD 1 TO ZD-LIKE-SEEN-CNT
           END-IF.
       2730-EXIT.
           EXIT.

       2740-CLEAR-OWN-SALES.
           IF ZD-SD-STORE-NUM(ZD-SCAN-IDX) = ZD-PF-NEW-STORE(ZD-PF-IDX)
               MOVE ZERO TO ZD-SD-QTY-2(ZD-SCAN-IDX)
           END-IF.
       2740-EXIT.
           EXIT.

       2750-SET-PROFILE-DEPT.
           COMPUTE ZD-PROFILE-QTY ROUNDED =
               ZD-PD-QTY-2(ZD-PD-IDX) / ZD-LIKE-SEEN-CNT
               * ZD-PF-SIZE-FACTOR(ZD-PF-IDX).
           MOVE 'N' TO ZD-MATCH-FOUND.
           PERFORM 2760-SCAN-OWN-DEPT THRU 2760-EXIT
               VARYING ZD-SCAN-IDX FROM 1 BY 1
               UNTIL ZD-SCAN-IDX > ZD-SD-CNT
                  OR ZD-ENTRY-WAS-FOUND.
           IF NOT ZD-ENTRY-WAS-FOUND
               ADD 1 TO ZD-SD-CNT
               MOVE ZD-SD-CNT TO ZD-MATCH-IDX
               MOVE ZD-PF-NEW-STORE(ZD-PF-IDX)
                                     TO ZD-SD-STORE-NUM(ZD-MATCH-IDX)
               MOVE ZD-PD-DEPARTMENT-NUM(ZD-PD-IDX)
                                TO ZD-SD-DEPARTMENT-NUM(ZD-MATCH-IDX)
           END-IF.
           MOVE ZD-PROFILE-QTY TO ZD-SD-QTY-2(ZD-MATCH-IDX).
       2750-EXIT.
           EXIT.

       2760-SCAN-OWN-DEPT.
           IF ZD-SD-STORE-NUM(ZD-SCAN-IDX) = ZD-PF-NEW-STORE(ZD-PF-IDX)
               AND ZD-SD-DEPARTMENT-NUM(ZD-SCAN-IDX) =
                       ZD-PD-DEPARTMENT-NUM(ZD-PD-IDX)
               MOVE 'Y' TO ZD-MATCH-FOUND
               MOVE ZD-SCAN-IDX TO ZD-MATCH-IDX
           END-IF.
       2760-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALLOCATE-LINE - READ ONE PO LINE AND, IF ITS PO IS AT      *
      *                      Being-Distributed, SPLIT Ordered-Qty       *
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-SUM-CHAIN-DEPT-QTY THRU 4000-EXIT.
           IF ZD-CHAIN-DEPT-QTY NOT > ZERO
               AND ZD-UNRANGED-QTY > ZERO
               MOVE "PRODUCT NOT RANGED AT ANY SELLING STORE"
                                         TO ZD-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF ZD-CHAIN-DEPT-QTY NOT > ZERO
               MOVE "NO CHAIN SALES FOR PRODUCT'S DEPARTMENT"
                                         TO ZD-EX-REASON
       3210-EXIT.
           EXIT.

      *    ONLY STORES THE PRODUCT IS RANGED AT SHARE IN THE SPLIT, SO
      *    ONLY THEIR DEPARTMENT SALES MAKE UP THE CHAIN TOTAL.
       4000-SUM-CHAIN-DEPT-QTY.
           MOVE ZERO TO ZD-CHAIN-DEPT-QTY.
           MOVE ZERO TO ZD-UNRANGED-QTY.
           PERFORM 4100-SUM-DEPT-ENTRY THRU 4100-EXIT
               VARYING ZD-SCAN-IDX FROM 1 BY 1
               UNTIL ZD-SCAN-IDX > ZD-SD-CNT.
           EXIT.

       4100-SUM-DEPT-ENTRY.
           IF ZD-SD-DEPARTMENT-NUM(ZD-SCAN-IDX) NOT =
                   ZD-LINE-DEPARTMENT-NUM
               OR ZD-SD-QTY-2(ZD-SCAN-IDX) NOT > ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE ZD-SD-STORE-NUM(ZD-SCAN-IDX) TO ZD-CHECK-STORE.
           PERFORM 4500-CHECK-RANGE THRU 4500-EXIT.
           IF ZD-KEYCODE-NOT-RANGED
               ADD ZD-SD-QTY-2(ZD-SCAN-IDX) TO ZD-UNRANGED-QTY
           ELSE
               ADD ZD-SD-QTY-2(ZD-SCAN-IDX) TO ZD-CHAIN-DEPT-QTY
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CHECK-RANGE - IS THE LINE'S PRODUCT RANGED AT THE          *
      *                    CHECK STORE ON THE CYCLE DATE - BY A RANGE   *
      *                    LINE FOR THE STORE ITSELF OR FOR ITS GRADE,  *
      *                    RANGE-IN ON OR BEFORE THE DATE AND RANGE-OUT *
      *                    AFTER IT                                     *
      ******************************************************************
       4500-CHECK-RANGE.
           MOVE Product-Code OF PO-Line-Item TO ZD-CHECK-KEYCODE.
           MOVE SPACES TO ZD-CHECK-GRADE.
           PERFORM 4510-SCAN-GRADE THRU 4510-EXIT
               VARYING ZD-GRADE-IDX FROM 1 BY 1
               UNTIL ZD-GRADE-IDX > ZD-GRADE-CNT
                  OR ZD-CHECK-GRADE NOT = SPACES.
           SET ZD-KEYCODE-NOT-CONTROLLED TO TRUE.
           PERFORM 4520-SCAN-RANGE THRU 4520-EXIT
               VARYING ZD-RANGE-IDX FROM 1 BY 1
               UNTIL ZD-RANGE-IDX > ZD-RANGE-CNT
                  OR ZD-KEYCODE-IS-RANGED.
       4500-EXIT.
           EXIT.

       4510-SCAN-GRADE.
           IF ZD-GR-STORE-NUM(ZD-GRADE-IDX) = ZD-CHECK-STORE
               MOVE ZD-GR-STORE-GRADE(ZD-GRADE-IDX) TO ZD-CHECK-GRADE
           END-IF.
       4510-EXIT.
           EXIT.

       4520-SCAN-RANGE.
           IF ZD-RL-KEYCODE(ZD-RANGE-IDX) NOT = ZD-CHECK-KEYCODE
               GO TO 4520-EXIT
           END-IF.
           SET ZD-KEYCODE-NOT-RANGED TO TRUE.
           IF ZD-RL-FOR-STORE(ZD-RANGE-IDX)
               AND ZD-RL-STORE-NUM(ZD-RANGE-IDX) NOT = ZD-CHECK-STORE
               GO TO 4520-EXIT
           END-IF.
           IF ZD-RL-FOR-GRADE(ZD-RANGE-IDX)
               AND (ZD-CHECK-GRADE = SPACES
                 OR ZD-RL-STORE-GRADE(ZD-RANGE-IDX) NOT =
                        ZD-CHECK-GRADE)
               GO TO 4520-EXIT
           END-IF.
           IF ZD-RL-RANGE-IN-DATE(ZD-RANGE-IDX) NOT > ZD-CYCLE-DATE
               AND (ZD-RL-RANGE-OUT-DATE(ZD-RANGE-IDX) = ZERO
                 OR ZD-RL-RANGE-OUT-DATE(ZD-RANGE-IDX) > ZD-CYCLE-DATE)
               SET ZD-KEYCODE-IS-RANGED TO TRUE
           END-IF.
       4520-EXIT.
           EXIT.

      ******************************************************************
      * 5000-COMPUTE-STORE-SHARES - STAGE EACH PARTICIPATING STORE'S    *
      *                             SHARE, APPLY THE MINIMUM FLOOR AND  *
               OR ZD-SD-QTY-2(ZD-SCAN-IDX) NOT > ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE ZD-SD-STORE-NUM(ZD-SCAN-IDX) TO ZD-CHECK-STORE.
           PERFORM 4500-CHECK-RANGE THRU 4500-EXIT.
           IF ZD-KEYCODE-NOT-RANGED
               ADD 1 TO ZD-STORES-UNRANGED
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO ZD-WORK-CNT.
           MOVE ZD-SD-STORE-NUM(ZD-SCAN-IDX)
                                     TO ZD-WK-STORE-NUM(ZD-WORK-CNT).
           DISPLAY "ZALCDST LINES ALLOCATED   = " ZD-LINES-ALLOCATED.
           DISPLAY "ZALCDST LINES EXCEPTION   = " ZD-LINES-EXCEPTION.
           DISPLAY "ZALCDST ALLOCS WRITTEN    = " ZD-ALLOCS-WRITTEN.
           DISPLAY "ZALCDST UNRANGED SKIPPED  = " ZD-STORES-UNRANGED.
           DISPLAY "ZALCDST CLOSED STORES     = " ZD-STORES-CLOSED.
           DISPLAY "ZALCDST PROFILED STORES   = " ZD-STORES-PROFILED.
           DISPLAY "ZALCDST PROFILES NO LIKE  = " ZD-PROFILES-NO-LIKE.
       8000-EXIT.
           EXIT.

