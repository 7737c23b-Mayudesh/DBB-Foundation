       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  INVJRNL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * INVJRNL  - NIGHTLY INVENTORY SUBLEDGER JOURNAL.  EVERY STOCK  *
      *            MOVEMENT ON MOVLEDGR SINCE THE LAST RUN, THROUGH   *
      *            YESTERDAY, IS VALUED AND JOURNALED TO GLJRNL UNDER *
      *            SOURCE INVJRNL, SO INVENTORY NO LONGER GOES TO THE *
      *            LEDGER BY HAND FROM THE INVVALUE TOTAL:            *
      *                                                               *
      *              - A MOVEMENT IS VALUED AT THE PART'S MOVING      *
      *                AVERAGE COST ON PARTCOST (PCO-AVG-COST) TIMES  *
      *                THE QUANTITY IT MOVED.  A PART NOT YET COSTED  *
      *                FALLS BACK TO THE UNIT COST THE LEDGER RECORD  *
      *                CARRIES, AND FAILING THAT IS COUNTED UNCOSTED  *
      *              - THE REASON CODE'S INVJMAP ROW NAMES THE DEBIT  *
      *                AND CREDIT ACCOUNTS FOR A QUANTITY INCREASE    *
      *                AND FOR A DECREASE (INVENTORY, USAGE,          *
      *                SHRINKAGE, CYCLE COUNT VARIANCE, RETURNS       *
      *                CLEARING - WHATEVER FINANCE LOADED THROUGH     *
      *                INVJLOAD)                                      *
      *              - ONE BALANCED PAIR IS WRITTEN PER REASON CODE   *
      *                AND DIRECTION AT THE END OF THE RUN, POSTED TO *
      *                THE OPEN FISCAL PERIOD (PERCHK)                *
      *                                                               *
      *            A CODE ANOTHER JOB ALREADY JOURNALS (WARDREPL'S    *
      *            WARD ISSUES) IS VALUED BUT NOT JOURNALED AGAIN; A  *
      *            CODE WITH NO INVJMAP ROW IS NOT JOURNALED AND      *
      *            ENDS THE RUN WITH A WARNING.                       *
      *                                                               *
      *            THE INVJRPT PROOF REPORT LISTS THE RUN BY REASON   *
      *            CODE AND THE JOURNALS WRITTEN, THEN TIES THE       *
      *            MONTH'S NET INVENTORY MOVEMENT (CARRIED NIGHT TO   *
      *            NIGHT ON INVJPRIR/INVJCURR, SEE INVJCTL) TO THE    *
      *            MONTH-OVER-MONTH CHANGE ON THE LATEST INVVALUE     *
      *            RUN (INVVSUM).  WHAT IS LEFT IS REVALUATION AS THE *
      *            AVERAGE COSTS MOVED, OR STOCK CHANGED OFF THE      *
      *            LEDGER.                                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MOVLEDGR
           ASSIGN TO UT-S-MOVLEDGR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT INVJMAP
                  ASSIGN       to INVJMAP
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is INVJMAP-REC-KEY
                  FILE STATUS  is INVJMAP-STATUS.

           SELECT PARTCOST
                  ASSIGN       to PARTCOST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PARTCOST-REC-KEY
                  FILE STATUS  is PARTCOST-STATUS.

           SELECT INVJPRIR
           ASSIGN TO UT-S-INVJPRIR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS INVJPRIR-STATUS.

           SELECT INVVSUM
           ASSIGN TO UT-S-INVVSUM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS INVVSUM-STATUS.

           SELECT INVJCURR
           ASSIGN TO UT-S-INVJCURR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT INVJRPT
           ASSIGN TO UT-S-INVJRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVLEDGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVLEDGR-REC.
       01  MOVLEDGR-REC                     PIC X(80).

       FD  INVJMAP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INVJMAP-FD-REC.
       01  INVJMAP-FD-REC.
           05 INVJMAP-REC-KEY  PIC X(04).
           05 FILLER           PIC X(76).

       FD  PARTCOST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTCOST-FD-REC.
       01  PARTCOST-FD-REC.
           05 PARTCOST-REC-KEY PIC X(23).
           05 FILLER           PIC X(57).

       FD  INVJPRIR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVJPRIR-REC.
       01  INVJPRIR-REC                     PIC X(80).

       FD  INVVSUM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVVSUM-REC.
       01  INVVSUM-REC                      PIC X(80).

       FD  INVJCURR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVJCURR-REC.
       01  INVJCURR-REC                     PIC X(80).

       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC                       PIC X(80).

       FD  INVJRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVJRPT-REC.
       01  INVJRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  INVJMAP-STATUS          PIC X(2).
               88 INVJMAP-FOUND        VALUE "00".
           05  PARTCOST-STATUS         PIC X(2).
               88 PARTCOST-FOUND       VALUE "00".
           05  INVJPRIR-STATUS         PIC X(2).
               88 INVJPRIR-OK          VALUE "00".
           05  INVVSUM-STATUS          PIC X(2).
               88 INVVSUM-OK           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-POST-DATE                PIC 9(08) VALUE 0.
      *    THE RUN JOURNALS MOVEMENTS DATED AFTER WS-LAST-DATE UP TO
      *    AND INCLUDING WS-THROUGH-DATE (YESTERDAY).
           05 WS-LAST-DATE                PIC 9(08) VALUE 0.
           05 WS-THROUGH-DATE             PIC 9(08) VALUE 0.
           05 WS-THROUGH-MONTH REDEFINES WS-THROUGH-DATE.
              10 WS-THROUGH-CCYYMM        PIC 9(06).
              10 FILLER                   PIC 9(02).
           05 WS-MOV-DATE                 PIC 9(08) VALUE 0.
           05 WS-MOV-MONTH REDEFINES WS-MOV-DATE.
              10 WS-MOV-CCYYMM            PIC 9(06).
              10 FILLER                   PIC 9(02).
           05 WS-PRIOR-SW                 PIC X(01) VALUE "N".
              88 PRIOR-CONTROL-READ       VALUE "Y".
           05 WS-ALREADY-RUN-SW           PIC X(01) VALUE "N".
              88 ALREADY-RUN              VALUE "Y".
           05 WS-INVJMAP-SW               PIC X(01) VALUE "N".
              88 INVJMAP-OPEN             VALUE "Y".
           05 WS-PARTCOST-SW              PIC X(01) VALUE "N".
              88 PARTCOST-OPEN            VALUE "Y".
           05 WS-VSUM-SW                  PIC X(01) VALUE "N".
              88 VSUM-READ                VALUE "Y".
           05 WS-MAP-EOF-SW               PIC X(01) VALUE "N".
              88 NO-MORE-MAP              VALUE "Y".
           05 WS-DELTA-QTY                PIC S9(08) COMP VALUE +0.
           05 WS-MOVE-QTY                 PIC 9(08) VALUE 0.
           05 WS-UNIT-COST                PIC S9(07)V99 COMP-3
                                          VALUE +0.
           05 WS-MOVE-VALUE               PIC S9(11)V99 COMP-3
                                          VALUE +0.
           05 WS-SIGNED-VALUE             PIC S9(11)V99 COMP-3
                                          VALUE +0.
           05 WS-PROOF-NET                PIC S9(13)V99 COMP-3
                                          VALUE +0.
           05 WS-PROOF-DIFF               PIC S9(13)V99 COMP-3
                                          VALUE +0.
           05 MAP-SUB                     PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER INVJMAP ROW, PLUS ONE PER REASON CODE SEEN
      *    THAT HAS NO ROW, WITH THE RUN'S VALUE EACH WAY.
       01  MAP-TABLE.
           05 MAP-COUNT                   PIC S9(04) COMP VALUE +0.
           05 MAP-ENTRY OCCURS 60 TIMES.
              10 MAP-REASON-CODE          PIC X(04).
              10 MAP-DESCRIPTION          PIC X(20).
              10 MAP-POST-SW              PIC X(01).
                 88 MAP-POSTS             VALUE 'Y'.
                 88 MAP-POSTED-ELSEWHERE  VALUE 'N'.
                 88 MAP-UNMAPPED          VALUE 'U'.
              10 MAP-INCREASE-DR-ACCT     PIC X(06).
              10 MAP-INCREASE-CR-ACCT     PIC X(06).
              10 MAP-DECREASE-DR-ACCT     PIC X(06).
              10 MAP-DECREASE-CR-ACCT     PIC X(06).
              10 MAP-MOVES                PIC 9(07) COMP.
              10 MAP-IN-VALUE             PIC S9(11)V99 COMP-3.
              10 MAP-OUT-VALUE            PIC S9(11)V99 COMP-3.

       01  WS-JOURNAL-DESCRIPTION.
           05 WS-JD-TEXT                  PIC X(20).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-JD-DIRECTION             PIC X(09).

       01  COUNTERS-AND-ACCUMULATORS.
           05 MOVES-READ               PIC 9(7) COMP VALUE 0.
           05 MOVES-IN-RUN             PIC 9(7) COMP VALUE 0.
           05 MOVES-NO-CHANGE          PIC 9(7) COMP VALUE 0.
           05 MOVES-AT-LEDGER-COST     PIC 9(7) COMP VALUE 0.
           05 MOVES-UNCOSTED           PIC 9(7) COMP VALUE 0.
           05 MOVES-UNMAPPED           PIC 9(7) COMP VALUE 0.
           05 MOVES-NOT-TABLED         PIC 9(7) COMP VALUE 0.
           05 JOURNALS-WRITTEN         PIC 9(7) COMP VALUE 0.
           05 WS-RUN-JOURNALED         PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-RUN-ELSEWHERE         PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-RUN-UNMAPPED          PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE +0.

       COPY MOVLEDGR.

       COPY INVJMAP.

       COPY PARTCOST.

       COPY INVJCTL.

       COPY INVVSUM.

       COPY GLJRNL.

       COPY PERCHKP.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               '** INVENTORY JOURNAL PROOF - RUN:       '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
               '   MOVEMENTS TO '.
           05  HDR-THROUGH-DATE        PIC 9(08).
           05  FILLER                  PIC X(11) VALUE
               '   POSTED: '.
           05  HDR-POST-DATE           PIC 9(08).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               ' CODE DESCRIPTION           MOVES     VALUE '.
           05  FILLER                  PIC X(44) VALUE
               'UP    VALUE DOWN           NET    JOURNALED '.
           05  FILLER                  PIC X(44) VALUE
               'BY                                          '.

       01  RPT-CODE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-DESCRIPTION         PIC X(20).
           05  CDL-MOVES               PIC ZZZ,ZZ9.
           05  CDL-IN-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  CDL-OUT-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05  CDL-NET-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-DISPOSITION         PIC X(20).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  RPT-JOURNAL-LINE.
           05  FILLER                  PIC X(12) VALUE
               '   JOURNAL  '.
           05  JNL-ACCOUNT             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  JNL-DEBIT-CREDIT        PIC X(01).
           05  JNL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JNL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SCL-TITLE               PIC X(40).
           05  SCL-CCYYMM              PIC 9(06).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(36).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMOUNT-LABEL        PIC X(36).
           05  RPT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 600-WRITE-JOURNALS THRU 600-EXIT.
           PERFORM 700-PROVE-MONTH THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (MOVES-UNMAPPED > 0 OR MOVES-UNCOSTED > 0
               OR MOVES-NOT-TABLED > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

      ******************************************************************
      *    000-HOUSEKEEPING - THE RUN TAKES MOVEMENTS THROUGH          *
      *    YESTERDAY, SO A JOB THAT LEDGERS AFTER THIS ONE TONIGHT IS  *
      *    PICKED UP TOMORROW.  THE FIRST RUN, WITH NO PRIOR CONTROL   *
      *    RECORD, TAKES YESTERDAY ALONE.  A NIGHT ALREADY JOURNALED   *
      *    WRITES NOTHING AND PASSES THE CONTROL RECORD ON AS IT WAS.  *
      ******************************************************************
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'ADD '      TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           MOVE -1          TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           MOVE DSRV-DATE-2 TO WS-THROUGH-DATE.
           MOVE -1          TO DSRV-DAYS.
           MOVE WS-THROUGH-DATE TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           MOVE DSRV-DATE-2 TO WS-LAST-DATE.

           INITIALIZE INV-JOURNAL-CONTROL-REC.
           OPEN INPUT INVJPRIR.
           IF INVJPRIR-OK
               PERFORM 050-READ-PRIOR-CONTROL THRU 050-EXIT
               CLOSE INVJPRIR
           ELSE
               DISPLAY "** NO PRIOR INVJPRIR CONTROL, STATUS="
                       INVJPRIR-STATUS " - JOURNALING "
                       WS-THROUGH-DATE " ONLY".
           IF NOT PRIOR-CONTROL-READ
               MOVE WS-THROUGH-CCYYMM TO IJC-MTD-CCYYMM.

           OPEN OUTPUT INVJCURR, GLJRNL, INVJRPT.
           PERFORM 060-SET-POST-DATE THRU 060-EXIT.
           MOVE WS-RUN-DATE     TO HDR-RUN-DATE.
           MOVE WS-THROUGH-DATE TO HDR-THROUGH-DATE.
           MOVE WS-POST-DATE    TO HDR-POST-DATE.
           WRITE INVJRPT-REC FROM RPT-HEADER-LINE.

           IF ALREADY-RUN
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.

           PERFORM 080-ROLL-MONTH THRU 080-EXIT.

           OPEN INPUT INVJMAP.
           IF INVJMAP-FOUND
               MOVE "Y" TO WS-INVJMAP-SW
               PERFORM 070-LOAD-MAP THRU 070-EXIT
               CLOSE INVJMAP
           ELSE
               DISPLAY "** INVJMAP OPEN FAILED, STATUS="
                       INVJMAP-STATUS " - NOTHING JOURNALED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           OPEN INPUT PARTCOST.
           IF PARTCOST-FOUND
               MOVE "Y" TO WS-PARTCOST-SW
           ELSE
               DISPLAY "** PARTCOST OPEN FAILED, STATUS="
                       PARTCOST-STATUS " - LEDGER COSTS USED".

           OPEN INPUT MOVLEDGR.
           PERFORM 900-READ-MOVLEDGR THRU 900-EXIT.
       000-EXIT.
           EXIT.

       050-READ-PRIOR-CONTROL.
           READ INVJPRIR INTO INV-JOURNAL-CONTROL-REC
               AT END
                   INITIALIZE INV-JOURNAL-CONTROL-REC
                   GO TO 050-EXIT
           END-READ.
           MOVE "Y" TO WS-PRIOR-SW.
           IF IJC-THROUGH-DATE NOT < WS-THROUGH-DATE
               DISPLAY "** MOVEMENTS THROUGH " IJC-THROUGH-DATE
                       " ALREADY JOURNALED - NOTHING WRITTEN"
               MOVE "Y" TO WS-ALREADY-RUN-SW
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 050-EXIT.
           MOVE IJC-THROUGH-DATE TO WS-LAST-DATE.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    060-SET-POST-DATE - THE PERIOD THE JOURNALS POST INTO: THE  *
      *    THROUGH DATE'S UNLESS IT IS ALREADY CLOSED, IN WHICH CASE   *
      *    THE FIRST DAY OF THE NEXT OPEN PERIOD.  WITHOUT THE PERIOD  *
      *    FILE THE RUN POSTS AS DATED AND WARNS.                      *
      ******************************************************************
       060-SET-POST-DATE.
           MOVE "060-SET-POST-DATE" TO PARA-NAME.
           MOVE WS-THROUGH-DATE TO WS-POST-DATE.
           MOVE 'CHK '          TO PCK-FUNCTION.
           MOVE WS-THROUGH-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO
               MOVE PCK-POST-DATE TO WS-POST-DATE
           ELSE
               DISPLAY "** FISCAL PERIOD NOT CHECKED, RETURN "
                       PCK-RETURN-CD
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           IF WS-POST-DATE NOT = WS-THROUGH-DATE
               DISPLAY "** THROUGH DATE IN A CLOSED PERIOD, POSTING AS "
                       WS-POST-DATE.
       060-EXIT.
           EXIT.

      ******************************************************************
      *    070-LOAD-MAP - THE WHOLE INVJMAP FILE INTO MAP-TABLE.       *
      ******************************************************************
       070-LOAD-MAP.
           MOVE "070-LOAD-MAP" TO PARA-NAME.
           MOVE LOW-VALUES TO INVJMAP-REC-KEY.
           START INVJMAP KEY NOT < INVJMAP-REC-KEY.
           IF NOT INVJMAP-FOUND
               GO TO 070-EXIT.
           PERFORM 075-LOAD-ONE-CODE THRU 075-EXIT
                   UNTIL NO-MORE-MAP.
       070-EXIT.
           EXIT.

       075-LOAD-ONE-CODE.
           READ INVJMAP NEXT RECORD INTO INV-JOURNAL-MAP-REC
               AT END MOVE "Y" TO WS-MAP-EOF-SW
               GO TO 075-EXIT
           END-READ.
           IF MAP-COUNT NOT < 60
               DISPLAY "** MAP TABLE FULL - CODE " IJM-REASON-CODE
                       " TREATED AS UNMAPPED"
               GO TO 075-EXIT.
           ADD +1 TO MAP-COUNT.
           MOVE IJM-REASON-CODE      TO MAP-REASON-CODE (MAP-COUNT).
           MOVE IJM-DESCRIPTION      TO MAP-DESCRIPTION (MAP-COUNT).
           MOVE IJM-POST-SW          TO MAP-POST-SW (MAP-COUNT).
           MOVE IJM-INCREASE-DR-ACCT
                             TO MAP-INCREASE-DR-ACCT (MAP-COUNT).
           MOVE IJM-INCREASE-CR-ACCT
                             TO MAP-INCREASE-CR-ACCT (MAP-COUNT).
           MOVE IJM-DECREASE-DR-ACCT
                             TO MAP-DECREASE-DR-ACCT (MAP-COUNT).
           MOVE IJM-DECREASE-CR-ACCT
                             TO MAP-DECREASE-CR-ACCT (MAP-COUNT).
           MOVE ZERO TO MAP-MOVES (MAP-COUNT)
                        MAP-IN-VALUE (MAP-COUNT)
                        MAP-OUT-VALUE (MAP-COUNT).
       075-EXIT.
           EXIT.

      ******************************************************************
      *    080-ROLL-MONTH - WHEN THE THROUGH DATE CROSSES INTO A NEW   *
      *    MONTH, THE MONTH JUST ENDED BECOMES THE PRIOR MONTH AND THE *
      *    MONTH-TO-DATE FIGURES START AGAIN.                          *
      ******************************************************************
       080-ROLL-MONTH.
           MOVE "080-ROLL-MONTH" TO PARA-NAME.
           IF IJC-MTD-CCYYMM = WS-THROUGH-CCYYMM
               GO TO 080-EXIT.
           MOVE IJC-MTD-CCYYMM TO IJC-PRIOR-CCYYMM.
           COMPUTE IJC-PRIOR-NET = IJC-MTD-JOURNALED
                                 + IJC-MTD-ELSEWHERE
                                 + IJC-MTD-UNMAPPED.
           MOVE WS-THROUGH-CCYYMM TO IJC-MTD-CCYYMM.
           MOVE ZERO TO IJC-MTD-JOURNALED, IJC-MTD-ELSEWHERE,
                        IJC-MTD-UNMAPPED.
       080-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - A MOVEMENT OUTSIDE THE RUN'S DATES, OR ONE   *
      *    THAT LEFT THE QUANTITY WHERE IT WAS, IS PASSED OVER.        *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF MOV-DATE NOT > WS-LAST-DATE
             OR MOV-DATE > WS-THROUGH-DATE
               GO TO 100-NEXT.
           ADD +1 TO MOVES-IN-RUN.
           COMPUTE WS-DELTA-QTY = MOV-QTY-AFTER - MOV-QTY-BEFORE.
           IF WS-DELTA-QTY = ZERO
               ADD +1 TO MOVES-NO-CHANGE
               GO TO 100-NEXT.
           IF WS-DELTA-QTY < ZERO
               COMPUTE WS-MOVE-QTY = ZERO - WS-DELTA-QTY
           ELSE
               MOVE WS-DELTA-QTY TO WS-MOVE-QTY.

           PERFORM 200-COST-MOVEMENT THRU 200-EXIT.
           PERFORM 300-FIND-CODE THRU 300-EXIT.
           IF MAP-SUB = ZERO
               ADD +1 TO MOVES-NOT-TABLED
               GO TO 100-NEXT.
           PERFORM 400-ACCUMULATE THRU 400-EXIT.
       100-NEXT.
           PERFORM 900-READ-MOVLEDGR THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-COST-MOVEMENT - VALUE = QUANTITY MOVED TIMES AVERAGE    *
      *    COST, OR THE LEDGER RECORD'S OWN UNIT COST WHEN THE PART    *
      *    HAS NO AVERAGE YET.                                         *
      ******************************************************************
       200-COST-MOVEMENT.
           MOVE ZERO TO WS-UNIT-COST.
           IF PARTCOST-OPEN
               MOVE MOV-PART-NUMBER TO PARTCOST-REC-KEY
               READ PARTCOST INTO PART-COST-REC
               IF PARTCOST-FOUND
                   MOVE PCO-AVG-COST TO WS-UNIT-COST
               END-IF
           END-IF.
           IF WS-UNIT-COST NOT > ZERO
             AND MOV-UNIT-COST NUMERIC
             AND MOV-UNIT-COST > ZERO
               MOVE MOV-UNIT-COST TO WS-UNIT-COST
               ADD +1 TO MOVES-AT-LEDGER-COST.
           IF WS-UNIT-COST NOT > ZERO
               MOVE ZERO TO WS-UNIT-COST
               ADD +1 TO MOVES-UNCOSTED
               DISPLAY "** NO COST FOR " MOV-PART-NUMBER
                       " " MOV-REASON-CODE " " MOV-DATE.
           COMPUTE WS-MOVE-VALUE = WS-MOVE-QTY * WS-UNIT-COST
               ON SIZE ERROR
                   DISPLAY "** MOVEMENT VALUE OVERFLOW FOR "
                           MOV-PART-NUMBER
                   MOVE ZERO TO WS-MOVE-VALUE
                   ADD +1 TO MOVES-UNCOSTED
           END-COMPUTE.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-FIND-CODE - THE REASON CODE'S MAP ENTRY.  A CODE WITH   *
      *    NO INVJMAP ROW GETS AN UNMAPPED ENTRY OF ITS OWN SO THE     *
      *    PROOF SHOWS WHAT WENT UNJOURNALED.                          *
      ******************************************************************
       300-FIND-CODE.
           PERFORM 320-CHECK-CODE THRU 320-EXIT
                   VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > MAP-COUNT
                   OR MAP-REASON-CODE (MAP-SUB) = MOV-REASON-CODE.
           IF MAP-SUB NOT > MAP-COUNT
               GO TO 300-EXIT.
           IF MAP-COUNT NOT < 60
               MOVE ZERO TO MAP-SUB
               GO TO 300-EXIT.
           ADD +1 TO MAP-COUNT.
           MOVE MAP-COUNT       TO MAP-SUB.
           MOVE MOV-REASON-CODE TO MAP-REASON-CODE (MAP-SUB).
           MOVE 'NO INVJMAP ROW'  TO MAP-DESCRIPTION (MAP-SUB).
           MOVE 'U'             TO MAP-POST-SW (MAP-SUB).
           MOVE SPACES          TO MAP-INCREASE-DR-ACCT (MAP-SUB)
                                   MAP-INCREASE-CR-ACCT (MAP-SUB)
                                   MAP-DECREASE-DR-ACCT (MAP-SUB)
                                   MAP-DECREASE-CR-ACCT (MAP-SUB).
           MOVE ZERO            TO MAP-MOVES (MAP-SUB)
                                   MAP-IN-VALUE (MAP-SUB)
                                   MAP-OUT-VALUE (MAP-SUB).
       300-EXIT.
           EXIT.

       320-CHECK-CODE.
       320-EXIT.
           EXIT.

      ******************************************************************
      *    400-ACCUMULATE - THE MOVEMENT'S VALUE GOES TO ITS CODE'S    *
      *    UP OR DOWN TOTAL, AND ITS SIGNED VALUE TO THE MONTH'S NET   *
      *    UNDER WHO JOURNALS IT.  A MOVEMENT DATED IN THE MONTH       *
      *    ALREADY ROLLED (A MISSED NIGHT) GOES TO THE PRIOR MONTH.    *
      ******************************************************************
       400-ACCUMULATE.
           ADD +1 TO MAP-MOVES (MAP-SUB).
           IF WS-DELTA-QTY > ZERO
               ADD WS-MOVE-VALUE TO MAP-IN-VALUE (MAP-SUB)
               MOVE WS-MOVE-VALUE TO WS-SIGNED-VALUE
           ELSE
               ADD WS-MOVE-VALUE TO MAP-OUT-VALUE (MAP-SUB)
               COMPUTE WS-SIGNED-VALUE = ZERO - WS-MOVE-VALUE.

           MOVE MOV-DATE TO WS-MOV-DATE.
           IF WS-MOV-CCYYMM NOT = IJC-MTD-CCYYMM
               ADD WS-SIGNED-VALUE TO IJC-PRIOR-NET
           ELSE
           IF MAP-POSTS (MAP-SUB)
               ADD WS-SIGNED-VALUE TO IJC-MTD-JOURNALED
           ELSE
           IF MAP-POSTED-ELSEWHERE (MAP-SUB)
               ADD WS-SIGNED-VALUE TO IJC-MTD-ELSEWHERE
           ELSE
               ADD WS-SIGNED-VALUE TO IJC-MTD-UNMAPPED.

           IF MAP-POSTS (MAP-SUB)
               ADD WS-SIGNED-VALUE TO WS-RUN-JOURNALED
           ELSE
           IF MAP-POSTED-ELSEWHERE (MAP-SUB)
               ADD WS-SIGNED-VALUE TO WS-RUN-ELSEWHERE
           ELSE
               ADD WS-SIGNED-VALUE TO WS-RUN-UNMAPPED
               ADD +1 TO MOVES-UNMAPPED.
       400-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-JOURNALS - ONE REPORT LINE PER REASON CODE, AND   *
      *    FOR A CODE THAT POSTS, A BALANCED PAIR FOR EACH DIRECTION   *
      *    THAT CARRIED VALUE.                                         *
      ******************************************************************
       600-WRITE-JOURNALS.
           MOVE "600-WRITE-JOURNALS" TO PARA-NAME.
           MOVE SPACES TO INVJRPT-REC.
           WRITE INVJRPT-REC.
           WRITE INVJRPT-REC FROM RPT-COLUMN-LINE.
           PERFORM 620-CODE-JOURNALS THRU 620-EXIT
                   VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > MAP-COUNT.
       600-EXIT.
           EXIT.

       620-CODE-JOURNALS.
           IF MAP-MOVES (MAP-SUB) = ZERO
               GO TO 620-EXIT.
           MOVE MAP-REASON-CODE (MAP-SUB) TO CDL-REASON-CODE.
           MOVE MAP-DESCRIPTION (MAP-SUB) TO CDL-DESCRIPTION.
           MOVE MAP-MOVES (MAP-SUB)       TO CDL-MOVES.
           MOVE MAP-IN-VALUE (MAP-SUB)    TO CDL-IN-VALUE.
           MOVE MAP-OUT-VALUE (MAP-SUB)   TO CDL-OUT-VALUE.
           COMPUTE CDL-NET-VALUE = MAP-IN-VALUE (MAP-SUB)
                                 - MAP-OUT-VALUE (MAP-SUB).
           IF MAP-POSTS (MAP-SUB)
               MOVE 'INVJRNL'              TO CDL-DISPOSITION
           ELSE
           IF MAP-POSTED-ELSEWHERE (MAP-SUB)
               MOVE 'BY ANOTHER JOB'       TO CDL-DISPOSITION
           ELSE
               MOVE 'NOT MAPPED - NONE'    TO CDL-DISPOSITION.
           WRITE INVJRPT-REC FROM RPT-CODE-LINE.
           IF NOT MAP-POSTS (MAP-SUB)
               GO TO 620-EXIT.

           MOVE MAP-DESCRIPTION (MAP-SUB) TO WS-JD-TEXT.
           IF MAP-IN-VALUE (MAP-SUB) > ZERO
               INITIALIZE GL-JOURNAL-REC
               MOVE 'INCREASE'               TO WS-JD-DIRECTION
               MOVE MAP-IN-VALUE (MAP-SUB)   TO GLJ-AMOUNT
               MOVE MAP-INCREASE-DR-ACCT (MAP-SUB) TO GLJ-ACCOUNT
               MOVE "D"                      TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE MAP-INCREASE-CR-ACCT (MAP-SUB) TO GLJ-ACCOUNT
               MOVE "C"                      TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.
           IF MAP-OUT-VALUE (MAP-SUB) > ZERO
               INITIALIZE GL-JOURNAL-REC
               MOVE 'DECREASE'               TO WS-JD-DIRECTION
               MOVE MAP-OUT-VALUE (MAP-SUB)  TO GLJ-AMOUNT
               MOVE MAP-DECREASE-DR-ACCT (MAP-SUB) TO GLJ-ACCOUNT
               MOVE "D"                      TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE MAP-DECREASE-CR-ACCT (MAP-SUB) TO GLJ-ACCOUNT
               MOVE "C"                      TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.
       620-EXIT.
           EXIT.

       650-WRITE-ONE-JOURNAL.
           MOVE "INVJRNL"              TO GLJ-SOURCE.
           MOVE WS-JOURNAL-DESCRIPTION TO GLJ-DESCRIPTION.
           MOVE WS-POST-DATE           TO GLJ-RUN-DATE.
           WRITE GLJRNL-REC FROM GL-JOURNAL-REC.
           ADD +1 TO JOURNALS-WRITTEN.
           IF GLJ-IS-DEBIT
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL.
           MOVE GLJ-ACCOUNT      TO JNL-ACCOUNT.
           MOVE GLJ-DEBIT-CREDIT TO JNL-DEBIT-CREDIT.
           MOVE GLJ-AMOUNT       TO JNL-AMOUNT.
           MOVE GLJ-DESCRIPTION  TO JNL-DESCRIPTION.
           WRITE INVJRPT-REC FROM RPT-JOURNAL-LINE.
       650-EXIT.
           EXIT.

      ******************************************************************
      *    700-PROVE-MONTH - THE MONTH'S NET MOVEMENT AGAINST THE      *
      *    INVVALUE CHANGE.  THE LATEST INVVSUM IS PROVED AGAINST THE  *
      *    MONTH IT WAS RUN IN: THIS MONTH, OR THE MONTH JUST ENDED.   *
      ******************************************************************
       700-PROVE-MONTH.
           MOVE "700-PROVE-MONTH" TO PARA-NAME.
           MOVE SPACES TO INVJRPT-REC.
           WRITE INVJRPT-REC.
           MOVE 'MONTH-TO-DATE NET INVENTORY MOVEMENT - '
                                     TO SCL-TITLE.
           MOVE IJC-MTD-CCYYMM       TO SCL-CCYYMM.
           WRITE INVJRPT-REC FROM RPT-SECTION-LINE.
           MOVE '   JOURNALED BY INVJRNL:            '
                                     TO RPT-AMOUNT-LABEL.
           MOVE IJC-MTD-JOURNALED    TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE '   JOURNALED BY OTHER JOBS:         '
                                     TO RPT-AMOUNT-LABEL.
           MOVE IJC-MTD-ELSEWHERE    TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE '   NOT MAPPED - NOT JOURNALED:      '
                                     TO RPT-AMOUNT-LABEL.
           MOVE IJC-MTD-UNMAPPED     TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           COMPUTE WS-PROOF-NET = IJC-MTD-JOURNALED
                                + IJC-MTD-ELSEWHERE
                                + IJC-MTD-UNMAPPED.
           MOVE '   NET MOVEMENT:                    '
                                     TO RPT-AMOUNT-LABEL.
           MOVE WS-PROOF-NET         TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           IF IJC-PRIOR-CCYYMM NOT = ZERO
               MOVE 'PRIOR MONTH NET INVENTORY MOVEMENT -   '
                                     TO SCL-TITLE
               MOVE IJC-PRIOR-CCYYMM TO SCL-CCYYMM
               WRITE INVJRPT-REC FROM RPT-SECTION-LINE
               MOVE '   NET MOVEMENT:                    '
                                     TO RPT-AMOUNT-LABEL
               MOVE IJC-PRIOR-NET    TO RPT-AMOUNT
               WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.

           MOVE SPACES TO INVJRPT-REC.
           WRITE INVJRPT-REC.
           OPEN INPUT INVVSUM.
           IF INVVSUM-OK
               READ INVVSUM INTO INV-VALUE-SUMMARY-REC
                   AT END MOVE "10" TO INVVSUM-STATUS
               END-READ
               IF INVVSUM-OK
                   MOVE "Y" TO WS-VSUM-SW
               END-IF
               CLOSE INVVSUM.
           IF NOT VSUM-READ
               MOVE 'NO INVVALUE SUMMARY TO PROVE AGAINST'
                                     TO SCL-TITLE
               MOVE ZERO             TO SCL-CCYYMM
               WRITE INVJRPT-REC FROM RPT-SECTION-LINE
               GO TO 700-EXIT.

           IF IVS-RUN-CCYYMM = IJC-MTD-CCYYMM
               CONTINUE
           ELSE
           IF IVS-RUN-CCYYMM = IJC-PRIOR-CCYYMM
               MOVE IJC-PRIOR-NET    TO WS-PROOF-NET
           ELSE
               MOVE 'NO INVVALUE RUN FOR THESE MONTHS - LAST'
                                     TO SCL-TITLE
               MOVE IVS-RUN-CCYYMM   TO SCL-CCYYMM
               WRITE INVJRPT-REC FROM RPT-SECTION-LINE
               GO TO 700-EXIT.

           MOVE 'PROOF TO INVVALUE RUN FOR MONTH -      '
                                     TO SCL-TITLE.
           MOVE IVS-RUN-CCYYMM       TO SCL-CCYYMM.
           WRITE INVJRPT-REC FROM RPT-SECTION-LINE.
           MOVE '   INVVALUE TOTAL VALUE:            '
                                     TO RPT-AMOUNT-LABEL.
           MOVE IVS-TOTAL-VALUE      TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE '   INVVALUE PRIOR MONTH VALUE:      '
                                     TO RPT-AMOUNT-LABEL.
           MOVE IVS-PRIOR-VALUE      TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE '   INVVALUE CHANGE:                 '
                                     TO RPT-AMOUNT-LABEL.
           MOVE IVS-VALUE-CHANGE     TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE '   NET MOVEMENT FOR THE MONTH:      '
                                     TO RPT-AMOUNT-LABEL.
           MOVE WS-PROOF-NET         TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           COMPUTE WS-PROOF-DIFF = IVS-VALUE-CHANGE - WS-PROOF-NET.
           MOVE '   REVALUATION / OFF-LEDGER CHANGE: '
                                     TO RPT-AMOUNT-LABEL.
           MOVE WS-PROOF-DIFF        TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
       700-EXIT.
           EXIT.

       900-READ-MOVLEDGR.
           READ MOVLEDGR INTO MOVEMENT-LEDGER-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO MOVES-READ.
       900-EXIT.
           EXIT.

      ******************************************************************
      *    999-CLEANUP - INVJCURR CARRIES THE CONTROL RECORD TO THE    *
      *    NEXT RUN.  A NIGHT ALREADY JOURNALED PASSES IT ON AS READ.  *
      ******************************************************************
       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF NOT ALREADY-RUN
               MOVE WS-THROUGH-DATE TO IJC-THROUGH-DATE.
           WRITE INVJCURR-REC FROM INV-JOURNAL-CONTROL-REC.
           MOVE SPACES TO INVJRPT-REC.
           WRITE INVJRPT-REC.
           MOVE 'MOVEMENTS READ:                     ' TO
                                     RPT-TOTAL-LABEL.
           MOVE MOVES-READ           TO RPT-TOTAL-COUNT.
           WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'MOVEMENTS IN THIS RUN:              ' TO
                                     RPT-TOTAL-LABEL.
           MOVE MOVES-IN-RUN         TO RPT-TOTAL-COUNT.
           WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'MOVEMENTS WITH NO QUANTITY CHANGE:  ' TO
                                     RPT-TOTAL-LABEL.
           MOVE MOVES-NO-CHANGE      TO RPT-TOTAL-COUNT.
           WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'VALUED AT LEDGER UNIT COST:         ' TO
                                     RPT-TOTAL-LABEL.
           MOVE MOVES-AT-LEDGER-COST TO RPT-TOTAL-COUNT.
           WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'UNCOSTED - VALUED AT ZERO:          ' TO
                                     RPT-TOTAL-LABEL.
           MOVE MOVES-UNCOSTED       TO RPT-TOTAL-COUNT.
           WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'NOT MAPPED - NOT JOURNALED:         ' TO
                                     RPT-TOTAL-LABEL.
           MOVE MOVES-UNMAPPED       TO RPT-TOTAL-COUNT.
           WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           IF MOVES-NOT-TABLED > 0
               MOVE 'NOT VALUED - CODE TABLE FULL:       ' TO
                                     RPT-TOTAL-LABEL
               MOVE MOVES-NOT-TABLED TO RPT-TOTAL-COUNT
               WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'JOURNALS WRITTEN:                   ' TO
                                     RPT-TOTAL-LABEL.
           MOVE JOURNALS-WRITTEN     TO RPT-TOTAL-COUNT.
           WRITE INVJRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'JOURNAL DEBITS:                     ' TO
                                     RPT-AMOUNT-LABEL.
           MOVE WS-DEBIT-TOTAL       TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE 'JOURNAL CREDITS:                    ' TO
                                     RPT-AMOUNT-LABEL.
           MOVE WS-CREDIT-TOTAL      TO RPT-AMOUNT.
           WRITE INVJRPT-REC FROM RPT-AMOUNT-LINE.
           IF PARTCOST-OPEN
               CLOSE PARTCOST.
           IF NOT ALREADY-RUN
               CLOSE MOVLEDGR.
           CLOSE INVJCURR, GLJRNL, INVJRPT.
           DISPLAY "** MOVEMENTS READ    " MOVES-READ.
           DISPLAY "** MOVEMENTS IN RUN  " MOVES-IN-RUN.
           DISPLAY "** AT LEDGER COST    " MOVES-AT-LEDGER-COST.
           DISPLAY "** UNCOSTED          " MOVES-UNCOSTED.
           DISPLAY "** NOT MAPPED        " MOVES-UNMAPPED.
           DISPLAY "** JOURNALS WRITTEN  " JOURNALS-WRITTEN.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "** JOURNALS OUT OF BALANCE"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           DISPLAY "******** NORMAL END OF JOB INVJRNL ********".
       999-EXIT.
           EXIT.
