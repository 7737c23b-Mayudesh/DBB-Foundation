       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  WARDREPL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * WARDREPL - NIGHTLY WARD SUPPLY REPLENISHMENT.  BROWSES        *
      *            WARDPAR AND, FOR EVERY PART A WARD'S CPAR400 COUNT *
      *            LEFT SHORT OF PAR:                                 *
      *                                                               *
      *              - ISSUES THE SHORTFALL FROM THE WARD'S WAREHOUSE *
      *                (OR THE PART'S OWN, WHEN WPARLOAD GAVE IT ONE) *
      *                AS FAR AS THE STOCK ON HAND THERE GOES,        *
      *                RELIEVING PART_STOCK_LOC AND PART_STOCK        *
      *              - TAKES A LOT-TRACKED PART FROM ITS LOTBAL LOTS  *
      *                AT THAT WAREHOUSE, EARLIEST EXPIRY FIRST,      *
      *                RELIEVING EACH LOT AND LEDGERING IT ON         *
      *                LOTLEDGR.  STOCK IN A QUARANTINED OR EXPIRED   *
      *                LOT IS NOT ISSUED                              *
      *              - LEDGERS THE ISSUE ON MOVLEDGR ('WARD') WITH    *
      *                THE WARD AND THE UNIT COST, FOR WSUPRPT        *
      *              - PRINTS THE LINE ON THE WARDPICK PICK LIST THE  *
      *                STOREROOM FILLS THE CARTS FROM                 *
      *              - CHARGES THE WARD'S COST CENTRE: ONE GLJRNL     *
      *                PAIR PER COST CENTRE AT THE END, DEBIT 6200    *
      *                WARD SUPPLIES / CREDIT 1400 SUPPLIES INVENTORY *
      *                                                               *
      *            A PART ISSUED IN FULL IS MARKED REPLENISHED.  ONE  *
      *            THE WAREHOUSE COULD NOT COVER STAYS AWAITING WITH  *
      *            WHAT IS STILL SHORT, FOR THE NEXT NIGHT'S RUN.     *
      *            EACH ISSUE COMMITS ON ITS OWN.  JOURNALS POST TO   *
      *            THE OPEN FISCAL PERIOD (PERCHK).                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WARDPAR
                  ASSIGN       to WARDPAR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is WARDPAR-REC-KEY
                  FILE STATUS  is WARDPAR-STATUS.

           SELECT LOTBAL
                  ASSIGN       to LOTBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is LOTBAL-REC-KEY
                  FILE STATUS  is LOTBAL-STATUS.

           SELECT LOTLEDGR
           ASSIGN TO UT-S-LOTLEDGR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LEDGER-STATUS.

           SELECT MOVLEDGR-FILE ASSIGN TO UT-S-MOVLEDGR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MOVLEDGR-STATUS.

           SELECT WARDPICK
           ASSIGN TO UT-S-WARDPICK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  WARDPAR
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WARDPAR-FD-REC.
       01  WARDPAR-FD-REC.
           05 WARDPAR-REC-KEY  PIC X(27).
           05 FILLER           PIC X(73).

       FD  LOTBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOTBAL-FD-REC.
       01  LOTBAL-FD-REC.
           05 LOTBAL-REC-KEY   PIC X(36).
           05 FILLER           PIC X(44).

       FD  LOTLEDGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTLEDGR-REC.
       01  LOTLEDGR-REC                    PIC X(80).

       FD  MOVLEDGR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVEMENT-LEDGER-REC.
           COPY MOVLEDGR.

       FD  WARDPICK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARDPICK-REC.
       01  WARDPICK-REC                     PIC X(132).

       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  WARDPAR-STATUS          PIC X(2).
               88 WARDPAR-FOUND        VALUE "00".
               88 WARDPAR-NOT-FOUND    VALUE "23".
           05  MOVLEDGR-STATUS         PIC X(2).
               88 MOVLEDGR-OK          VALUE "00".
           05  LOTBAL-STATUS           PIC X(2).
               88 LOTBAL-OK            VALUE "00".
           05  LEDGER-STATUS           PIC X(2).
               88 LEDGER-OK            VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-POST-DATE                PIC 9(08) VALUE 0.
           05 WS-CUR-WARD-ID              PIC X(04) VALUE SPACES.
           05 WS-CUR-COST-CENTRE          PIC X(03) VALUE SPACES.
           05 WS-CUR-WHSE                 PIC X(03) VALUE SPACES.
           05 WS-ISSUE-QTY                PIC 9(07) VALUE 0.
           05 WS-ISSUE-VALUE              PIC S9(9)V99 COMP-3 VALUE +0.
           05 CC-SUB                      PIC S9(04) COMP VALUE +0.
           05 WS-LOTBAL-OPEN-SW           PIC X(01) VALUE "N".
              88 LOTBAL-IS-OPEN VALUE "Y".
           05 WS-LOT-EOF-SW               PIC X(01) VALUE "N".
              88 NO-MORE-LOTS VALUE "Y".
           05 WS-HELD-QTY                 PIC 9(07) VALUE 0.
           05 WS-PICKABLE-QTY             PIC S9(09) COMP VALUE +0.
           05 WS-LEFT-TO-ALLOCATE         PIC 9(07) VALUE 0.
           05 WS-LOT-EXPIRY               PIC 9(08) VALUE 0.
           05 WS-BEST-EXPIRY              PIC 9(08) VALUE 0.
           05 WS-BEST-RECEIPT             PIC 9(08) VALUE 0.
           05 LOT-SUB                     PIC S9(04) COMP VALUE +0.
           05 LOT-PICK-SUB                PIC S9(04) COMP VALUE +0.

      *    THE PICKABLE LOTS OF THE PART AT THE ISSUING WAREHOUSE, AND
      *    HOW MUCH THIS ISSUE TAKES FROM EACH.
       01  LOT-TABLE.
           05 LOT-COUNT                   PIC S9(04) COMP VALUE +0.
           05 LOT-ENTRY OCCURS 50 TIMES.
              10 LTE-LOT-NUMBER           PIC X(10).
              10 LTE-EXPIRY-DATE          PIC 9(08).
              10 LTE-RECEIPT-DATE         PIC 9(08).
              10 LTE-AVAILABLE-QTY        PIC 9(07).
              10 LTE-TAKE-QTY             PIC 9(07).

      *    ONE ENTRY PER COST CENTRE CHARGED IN THE RUN.
       01  COST-CENTRE-TABLE.
           05 CC-COUNT                    PIC S9(04) COMP VALUE +0.
           05 CC-ENTRY OCCURS 200 TIMES.
              10 CC-COST-CENTRE           PIC X(03).
              10 CC-LINES                 PIC 9(07) COMP.
              10 CC-VALUE                 PIC S9(11)V99 COMP-3.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).
           05  HV-WHSE-CODE            PIC X(03).
           05  HV-QUANTITY             PIC S9(9) COMP.
           05  HV-ON-HAND              PIC S9(9) COMP.
           05  HV-PART-QUANT           PIC S9(9) COMP.
           05  HV-UNIT-COST            PIC S9(7)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 PAR-RECORDS-READ         PIC 9(7) COMP VALUE 0.
           05 LINES-ISSUED             PIC 9(7) COMP VALUE 0.
           05 LINES-PART-ISSUED        PIC 9(7) COMP VALUE 0.
           05 LINES-NONE-ON-HAND       PIC 9(7) COMP VALUE 0.
           05 LINES-REJECTED           PIC 9(7) COMP VALUE 0.
           05 JOURNALS-WRITTEN         PIC 9(7) COMP VALUE 0.
           05 WS-ISSUE-TOTAL           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE +0.

       COPY WARDPAR.

       COPY LOTBAL.

       COPY LOTLEDGR.

       COPY GLJRNL.

       COPY PERCHKP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               '** WARD SUPPLY PICK LIST - RUN:         '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '   POSTING: '.
           05  HDR-POST-DATE           PIC 9(08).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE 'WARD'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE 'PART NUMBER'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'WHS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '  SHORT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE ' ISSUED'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE ' UNIT COST'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               '   ISSUE VALUE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'NOTE'.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PART-NUM            PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-WHSE                PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SHORT-QTY           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ISSUE-QTY           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-UNIT-COST           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ISSUE-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NOTE                PIC X(30).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  RPT-LOT-LINE.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'LOT: '.
           05  LTL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X(07) VALUE '  EXP: '.
           05  LTL-EXPIRY              PIC X(08).
           05  FILLER                  PIC X(08) VALUE '  TAKE: '.
           05  LTL-TAKE-QTY            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  RPT-COST-CENTRE-LINE.
           05  FILLER                  PIC X(14) VALUE
               ' COST CENTRE  '.
           05  CCL-COST-CENTRE         PIC X(03).
           05  FILLER                  PIC X(13) VALUE
               '  CHARGED:   '.
           05  CCL-LINES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE
               ' LINES   '.
           05  CCL-VALUE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 600-WRITE-JOURNALS THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF LINES-REJECTED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT WARDPICK, GLJRNL.
           OPEN EXTEND MOVLEDGR-FILE.
           IF NOT MOVLEDGR-OK
               OPEN OUTPUT MOVLEDGR-FILE.
           OPEN I-O LOTBAL.
           IF LOTBAL-OK
               MOVE "Y" TO WS-LOTBAL-OPEN-SW
               OPEN EXTEND LOTLEDGR
               IF NOT LEDGER-OK
                   OPEN OUTPUT LOTLEDGR
               END-IF
           ELSE
               DISPLAY "** LOTBAL OPEN FAILED " LOTBAL-STATUS
                       " - ISSUES NOT TAKEN BY LOT"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.
           MOVE WS-RUN-DATE  TO HDR-RUN-DATE.
           MOVE WS-POST-DATE TO HDR-POST-DATE.
           WRITE WARDPICK-REC FROM RPT-HEADER-LINE.
           WRITE WARDPICK-REC FROM RPT-COLUMN-LINE.

           OPEN I-O WARDPAR.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR OPEN FAILED " WARDPAR-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           MOVE LOW-VALUES TO WARDPAR-REC-KEY.
           START WARDPAR KEY NOT < WARDPAR-REC-KEY.
           IF NOT WARDPAR-FOUND
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-WARDPAR THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-SET-POST-DATE - THE PERIOD THE CHARGES POST INTO: THE   *
      *    RUN DATE'S UNLESS IT IS ALREADY CLOSED, IN WHICH CASE THE   *
      *    FIRST DAY OF THE NEXT OPEN PERIOD.  WITHOUT THE PERIOD FILE *
      *    THE RUN POSTS AS DATED AND WARNS.                           *
      ******************************************************************
       050-SET-POST-DATE.
           MOVE "050-SET-POST-DATE" TO PARA-NAME.
           MOVE WS-RUN-DATE TO WS-POST-DATE.
           MOVE 'CHK '      TO PCK-FUNCTION.
           MOVE WS-RUN-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO
               MOVE PCK-POST-DATE TO WS-POST-DATE
           ELSE
               DISPLAY "** FISCAL PERIOD NOT CHECKED, RETURN "
                       PCK-RETURN-CD
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           IF WS-POST-DATE NOT = WS-RUN-DATE
               DISPLAY "** RUN DATE IN A CLOSED PERIOD, POSTING AS "
                       WS-POST-DATE.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF WPR-PART-NUM = SPACES
               PERFORM 150-NEW-WARD THRU 150-EXIT
           ELSE
           IF WPR-AWAITING-REPL AND WPR-SHORTFALL-QTY > ZERO
               PERFORM 200-ISSUE-PART THRU 200-EXIT.
           PERFORM 900-READ-WARDPAR THRU 900-EXIT.
       100-EXIT.
           EXIT.

      *    THE WARD'S OWN RECORD SORTS AHEAD OF ITS PARTS.
       150-NEW-WARD.
           MOVE "150-NEW-WARD" TO PARA-NAME.
           MOVE WPH-WARD-ID     TO WS-CUR-WARD-ID.
           MOVE WPH-COST-CENTRE TO WS-CUR-COST-CENTRE.
           MOVE WPH-ISSUE-WHSE  TO WS-CUR-WHSE.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    200-ISSUE-PART - AS MUCH OF THE SHORTFALL AS THE WAREHOUSE  *
      *    HAS ON HAND COMES OFF ITS LOCATION ROW AND THE PART TOTAL.  *
      *    THE PAR LINE IS REWRITTEN BEFORE THE COMMIT, SO A FAILURE   *
      *    ANYWHERE LEAVES THE STOCK AS IT WAS.                        *
      ******************************************************************
       200-ISSUE-PART.
           MOVE "200-ISSUE-PART" TO PARA-NAME.
           MOVE ZERO TO WS-ISSUE-QTY, WS-ISSUE-VALUE, HV-UNIT-COST.
           MOVE SPACES TO DTL-WHSE.
           IF WPR-WARD-ID NOT = WS-CUR-WARD-ID
               MOVE 'NO WARD RECORD - NOT ISSUED' TO DTL-NOTE
               PERFORM 700-PICK-LINE THRU 700-EXIT
               ADD +1 TO LINES-REJECTED
               GO TO 200-EXIT.

           MOVE WPR-PART-NUM TO HV-PART-NUM.
           IF WPR-ISSUE-WHSE = SPACES
               MOVE WS-CUR-WHSE    TO HV-WHSE-CODE
           ELSE
               MOVE WPR-ISSUE-WHSE TO HV-WHSE-CODE.
           MOVE HV-WHSE-CODE TO DTL-WHSE.

           EXEC SQL
                SELECT PART_QUANT, PART_UNIT_COST
                INTO   :HV-ON-HAND, :HV-UNIT-COST
                FROM   PART_STOCK_LOC
                WHERE  PART_NUM  = :HV-PART-NUM
                AND    WHSE_CODE = :HV-WHSE-CODE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'NOT STOCKED AT THIS WAREHOUSE' TO DTL-NOTE
               PERFORM 700-PICK-LINE THRU 700-EXIT
               ADD +1 TO LINES-REJECTED
               GO TO 200-EXIT
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK_LOC SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           IF HV-ON-HAND NOT > ZERO
               MOVE 'NONE ON HAND - STILL AWAITING' TO DTL-NOTE
               PERFORM 700-PICK-LINE THRU 700-EXIT
               ADD +1 TO LINES-NONE-ON-HAND
               GO TO 200-EXIT.
           PERFORM 250-LOAD-LOTS THRU 250-EXIT.
           COMPUTE WS-PICKABLE-QTY = HV-ON-HAND - WS-HELD-QTY.
           IF WS-PICKABLE-QTY NOT > ZERO
               MOVE 'ONLY EXPIRED STOCK - AWAITING' TO DTL-NOTE
               PERFORM 700-PICK-LINE THRU 700-EXIT
               ADD +1 TO LINES-NONE-ON-HAND
               GO TO 200-EXIT.
           IF WS-PICKABLE-QTY < WPR-SHORTFALL-QTY
               MOVE WS-PICKABLE-QTY   TO WS-ISSUE-QTY
           ELSE
               MOVE WPR-SHORTFALL-QTY TO WS-ISSUE-QTY.
           MOVE WS-ISSUE-QTY TO HV-QUANTITY.

           EXEC SQL
                UPDATE PART_STOCK_LOC
                SET    PART_QUANT = PART_QUANT - :HV-QUANTITY
                WHERE  PART_NUM  = :HV-PART-NUM
                AND    WHSE_CODE = :HV-WHSE-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK_LOC UPDATE FAILED " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           EXEC SQL
                SELECT PART_QUANT
                INTO   :HV-PART-QUANT
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK SELECT FAILED " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           EXEC SQL
                UPDATE PART_STOCK
                SET    PART_QUANT = PART_QUANT - :HV-QUANTITY
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK UPDATE FAILED " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           MOVE WS-ISSUE-QTY TO WPR-LAST-ISSUE-QTY.
           MOVE WS-RUN-DATE  TO WPR-LAST-ISSUE-DATE.
           SUBTRACT WS-ISSUE-QTY FROM WPR-SHORTFALL-QTY.
           IF WPR-SHORTFALL-QTY = ZERO
               MOVE 'R' TO WPR-REPL-STATUS.
           REWRITE WARDPAR-FD-REC FROM WARD-PAR-REC.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR REWRITE FAILED " WARDPAR-STATUS
                       " FOR " WPR-KEY
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 450-ALLOCATE-LOTS THRU 450-EXIT.
           COMPUTE WS-ISSUE-VALUE ROUNDED =
               WS-ISSUE-QTY * HV-UNIT-COST.
           PERFORM 300-LEDGER-ISSUE THRU 300-EXIT.
           PERFORM 400-CHARGE-COST-CENTRE THRU 400-EXIT.
           ADD WS-ISSUE-VALUE TO WS-ISSUE-TOTAL.
           IF WPR-REPLENISHED
               MOVE 'ISSUED TO PAR' TO DTL-NOTE
               ADD +1 TO LINES-ISSUED
           ELSE
               MOVE 'PART ISSUED - REST AWAITING' TO DTL-NOTE
               ADD +1 TO LINES-PART-ISSUED.
           PERFORM 700-PICK-LINE THRU 700-EXIT.
           PERFORM 720-PICK-LOT-LINE THRU 720-EXIT
                   VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    250-LOAD-LOTS - THE PART'S LOTS AT THE ISSUING WAREHOUSE.   *
      *    A LOT WITH STOCK THAT IS QUARANTINED OR PAST ITS EXPIRY     *
      *    DATE IS HELD BACK FROM THE ISSUE; THE REST ARE TABLED FOR   *
      *    450-ALLOCATE-LOTS.                                          *
      ******************************************************************
       250-LOAD-LOTS.
           MOVE ZERO TO LOT-COUNT, WS-HELD-QTY.
           IF NOT LOTBAL-IS-OPEN
               GO TO 250-EXIT.
           MOVE WPR-PART-NUM TO LOT-PART-NUMBER.
           MOVE HV-WHSE-CODE TO LOT-WHSE-CODE.
           MOVE LOW-VALUES   TO LOT-NUMBER.
           MOVE LOT-BAL-KEY  TO LOTBAL-REC-KEY.
           START LOTBAL KEY NOT < LOTBAL-REC-KEY.
           IF NOT LOTBAL-OK
               GO TO 250-EXIT.
           MOVE "N" TO WS-LOT-EOF-SW.
           PERFORM 260-READ-ONE-LOT THRU 260-EXIT
                   UNTIL NO-MORE-LOTS.
       250-EXIT.
           EXIT.

       260-READ-ONE-LOT.
           READ LOTBAL NEXT RECORD INTO LOT-BALANCE-REC
               AT END MOVE "Y" TO WS-LOT-EOF-SW
               GO TO 260-EXIT
           END-READ.
           IF LOT-PART-NUMBER NOT = WPR-PART-NUM
             OR LOT-WHSE-CODE NOT = HV-WHSE-CODE
               MOVE "Y" TO WS-LOT-EOF-SW
               GO TO 260-EXIT.
           IF LOT-QTY-ON-HAND = ZERO
               GO TO 260-EXIT.
           IF LOT-QUARANTINED
             OR (LOT-EXPIRY-DATE NOT = ZERO
                 AND LOT-EXPIRY-DATE < WS-RUN-DATE)
               ADD LOT-QTY-ON-HAND TO WS-HELD-QTY
               GO TO 260-EXIT.
           IF LOT-COUNT NOT < 50
               GO TO 260-EXIT.
           ADD +1 TO LOT-COUNT.
           MOVE LOT-NUMBER             TO LTE-LOT-NUMBER (LOT-COUNT).
           MOVE LOT-EXPIRY-DATE        TO LTE-EXPIRY-DATE (LOT-COUNT).
           MOVE LOT-FIRST-RECEIPT-DATE TO LTE-RECEIPT-DATE (LOT-COUNT).
           MOVE LOT-QTY-ON-HAND        TO LTE-AVAILABLE-QTY (LOT-COUNT).
           MOVE ZERO                   TO LTE-TAKE-QTY (LOT-COUNT).
       260-EXIT.
           EXIT.

       300-LEDGER-ISSUE.
           MOVE "300-LEDGER-ISSUE" TO PARA-NAME.
           INITIALIZE MOVEMENT-LEDGER-REC.
           MOVE WPR-PART-NUM   TO MOV-PART-NUMBER.
           MOVE WS-RUN-DATE    TO MOV-DATE.
           MOVE HV-PART-QUANT  TO MOV-QTY-BEFORE.
           COMPUTE MOV-QTY-AFTER =
               HV-PART-QUANT - WS-ISSUE-QTY.
           MOVE 'WARDREPL'     TO MOV-SOURCE-PROGRAM.
           MOVE 'WARD'         TO MOV-REASON-CODE.
           MOVE WPR-WARD-ID    TO MOV-DESTINATION.
           MOVE HV-UNIT-COST   TO MOV-UNIT-COST.
           WRITE MOVEMENT-LEDGER-REC.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-CHARGE-COST-CENTRE - THE ISSUE VALUE IS HELD AGAINST    *
      *    THE WARD'S COST CENTRE UNTIL THE JOURNALS ARE WRITTEN.      *
      ******************************************************************
       400-CHARGE-COST-CENTRE.
           MOVE "400-CHARGE-COST-CENTRE" TO PARA-NAME.
           PERFORM 420-FIND-COST-CENTRE THRU 420-EXIT
                   VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CC-COUNT
                   OR CC-COST-CENTRE (CC-SUB) = WS-CUR-COST-CENTRE.
           IF CC-SUB > CC-COUNT
               IF CC-COUNT NOT < 200
                   DISPLAY "** COST CENTRE TABLE FULL - NOT CHARGED: "
                           WS-CUR-COST-CENTRE " " WS-ISSUE-VALUE
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   GO TO 400-EXIT
               END-IF
               ADD +1 TO CC-COUNT
               MOVE CC-COUNT           TO CC-SUB
               MOVE WS-CUR-COST-CENTRE TO CC-COST-CENTRE (CC-SUB)
               MOVE ZERO               TO CC-LINES (CC-SUB)
               MOVE ZERO               TO CC-VALUE (CC-SUB)
           END-IF.
           ADD +1             TO CC-LINES (CC-SUB).
           ADD WS-ISSUE-VALUE TO CC-VALUE (CC-SUB).
       400-EXIT.
           EXIT.

       420-FIND-COST-CENTRE.
       420-EXIT.
           EXIT.

      ******************************************************************
      *    450-ALLOCATE-LOTS - THE ISSUE COMES OFF THE LOTS EARLIEST   *
      *    EXPIRY FIRST (A LOT WITH NO EXPIRY DATE LAST, TIES TO THE   *
      *    OLDEST RECEIPT).  EACH LOT TAKEN FROM IS RELIEVED ON LOTBAL *
      *    AND LEDGERED ON LOTLEDGR.  ANY PART OF THE ISSUE THE LOTS   *
      *    DO NOT COVER IS STOCK NOT HELD BY LOT.                      *
      ******************************************************************
       450-ALLOCATE-LOTS.
           MOVE "450-ALLOCATE-LOTS" TO PARA-NAME.
           MOVE WS-ISSUE-QTY TO WS-LEFT-TO-ALLOCATE.
           MOVE "N" TO WS-LOT-EOF-SW.
           PERFORM 460-TAKE-ONE-LOT THRU 460-EXIT
                   UNTIL WS-LEFT-TO-ALLOCATE = ZERO OR NO-MORE-LOTS.
       450-EXIT.
           EXIT.

       460-TAKE-ONE-LOT.
           MOVE ZERO TO LOT-PICK-SUB.
           MOVE 99999999 TO WS-BEST-EXPIRY, WS-BEST-RECEIPT.
           PERFORM 470-SCAN-ONE-LOT THRU 470-EXIT
                   VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT.
           IF LOT-PICK-SUB = ZERO
               MOVE "Y" TO WS-LOT-EOF-SW
               GO TO 460-EXIT.
           IF LTE-AVAILABLE-QTY (LOT-PICK-SUB) < WS-LEFT-TO-ALLOCATE
               MOVE LTE-AVAILABLE-QTY (LOT-PICK-SUB)
                                     TO LTE-TAKE-QTY (LOT-PICK-SUB)
           ELSE
               MOVE WS-LEFT-TO-ALLOCATE
                                     TO LTE-TAKE-QTY (LOT-PICK-SUB).
           SUBTRACT LTE-TAKE-QTY (LOT-PICK-SUB)
               FROM LTE-AVAILABLE-QTY (LOT-PICK-SUB)
                    WS-LEFT-TO-ALLOCATE.
           PERFORM 480-RELIEVE-LOT THRU 480-EXIT.
       460-EXIT.
           EXIT.

       470-SCAN-ONE-LOT.
           IF LTE-TAKE-QTY (LOT-SUB) NOT = ZERO
             OR LTE-AVAILABLE-QTY (LOT-SUB) = ZERO
               GO TO 470-EXIT.
           IF LTE-EXPIRY-DATE (LOT-SUB) = ZERO
               MOVE 99999999 TO WS-LOT-EXPIRY
           ELSE
               MOVE LTE-EXPIRY-DATE (LOT-SUB) TO WS-LOT-EXPIRY.
           IF WS-LOT-EXPIRY < WS-BEST-EXPIRY
             OR (WS-LOT-EXPIRY = WS-BEST-EXPIRY
                 AND LTE-RECEIPT-DATE (LOT-SUB) < WS-BEST-RECEIPT)
               MOVE WS-LOT-EXPIRY              TO WS-BEST-EXPIRY
               MOVE LTE-RECEIPT-DATE (LOT-SUB) TO WS-BEST-RECEIPT
               MOVE LOT-SUB                    TO LOT-PICK-SUB.
       470-EXIT.
           EXIT.

       480-RELIEVE-LOT.
           MOVE WPR-PART-NUM TO LOT-PART-NUMBER.
           MOVE HV-WHSE-CODE TO LOT-WHSE-CODE.
           MOVE LTE-LOT-NUMBER (LOT-PICK-SUB) TO LOT-NUMBER.
           MOVE LOT-BAL-KEY  TO LOTBAL-REC-KEY.
           READ LOTBAL INTO LOT-BALANCE-REC.
           IF NOT LOTBAL-OK
               DISPLAY "** LOTBAL READ FAILED " LOTBAL-STATUS
                       " FOR " LOTBAL-REC-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 480-EXIT.
           SUBTRACT LTE-TAKE-QTY (LOT-PICK-SUB) FROM LOT-QTY-ON-HAND.
           MOVE WS-RUN-DATE TO LOT-LAST-ACTIVITY-DATE.
           REWRITE LOTBAL-FD-REC FROM LOT-BALANCE-REC.
           IF NOT LOTBAL-OK
               DISPLAY "** LOTBAL REWRITE FAILED " LOTBAL-STATUS
                       " FOR " LOTBAL-REC-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 480-EXIT.
           MOVE WPR-PART-NUM    TO LOTM-PART-NUMBER.
           MOVE HV-WHSE-CODE    TO LOTM-WHSE-CODE.
           MOVE LOT-NUMBER      TO LOTM-LOT-NUMBER.
           MOVE WS-RUN-DATE     TO LOTM-DATE.
           MOVE 'I'             TO LOTM-TYPE.
           MOVE LTE-TAKE-QTY (LOT-PICK-SUB) TO LOTM-QTY.
           MOVE SPACES          TO LOTM-REFERENCE.
           STRING 'WARD ' WPR-WARD-ID DELIMITED BY SIZE
               INTO LOTM-REFERENCE.
           MOVE 'WARDREPL'      TO LOTM-SOURCE-PROGRAM.
           WRITE LOTLEDGR-REC FROM LOT-LEDGER-REC.
       480-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-JOURNALS - ONE BALANCED PAIR PER COST CENTRE: THE *
      *    WARD SUPPLIES EXPENSE AGAINST THE INVENTORY RELIEVED.  A    *
      *    COST CENTRE WHOSE ISSUES CARRIED NO COST IS SKIPPED.        *
      ******************************************************************
       600-WRITE-JOURNALS.
           MOVE "600-WRITE-JOURNALS" TO PARA-NAME.
           MOVE SPACES TO WARDPICK-REC.
           WRITE WARDPICK-REC.
           PERFORM 620-COST-CENTRE-PAIR THRU 620-EXIT
                   VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CC-COUNT.
       600-EXIT.
           EXIT.

       620-COST-CENTRE-PAIR.
           MOVE CC-COST-CENTRE (CC-SUB) TO CCL-COST-CENTRE.
           MOVE CC-LINES (CC-SUB)       TO CCL-LINES.
           MOVE CC-VALUE (CC-SUB)       TO CCL-VALUE.
           WRITE WARDPICK-REC FROM RPT-COST-CENTRE-LINE.
           IF CC-VALUE (CC-SUB) NOT > ZERO
               GO TO 620-EXIT.

           INITIALIZE GL-JOURNAL-REC.
           MOVE "WARDREPL" TO GLJ-SOURCE.
           MOVE "WARD SUPPLY ISSUES            " TO GLJ-DESCRIPTION.
           MOVE CC-COST-CENTRE (CC-SUB) TO GLJ-COST-CENTRE.
           MOVE CC-VALUE (CC-SUB)       TO GLJ-AMOUNT.
           MOVE "6200" TO GLJ-ACCOUNT.
           MOVE "D"    TO GLJ-DEBIT-CREDIT.
           PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.
           MOVE "1400" TO GLJ-ACCOUNT.
           MOVE "C"    TO GLJ-DEBIT-CREDIT.
           PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.
       620-EXIT.
           EXIT.

       650-WRITE-ONE-JOURNAL.
           MOVE WS-POST-DATE TO GLJ-RUN-DATE.
           WRITE GLJRNL-REC FROM GL-JOURNAL-REC.
           ADD +1 TO JOURNALS-WRITTEN.
           IF GLJ-IS-DEBIT
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL.
       650-EXIT.
           EXIT.

       700-PICK-LINE.
           MOVE WPR-WARD-ID       TO DTL-WARD-ID.
           MOVE WPR-PART-NUM      TO DTL-PART-NUM.
           MOVE WPR-SHORTFALL-QTY TO DTL-SHORT-QTY.
           MOVE WS-ISSUE-QTY      TO DTL-ISSUE-QTY.
           MOVE HV-UNIT-COST      TO DTL-UNIT-COST.
           MOVE WS-ISSUE-VALUE    TO DTL-ISSUE-VALUE.
           WRITE WARDPICK-REC FROM RPT-DETAIL-LINE.
       700-EXIT.
           EXIT.

       720-PICK-LOT-LINE.
           IF LTE-TAKE-QTY (LOT-SUB) = ZERO
               GO TO 720-EXIT.
           MOVE LTE-LOT-NUMBER (LOT-SUB) TO LTL-LOT-NUMBER.
           IF LTE-EXPIRY-DATE (LOT-SUB) = ZERO
               MOVE 'NONE'                    TO LTL-EXPIRY
           ELSE
               MOVE LTE-EXPIRY-DATE (LOT-SUB) TO LTL-EXPIRY.
           MOVE LTE-TAKE-QTY (LOT-SUB)   TO LTL-TAKE-QTY.
           WRITE WARDPICK-REC FROM RPT-LOT-LINE.
       720-EXIT.
           EXIT.

       900-READ-WARDPAR.
           READ WARDPAR NEXT RECORD INTO WARD-PAR-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO PAR-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO WARDPICK-REC.
           WRITE WARDPICK-REC.
           MOVE 'LINES ISSUED TO PAR:          ' TO RPT-TOTAL-LABEL.
           MOVE LINES-ISSUED      TO RPT-TOTAL-COUNT.
           MOVE WS-ISSUE-TOTAL    TO RPT-TOTAL-AMOUNT.
           WRITE WARDPICK-REC FROM RPT-TOTAL-LINE.
           MOVE ZERO              TO RPT-TOTAL-AMOUNT.
           MOVE 'LINES PART ISSUED:            ' TO RPT-TOTAL-LABEL.
           MOVE LINES-PART-ISSUED TO RPT-TOTAL-COUNT.
           WRITE WARDPICK-REC FROM RPT-TOTAL-LINE.
           MOVE 'LINES WITH NONE ON HAND:      ' TO RPT-TOTAL-LABEL.
           MOVE LINES-NONE-ON-HAND TO RPT-TOTAL-COUNT.
           WRITE WARDPICK-REC FROM RPT-TOTAL-LINE.
           MOVE 'LINES NOT ISSUED - SET-UP:    ' TO RPT-TOTAL-LABEL.
           MOVE LINES-REJECTED    TO RPT-TOTAL-COUNT.
           WRITE WARDPICK-REC FROM RPT-TOTAL-LINE.
           CLOSE WARDPAR, MOVLEDGR-FILE, WARDPICK, GLJRNL.
           IF LOTBAL-IS-OPEN
               CLOSE LOTBAL, LOTLEDGR.
           DISPLAY "** PAR RECORDS READ  " PAR-RECORDS-READ.
           DISPLAY "** LINES ISSUED      " LINES-ISSUED.
           DISPLAY "** LINES PART ISSUED " LINES-PART-ISSUED.
           DISPLAY "** NONE ON HAND      " LINES-NONE-ON-HAND.
           DISPLAY "** LINES REJECTED    " LINES-REJECTED.
           DISPLAY "** JOURNALS WRITTEN  " JOURNALS-WRITTEN.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "** JOURNALS OUT OF BALANCE"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           DISPLAY "******** NORMAL END OF JOB WARDREPL ********".
       999-EXIT.
           EXIT.
