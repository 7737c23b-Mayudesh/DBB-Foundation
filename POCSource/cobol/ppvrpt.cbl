       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PPVRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * PPVRPT - MONTHLY PURCHASE PRICE VARIANCE.  THE SAME PART HAS  *
      *          THREE PRICES - THE PO UNIT PRICE ON PART_ORDLN, THE  *
      *          PRICE THE SUPPLIER BILLED, AND THE MOVING AVERAGE    *
      *          COST ON PARTCOST.  FOR EVERY RECEIPT INVMATCH        *
      *          RELEASED IN THE MONTH (THE PRICEHST SUPPLIER PRICE   *
      *          HISTORY) THE REPORT GIVES THE VARIANCE, PER UNIT AND *
      *          IN DOLLARS, OF THE INVOICE PRICE AGAINST:            *
      *                                                               *
      *            - THE PART'S AVERAGE COST GOING INTO THE MONTH     *
      *            - THE PART'S PRIOR PURCHASE PRICE: THE LAST        *
      *              RECEIPT BEFORE THIS ONE, FROM PCO-LAST-PRICE FOR *
      *              THE FIRST RECEIPT OF THE MONTH                   *
      *                                                               *
      *          A POSITIVE VARIANCE IS UNFAVOURABLE - WE PAID MORE.  *
      *          A PART WITH NO AVERAGE OR NO PRIOR PRICE YET SHOWS   *
      *          NO VARIANCE AGAINST IT.  INVOICE LINES INVMATCH HELD *
      *          BECAUSE THE PRICE DIFFERS FROM THE PO ARE NOT COST   *
      *          YET; THEY COUNT SEPARATELY AS OFF-PO LINES AND       *
      *          DOLLARS (INVOICE LESS PO PRICE, TIMES QTY BILLED).   *
      *                                                               *
      *          THE RECEIPTS, THEN THE SUPPLIER TOTALS, THEN THE     *
      *          PART TOTALS PRINT LARGEST UNFAVOURABLE VARIANCE      *
      *          AGAINST AVERAGE COST FIRST.                          *
      *                                                               *
      *          PPVPARM CARD COLS 1-6 = REPORT MONTH CCYYMM, BLANK   *
      *          OR NO CARD = THE RUN DATE'S MONTH.  RUN AT MONTH-END *
      *          AHEAD OF INVVALUE, WHILE PARTCOST STILL HOLDS THE    *
      *          OPENING AVERAGE COST AND LAST PRICE.                 *
      *                                                               *
      *          PRICENEW IS THE NEXT PRICEHST GENERATION: THE REPORT *
      *          MONTH AND ANYTHING LATER CARRY FORWARD, SO A RERUN   *
      *          GIVES THE SAME REPORT; EARLIER MONTHS ROLL OFF.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PPVPARM
           ASSIGN TO UT-S-PPVPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRICEHST
           ASSIGN TO UT-S-PRICEHST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRICENEW
           ASSIGN TO UT-S-PRICENEW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PPVRPT
           ASSIGN TO UT-S-PPVRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PARTCOST
                  ASSIGN       to PARTCOST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PARTCOST-REC-KEY
                  FILE STATUS  is PARTCOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPVPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVPARM-REC.
       01  PPVPARM-REC.
           05  PARM-REPORT-MONTH           PIC X(06).
           05  PARM-REPORT-MONTH-N REDEFINES PARM-REPORT-MONTH.
               10  PARM-REPORT-CCYY        PIC 9(04).
               10  PARM-REPORT-MM          PIC 9(02).
           05  FILLER                      PIC X(74).

       FD  PRICEHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICEHST-REC.
       01  PRICEHST-REC                     PIC X(100).

       FD  PRICENEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICENEW-REC.
       01  PRICENEW-REC                     PIC X(100).

       FD  PPVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVRPT-REC.
       01  PPVRPT-REC                       PIC X(132).

       FD  PARTCOST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTCOST-FD-REC.
       01  PARTCOST-FD-REC.
           05 PARTCOST-REC-KEY PIC X(23).
           05 FILLER           PIC X(57).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PARTCOST-STATUS         PIC X(2).
               88 PARTCOST-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-PARM-SW                  PIC X(01) VALUE "Y".
              88 PARM-REJECTED VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
              10 WS-RUN-CCYYMM            PIC 9(06).
              10 FILLER                   PIC 9(02).
           05 WS-RPT-MONTH                PIC 9(06) VALUE 0.
           05 WS-AVG-COST                 PIC S9(07)V99 COMP-3
                                                    VALUE +0.
           05 WS-PRIOR-PRICE              PIC S9(07)V99 COMP-3
                                                    VALUE +0.
           05 WS-UNIT-VAR-AVG             PIC S9(07)V99 COMP-3
                                                    VALUE +0.
           05 WS-UNIT-VAR-PRIOR           PIC S9(07)V99 COMP-3
                                                    VALUE +0.
           05 WS-VAR-AVG                  PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-VAR-PRIOR                PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-SPEND                    PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-OFF-PO-AMT               PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-BEST-VAR                 PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PCT-OF-SPEND             PIC S9(05)V99 COMP-3
                                                    VALUE +0.
           05 DT-SUB                      PIC S9(04) COMP VALUE +0.
           05 ST-SUB                      PIC S9(04) COMP VALUE +0.
           05 PT-SUB                      PIC S9(04) COMP VALUE +0.
           05 WS-BEST-SUB                 PIC S9(04) COMP VALUE +0.
           05 WS-RANK                     PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER RECEIPT PRICED IN THE REPORT MONTH.
       01  RECEIPT-TABLE.
           05 DT-COUNT                    PIC S9(04) COMP VALUE +0.
           05 DT-ENTRY OCCURS 3000 TIMES.
              10 DT-SUPPLIER-CODE         PIC X(05).
              10 DT-PART-NUM              PIC X(23).
              10 DT-QTY-BILLED            PIC 9(07) COMP.
              10 DT-PO-PRICE              PIC S9(07)V99 COMP-3.
              10 DT-INVOICE-PRICE         PIC S9(07)V99 COMP-3.
              10 DT-AVG-COST              PIC S9(07)V99 COMP-3.
              10 DT-PRIOR-PRICE           PIC S9(07)V99 COMP-3.
              10 DT-UNIT-VAR-AVG          PIC S9(07)V99 COMP-3.
              10 DT-VAR-AVG               PIC S9(11)V99 COMP-3.
              10 DT-UNIT-VAR-PRIOR        PIC S9(07)V99 COMP-3.
              10 DT-VAR-PRIOR             PIC S9(11)V99 COMP-3.
              10 DT-RANKED-SW             PIC X(01).
                 88 DT-RANKED             VALUE "Y".

      *    ONE ENTRY PER SUPPLIER WITH A RECEIPT OR OFF-PO LINE.
       01  SUPPLIER-TABLE.
           05 ST-COUNT                    PIC S9(04) COMP VALUE +0.
           05 ST-ENTRY OCCURS 300 TIMES.
              10 ST-SUPPLIER-CODE         PIC X(05).
              10 ST-LINES                 PIC 9(07) COMP.
              10 ST-QTY                   PIC 9(09) COMP.
              10 ST-SPEND                 PIC S9(11)V99 COMP-3.
              10 ST-VAR-AVG               PIC S9(11)V99 COMP-3.
              10 ST-VAR-PRIOR             PIC S9(11)V99 COMP-3.
              10 ST-OFF-PO-LINES          PIC 9(07) COMP.
              10 ST-OFF-PO-AMT            PIC S9(11)V99 COMP-3.
              10 ST-RANKED-SW             PIC X(01).
                 88 ST-RANKED             VALUE "Y".

      *    ONE ENTRY PER PART, CARRYING ITS OPENING AVERAGE COST AND
      *    THE RUNNING LAST PRICE PAID THROUGH THE MONTH.
       01  PART-TABLE.
           05 PT-COUNT                    PIC S9(04) COMP VALUE +0.
           05 PT-ENTRY OCCURS 1000 TIMES.
              10 PT-PART-NUM              PIC X(23).
              10 PT-AVG-COST              PIC S9(07)V99 COMP-3.
              10 PT-LAST-PRICE            PIC S9(07)V99 COMP-3.
              10 PT-LINES                 PIC 9(07) COMP.
              10 PT-QTY                   PIC 9(09) COMP.
              10 PT-SPEND                 PIC S9(11)V99 COMP-3.
              10 PT-VAR-AVG               PIC S9(11)V99 COMP-3.
              10 PT-VAR-PRIOR             PIC S9(11)V99 COMP-3.
              10 PT-OFF-PO-LINES          PIC 9(07) COMP.
              10 PT-OFF-PO-AMT            PIC S9(11)V99 COMP-3.
              10 PT-RANKED-SW             PIC X(01).
                 88 PT-RANKED             VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 HIST-RECORDS-READ        PIC 9(7) COMP VALUE 0.
           05 HIST-CARRIED-FORWARD     PIC 9(7) COMP VALUE 0.
           05 HIST-ROLLED-OFF          PIC 9(7) COMP VALUE 0.
           05 RECEIPTS-PRICED          PIC 9(7) COMP VALUE 0.
           05 OFF-PO-LINES             PIC 9(7) COMP VALUE 0.
           05 RECEIPTS-NOT-LISTED      PIC 9(7) COMP VALUE 0.
           05 SUPPLIER-LINES-NOT-TABLED PIC 9(7) COMP VALUE 0.
           05 PART-LINES-NOT-TABLED    PIC 9(7) COMP VALUE 0.
           05 WS-TOT-QTY               PIC 9(09) COMP VALUE 0.
           05 WS-TOT-SPEND             PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-VAR-AVG           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-VAR-PRIOR         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-OFF-PO            PIC S9(11)V99 COMP-3 VALUE +0.

       COPY PRICEHST.

       COPY PARTCOST.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(46) VALUE
               '** PURCHASE PRICE VARIANCE REPORT - MONTH:    '.
           05  HDR-RPT-MONTH           PIC 9(06).
           05  FILLER                  PIC X(13) VALUE
               '   RUN DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(51) VALUE
               '   VARIANCE IS INVOICE PRICE LESS AVERAGE COST OR '.
           05  FILLER                  PIC X(39) VALUE
               'PRIOR PRICE - POSITIVE IS UNFAVOURABLE'.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  RPT-DETAIL-HEADER-1.
           05  FILLER                  PIC X(14) VALUE ' RANK  SUPPL  '.
           05  FILLER                  PIC X(24) VALUE
               'PART NUMBER             '.
           05  FILLER                  PIC X(28) VALUE
               '    QTY        PO   INVOICE '.
           05  FILLER                  PIC X(29) VALUE
               '  AVERAGE     PRIOR  UNIT VAR'.
           05  FILLER                  PIC X(36) VALUE
               '  DOLLAR VAR   UNIT VAR  DOLLAR VAR '.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  RPT-DETAIL-HEADER-2.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE
               ' BILLED     PRICE     PRICE '.
           05  FILLER                  PIC X(29) VALUE
               '     COST     PRICE    VS AVG'.
           05  FILLER                  PIC X(36) VALUE
               '      VS AVG   VS PRIOR    VS PRIOR '.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RANK                PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SUPPLIER-CODE       PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PART-NUM            PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-QTY-BILLED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PO-PRICE            PIC ZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-INVOICE-PRICE       PIC ZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-AVG-COST            PIC ZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PRIOR-PRICE         PIC ZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-UNIT-VAR-AVG        PIC ZZZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-VAR-AVG             PIC ZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-UNIT-VAR-PRIOR      PIC ZZZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-VAR-PRIOR           PIC ZZZZZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  RPT-TOTAL-HEADER-1.
           05  FILLER                  PIC X(07) VALUE ' RANK  '.
           05  TH-KEY-TITLE            PIC X(24).
           05  FILLER                  PIC X(20) VALUE
               '  LINES  QTY BILLED '.
           05  FILLER                  PIC X(30) VALUE
               '        SPEND       VARIANCE  '.
           05  FILLER                  PIC X(23) VALUE
               '   PCT       VARIANCE  '.
           05  FILLER                  PIC X(21) VALUE
               'OFF-PO        OFF-PO '.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  RPT-TOTAL-HEADER-2.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               '                 VS AVG COST  '.
           05  FILLER                  PIC X(23) VALUE
               ' SPEND       VS PRIOR  '.
           05  FILLER                  PIC X(21) VALUE
               ' LINES        AMOUNT '.
           05  FILLER                  PIC X(07) VALUE SPACES.

      *    ONE LAYOUT SERVES THE SUPPLIER AND THE PART TOTALS.
       01  RPT-GROUP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-RANK                PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRP-KEY                 PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-LINES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-QTY                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-SPEND               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-VAR-AVG             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-PCT                 PIC ---9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-VAR-PRIOR           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-OFF-PO-LINES        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GRP-OFF-PO-AMT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-LABEL         PIC X(40).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 700-PRINT-REPORT THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF RECEIPTS-NOT-LISTED > 0
                   OR SUPPLIER-LINES-NOT-TABLED > 0
                   OR PART-LINES-NOT-TABLED > 0
                   OR PARM-REJECTED
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           OPEN INPUT PRICEHST, PARTCOST.
           OPEN OUTPUT PRICENEW, PPVRPT.
           PERFORM 900-READ-PRICEHST THRU 900-EXIT.
       000-EXIT.
           EXIT.

      *    NO CARD OR A BLANK MONTH REPORTS THE RUN DATE'S MONTH.  A
      *    MONTH THAT IS NOT A MONTH IS NOTED AND THE DEFAULT USED.
       050-GET-PARM.
           MOVE "050-GET-PARM" TO PARA-NAME.
           MOVE WS-RUN-CCYYMM TO WS-RPT-MONTH.
           OPEN INPUT PPVPARM.
           READ PPVPARM
               AT END GO TO 050-CLOSE
           END-READ.
           IF PARM-REPORT-MONTH = SPACES
               GO TO 050-CLOSE.
           IF PARM-REPORT-MONTH NOT NUMERIC
                   OR PARM-REPORT-MM < 01 OR PARM-REPORT-MM > 12
               MOVE "N" TO WS-PARM-SW
               DISPLAY "** PPVPARM MONTH NOT VALID, RUN MONTH USED: "
                       PARM-REPORT-MONTH
               GO TO 050-CLOSE.
           MOVE PARM-REPORT-MONTH-N TO WS-RPT-MONTH.
       050-CLOSE.
           CLOSE PPVPARM.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - THE REPORT MONTH AND LATER CARRY FORWARD TO  *
      *    PRICENEW; ONLY THE REPORT MONTH IS PRICED.                  *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF PRH-MATCH-CCYYMM < WS-RPT-MONTH
               ADD +1 TO HIST-ROLLED-OFF
               GO TO 100-READ.
           WRITE PRICENEW-REC FROM PRICE-HISTORY-REC.
           ADD +1 TO HIST-CARRIED-FORWARD.
           IF PRH-MATCH-CCYYMM > WS-RPT-MONTH
               GO TO 100-READ.
           IF PRH-RELEASED
               PERFORM 300-PRICE-RECEIPT THRU 300-EXIT
           ELSE
           IF PRH-PRICE-DIFFERS
               PERFORM 400-TALLY-OFF-PO THRU 400-EXIT.
       100-READ.
           PERFORM 900-READ-PRICEHST THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    300-PRICE-RECEIPT - THE RECEIPT AGAINST AVERAGE COST AND    *
      *    PRIOR PRICE, INTO THE RUN TOTALS, ITS SUPPLIER AND PART     *
      *    ENTRIES AND THE RECEIPT TABLE.  ITS PRICE THEN BECOMES THE  *
      *    PART'S PRIOR PRICE FOR THE NEXT RECEIPT.                    *
      ******************************************************************
       300-PRICE-RECEIPT.
           MOVE "300-PRICE-RECEIPT" TO PARA-NAME.
           PERFORM 310-FIND-PART THRU 310-EXIT.
           PERFORM 320-FIND-SUPPLIER THRU 320-EXIT.

           IF WS-AVG-COST = ZERO
               MOVE ZERO TO WS-UNIT-VAR-AVG
           ELSE
               COMPUTE WS-UNIT-VAR-AVG =
                   PRH-INVOICE-PRICE - WS-AVG-COST.
           IF WS-PRIOR-PRICE = ZERO
               MOVE ZERO TO WS-UNIT-VAR-PRIOR
           ELSE
               COMPUTE WS-UNIT-VAR-PRIOR =
                   PRH-INVOICE-PRICE - WS-PRIOR-PRICE.
           COMPUTE WS-VAR-AVG = WS-UNIT-VAR-AVG * PRH-QTY-BILLED.
           COMPUTE WS-VAR-PRIOR = WS-UNIT-VAR-PRIOR * PRH-QTY-BILLED.
           COMPUTE WS-SPEND = PRH-INVOICE-PRICE * PRH-QTY-BILLED.

           ADD +1             TO RECEIPTS-PRICED.
           ADD PRH-QTY-BILLED TO WS-TOT-QTY.
           ADD WS-SPEND       TO WS-TOT-SPEND.
           ADD WS-VAR-AVG     TO WS-TOT-VAR-AVG.
           ADD WS-VAR-PRIOR   TO WS-TOT-VAR-PRIOR.

           IF ST-SUB > ZERO
               ADD +1             TO ST-LINES (ST-SUB)
               ADD PRH-QTY-BILLED TO ST-QTY (ST-SUB)
               ADD WS-SPEND       TO ST-SPEND (ST-SUB)
               ADD WS-VAR-AVG     TO ST-VAR-AVG (ST-SUB)
               ADD WS-VAR-PRIOR   TO ST-VAR-PRIOR (ST-SUB).
           IF PT-SUB > ZERO
               ADD +1             TO PT-LINES (PT-SUB)
               ADD PRH-QTY-BILLED TO PT-QTY (PT-SUB)
               ADD WS-SPEND       TO PT-SPEND (PT-SUB)
               ADD WS-VAR-AVG     TO PT-VAR-AVG (PT-SUB)
               ADD WS-VAR-PRIOR   TO PT-VAR-PRIOR (PT-SUB)
               MOVE PRH-INVOICE-PRICE TO PT-LAST-PRICE (PT-SUB).

           IF DT-COUNT >= 3000
               ADD +1 TO RECEIPTS-NOT-LISTED
               GO TO 300-EXIT.
           ADD +1 TO DT-COUNT.
           MOVE PRH-SUPPLIER-CODE TO DT-SUPPLIER-CODE (DT-COUNT).
           MOVE PRH-PART-NUM      TO DT-PART-NUM (DT-COUNT).
           MOVE PRH-QTY-BILLED    TO DT-QTY-BILLED (DT-COUNT).
           MOVE PRH-PO-PRICE      TO DT-PO-PRICE (DT-COUNT).
           MOVE PRH-INVOICE-PRICE TO DT-INVOICE-PRICE (DT-COUNT).
           MOVE WS-AVG-COST       TO DT-AVG-COST (DT-COUNT).
           MOVE WS-PRIOR-PRICE    TO DT-PRIOR-PRICE (DT-COUNT).
           MOVE WS-UNIT-VAR-AVG   TO DT-UNIT-VAR-AVG (DT-COUNT).
           MOVE WS-VAR-AVG        TO DT-VAR-AVG (DT-COUNT).
           MOVE WS-UNIT-VAR-PRIOR TO DT-UNIT-VAR-PRIOR (DT-COUNT).
           MOVE WS-VAR-PRIOR      TO DT-VAR-PRIOR (DT-COUNT).
           MOVE "N"               TO DT-RANKED-SW (DT-COUNT).
       300-EXIT.
           EXIT.

      *    THE PART'S ENTRY, ADDED WITH ITS PARTCOST FIGURES THE FIRST
      *    TIME THE PART IS SEEN.  WITH THE TABLE FULL THE PART IS
      *    PRICED STRAIGHT FROM PARTCOST AND PT-SUB IS LEFT ZERO.
       310-FIND-PART.
           PERFORM 350-FIND-PART-ENTRY THRU 350-EXIT
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-COUNT
               OR PT-PART-NUM (PT-SUB) = PRH-PART-NUM.
           IF PT-SUB NOT > PT-COUNT
               MOVE PT-AVG-COST (PT-SUB)   TO WS-AVG-COST
               MOVE PT-LAST-PRICE (PT-SUB) TO WS-PRIOR-PRICE
               GO TO 310-EXIT.

           MOVE PRH-PART-NUM TO PARTCOST-REC-KEY.
           READ PARTCOST INTO PART-COST-REC.
           IF PARTCOST-FOUND
               MOVE PCO-AVG-COST   TO WS-AVG-COST
               MOVE PCO-LAST-PRICE TO WS-PRIOR-PRICE
           ELSE
               MOVE ZERO TO WS-AVG-COST, WS-PRIOR-PRICE.

           IF PT-COUNT >= 1000
               ADD +1 TO PART-LINES-NOT-TABLED
               MOVE ZERO TO PT-SUB
               GO TO 310-EXIT.
           ADD +1 TO PT-COUNT.
           MOVE PT-COUNT       TO PT-SUB.
           MOVE PRH-PART-NUM   TO PT-PART-NUM (PT-SUB).
           MOVE WS-AVG-COST    TO PT-AVG-COST (PT-SUB).
           MOVE WS-PRIOR-PRICE TO PT-LAST-PRICE (PT-SUB).
           MOVE ZERO TO PT-LINES (PT-SUB), PT-QTY (PT-SUB),
                        PT-SPEND (PT-SUB), PT-VAR-AVG (PT-SUB),
                        PT-VAR-PRIOR (PT-SUB),
                        PT-OFF-PO-LINES (PT-SUB),
                        PT-OFF-PO-AMT (PT-SUB).
           MOVE "N" TO PT-RANKED-SW (PT-SUB).
       310-EXIT.
           EXIT.

       320-FIND-SUPPLIER.
           PERFORM 360-FIND-SUPPLIER-ENTRY THRU 360-EXIT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-COUNT
               OR ST-SUPPLIER-CODE (ST-SUB) = PRH-SUPPLIER-CODE.
           IF ST-SUB NOT > ST-COUNT
               GO TO 320-EXIT.
           IF ST-COUNT >= 300
               ADD +1 TO SUPPLIER-LINES-NOT-TABLED
               MOVE ZERO TO ST-SUB
               GO TO 320-EXIT.
           ADD +1 TO ST-COUNT.
           MOVE ST-COUNT          TO ST-SUB.
           MOVE PRH-SUPPLIER-CODE TO ST-SUPPLIER-CODE (ST-SUB).
           MOVE ZERO TO ST-LINES (ST-SUB), ST-QTY (ST-SUB),
                        ST-SPEND (ST-SUB), ST-VAR-AVG (ST-SUB),
                        ST-VAR-PRIOR (ST-SUB),
                        ST-OFF-PO-LINES (ST-SUB),
                        ST-OFF-PO-AMT (ST-SUB).
           MOVE "N" TO ST-RANKED-SW (ST-SUB).
       320-EXIT.
           EXIT.

       350-FIND-PART-ENTRY.
       350-EXIT.
           EXIT.

       360-FIND-SUPPLIER-ENTRY.
       360-EXIT.
           EXIT.

      ******************************************************************
      *    400-TALLY-OFF-PO - A LINE HELD FOR A PRICE OFF THE PO.  NOT *
      *    COST, SO IT ONLY COUNTS AGAINST ITS SUPPLIER AND PART.      *
      ******************************************************************
       400-TALLY-OFF-PO.
           MOVE "400-TALLY-OFF-PO" TO PARA-NAME.
           PERFORM 310-FIND-PART THRU 310-EXIT.
           PERFORM 320-FIND-SUPPLIER THRU 320-EXIT.
           COMPUTE WS-OFF-PO-AMT =
               ( PRH-INVOICE-PRICE - PRH-PO-PRICE ) * PRH-QTY-BILLED.
           ADD +1            TO OFF-PO-LINES.
           ADD WS-OFF-PO-AMT TO WS-TOT-OFF-PO.
           IF ST-SUB > ZERO
               ADD +1            TO ST-OFF-PO-LINES (ST-SUB)
               ADD WS-OFF-PO-AMT TO ST-OFF-PO-AMT (ST-SUB).
           IF PT-SUB > ZERO
               ADD +1            TO PT-OFF-PO-LINES (PT-SUB)
               ADD WS-OFF-PO-AMT TO PT-OFF-PO-AMT (PT-SUB).
       400-EXIT.
           EXIT.

      ******************************************************************
      *    700-PRINT-REPORT - THE RUN TOTALS, THEN THE RECEIPTS, THE   *
      *    SUPPLIERS AND THE PARTS, EACH WORST VARIANCE FIRST.         *
      ******************************************************************
       700-PRINT-REPORT.
           MOVE "700-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-RPT-MONTH TO HDR-RPT-MONTH.
           MOVE WS-RUN-DATE  TO HDR-RUN-DATE.
           WRITE PPVRPT-REC FROM RPT-HEADER-1 AFTER ADVANCING PAGE.
           WRITE PPVRPT-REC FROM RPT-HEADER-2.
           MOVE SPACES TO PPVRPT-REC.
           WRITE PPVRPT-REC.

           MOVE 'RECEIPTS PRICED / SPEND:                ' TO
               RPT-TOTAL-LABEL.
           MOVE RECEIPTS-PRICED TO RPT-TOTAL-COUNT.
           MOVE WS-TOT-SPEND    TO RPT-TOTAL-AMOUNT.
           WRITE PPVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE ZERO TO RPT-TOTAL-COUNT.
           MOVE 'VARIANCE AGAINST AVERAGE COST:          ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-VAR-AVG  TO RPT-TOTAL-AMOUNT.
           WRITE PPVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'VARIANCE AGAINST PRIOR PRICE:           ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-VAR-PRIOR TO RPT-TOTAL-AMOUNT.
           WRITE PPVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'INVOICE LINES HELD, PRICE OFF THE PO:   ' TO
               RPT-TOTAL-LABEL.
           MOVE OFF-PO-LINES    TO RPT-TOTAL-COUNT.
           MOVE WS-TOT-OFF-PO   TO RPT-TOTAL-AMOUNT.
           WRITE PPVRPT-REC FROM RPT-TOTAL-LINE.

           MOVE SPACES TO PPVRPT-REC.
           WRITE PPVRPT-REC.
           MOVE 'RECEIPTS, LARGEST VARIANCE AGAINST AVERAGE COST FIRST'
               TO SEC-TITLE.
           WRITE PPVRPT-REC FROM RPT-SECTION-LINE.
           WRITE PPVRPT-REC FROM RPT-DETAIL-HEADER-1.
           WRITE PPVRPT-REC FROM RPT-DETAIL-HEADER-2.
           PERFORM 800-RANK-NEXT-RECEIPT THRU 800-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > DT-COUNT.

           MOVE SPACES TO PPVRPT-REC.
           WRITE PPVRPT-REC.
           MOVE 'TOTALS BY SUPPLIER' TO SEC-TITLE.
           WRITE PPVRPT-REC FROM RPT-SECTION-LINE.
           MOVE 'SUPPLIER' TO TH-KEY-TITLE.
           WRITE PPVRPT-REC FROM RPT-TOTAL-HEADER-1.
           WRITE PPVRPT-REC FROM RPT-TOTAL-HEADER-2.
           PERFORM 810-RANK-NEXT-SUPPLIER THRU 810-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > ST-COUNT.

           MOVE SPACES TO PPVRPT-REC.
           WRITE PPVRPT-REC.
           MOVE 'TOTALS BY PART' TO SEC-TITLE.
           WRITE PPVRPT-REC FROM RPT-SECTION-LINE.
           MOVE 'PART NUMBER' TO TH-KEY-TITLE.
           WRITE PPVRPT-REC FROM RPT-TOTAL-HEADER-1.
           WRITE PPVRPT-REC FROM RPT-TOTAL-HEADER-2.
           PERFORM 820-RANK-NEXT-PART THRU 820-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > PT-COUNT.
       700-EXIT.
           EXIT.

      ******************************************************************
      *    800-RANK-NEXT-RECEIPT - THE UNRANKED RECEIPT WITH THE       *
      *    LARGEST DOLLAR VARIANCE AGAINST AVERAGE COST, SIGNED, SO    *
      *    THE FAVOURABLE ONES FALL TO THE BOTTOM.                     *
      ******************************************************************
       800-RANK-NEXT-RECEIPT.
           MOVE ZERO TO WS-BEST-SUB, WS-BEST-VAR.
           PERFORM 850-CHECK-ONE-RECEIPT THRU 850-EXIT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-COUNT.
           IF WS-BEST-SUB = ZERO
               MOVE DT-COUNT TO WS-RANK
               GO TO 800-EXIT.
           MOVE WS-BEST-SUB TO DT-SUB.
           MOVE "Y" TO DT-RANKED-SW (DT-SUB).
           MOVE WS-RANK                  TO DTL-RANK.
           MOVE DT-SUPPLIER-CODE (DT-SUB) TO DTL-SUPPLIER-CODE.
           MOVE DT-PART-NUM (DT-SUB)     TO DTL-PART-NUM.
           MOVE DT-QTY-BILLED (DT-SUB)   TO DTL-QTY-BILLED.
           MOVE DT-PO-PRICE (DT-SUB)     TO DTL-PO-PRICE.
           MOVE DT-INVOICE-PRICE (DT-SUB) TO DTL-INVOICE-PRICE.
           MOVE DT-AVG-COST (DT-SUB)     TO DTL-AVG-COST.
           MOVE DT-PRIOR-PRICE (DT-SUB)  TO DTL-PRIOR-PRICE.
           MOVE DT-UNIT-VAR-AVG (DT-SUB) TO DTL-UNIT-VAR-AVG.
           MOVE DT-VAR-AVG (DT-SUB)      TO DTL-VAR-AVG.
           MOVE DT-UNIT-VAR-PRIOR (DT-SUB) TO DTL-UNIT-VAR-PRIOR.
           MOVE DT-VAR-PRIOR (DT-SUB)    TO DTL-VAR-PRIOR.
           WRITE PPVRPT-REC FROM RPT-DETAIL-LINE.
       800-EXIT.
           EXIT.

       850-CHECK-ONE-RECEIPT.
           IF DT-RANKED (DT-SUB)
               GO TO 850-EXIT.
           IF WS-BEST-SUB = ZERO
                   OR DT-VAR-AVG (DT-SUB) > WS-BEST-VAR
               MOVE DT-VAR-AVG (DT-SUB) TO WS-BEST-VAR
               MOVE DT-SUB              TO WS-BEST-SUB.
       850-EXIT.
           EXIT.

       810-RANK-NEXT-SUPPLIER.
           MOVE ZERO TO WS-BEST-SUB, WS-BEST-VAR.
           PERFORM 860-CHECK-ONE-SUPPLIER THRU 860-EXIT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-COUNT.
           IF WS-BEST-SUB = ZERO
               MOVE ST-COUNT TO WS-RANK
               GO TO 810-EXIT.
           MOVE WS-BEST-SUB TO ST-SUB.
           MOVE "Y" TO ST-RANKED-SW (ST-SUB).
           MOVE WS-RANK                   TO GRP-RANK.
           MOVE ST-SUPPLIER-CODE (ST-SUB) TO GRP-KEY.
           MOVE ST-LINES (ST-SUB)         TO GRP-LINES.
           MOVE ST-QTY (ST-SUB)           TO GRP-QTY.
           MOVE ST-SPEND (ST-SUB)         TO GRP-SPEND.
           MOVE ST-VAR-AVG (ST-SUB)       TO GRP-VAR-AVG.
           MOVE ST-VAR-PRIOR (ST-SUB)     TO GRP-VAR-PRIOR.
           MOVE ST-OFF-PO-LINES (ST-SUB)  TO GRP-OFF-PO-LINES.
           MOVE ST-OFF-PO-AMT (ST-SUB)    TO GRP-OFF-PO-AMT.
           IF ST-SPEND (ST-SUB) = ZERO
               MOVE ZERO TO WS-PCT-OF-SPEND
           ELSE
               COMPUTE WS-PCT-OF-SPEND ROUNDED =
                   ST-VAR-AVG (ST-SUB) * 100 / ST-SPEND (ST-SUB).
           MOVE WS-PCT-OF-SPEND           TO GRP-PCT.
           WRITE PPVRPT-REC FROM RPT-GROUP-LINE.
       810-EXIT.
           EXIT.

       860-CHECK-ONE-SUPPLIER.
           IF ST-RANKED (ST-SUB)
               GO TO 860-EXIT.
           IF WS-BEST-SUB = ZERO
                   OR ST-VAR-AVG (ST-SUB) > WS-BEST-VAR
               MOVE ST-VAR-AVG (ST-SUB) TO WS-BEST-VAR
               MOVE ST-SUB              TO WS-BEST-SUB.
       860-EXIT.
           EXIT.

       820-RANK-NEXT-PART.
           MOVE ZERO TO WS-BEST-SUB, WS-BEST-VAR.
           PERFORM 870-CHECK-ONE-PART THRU 870-EXIT
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-COUNT.
           IF WS-BEST-SUB = ZERO
               MOVE PT-COUNT TO WS-RANK
               GO TO 820-EXIT.
           MOVE WS-BEST-SUB TO PT-SUB.
           MOVE "Y" TO PT-RANKED-SW (PT-SUB).
           MOVE WS-RANK                   TO GRP-RANK.
           MOVE PT-PART-NUM (PT-SUB)      TO GRP-KEY.
           MOVE PT-LINES (PT-SUB)         TO GRP-LINES.
           MOVE PT-QTY (PT-SUB)           TO GRP-QTY.
           MOVE PT-SPEND (PT-SUB)         TO GRP-SPEND.
           MOVE PT-VAR-AVG (PT-SUB)       TO GRP-VAR-AVG.
           MOVE PT-VAR-PRIOR (PT-SUB)     TO GRP-VAR-PRIOR.
           MOVE PT-OFF-PO-LINES (PT-SUB)  TO GRP-OFF-PO-LINES.
           MOVE PT-OFF-PO-AMT (PT-SUB)    TO GRP-OFF-PO-AMT.
           IF PT-SPEND (PT-SUB) = ZERO
               MOVE ZERO TO WS-PCT-OF-SPEND
           ELSE
               COMPUTE WS-PCT-OF-SPEND ROUNDED =
                   PT-VAR-AVG (PT-SUB) * 100 / PT-SPEND (PT-SUB).
           MOVE WS-PCT-OF-SPEND           TO GRP-PCT.
           WRITE PPVRPT-REC FROM RPT-GROUP-LINE.
       820-EXIT.
           EXIT.

       870-CHECK-ONE-PART.
           IF PT-RANKED (PT-SUB)
               GO TO 870-EXIT.
           IF WS-BEST-SUB = ZERO
                   OR PT-VAR-AVG (PT-SUB) > WS-BEST-VAR
               MOVE PT-VAR-AVG (PT-SUB) TO WS-BEST-VAR
               MOVE PT-SUB              TO WS-BEST-SUB.
       870-EXIT.
           EXIT.

       900-READ-PRICEHST.
           READ PRICEHST INTO PRICE-HISTORY-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO HIST-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF RECEIPTS-NOT-LISTED > 0
               MOVE SPACES TO PPVRPT-REC
               WRITE PPVRPT-REC
               MOVE 'RECEIPTS IN TOTALS, NOT LISTED (FULL):  ' TO
                   RPT-TOTAL-LABEL
               MOVE RECEIPTS-NOT-LISTED TO RPT-TOTAL-COUNT
               MOVE ZERO TO RPT-TOTAL-AMOUNT
               WRITE PPVRPT-REC FROM RPT-TOTAL-LINE.
           IF SUPPLIER-LINES-NOT-TABLED > 0
               MOVE 'LINES LEFT OFF SUPPLIER TOTALS (FULL):  ' TO
                   RPT-TOTAL-LABEL
               MOVE SUPPLIER-LINES-NOT-TABLED TO RPT-TOTAL-COUNT
               MOVE ZERO TO RPT-TOTAL-AMOUNT
               WRITE PPVRPT-REC FROM RPT-TOTAL-LINE.
           IF PART-LINES-NOT-TABLED > 0
               MOVE 'LINES LEFT OFF PART TOTALS (FULL):      ' TO
                   RPT-TOTAL-LABEL
               MOVE PART-LINES-NOT-TABLED TO RPT-TOTAL-COUNT
               MOVE ZERO TO RPT-TOTAL-AMOUNT
               WRITE PPVRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE PRICEHST, PARTCOST, PRICENEW, PPVRPT.
           DISPLAY "** REPORT MONTH         " WS-RPT-MONTH.
           DISPLAY "** HISTORY RECORDS READ " HIST-RECORDS-READ.
           DISPLAY "** CARRIED FORWARD      " HIST-CARRIED-FORWARD.
           DISPLAY "** ROLLED OFF           " HIST-ROLLED-OFF.
           DISPLAY "** RECEIPTS PRICED      " RECEIPTS-PRICED.
           DISPLAY "** OFF-PO LINES         " OFF-PO-LINES.
           DISPLAY "******** NORMAL END OF JOB PPVRPT ********".
       999-EXIT.
           EXIT.
