       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  CONMODL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * CONMODL - PAYER CONTRACT WHAT-IF RE-PRICING MODEL.  RUN FOR   *
      *           MANAGED CARE AHEAD OF A CONTRACT NEGOTIATION.       *
      *           RE-PRICES THE CLAIM HISTORY FOR A                   *
      *           CHOSEN EXTRACT-DATE RANGE (MDLPARM CARD, DEFAULT    *
      *           LAST CALENDAR YEAR, OPTIONALLY ONE PAYER) TWICE:    *
      *                                                               *
      *             - AT THE LIVE CONTRACT RATES                      *
      *             - AT THE PROPOSED RATES ON CONPROP, A SEPARATE    *
      *               TABLE IN THE CONTRACT LAYOUT THAT CONLOAD       *
      *               LOADS WHEN ITS CONTRACT DD NAMES THE CONPROP    *
      *               CLUSTER - THE LIVE TABLE IS NEVER TOUCHED       *
      *                                                               *
      *           BOTH PRICINGS FOLLOW THE CLMEXTR RULE: THE CHARGE-  *
      *           CODE ROW, ELSE THE PAYER'S BLANK-CODE DEFAULT, ELSE *
      *           FULL CHARGES.  A PAYER OR CODE THE PROPOSAL DOES    *
      *           NOT MENTION KEEPS ITS CURRENT PRICE.                *
      *                                                               *
      *           THE HISTORY IS THE ITEMCOST SERVICE LINES AS BILLED *
      *           ON THE ARCHIVED CLAIMOUT GENERATIONS (CLMHIST, SEE  *
      *           CLAIMREC).  EACH CLAIM IS MATCHED TO ITS CLMREG ROW *
      *           FOR THE EXTRACT DATE AND FOR WHAT THE PAYER         *
      *           ACTUALLY PAID; HELD AND RETIRED CLAIMS NEVER        *
      *           REACHED A PAYER AND ARE LEFT OUT.  THE REPORT GIVES *
      *           THE TOTALS, THE DIFFERENCE BY CHARGE CODE, AND THE  *
      *           20 CHARGE CODES DRIVING THE CHANGE.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MDLPARM
           ASSIGN TO UT-S-MDLPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMHIST
           ASSIGN TO UT-S-CLMHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT MDLRPT
           ASSIGN TO UT-S-MDLRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CLMREG-REC-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT CONTRACT
                  ASSIGN       to CONTRACT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CONTRACT-REC-KEY
                  FILE STATUS  is CONTRACT-STATUS.

           SELECT CONPROP
                  ASSIGN       to CONPROP
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CONPROP-REC-KEY
                  FILE STATUS  is CONPROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MDLPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MDLPARM-REC.
       01  MDLPARM-REC.
           05  PARM-FROM-DATE              PIC 9(08).
           05  PARM-THRU-DATE              PIC 9(08).
           05  PARM-PAYER-ID               PIC X(06).
           05  FILLER                      PIC X(58).

       FD  CLMHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMHIST-REC.
       01  CLMHIST-REC                      PIC X(120).

       FD  MDLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MDLRPT-REC.
       01  MDLRPT-REC                       PIC X(132).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLMREG-FD-REC.
       01  CLMREG-FD-REC.
           05 CLMREG-REC-KEY   PIC X(16).
           05 FILLER           PIC X(64).

       FD  CONTRACT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONTRACT-FD-REC.
       01  CONTRACT-FD-REC.
           05 CONTRACT-REC-KEY PIC X(14).
           05 FILLER           PIC X(66).

       FD  CONPROP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONPROP-FD-REC.
       01  CONPROP-FD-REC.
           05 CONPROP-REC-KEY  PIC X(14).
           05 FILLER           PIC X(66).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-FOUND         VALUE "00".
           05  CONTRACT-STATUS         PIC X(2).
               88 CONTRACT-FOUND       VALUE "00".
           05  CONPROP-STATUS          PIC X(2).
               88 CONPROP-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-CLAIM-SW                 PIC X(01) VALUE "N".
              88 CLAIM-IN-MODEL VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
              10 WS-RUN-CCYY              PIC 9(04).
              10 FILLER                   PIC 9(04).
           05 WS-FROM-DATE                PIC 9(08) VALUE 0.
           05 WS-THRU-DATE                PIC 9(08) VALUE 0.
           05 WS-PAYER-FILTER             PIC X(06) VALUE SPACES.
           05 WS-LAST-YEAR                PIC 9(04) VALUE 0.
           05 WS-CURRENT-AMT              PIC S9(09)V99 COMP-3
                                                    VALUE +0.
           05 WS-PROPOSED-AMT             PIC S9(09)V99 COMP-3
                                                    VALUE +0.
           05 WS-ABS-DIFF                 PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-BEST-DIFF                PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PCT-CHANGE               PIC S9(05)V99 COMP-3
                                                    VALUE +0.
           05 CT-SUB                      PIC S9(04) COMP VALUE +0.
           05 WS-BEST-SUB                 PIC S9(04) COMP VALUE +0.
           05 WS-RANK                     PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER CHARGE CODE RE-PRICED, KEPT IN CHARGE-CODE
      *    ORDER FOR THE REPORT.
       01  CHARGE-CODE-TABLE.
           05 CT-COUNT                    PIC S9(04) COMP VALUE +0.
           05 CT-ENTRY OCCURS 3000 TIMES.
              10 CT-CHARGE-CODE           PIC X(08).
              10 CT-LINES                 PIC 9(07) COMP.
              10 CT-BILLED                PIC S9(11)V99 COMP-3.
              10 CT-CURRENT               PIC S9(11)V99 COMP-3.
              10 CT-PROPOSED              PIC S9(11)V99 COMP-3.
              10 CT-DIFF                  PIC S9(11)V99 COMP-3.
              10 CT-RANKED-SW             PIC X(01).
                 88 CT-RANKED             VALUE "Y".

       01  CHARGE-CODE-SORT-WORK.
           05 CT-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 CT-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 CT-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 CT-SAVE-ENTRY.
              10 CT-SAVE-CHARGE-CODE      PIC X(08).
              10 FILLER                   PIC X(33).

       01  COUNTERS-AND-ACCUMULATORS.
           05 HIST-RECORDS-READ        PIC 9(7) COMP VALUE 0.
           05 CLAIMS-MODELED           PIC 9(7) COMP VALUE 0.
           05 CLAIMS-OUT-OF-RANGE      PIC 9(7) COMP VALUE 0.
           05 CLAIMS-NOT-SENT          PIC 9(7) COMP VALUE 0.
           05 CLAIMS-NOT-REGISTERED    PIC 9(7) COMP VALUE 0.
           05 LINES-MODELED            PIC 9(7) COMP VALUE 0.
           05 LINES-NOT-TABLED         PIC 9(7) COMP VALUE 0.
           05 WS-TOT-BILLED            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-ACTUAL            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-CURRENT           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-PROPOSED          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-DIFF              PIC S9(11)V99 COMP-3 VALUE +0.

       COPY CLAIMREC.

       COPY CLMREG.

       COPY CONTRACT.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(50) VALUE
               '** CONTRACT WHAT-IF RE-PRICING MODEL - RUN DATE:  '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(25) VALUE
               '   CLAIMS EXTRACTED FROM '.
           05  HDR-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(09) VALUE ' THROUGH '.
           05  HDR-THRU-DATE           PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  PAYER: '.
           05  HDR-PAYER               PIC X(06).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  RPT-COLUMN-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'RANK'.
           05  FILLER                  PIC X(10) VALUE 'CHG CODE'.
           05  FILLER                  PIC X(09) VALUE '  LINES'.
           05  FILLER                  PIC X(19) VALUE
               '     BILLED CHARGES'.
           05  FILLER                  PIC X(19) VALUE
               '  EXPECTED CURRENT'.
           05  FILLER                  PIC X(19) VALUE
               ' EXPECTED PROPOSED'.
           05  FILLER                  PIC X(20) VALUE
               '         DIFFERENCE'.
           05  FILLER                  PIC X(09) VALUE ' PCT CHG'.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RANK                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-CHARGE-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-LINES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-BILLED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-CURRENT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PROPOSED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DIFF                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PCT                 PIC ----9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-LABEL         PIC X(40).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  RPT-PCT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'CHANGE, PROPOSED AGAINST CURRENT (PCT): '.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  RPT-PCT                 PIC ----9.99.
           05  FILLER                  PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 700-PRINT-MODEL THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF LINES-NOT-TABLED > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           OPEN INPUT CLMHIST, CLMREG, CONTRACT, CONPROP.
           OPEN OUTPUT MDLRPT.
           PERFORM 900-READ-CLMHIST THRU 900-EXIT.
       000-EXIT.
           EXIT.

      *    NO CARD, OR A CARD WITHOUT A GOOD RANGE, MODELS LAST
      *    CALENDAR YEAR'S VOLUME.  A BLANK PAYER MODELS EVERY PAYER.
       050-GET-PARM.
           MOVE "050-GET-PARM" TO PARA-NAME.
           COMPUTE WS-LAST-YEAR = WS-RUN-CCYY - 1.
           COMPUTE WS-FROM-DATE = WS-LAST-YEAR * 10000 + 0101.
           COMPUTE WS-THRU-DATE = WS-LAST-YEAR * 10000 + 1231.
           OPEN INPUT MDLPARM.
           READ MDLPARM
               AT END GO TO 050-CLOSE
           END-READ.
           IF PARM-FROM-DATE NUMERIC AND PARM-THRU-DATE NUMERIC
                   AND PARM-FROM-DATE > ZERO
                   AND PARM-THRU-DATE NOT < PARM-FROM-DATE
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
               MOVE PARM-THRU-DATE TO WS-THRU-DATE.
           MOVE PARM-PAYER-ID TO WS-PAYER-FILTER.
       050-CLOSE.
           CLOSE MDLPARM.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF CLM-IS-HEADER OR CLM-IS-ADJ-HEADER
                   OR CLM-IS-OUTPT-HEADER OR CLM-IS-PROF-HEADER
               PERFORM 200-START-CLAIM THRU 200-EXIT
           ELSE
           IF CLM-IS-DETAIL AND CLAIM-IN-MODEL
               PERFORM 300-PRICE-LINE THRU 300-EXIT.
           PERFORM 900-READ-CLMHIST THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-START-CLAIM - A CLAIM IS MODELED WHEN ITS CLMREG ROW    *
      *    SAYS IT REACHED THE PAYER INSIDE THE DATE RANGE.  WHAT THE  *
      *    PAYER ACTUALLY PAID COMES FROM THE SAME ROW.                *
      ******************************************************************
       200-START-CLAIM.
           MOVE "200-START-CLAIM" TO PARA-NAME.
           MOVE "N" TO WS-CLAIM-SW.
           IF WS-PAYER-FILTER NOT = SPACES
                   AND CLM-PAYER-ID NOT = WS-PAYER-FILTER
               GO TO 200-EXIT.

           MOVE CLM-PAYER-ID       TO CRG-PAYER-ID.
           MOVE CLM-CONTROL-NUMBER TO CRG-CONTROL-NUMBER.
           MOVE CRG-REG-KEY        TO CLMREG-REC-KEY.
           READ CLMREG INTO CLAIM-REGISTER-REC.
           IF NOT CLMREG-FOUND
               ADD +1 TO CLAIMS-NOT-REGISTERED
               GO TO 200-EXIT.

           IF CRG-STATUS-HELD OR CRG-STATUS-RETIRED
               ADD +1 TO CLAIMS-NOT-SENT
               GO TO 200-EXIT.

           IF CRG-EXTRACT-DATE < WS-FROM-DATE
                   OR CRG-EXTRACT-DATE > WS-THRU-DATE
               ADD +1 TO CLAIMS-OUT-OF-RANGE
               GO TO 200-EXIT.

           MOVE "Y" TO WS-CLAIM-SW.
           ADD +1 TO CLAIMS-MODELED.
           ADD CRG-PAID-AMOUNT TO WS-TOT-ACTUAL.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-PRICE-LINE - THE SERVICE LINE AT BOTH RATE SETS, ADDED  *
      *    TO THE RUN TOTALS AND TO ITS CHARGE CODE'S ENTRY.           *
      ******************************************************************
       300-PRICE-LINE.
           MOVE "300-PRICE-LINE" TO PARA-NAME.
           PERFORM 310-CURRENT-PRICE THRU 310-EXIT.
           PERFORM 320-PROPOSED-PRICE THRU 320-EXIT.
           ADD +1 TO LINES-MODELED.
           ADD CLM-LINE-AMOUNT  TO WS-TOT-BILLED.
           ADD WS-CURRENT-AMT   TO WS-TOT-CURRENT.
           ADD WS-PROPOSED-AMT  TO WS-TOT-PROPOSED.

           PERFORM 350-FIND-CODE THRU 350-EXIT
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT
               OR CT-CHARGE-CODE (CT-SUB) = CLM-ITEM-ID.
           IF CT-SUB > CT-COUNT
               IF CT-COUNT >= 3000
                   ADD +1 TO LINES-NOT-TABLED
                   GO TO 300-EXIT
               ELSE
                   ADD +1 TO CT-COUNT
                   MOVE CLM-ITEM-ID TO CT-CHARGE-CODE (CT-COUNT)
                   MOVE ZERO TO CT-LINES (CT-COUNT),
                                CT-BILLED (CT-COUNT),
                                CT-CURRENT (CT-COUNT),
                                CT-PROPOSED (CT-COUNT),
                                CT-DIFF (CT-COUNT)
                   MOVE "N" TO CT-RANKED-SW (CT-COUNT).
           ADD +1              TO CT-LINES (CT-SUB).
           ADD CLM-LINE-AMOUNT TO CT-BILLED (CT-SUB).
           ADD WS-CURRENT-AMT  TO CT-CURRENT (CT-SUB).
           ADD WS-PROPOSED-AMT TO CT-PROPOSED (CT-SUB).
       300-EXIT.
           EXIT.

      *    THE LIVE RATE, PRICED EXACTLY AS CLMEXTR PRICES IT.
       310-CURRENT-PRICE.
           MOVE CLM-PAYER-ID     TO CON-PAYER-ID.
           MOVE CLM-ITEM-ID      TO CON-CHARGE-CODE.
           MOVE CON-KEY          TO CONTRACT-REC-KEY.
           READ CONTRACT INTO CONTRACT-RATE-REC.
           IF NOT CONTRACT-FOUND
               MOVE CLM-PAYER-ID TO CON-PAYER-ID
               MOVE SPACES       TO CON-CHARGE-CODE
               MOVE CON-KEY      TO CONTRACT-REC-KEY
               READ CONTRACT INTO CONTRACT-RATE-REC.
           IF CONTRACT-FOUND
               COMPUTE WS-CURRENT-AMT ROUNDED =
                   CLM-LINE-AMOUNT * CON-PCT-OF-CHARGE / 100
           ELSE
               MOVE CLM-LINE-AMOUNT TO WS-CURRENT-AMT.
       310-EXIT.
           EXIT.

      *    THE PROPOSED RATE BY THE SAME RULE; NOTHING PROPOSED FOR
      *    THE PAYER MEANS ITS TERMS STAY AS THEY ARE.
       320-PROPOSED-PRICE.
           MOVE CLM-PAYER-ID     TO CON-PAYER-ID.
           MOVE CLM-ITEM-ID      TO CON-CHARGE-CODE.
           MOVE CON-KEY          TO CONPROP-REC-KEY.
           READ CONPROP INTO CONTRACT-RATE-REC.
           IF NOT CONPROP-FOUND
               MOVE CLM-PAYER-ID TO CON-PAYER-ID
               MOVE SPACES       TO CON-CHARGE-CODE
               MOVE CON-KEY      TO CONPROP-REC-KEY
               READ CONPROP INTO CONTRACT-RATE-REC.
           IF CONPROP-FOUND
               COMPUTE WS-PROPOSED-AMT ROUNDED =
                   CLM-LINE-AMOUNT * CON-PCT-OF-CHARGE / 100
           ELSE
               MOVE WS-CURRENT-AMT TO WS-PROPOSED-AMT.
       320-EXIT.
           EXIT.

       350-FIND-CODE.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    400-SORT-CODES - A PLAIN INSERTION SORT ON CT-CHARGE-CODE,  *
      *    ASCENDING.                                                  *
      ******************************************************************
       400-SORT-CODES.
           MOVE "400-SORT-CODES" TO PARA-NAME.
           PERFORM 410-INSERTION-SORT-PASS THRU 410-EXIT
               VARYING CT-OUTER-SUB FROM 2 BY 1
               UNTIL CT-OUTER-SUB > CT-COUNT.
       400-EXIT.
           EXIT.

       410-INSERTION-SORT-PASS.
           MOVE CT-ENTRY (CT-OUTER-SUB) TO CT-SAVE-ENTRY.
           COMPUTE CT-INNER-SUB = CT-OUTER-SUB - 1.
           PERFORM 420-SHIFT-IF-NEEDED THRU 420-EXIT
               UNTIL CT-INNER-SUB = 0
               OR CT-CHARGE-CODE (CT-INNER-SUB) <= CT-SAVE-CHARGE-CODE.
           COMPUTE CT-INSERT-SUB = CT-INNER-SUB + 1.
           MOVE CT-SAVE-ENTRY TO CT-ENTRY (CT-INSERT-SUB).
       410-EXIT.
           EXIT.

       420-SHIFT-IF-NEEDED.
           MOVE CT-ENTRY (CT-INNER-SUB)
               TO CT-ENTRY (CT-INNER-SUB + 1).
           SUBTRACT 1 FROM CT-INNER-SUB.
       420-EXIT.
           EXIT.

      ******************************************************************
      *    700-PRINT-MODEL - THE RUN TOTALS, EVERY CHARGE CODE IN      *
      *    CODE ORDER, THEN THE TOP 20 BY SIZE OF CHANGE.              *
      ******************************************************************
       700-PRINT-MODEL.
           MOVE "700-PRINT-MODEL" TO PARA-NAME.
           MOVE WS-RUN-DATE  TO HDR-RUN-DATE.
           MOVE WS-FROM-DATE TO HDR-FROM-DATE.
           MOVE WS-THRU-DATE TO HDR-THRU-DATE.
           IF WS-PAYER-FILTER = SPACES
               MOVE 'ALL'           TO HDR-PAYER
           ELSE
               MOVE WS-PAYER-FILTER TO HDR-PAYER.
           WRITE MDLRPT-REC FROM RPT-HEADER-1 AFTER ADVANCING PAGE.
           WRITE MDLRPT-REC FROM RPT-HEADER-2.
           MOVE SPACES TO MDLRPT-REC.
           WRITE MDLRPT-REC.

           COMPUTE WS-TOT-DIFF = WS-TOT-PROPOSED - WS-TOT-CURRENT.
           MOVE 'CLAIMS RE-PRICED:                       ' TO
               RPT-TOTAL-LABEL.
           MOVE CLAIMS-MODELED TO RPT-TOTAL-COUNT.
           MOVE ZERO           TO RPT-TOTAL-AMOUNT.
           WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SERVICE LINES RE-PRICED / BILLED:       ' TO
               RPT-TOTAL-LABEL.
           MOVE LINES-MODELED  TO RPT-TOTAL-COUNT.
           MOVE WS-TOT-BILLED  TO RPT-TOTAL-AMOUNT.
           WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE ZERO TO RPT-TOTAL-COUNT.
           MOVE 'ACTUALLY RECEIVED FROM PAYERS:          ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-ACTUAL  TO RPT-TOTAL-AMOUNT.
           WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'EXPECTED AT CURRENT RATES:              ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-CURRENT TO RPT-TOTAL-AMOUNT.
           WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'EXPECTED AT PROPOSED RATES:             ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-PROPOSED TO RPT-TOTAL-AMOUNT.
           WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'DIFFERENCE, PROPOSED LESS CURRENT:      ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-DIFF    TO RPT-TOTAL-AMOUNT.
           WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'DIFFERENCE, PROPOSED LESS RECEIVED:     ' TO
               RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-AMOUNT = WS-TOT-PROPOSED - WS-TOT-ACTUAL.
           WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           IF WS-TOT-CURRENT = ZERO
               MOVE ZERO TO WS-PCT-CHANGE
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   WS-TOT-DIFF * 100 / WS-TOT-CURRENT.
           MOVE WS-PCT-CHANGE TO RPT-PCT.
           WRITE MDLRPT-REC FROM RPT-PCT-LINE.

           PERFORM 400-SORT-CODES THRU 400-EXIT.
           MOVE SPACES TO MDLRPT-REC.
           WRITE MDLRPT-REC.
           MOVE 'DIFFERENCE BY CHARGE CODE' TO SEC-TITLE.
           WRITE MDLRPT-REC FROM RPT-SECTION-LINE.
           WRITE MDLRPT-REC FROM RPT-COLUMN-HEADER.
           MOVE ZERO TO WS-RANK.
           PERFORM 750-PRINT-ONE-CODE THRU 750-EXIT
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.

           MOVE SPACES TO MDLRPT-REC.
           WRITE MDLRPT-REC.
           MOVE 'TOP 20 CHARGE CODES DRIVING THE CHANGE' TO SEC-TITLE.
           WRITE MDLRPT-REC FROM RPT-SECTION-LINE.
           WRITE MDLRPT-REC FROM RPT-COLUMN-HEADER.
           PERFORM 800-RANK-NEXT-CODE THRU 800-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 20.
       700-EXIT.
           EXIT.

       750-PRINT-ONE-CODE.
           COMPUTE CT-DIFF (CT-SUB) =
               CT-PROPOSED (CT-SUB) - CT-CURRENT (CT-SUB).
           PERFORM 760-FORMAT-CODE-LINE THRU 760-EXIT.
           WRITE MDLRPT-REC FROM RPT-DETAIL-LINE.
       750-EXIT.
           EXIT.

       760-FORMAT-CODE-LINE.
           MOVE WS-RANK                TO DTL-RANK.
           MOVE CT-CHARGE-CODE (CT-SUB) TO DTL-CHARGE-CODE.
           MOVE CT-LINES (CT-SUB)      TO DTL-LINES.
           MOVE CT-BILLED (CT-SUB)     TO DTL-BILLED.
           MOVE CT-CURRENT (CT-SUB)    TO DTL-CURRENT.
           MOVE CT-PROPOSED (CT-SUB)   TO DTL-PROPOSED.
           MOVE CT-DIFF (CT-SUB)       TO DTL-DIFF.
           IF CT-CURRENT (CT-SUB) = ZERO
               MOVE ZERO TO WS-PCT-CHANGE
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   CT-DIFF (CT-SUB) * 100 / CT-CURRENT (CT-SUB).
           MOVE WS-PCT-CHANGE          TO DTL-PCT.
       760-EXIT.
           EXIT.

      ******************************************************************
      *    800-RANK-NEXT-CODE - THE UNRANKED CODE WITH THE LARGEST     *
      *    CHANGE IN DOLLARS, EITHER DIRECTION.  CODES THE PROPOSAL    *
      *    DOES NOT MOVE ARE NEVER RANKED, SO FEWER THAN 20 MAY PRINT. *
      ******************************************************************
       800-RANK-NEXT-CODE.
           MOVE ZERO TO WS-BEST-SUB, WS-BEST-DIFF.
           PERFORM 850-CHECK-ONE-CODE THRU 850-EXIT
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
           IF WS-BEST-SUB = ZERO
               MOVE 21 TO WS-RANK
               GO TO 800-EXIT.
           MOVE WS-BEST-SUB TO CT-SUB.
           MOVE "Y" TO CT-RANKED-SW (CT-SUB).
           PERFORM 760-FORMAT-CODE-LINE THRU 760-EXIT.
           WRITE MDLRPT-REC FROM RPT-DETAIL-LINE.
       800-EXIT.
           EXIT.

       850-CHECK-ONE-CODE.
           IF CT-RANKED (CT-SUB)
               GO TO 850-EXIT.
           MOVE CT-DIFF (CT-SUB) TO WS-ABS-DIFF.
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF.
           IF WS-ABS-DIFF > WS-BEST-DIFF
               MOVE WS-ABS-DIFF TO WS-BEST-DIFF
               MOVE CT-SUB      TO WS-BEST-SUB.
       850-EXIT.
           EXIT.

       900-READ-CLMHIST.
           READ CLMHIST INTO CLAIM-EXTRACT-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO HIST-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF LINES-NOT-TABLED > 0
               MOVE SPACES TO MDLRPT-REC
               WRITE MDLRPT-REC
               MOVE 'LINES LEFT OFF THE CODE TABLE (FULL):   ' TO
                   RPT-TOTAL-LABEL
               MOVE LINES-NOT-TABLED TO RPT-TOTAL-COUNT
               MOVE ZERO TO RPT-TOTAL-AMOUNT
               WRITE MDLRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE CLMHIST, CLMREG, CONTRACT, CONPROP, MDLRPT.
           DISPLAY "** HISTORY RECORDS READ " HIST-RECORDS-READ.
           DISPLAY "** CLAIMS MODELED       " CLAIMS-MODELED.
           DISPLAY "** CLAIMS OUT OF RANGE  " CLAIMS-OUT-OF-RANGE.
           DISPLAY "** CLAIMS NEVER SENT    " CLAIMS-NOT-SENT.
           DISPLAY "** CLAIMS NOT ON CLMREG " CLAIMS-NOT-REGISTERED.
           DISPLAY "** LINES MODELED        " LINES-MODELED.
           DISPLAY "******** NORMAL END OF JOB CONMODL ********".
       999-EXIT.
           EXIT.
