       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PTEXTR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * PTEXTR - PRICE TRANSPARENCY STANDARD-CHARGES EXTRACT.  RUN    *
      *          ONCE A YEAR FOR THE PUBLISHED FILE AND ON DEMAND     *
      *          WHENEVER PRICING OR A PAYER CONTRACT CHANGES.        *
      *          BUILDS THE TWO MACHINE-READABLE FILES THE HOSPITAL   *
      *          MUST POST, BOTH PIPE-DELIMITED WITH A COLUMN-NAME    *
      *          ROW:                                                 *
      *                                                               *
      *            STDCHG  - EVERY CHGMSTR CHARGE CODE WITH ITS GROSS *
      *                      CHARGE, DISCOUNTED CASH PRICE AND ONE    *
      *                      ROW PER PAYER WITH THAT PAYER'S          *
      *                      NEGOTIATED RATE AND THE CODE'S MINIMUM   *
      *                      AND MAXIMUM NEGOTIATED RATES; THEN EVERY *
      *                      CASERATE CASE GROUP WITH EACH PLAN'S     *
      *                      FLAT RATE AND THE GROUP'S MIN / MAX      *
      *            SHOPSVC - THE SHOPPABLE SERVICES NAMED ON THE      *
      *                      PTPARM CARDS, IN CARD ORDER, WITH THEIR  *
      *                      PLAIN-LANGUAGE DESCRIPTIONS              *
      *                                                               *
      *          A PAYER'S NEGOTIATED RATE FOR A CODE FOLLOWS THE     *
      *          CLMEXTR RULE: THE PAYER'S CONTRACT ROW FOR THE CODE, *
      *          ELSE ITS BLANK-CODE DEFAULT ROW.  A PAYER WITH       *
      *          NEITHER HAS NO NEGOTIATED RATE FOR THE CODE.  THE    *
      *          CONTRACT RATE IS A PERCENT OF CHARGES, SO THE ROW    *
      *          CARRIES THE PERCENT AND THE DOLLAR AMOUNT IT COMES   *
      *          TO ON THE GROSS CHARGE.                              *
      *                                                               *
      *          PTPARM CARDS (80 COLS):                              *
      *            C CARD - COL 1 'C', 2-6 CASH DISCOUNT PERCENT      *
      *                     9(3)V99, 7-36 HOSPITAL NAME.  ONE CARD;   *
      *                     WITHOUT IT THE CASH PRICE IS THE GROSS    *
      *                     CHARGE                                    *
      *            S CARD - COL 1 'S', 2-9 CHARGE CODE, 10-69 PLAIN-  *
      *                     LANGUAGE DESCRIPTION.  ONE PER SHOPPABLE  *
      *                     SERVICE, MOST-SHOPPED FIRST               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PTPARM
           ASSIGN TO UT-S-PTPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT STDCHG
           ASSIGN TO UT-S-STDCHG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SHOPSVC
           ASSIGN TO UT-S-SHOPSVC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PTRPT
           ASSIGN TO UT-S-PTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CHGMSTR
                  ASSIGN       to CHGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CHGMSTR-REC-KEY
                  FILE STATUS  is CHGMSTR-STATUS.

           SELECT CONTRACT
                  ASSIGN       to CONTRACT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is CONTRACT-REC-KEY
                  FILE STATUS  is CONTRACT-STATUS.

           SELECT CASERATE
                  ASSIGN       to CASERATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CASERATE-REC-KEY
                  FILE STATUS  is CASERATE-STATUS.

           SELECT INSMSTR
                  ASSIGN       to INSMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is INS-MSTR-REC-KEY
                  FILE STATUS  is INSMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PTPARM-REC.
       01  PTPARM-REC.
           05  PTP-CARD-TYPE               PIC X(01).
               88  PTP-CONTROL-CARD        VALUE 'C'.
               88  PTP-SHOPPABLE-CARD      VALUE 'S'.
           05  PTP-CARD-DATA               PIC X(79).
           05  PTP-CONTROL-DATA REDEFINES PTP-CARD-DATA.
               10  PTP-CASH-DISCOUNT-PCT   PIC 9(03)V99.
               10  PTP-HOSPITAL-NAME       PIC X(30).
               10  FILLER                  PIC X(44).
           05  PTP-SHOPPABLE-DATA REDEFINES PTP-CARD-DATA.
               10  PTP-CHARGE-CODE         PIC X(08).
               10  PTP-PLAIN-DESCRIPTION   PIC X(60).
               10  FILLER                  PIC X(11).

       FD  STDCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCHG-REC.
       01  STDCHG-REC                      PIC X(300).

       FD  SHOPSVC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHOPSVC-REC.
       01  SHOPSVC-REC                     PIC X(300).

       FD  PTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PTRPT-REC.
       01  PTRPT-REC                       PIC X(132).

       FD  CHGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHGMSTR-FD-REC.
       01  CHGMSTR-FD-REC.
           05 CHGMSTR-REC-KEY  PIC X(08).
           05 FILLER           PIC X(72).

       FD  CONTRACT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONTRACT-FD-REC.
       01  CONTRACT-FD-REC.
           05 CONTRACT-REC-KEY PIC X(14).
           05 FILLER           PIC X(66).

       FD  CASERATE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CASERATE-FD-REC.
       01  CASERATE-FD-REC.
           05 CASERATE-REC-KEY  PIC X(10).
           05 FILLER            PIC X(70).

       FD  INSMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS INSMSTR-FD-REC.
       01  INSMSTR-FD-REC.
           05 INS-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(194).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  CHGMSTR-STATUS          PIC X(2).
               88 CHGMSTR-OK           VALUE "00".
           05  CONTRACT-STATUS         PIC X(2).
               88 CONTRACT-FOUND       VALUE "00".
           05  CASERATE-STATUS         PIC X(2).
               88 CASERATE-OK          VALUE "00".
           05  INSMSTR-STATUS          PIC X(2).
               88 INSMSTR-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-PARM-EOF-SW              PIC X(01) VALUE "N".
              88 NO-MORE-PARMS VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-HOSPITAL-NAME            PIC X(30) VALUE SPACES.
           05 WS-CASH-DISCOUNT-PCT        PIC 9(03)V99 VALUE 0.
           05 WS-GROSS-CHARGE             PIC S9(09)V99 COMP-3.
           05 WS-CASH-PRICE               PIC S9(09)V99 COMP-3.
           05 WS-MIN-RATE                 PIC S9(09)V99 COMP-3.
           05 WS-MAX-RATE                 PIC S9(09)V99 COMP-3.
           05 WS-NEXT-GROUP               PIC X(04) VALUE SPACES.
           05 PAY-SUB                     PIC S9(04) COMP VALUE +0.
           05 RATE-SUB                    PIC S9(04) COMP VALUE +0.
           05 SHOP-SUB                    PIC S9(04) COMP VALUE +0.
           05 CSR-SUB                     PIC S9(04) COMP VALUE +0.
           05 CSR-PICK-SUB                PIC S9(04) COMP VALUE +0.

      *    PIPE-DELIMITED OUTPUT LINE BUILDING.  EACH FIELD IS MOVED
      *    TO WS-FIELD-TEXT AND APPENDED BY 850-ADD-FIELD; A FIELD
      *    ENDS AT ITS FIRST DOUBLE SPACE.
       01  OUTPUT-LINE-FIELDS.
           05 WS-OUT-LINE                 PIC X(300).
           05 WS-OUT-PTR                  PIC S9(04) COMP VALUE +1.
           05 WS-FIELD-TEXT               PIC X(60).
           05 WS-EDIT-AMOUNT              PIC -(9)9.99.
           05 WS-EDIT-PCT                 PIC ZZ9.99.
           05 WS-EDIT-RANK                PIC ZZZ9.
           05 WS-LEAD-SPACES              PIC S9(04) COMP VALUE +0.

      *    EVERY PAYER WITH A ROW ON CONTRACT, WITH ITS DEFAULT
      *    (BLANK CHARGE CODE) RATE WHEN IT HAS ONE.
       01  PAYER-TABLE.
           05 PAY-COUNT                   PIC S9(04) COMP VALUE +0.
           05 PAY-ENTRY OCCURS 200 TIMES.
              10 PAY-PAYER-ID             PIC X(06).
              10 PAY-PAYER-NAME           PIC X(30).
              10 PAY-DEFAULT-SW           PIC X(01).
                 88 PAY-HAS-DEFAULT       VALUE "Y".
              10 PAY-DEFAULT-PCT          PIC S9(03)V99 COMP-3.

      *    THE NEGOTIATED RATES FOR THE CHARGE CODE IN HAND.
       01  CODE-RATE-TABLE.
           05 RATE-COUNT                  PIC S9(04) COMP VALUE +0.
           05 RATE-ENTRY OCCURS 200 TIMES.
              10 RATE-PAY-SUB             PIC S9(04) COMP.
              10 RATE-PCT                 PIC S9(03)V99 COMP-3.
              10 RATE-DOLLARS             PIC S9(09)V99 COMP-3.

      *    THE SHOPPABLE SERVICES OFF THE S CARDS, PRICED AS THEIR
      *    CHARGE CODES GO BY ON THE CHGMSTR PASS.
       01  SHOPPABLE-TABLE.
           05 SHOP-COUNT                  PIC S9(04) COMP VALUE +0.
           05 SHOP-ENTRY OCCURS 300 TIMES.
              10 SHOP-CHARGE-CODE         PIC X(08).
              10 SHOP-PLAIN-DESCRIPTION   PIC X(60).
              10 SHOP-CHARGE-DESCRIPTION  PIC X(30).
              10 SHOP-FOUND-SW            PIC X(01).
                 88 SHOP-FOUND            VALUE "Y".
              10 SHOP-GROSS               PIC S9(09)V99 COMP-3.
              10 SHOP-CASH                PIC S9(09)V99 COMP-3.
              10 SHOP-MIN                 PIC S9(09)V99 COMP-3.
              10 SHOP-MAX                 PIC S9(09)V99 COMP-3.
              10 SHOP-PAYER-COUNT         PIC S9(04) COMP.

      *    THE CASERATE FILE, HELD SO EACH CASE GROUP'S PLANS CAN BE
      *    WRITTEN TOGETHER WITH THE GROUP'S MIN AND MAX.
       01  CASE-RATE-TABLE.
           05 CSR-COUNT                   PIC S9(04) COMP VALUE +0.
           05 CSR-ENTRY OCCURS 2000 TIMES.
              10 CSRT-PLAN-ID             PIC X(06).
              10 CSRT-CASE-GROUP          PIC X(04).
              10 CSRT-DESC                PIC X(30).
              10 CSRT-RATE                PIC S9(09)V99 COMP-3.
              10 CSRT-WRITTEN-SW          PIC X(01).
                 88 CSRT-WRITTEN          VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CODES-READ               PIC 9(7) COMP VALUE 0.
           05 STDCHG-ROWS              PIC 9(7) COMP VALUE 0.
           05 CASE-RATE-ROWS           PIC 9(7) COMP VALUE 0.
           05 SHOPPABLE-ROWS           PIC 9(7) COMP VALUE 0.
           05 SHOPPABLE-NOT-FOUND      PIC 9(7) COMP VALUE 0.
           05 PARM-CARDS-REJECTED      PIC 9(7) COMP VALUE 0.
           05 TABLE-OVERFLOWS          PIC 9(7) COMP VALUE 0.

       COPY CHGMSTR.

       COPY CONTRACT.

       COPY CASERATE.

       COPY INSMSTR.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE PUBLISHED LAYOUT: A FILE HEADER ROW AND ITS VALUES,
      *    THEN THE COLUMN-NAME ROW.
       01  STDCHG-HEADER-NAMES.
           05  FILLER                  PIC X(50) VALUE
               'hospital_name|last_updated_on|version'.
       01  STDCHG-COLUMN-NAMES.
           05  FILLER                  PIC X(50) VALUE
               'description|code|code_type|setting|standard_charge'.
           05  FILLER                  PIC X(50) VALUE
               '_gross|standard_charge_discounted_cash|payer_name|'.
           05  FILLER                  PIC X(50) VALUE
               'plan_name|standard_charge_negotiated_dollar|standa'.
           05  FILLER                  PIC X(50) VALUE
               'rd_charge_negotiated_percentage|standard_charge_mi'.
           05  FILLER                  PIC X(50) VALUE
               'n|standard_charge_max|standard_charge_methodology'.
           05  FILLER                  PIC X(50) VALUE SPACES.
       01  SHOPSVC-COLUMN-NAMES.
           05  FILLER                  PIC X(50) VALUE
               'rank|code|plain_language_description|description|'.
           05  FILLER                  PIC X(50) VALUE
               'standard_charge_gross|standard_charge_discounted_'.
           05  FILLER                  PIC X(50) VALUE
               'cash|standard_charge_min|standard_charge_max|'.
           05  FILLER                  PIC X(50) VALUE
               'payer_count'.
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(50) VALUE
               '** PRICE TRANSPARENCY STANDARD CHARGES - RUN:     '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  RPT-EXCEPTION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  EXC-TEXT                PIC X(40).
           05  EXC-KEY                 PIC X(14).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 500-CASE-RATES THRU 500-EXIT.
           PERFORM 600-WRITE-SHOPPABLE THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (SHOPPABLE-NOT-FOUND > 0 OR PARM-CARDS-REJECTED > 0
                   OR TABLE-OVERFLOWS > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PTRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE PTRPT-REC FROM RPT-HEADER-LINE.
           OPEN INPUT PTPARM.
           PERFORM 050-LOAD-PARM THRU 050-EXIT
                   UNTIL NO-MORE-PARMS.
           CLOSE PTPARM.
           OPEN OUTPUT STDCHG SHOPSVC.
           OPEN INPUT CHGMSTR CONTRACT CASERATE INSMSTR.
           IF NOT CHGMSTR-OK
               DISPLAY "** CHGMSTR OPEN FAILED, STATUS=" CHGMSTR-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 070-LOAD-PAYER THRU 070-EXIT
                   UNTIL NOT CONTRACT-FOUND.
           WRITE STDCHG-REC FROM STDCHG-HEADER-NAMES.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE +1 TO WS-OUT-PTR.
           MOVE WS-HOSPITAL-NAME TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE WS-RUN-DATE TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE '2.0.0' TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           WRITE STDCHG-REC FROM WS-OUT-LINE.
           WRITE STDCHG-REC FROM STDCHG-COLUMN-NAMES.
           WRITE SHOPSVC-REC FROM SHOPSVC-COLUMN-NAMES.
           PERFORM 900-READ-CHGMSTR THRU 900-EXIT.
       000-EXIT.
           EXIT.

       050-LOAD-PARM.
           READ PTPARM
               AT END MOVE "Y" TO WS-PARM-EOF-SW
               GO TO 050-EXIT
           END-READ.
           IF PTP-CONTROL-CARD
               IF PTP-CASH-DISCOUNT-PCT NOT NUMERIC
                 OR PTP-CASH-DISCOUNT-PCT > 100
                   MOVE 'INVALID CASH DISCOUNT ON C CARD' TO EXC-TEXT
                   MOVE SPACES TO EXC-KEY
                   WRITE PTRPT-REC FROM RPT-EXCEPTION-LINE
                   ADD +1 TO PARM-CARDS-REJECTED
               ELSE
                   MOVE PTP-CASH-DISCOUNT-PCT TO WS-CASH-DISCOUNT-PCT
                   MOVE PTP-HOSPITAL-NAME     TO WS-HOSPITAL-NAME
               END-IF
               GO TO 050-EXIT.
           IF NOT PTP-SHOPPABLE-CARD
             OR PTP-CHARGE-CODE = SPACES
               MOVE 'UNKNOWN OR BLANK PTPARM CARD' TO EXC-TEXT
               MOVE PTP-CARD-DATA TO EXC-KEY
               WRITE PTRPT-REC FROM RPT-EXCEPTION-LINE
               ADD +1 TO PARM-CARDS-REJECTED
               GO TO 050-EXIT.
           IF SHOP-COUNT NOT < 300
               MOVE 'SHOPPABLE TABLE FULL - CARD SKIPPED' TO EXC-TEXT
               MOVE PTP-CHARGE-CODE TO EXC-KEY
               WRITE PTRPT-REC FROM RPT-EXCEPTION-LINE
               ADD +1 TO TABLE-OVERFLOWS
               GO TO 050-EXIT.
           ADD +1 TO SHOP-COUNT.
           MOVE PTP-CHARGE-CODE       TO SHOP-CHARGE-CODE (SHOP-COUNT).
           MOVE PTP-PLAIN-DESCRIPTION
                          TO SHOP-PLAIN-DESCRIPTION (SHOP-COUNT).
           MOVE "N"                   TO SHOP-FOUND-SW (SHOP-COUNT).
       050-EXIT.
           EXIT.

      ******************************************************************
      *    070-LOAD-PAYER - ONE PASS OF CONTRACT TO LIST THE PAYERS.   *
      *    THE FILE IS IN PAYER + CHARGE CODE ORDER, SO A PAYER'S      *
      *    BLANK-CODE DEFAULT ROW IS ITS FIRST.                        *
      ******************************************************************
       070-LOAD-PAYER.
           READ CONTRACT NEXT RECORD INTO CONTRACT-RATE-REC
               AT END MOVE "10" TO CONTRACT-STATUS
               GO TO 070-EXIT
           END-READ.
           IF PAY-COUNT > 0
               IF PAY-PAYER-ID (PAY-COUNT) = CON-PAYER-ID
                   GO TO 070-EXIT.
           IF PAY-COUNT NOT < 200
               MOVE 'PAYER TABLE FULL - PAYER LEFT OFF' TO EXC-TEXT
               MOVE CON-PAYER-ID TO EXC-KEY
               WRITE PTRPT-REC FROM RPT-EXCEPTION-LINE
               ADD +1 TO TABLE-OVERFLOWS
               GO TO 070-EXIT.
           ADD +1 TO PAY-COUNT.
           MOVE CON-PAYER-ID TO PAY-PAYER-ID (PAY-COUNT).
           MOVE "N"          TO PAY-DEFAULT-SW (PAY-COUNT).
           MOVE ZERO         TO PAY-DEFAULT-PCT (PAY-COUNT).
           IF CON-CHARGE-CODE = SPACES
               MOVE "Y"               TO PAY-DEFAULT-SW (PAY-COUNT)
               MOVE CON-PCT-OF-CHARGE TO PAY-DEFAULT-PCT (PAY-COUNT).
           MOVE CON-PAYER-ID TO INS-MSTR-REC-KEY.
           READ INSMSTR INTO INSURANCE-MASTER-REC.
           IF INSMSTR-FOUND
               MOVE INS-MSTR-NAME TO PAY-PAYER-NAME (PAY-COUNT)
           ELSE
               MOVE CON-PAYER-ID  TO PAY-PAYER-NAME (PAY-COUNT).
       070-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - ONE CHARGE CODE: PRICE IT FOR CASH AND FOR   *
      *    EVERY PAYER, THEN WRITE ITS ROWS.                           *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           MOVE CHG-CURRENT-PRICE TO WS-GROSS-CHARGE.
           COMPUTE WS-CASH-PRICE ROUNDED =
                   WS-GROSS-CHARGE * (100 - WS-CASH-DISCOUNT-PCT) / 100.
           MOVE ZERO TO RATE-COUNT WS-MIN-RATE WS-MAX-RATE.
           PERFORM 200-PAYER-RATE THRU 200-EXIT
                   VARYING PAY-SUB FROM 1 BY 1
                   UNTIL PAY-SUB > PAY-COUNT.

           IF RATE-COUNT = ZERO
               PERFORM 300-CODE-ROW THRU 300-EXIT
           ELSE
               PERFORM 320-PAYER-ROW THRU 320-EXIT
                   VARYING RATE-SUB FROM 1 BY 1
                   UNTIL RATE-SUB > RATE-COUNT.

           PERFORM 400-NOTE-SHOPPABLE THRU 400-EXIT
                   VARYING SHOP-SUB FROM 1 BY 1
                   UNTIL SHOP-SUB > SHOP-COUNT.
           PERFORM 900-READ-CHGMSTR THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-PAYER-RATE.
           MOVE PAY-PAYER-ID (PAY-SUB) TO CON-PAYER-ID.
           MOVE CHG-CHARGE-CODE        TO CON-CHARGE-CODE.
           MOVE CON-KEY                TO CONTRACT-REC-KEY.
           READ CONTRACT INTO CONTRACT-RATE-REC.
           IF NOT CONTRACT-FOUND
               IF NOT PAY-HAS-DEFAULT (PAY-SUB)
                   GO TO 200-EXIT
               ELSE
                   MOVE PAY-DEFAULT-PCT (PAY-SUB) TO CON-PCT-OF-CHARGE.
           ADD +1 TO RATE-COUNT.
           MOVE PAY-SUB           TO RATE-PAY-SUB (RATE-COUNT).
           MOVE CON-PCT-OF-CHARGE TO RATE-PCT (RATE-COUNT).
           COMPUTE RATE-DOLLARS (RATE-COUNT) ROUNDED =
                   WS-GROSS-CHARGE * CON-PCT-OF-CHARGE / 100.
           IF RATE-COUNT = 1
             OR RATE-DOLLARS (RATE-COUNT) < WS-MIN-RATE
               MOVE RATE-DOLLARS (RATE-COUNT) TO WS-MIN-RATE.
           IF RATE-DOLLARS (RATE-COUNT) > WS-MAX-RATE
               MOVE RATE-DOLLARS (RATE-COUNT) TO WS-MAX-RATE.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300/320 - THE STDCHG ROWS FOR THE CHARGE CODE: ONE PER      *
      *    PAYER, OR A SINGLE ROW WITH NO PAYER WHEN NO CONTRACT       *
      *    PRICES THE CODE.                                            *
      ******************************************************************
       300-CODE-ROW.
           PERFORM 340-CODE-COLUMNS THRU 340-EXIT.
           MOVE SPACES TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           WRITE STDCHG-REC FROM WS-OUT-LINE.
           ADD +1 TO STDCHG-ROWS.
       300-EXIT.
           EXIT.

       320-PAYER-ROW.
           MOVE RATE-PAY-SUB (RATE-SUB) TO PAY-SUB.
           PERFORM 340-CODE-COLUMNS THRU 340-EXIT.
           MOVE PAY-PAYER-NAME (PAY-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE PAY-PAYER-ID (PAY-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE RATE-DOLLARS (RATE-SUB) TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE RATE-PCT (RATE-SUB) TO WS-EDIT-PCT.
           PERFORM 870-PERCENT-FIELD THRU 870-EXIT.
           MOVE WS-MIN-RATE TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE WS-MAX-RATE TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE 'PERCENT OF TOTAL BILLED CHARGES' TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           WRITE STDCHG-REC FROM WS-OUT-LINE.
           ADD +1 TO STDCHG-ROWS.
       320-EXIT.
           EXIT.

      *    DESCRIPTION THROUGH DISCOUNTED CASH, COMMON TO EVERY ROW.
       340-CODE-COLUMNS.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE +1 TO WS-OUT-PTR.
           MOVE CHG-DESCRIPTION TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE CHG-CHARGE-CODE TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE 'CDM' TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE 'BOTH' TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE WS-GROSS-CHARGE TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE WS-CASH-PRICE TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
       340-EXIT.
           EXIT.

       400-NOTE-SHOPPABLE.
           IF SHOP-CHARGE-CODE (SHOP-SUB) NOT = CHG-CHARGE-CODE
               GO TO 400-EXIT.
           MOVE "Y"             TO SHOP-FOUND-SW (SHOP-SUB).
           MOVE CHG-DESCRIPTION TO SHOP-CHARGE-DESCRIPTION (SHOP-SUB).
           MOVE WS-GROSS-CHARGE TO SHOP-GROSS (SHOP-SUB).
           MOVE WS-CASH-PRICE   TO SHOP-CASH (SHOP-SUB).
           MOVE WS-MIN-RATE     TO SHOP-MIN (SHOP-SUB).
           MOVE WS-MAX-RATE     TO SHOP-MAX (SHOP-SUB).
           MOVE RATE-COUNT      TO SHOP-PAYER-COUNT (SHOP-SUB).
       400-EXIT.
           EXIT.

      ******************************************************************
      *    500-CASE-RATES - THE CASERATE FLAT RATES.  A STAY IN THE    *
      *    CASE GROUP IS PAID THE FLAT RATE WHATEVER IS CHARGED, SO    *
      *    THESE ROWS CARRY NO GROSS OR CASH PRICE.  THE FILE IS IN    *
      *    PLAN ORDER; THE ROWS ARE WRITTEN BY CASE GROUP.             *
      ******************************************************************
       500-CASE-RATES.
           MOVE "500-CASE-RATES" TO PARA-NAME.
           IF NOT CASERATE-OK
               GO TO 500-EXIT.
           PERFORM 510-LOAD-CASE-RATE THRU 510-EXIT
                   UNTIL NOT CASERATE-OK.
           MOVE +1 TO CSR-PICK-SUB.
           PERFORM 520-NEXT-GROUP THRU 520-EXIT
                   UNTIL CSR-PICK-SUB = ZERO.
       500-EXIT.
           EXIT.

       510-LOAD-CASE-RATE.
           READ CASERATE INTO CASE-RATE-REC
               AT END MOVE "10" TO CASERATE-STATUS
               GO TO 510-EXIT
           END-READ.
           IF CSR-COUNT NOT < 2000
               MOVE 'CASE RATE TABLE FULL - ROW LEFT OFF' TO EXC-TEXT
               MOVE CSR-KEY TO EXC-KEY
               WRITE PTRPT-REC FROM RPT-EXCEPTION-LINE
               ADD +1 TO TABLE-OVERFLOWS
               GO TO 510-EXIT.
           ADD +1 TO CSR-COUNT.
           MOVE CSR-PLAN-ID    TO CSRT-PLAN-ID (CSR-COUNT).
           MOVE CSR-CASE-GROUP TO CSRT-CASE-GROUP (CSR-COUNT).
           MOVE CSR-DESC       TO CSRT-DESC (CSR-COUNT).
           MOVE CSR-CASE-RATE  TO CSRT-RATE (CSR-COUNT).
           MOVE "N"            TO CSRT-WRITTEN-SW (CSR-COUNT).
       510-EXIT.
           EXIT.

       520-NEXT-GROUP.
           MOVE ZERO TO CSR-PICK-SUB.
           MOVE HIGH-VALUES TO WS-NEXT-GROUP.
           PERFORM 530-LOWEST-GROUP THRU 530-EXIT
                   VARYING CSR-SUB FROM 1 BY 1
                   UNTIL CSR-SUB > CSR-COUNT.
           IF CSR-PICK-SUB = ZERO
               GO TO 520-EXIT.
           MOVE ZERO TO RATE-COUNT.
           PERFORM 540-GROUP-MIN-MAX THRU 540-EXIT
                   VARYING CSR-SUB FROM 1 BY 1
                   UNTIL CSR-SUB > CSR-COUNT.
           PERFORM 550-CASE-RATE-ROW THRU 550-EXIT
                   VARYING CSR-SUB FROM 1 BY 1
                   UNTIL CSR-SUB > CSR-COUNT.
       520-EXIT.
           EXIT.

       530-LOWEST-GROUP.
           IF NOT CSRT-WRITTEN (CSR-SUB)
             AND CSRT-CASE-GROUP (CSR-SUB) < WS-NEXT-GROUP
               MOVE CSRT-CASE-GROUP (CSR-SUB) TO WS-NEXT-GROUP
               MOVE CSR-SUB                   TO CSR-PICK-SUB.
       530-EXIT.
           EXIT.

       540-GROUP-MIN-MAX.
           IF CSRT-CASE-GROUP (CSR-SUB) NOT = WS-NEXT-GROUP
               GO TO 540-EXIT.
           ADD +1 TO RATE-COUNT.
           IF RATE-COUNT = 1
             OR CSRT-RATE (CSR-SUB) < WS-MIN-RATE
               MOVE CSRT-RATE (CSR-SUB) TO WS-MIN-RATE.
           IF RATE-COUNT = 1
             OR CSRT-RATE (CSR-SUB) > WS-MAX-RATE
               MOVE CSRT-RATE (CSR-SUB) TO WS-MAX-RATE.
       540-EXIT.
           EXIT.

       550-CASE-RATE-ROW.
           IF CSRT-CASE-GROUP (CSR-SUB) NOT = WS-NEXT-GROUP
               GO TO 550-EXIT.
           MOVE "Y" TO CSRT-WRITTEN-SW (CSR-SUB).
           MOVE SPACES TO WS-OUT-LINE.
           MOVE +1 TO WS-OUT-PTR.
           MOVE CSRT-DESC (CSR-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE CSRT-CASE-GROUP (CSR-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE 'CASE GROUP' TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE 'INPATIENT' TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE SPACES TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE CSRT-PLAN-ID (CSR-SUB) TO INS-MSTR-REC-KEY.
           READ INSMSTR INTO INSURANCE-MASTER-REC.
           IF INSMSTR-FOUND
               MOVE INS-MSTR-NAME TO WS-FIELD-TEXT
           ELSE
               MOVE CSRT-PLAN-ID (CSR-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE CSRT-PLAN-ID (CSR-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE CSRT-RATE (CSR-SUB) TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE SPACES TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE WS-MIN-RATE TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE WS-MAX-RATE TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE 'CASE RATE' TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           WRITE STDCHG-REC FROM WS-OUT-LINE.
           ADD +1 TO CASE-RATE-ROWS.
       550-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-SHOPPABLE - THE SHOPSVC FILE IN PTPARM CARD       *
      *    ORDER.  A CARD WHOSE CHARGE CODE IS NOT ON CHGMSTR IS       *
      *    LISTED ON THE CONTROL REPORT INSTEAD.                       *
      ******************************************************************
       600-WRITE-SHOPPABLE.
           MOVE "600-WRITE-SHOPPABLE" TO PARA-NAME.
           PERFORM 610-SHOPPABLE-ROW THRU 610-EXIT
                   VARYING SHOP-SUB FROM 1 BY 1
                   UNTIL SHOP-SUB > SHOP-COUNT.
       600-EXIT.
           EXIT.

       610-SHOPPABLE-ROW.
           IF NOT SHOP-FOUND (SHOP-SUB)
               MOVE 'SHOPPABLE CODE NOT ON CHGMSTR' TO EXC-TEXT
               MOVE SHOP-CHARGE-CODE (SHOP-SUB) TO EXC-KEY
               WRITE PTRPT-REC FROM RPT-EXCEPTION-LINE
               ADD +1 TO SHOPPABLE-NOT-FOUND
               GO TO 610-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE +1 TO WS-OUT-PTR.
           MOVE SHOP-SUB TO WS-EDIT-RANK.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-EDIT-RANK TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES.
           MOVE WS-EDIT-RANK (WS-LEAD-SPACES + 1:) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE SHOP-CHARGE-CODE (SHOP-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE SHOP-PLAIN-DESCRIPTION (SHOP-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE SHOP-CHARGE-DESCRIPTION (SHOP-SUB) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           MOVE SHOP-GROSS (SHOP-SUB) TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           MOVE SHOP-CASH (SHOP-SUB) TO WS-EDIT-AMOUNT.
           PERFORM 860-AMOUNT-FIELD THRU 860-EXIT.
           IF SHOP-PAYER-COUNT (SHOP-SUB) = ZERO
               MOVE SPACES TO WS-FIELD-TEXT
               PERFORM 850-ADD-FIELD THRU 850-EXIT
               PERFORM 850-ADD-FIELD THRU 850-EXIT
           ELSE
               MOVE SHOP-MIN (SHOP-SUB) TO WS-EDIT-AMOUNT
               PERFORM 860-AMOUNT-FIELD THRU 860-EXIT
               MOVE SHOP-MAX (SHOP-SUB) TO WS-EDIT-AMOUNT
               PERFORM 860-AMOUNT-FIELD THRU 860-EXIT
           END-IF.
           MOVE SHOP-PAYER-COUNT (SHOP-SUB) TO WS-EDIT-RANK.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-EDIT-RANK TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES.
           MOVE WS-EDIT-RANK (WS-LEAD-SPACES + 1:) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
           WRITE SHOPSVC-REC FROM WS-OUT-LINE.
           ADD +1 TO SHOPPABLE-ROWS.
       610-EXIT.
           EXIT.

      ******************************************************************
      *    850-ADD-FIELD - APPEND WS-FIELD-TEXT TO THE OUTPUT LINE,    *
      *    PIPE-SEPARATED.  A PIPE INSIDE THE TEXT WOULD SPLIT THE     *
      *    COLUMN, SO IT IS PUBLISHED AS A SLASH.                      *
      ******************************************************************
       850-ADD-FIELD.
           INSPECT WS-FIELD-TEXT REPLACING ALL '|' BY '/'.
           IF WS-OUT-PTR > 1
               STRING '|' DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
           STRING WS-FIELD-TEXT DELIMITED BY '  '
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
       850-EXIT.
           EXIT.

      *    AMOUNTS AND PERCENTS GO OUT LEFT-JUSTIFIED, NO COMMAS.
       860-AMOUNT-FIELD.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-EDIT-AMOUNT TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES.
           MOVE WS-EDIT-AMOUNT (WS-LEAD-SPACES + 1:) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
       860-EXIT.
           EXIT.

       870-PERCENT-FIELD.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-EDIT-PCT TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES.
           MOVE WS-EDIT-PCT (WS-LEAD-SPACES + 1:) TO WS-FIELD-TEXT.
           PERFORM 850-ADD-FIELD THRU 850-EXIT.
       870-EXIT.
           EXIT.

       900-READ-CHGMSTR.
           READ CHGMSTR NEXT RECORD INTO CHARGE-MASTER-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CODES-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO PTRPT-REC.
           WRITE PTRPT-REC.
           MOVE 'CHARGE CODES READ:            ' TO RPT-TOTAL-LABEL.
           MOVE CODES-READ          TO RPT-TOTAL-COUNT.
           WRITE PTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PAYERS WITH CONTRACTS:        ' TO RPT-TOTAL-LABEL.
           MOVE PAY-COUNT           TO RPT-TOTAL-COUNT.
           WRITE PTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'STANDARD CHARGE ROWS:         ' TO RPT-TOTAL-LABEL.
           MOVE STDCHG-ROWS         TO RPT-TOTAL-COUNT.
           WRITE PTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CASE RATE ROWS:               ' TO RPT-TOTAL-LABEL.
           MOVE CASE-RATE-ROWS      TO RPT-TOTAL-COUNT.
           WRITE PTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SHOPPABLE SERVICE ROWS:       ' TO RPT-TOTAL-LABEL.
           MOVE SHOPPABLE-ROWS      TO RPT-TOTAL-COUNT.
           WRITE PTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SHOPPABLE CODES NOT FOUND:    ' TO RPT-TOTAL-LABEL.
           MOVE SHOPPABLE-NOT-FOUND TO RPT-TOTAL-COUNT.
           WRITE PTRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE CHGMSTR CONTRACT CASERATE INSMSTR
                 STDCHG SHOPSVC PTRPT.
           DISPLAY "** CHARGE CODES READ  " CODES-READ.
           DISPLAY "** STDCHG ROWS        " STDCHG-ROWS.
           DISPLAY "** CASE RATE ROWS     " CASE-RATE-ROWS.
           DISPLAY "** SHOPPABLE ROWS     " SHOPPABLE-ROWS.
           DISPLAY "******** NORMAL END OF JOB PTEXTR ********".
       999-EXIT.
           EXIT.
