       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  RSVACCR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * RSVACCR - MONTH-END A/R RESERVE ACCRUAL.  ESTIMATES HOW MUCH  *
      *           OF THE OPEN ARBAL RECEIVABLE WILL NEVER BE          *
      *           COLLECTED, BY PAYER AND BY AGE, AND BOOKS IT TO     *
      *           GLJRNL AS THE TWO CONTRA-A/R RESERVES FINANCE USED  *
      *           TO KEY BY HAND:                                     *
      *                                                               *
      *            CONTRACTUAL - WHAT THE PAYER'S CONTRACT WILL NOT   *
      *                          PAY.  THE PAYER'S ALLOWANCE RATE IS  *
      *                          BILLED LESS EXPECTED OVER BILLED ON  *
      *                          ITS CLMREG CLAIMS (CRG-EXPECTED-AMT  *
      *                          IS PRICED THROUGH CONTRACT BY        *
      *                          CLMEXTR); A PAYER WITH NO PRICED     *
      *                          CLAIMS FALLS BACK TO ITS CONTRACT    *
      *                          DEFAULT ROW.  SELF-PAY HAS NONE.     *
      *                          DR 4100 CONTRACTUAL ADJ,             *
      *                          CR 1210 ALLOWANCE FOR CONTRACTUALS   *
      *            BAD DEBT    - WHAT WILL BE WRITTEN OFF.  THE LOSS  *
      *                          RATE FOR AN AGE BUCKET IS THE        *
      *                          WRITE-OFF HISTORY (THE ARCHIVED      *
      *                          GLPOST GENERATIONS, AGED FROM THE    *
      *                          STAY'S FIRST BILL DATE) AT THAT AGE  *
      *                          OR OLDER, OVER THOSE WRITE-OFFS PLUS *
      *                          WHAT IS STILL OPEN AT THAT AGE OR    *
      *                          OLDER.  IT APPLIES TO THE BALANCE    *
      *                          NET OF THE CONTRACTUAL RESERVE.      *
      *                          DR 6100 BAD DEBT EXP,                *
      *                          CR 1220 ALLOWANCE FOR DOUBTFUL ACCTS *
      *                                                               *
      *           THE OPEN BALANCE GOES TO THE PATIENT'S PRIMARY      *
      *           PAYER ON PATINS AND TO THE ARAGING BUCKET OF ITS    *
      *           FIRST BILL DATE.  LAST MONTH'S ACCRUAL COMES BACK   *
      *           IN ON RSVPRIOR AND IS REVERSED IN FULL BEFORE THE   *
      *           NEW ONE IS BOOKED; THIS MONTH'S GOES OUT ON RSVCURR *
      *           FOR NEXT MONTH (SEE RSVCTL).  A SECOND RUN IN THE   *
      *           SAME MONTH STOPS WITHOUT JOURNALING AND PASSES THE  *
      *           PRIOR RECORD THROUGH.  THE WORKSHEET SHOWS EVERY    *
      *           RATE AND EVERY RESERVE LINE FOR THE AUDITORS, AND   *
      *           THE RUN FAILS HARD IF DEBITS AND CREDITS DISAGREE.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RSVPRIOR
           ASSIGN TO UT-S-RSVPRIOR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RSVPRIOR-STATUS.

           SELECT RSVCURR
           ASSIGN TO UT-S-RSVCURR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT WOFFHIST
           ASSIGN TO UT-S-WOFFHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RSVRPT
           ASSIGN TO UT-S-RSVRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-REC-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT CONTRACT
                  ASSIGN       to CONTRACT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CONTRACT-REC-KEY
                  FILE STATUS  is CONTRACT-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT ARBAL
                  ASSIGN       to ARBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is ARBAL-REC-KEY
                  FILE STATUS  is ARBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSVPRIOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSVPRIOR-REC.
       01  RSVPRIOR-REC                     PIC X(80).

       FD  RSVCURR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSVCURR-REC.
       01  RSVCURR-REC                      PIC X(80).

       FD  WOFFHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WOFFHIST-REC.
       01  WOFFHIST-REC                     PIC X(80).

       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC                       PIC X(80).

       FD  RSVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSVRPT-REC.
       01  RSVRPT-REC                       PIC X(132).

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

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-REC-KEY   PIC X(06).
           05 FILLER           PIC X(696).

       FD  ARBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARBAL-FD-REC.
       01  ARBAL-FD-REC.
           05 ARBAL-REC-KEY    PIC X(06).
           05 FILLER           PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RSVPRIOR-STATUS         PIC X(2).
               88 RSVPRIOR-OK          VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-OK            VALUE "00".
           05  CONTRACT-STATUS         PIC X(2).
               88 CONTRACT-FOUND       VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  ARBAL-STATUS            PIC X(2).
               88 ARBAL-FOUND          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-PRIOR-SW                 PIC X(01) VALUE "N".
              88 PRIOR-ACCRUAL-FOUND VALUE "Y".
           05 WS-RUN-ABORT-SW             PIC X(01) VALUE "N".
              88 RUN-ABORTED VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-MONTH REDEFINES WS-RUN-DATE.
              10 WS-RUN-CCYYMM            PIC 9(06).
              10 FILLER                   PIC 9(02).
           05 WS-PRIOR-DATE               PIC 9(08) VALUE 0.
           05 WS-PRIOR-ALLOWANCE          PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PRIOR-BAD-DEBT           PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-FIND-PAYER               PIC X(06) VALUE SPACES.
           05 WS-SELF-PAY                 PIC X(06) VALUE "*SELF*".
           05 WS-AGE-DAYS                 PIC S9(07) VALUE 0.
           05 WS-CUM-WO                   PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-CUM-OPEN                 PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-LINE-OPEN                PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-LINE-ALLOWANCE           PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-LINE-NET                 PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-LINE-BAD-DEBT            PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PY-OPEN                  PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PY-ALLOWANCE             PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PY-NET                   PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PY-BAD-DEBT              PIC S9(11)V99 COMP-3
                                                    VALUE +0.
           05 WS-PCT-WORK                 PIC S9(03)V99 COMP-3
                                                    VALUE +0.
           05 BK-SUB                      PIC S9(04) COMP VALUE +0.

      *    THE ARAGING BUCKETS, OLDEST LAST.  A BALANCE FALLS IN THE
      *    LAST BUCKET WHOSE FLOOR ITS AGE HAS REACHED.
       01  BUCKET-NAME-VALUES.
           05 FILLER                      PIC X(40) VALUE
              "CURRENT 30-59   60-89   90-119  120-PLUS".
       01  BUCKET-NAMES REDEFINES BUCKET-NAME-VALUES.
           05 BK-NAME OCCURS 5 TIMES      PIC X(08).
       01  BUCKET-FLOOR-VALUES.
           05 FILLER                      PIC X(15) VALUE
              "000030060090120".
       01  BUCKET-FLOORS REDEFINES BUCKET-FLOOR-VALUES.
           05 BK-FLOOR OCCURS 5 TIMES     PIC 9(03).

       01  BUCKET-TABLE.
           05 BK-ENTRY OCCURS 5 TIMES.
              10 BK-WO-AGED               PIC S9(11)V99 COMP-3.
              10 BK-OPEN                  PIC S9(11)V99 COMP-3.
              10 BK-WO-CUM                PIC S9(11)V99 COMP-3.
              10 BK-OPEN-CUM              PIC S9(11)V99 COMP-3.
              10 BK-LOSS-RATE             PIC S9V9(04) COMP-3.

      *    ONE ENTRY PER PAYER SEEN ON CLMREG OR CARRYING AN OPEN
      *    BALANCE, SORTED INTO PAYER ORDER FOR THE WORKSHEET.
       01  PAYER-TABLE.
           05 PY-COUNT                    PIC S9(04) COMP VALUE +0.
           05 PY-ENTRY OCCURS 500 TIMES.
              10 PY-PAYER-ID              PIC X(06).
              10 PY-CLAIMS                PIC 9(07) COMP.
              10 PY-CLAIM-TOTAL           PIC S9(11)V99 COMP-3.
              10 PY-EXPECTED              PIC S9(11)V99 COMP-3.
              10 PY-ALLOW-RATE            PIC S9V9(04) COMP-3.
              10 PY-RATE-SOURCE           PIC X(08).
              10 PY-OPEN OCCURS 5 TIMES   PIC S9(11)V99 COMP-3.

       01  PAYER-SORT-WORK.
           05 PY-SUB                      PIC S9(04) COMP VALUE +0.
           05 PY-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 PY-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 PY-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 PY-SAVE-ENTRY.
              10 PY-SAVE-PAYER-ID         PIC X(06).
              10 FILLER                   PIC X(64).

       01  COUNTERS-AND-ACCUMULATORS.
           05 CLAIMS-READ              PIC 9(7) COMP VALUE 0.
           05 CLAIMS-PRICED            PIC 9(7) COMP VALUE 0.
           05 HISTORY-READ             PIC 9(7) COMP VALUE 0.
           05 WRITEOFFS-AGED           PIC 9(7) COMP VALUE 0.
           05 WRITEOFFS-NOT-ON-ARBAL   PIC 9(7) COMP VALUE 0.
           05 RECEIVABLES-READ         PIC 9(7) COMP VALUE 0.
           05 OPEN-RECEIVABLES         PIC 9(7) COMP VALUE 0.
           05 PAYERS-NOT-TABLED        PIC 9(7) COMP VALUE 0.
           05 JOURNALS-WRITTEN         PIC 9(7) COMP VALUE 0.
           05 WS-TOT-WRITEOFFS         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-OPEN              PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-ALLOWANCE         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-NET               PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-BAD-DEBT          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-DEBIT-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CREDIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.

       COPY RSVCTL.

       COPY CLMREG.

       COPY CONTRACT.

       COPY PATINS.

       COPY ARBAL.

       COPY GLPOSTRC.

       COPY GLJRNL.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(48) VALUE
               '** MONTH-END A/R RESERVE CALCULATION WORKSHEET'.
           05  FILLER                  PIC X(08) VALUE ' AS OF: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(30) VALUE
               '   PRIOR ACCRUAL REVERSED:    '.
           05  HDR-PRIOR-DATE          PIC X(08).
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SEC-TITLE               PIC X(70).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  RPT-BUCKET-HEADER.
           05  FILLER                  PIC X(11) VALUE ' BUCKET'.
           05  FILLER                  PIC X(19) VALUE
               '  WRITTEN OFF (AGE)'.
           05  FILLER                  PIC X(19) VALUE
               '     OPEN NOW (AGE)'.
           05  FILLER                  PIC X(19) VALUE
               ' WRITTEN OFF (AGE+)'.
           05  FILLER                  PIC X(19) VALUE
               '    OPEN NOW (AGE+)'.
           05  FILLER                  PIC X(08) VALUE '   LOSS%'.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  RPT-BUCKET-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BKL-NAME                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKL-WO-AGED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKL-OPEN                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKL-WO-CUM              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKL-OPEN-CUM            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKL-LOSS-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  RPT-PAYER-HEADER.
           05  FILLER                  PIC X(07) VALUE ' PAYER'.
           05  FILLER                  PIC X(09) VALUE '   CLAIMS'.
           05  FILLER                  PIC X(19) VALUE
               '     CLAIMS BILLED'.
           05  FILLER                  PIC X(19) VALUE
               '    PAYER EXPECTED'.
           05  FILLER                  PIC X(08) VALUE '  ALLOW%'.
           05  FILLER                  PIC X(10) VALUE '  SOURCE'.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  RPT-PAYER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PYL-PAYER-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PYL-CLAIMS              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PYL-BILLED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PYL-EXPECTED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PYL-ALLOW-PCT           PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PYL-SOURCE              PIC X(08).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  RPT-RESERVE-HEADER.
           05  FILLER                  PIC X(07) VALUE ' PAYER'.
           05  FILLER                  PIC X(10) VALUE '  BUCKET'.
           05  FILLER                  PIC X(19) VALUE
               '      OPEN BALANCE'.
           05  FILLER                  PIC X(08) VALUE '  ALLOW%'.
           05  FILLER                  PIC X(19) VALUE
               '     ALLOWANCE RSV'.
           05  FILLER                  PIC X(19) VALUE
               '  NET OF ALLOWANCE'.
           05  FILLER                  PIC X(08) VALUE '   LOSS%'.
           05  FILLER                  PIC X(19) VALUE
               '      BAD-DEBT RSV'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  RPT-RESERVE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RSL-PAYER-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-BUCKET              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-OPEN                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-ALLOW-PCT           PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-ALLOWANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-NET                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-LOSS-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSL-BAD-DEBT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-LABEL         PIC X(40).
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF NOT RUN-ABORTED
               PERFORM 100-LOAD-CLAIM-HISTORY THRU 100-EXIT
               PERFORM 200-LOAD-WRITEOFF-HISTORY THRU 200-EXIT
               PERFORM 300-BUCKET-OPEN-AR THRU 300-EXIT
               PERFORM 400-CALC-RATES THRU 400-EXIT
               PERFORM 450-SORT-PAYERS THRU 450-EXIT
               PERFORM 500-PRINT-WORKSHEET THRU 500-EXIT
               PERFORM 600-WRITE-JOURNALS THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF PAYERS-NOT-TABLED > 0
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

      ******************************************************************
      *    000-HOUSEKEEPING - LAST MONTH'S ACCRUAL IS READ BEFORE      *
      *    ANYTHING ELSE.  IF IT IS THIS MONTH'S, THE MONTH HAS        *
      *    ALREADY BEEN BOOKED AND THE RUN STOPS.                      *
      ******************************************************************
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE BUCKET-TABLE.
           INITIALIZE RESERVE-CONTROL-REC.
           OPEN INPUT RSVPRIOR.
           IF RSVPRIOR-OK
               PERFORM 050-READ-PRIOR THRU 050-EXIT
               CLOSE RSVPRIOR
           ELSE
               DISPLAY "** NO PRIOR ACCRUAL CARRIED IN, STATUS "
                       RSVPRIOR-STATUS.

           OPEN OUTPUT RSVCURR, GLJRNL, RSVRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           IF PRIOR-ACCRUAL-FOUND
               MOVE WS-PRIOR-DATE TO HDR-PRIOR-DATE
           ELSE
               MOVE 'NONE'        TO HDR-PRIOR-DATE.
           WRITE RSVRPT-REC FROM RPT-HEADER-1 AFTER ADVANCING PAGE.
           WRITE RSVRPT-REC FROM RPT-HEADER-2.

           IF PRIOR-ACCRUAL-FOUND
                   AND RSV-ACCRUAL-CCYYMM = WS-RUN-CCYYMM
               DISPLAY "** RESERVES ALREADY ACCRUED THIS MONTH ON "
                       WS-PRIOR-DATE " - NOTHING JOURNALED"
               MOVE '*** ALREADY ACCRUED THIS MONTH - NO ENTRIES'
                   TO SEC-TITLE
               WRITE RSVRPT-REC FROM RPT-SECTION-LINE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-RUN-ABORT-SW
               GO TO 000-EXIT.

           OPEN INPUT CLMREG, CONTRACT, PATINS, ARBAL, WOFFHIST.
       000-EXIT.
           EXIT.

       050-READ-PRIOR.
           READ RSVPRIOR INTO RESERVE-CONTROL-REC
               AT END GO TO 050-EXIT
           END-READ.
           MOVE "Y"               TO WS-PRIOR-SW.
           MOVE RSV-ACCRUAL-DATE  TO WS-PRIOR-DATE.
           MOVE RSV-ALLOWANCE-AMT TO WS-PRIOR-ALLOWANCE.
           MOVE RSV-BAD-DEBT-AMT  TO WS-PRIOR-BAD-DEBT.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-LOAD-CLAIM-HISTORY - BILLED AND EXPECTED BY PAYER FROM  *
      *    THE CLAIMS THAT REACHED A PAYER AND WERE PRICED.  HELD,     *
      *    RETIRED AND REJECTED CLAIMS SAY NOTHING ABOUT WHAT A        *
      *    CONTRACT PAYS.                                              *
      ******************************************************************
       100-LOAD-CLAIM-HISTORY.
           MOVE "100-LOAD-CLAIM-HISTORY" TO PARA-NAME.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 110-READ-ONE-CLAIM THRU 110-EXIT
               UNTIL NO-MORE-DATA.
       100-EXIT.
           EXIT.

       110-READ-ONE-CLAIM.
           READ CLMREG INTO CLAIM-REGISTER-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 110-EXIT
           END-READ.
           IF NOT CLMREG-OK
               MOVE "N" TO MORE-DATA-SW
               GO TO 110-EXIT.
           ADD +1 TO CLAIMS-READ.
           IF CRG-STATUS-HELD OR CRG-STATUS-RETIRED
                   OR CRG-STATUS-REJECTED
               GO TO 110-EXIT.
           IF CRG-CLAIM-TOTAL NOT > ZERO OR CRG-EXPECTED-AMT = ZERO
               GO TO 110-EXIT.

           MOVE CRG-PAYER-ID TO WS-FIND-PAYER.
           PERFORM 150-LOCATE-PAYER THRU 150-EXIT.
           IF PY-SUB = ZERO
               GO TO 110-EXIT.
           ADD +1               TO CLAIMS-PRICED.
           ADD +1               TO PY-CLAIMS (PY-SUB).
           ADD CRG-CLAIM-TOTAL  TO PY-CLAIM-TOTAL (PY-SUB).
           ADD CRG-EXPECTED-AMT TO PY-EXPECTED (PY-SUB).
       110-EXIT.
           EXIT.

      *    FIND (OR OPEN) THE PAYER'S ENTRY.  PY-SUB COMES BACK ZERO
      *    WHEN THE TABLE IS FULL.
       150-LOCATE-PAYER.
           PERFORM 160-FIND-PAYER THRU 160-EXIT
               VARYING PY-SUB FROM 1 BY 1
               UNTIL PY-SUB > PY-COUNT
               OR PY-PAYER-ID (PY-SUB) = WS-FIND-PAYER.
           IF PY-SUB > PY-COUNT
               IF PY-COUNT >= 500
                   DISPLAY "** PAYER TABLE FULL, PAYER "
                           WS-FIND-PAYER " LEFT OUT"
                   ADD +1 TO PAYERS-NOT-TABLED
                   MOVE ZERO TO PY-SUB
               ELSE
                   ADD +1 TO PY-COUNT
                   MOVE PY-COUNT TO PY-SUB
                   INITIALIZE PY-ENTRY (PY-SUB)
                   MOVE WS-FIND-PAYER TO PY-PAYER-ID (PY-SUB).
       150-EXIT.
           EXIT.

       160-FIND-PAYER.
       160-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-WRITEOFF-HISTORY - EACH WRITE-OFF ON THE ARCHIVED  *
      *    GLPOST GENERATIONS, BUCKETED BY HOW OLD THE STAY WAS WHEN   *
      *    IT WAS WRITTEN OFF.  A STAY NO LONGER ON ARBAL CANNOT BE    *
      *    AGED AND IS TAKEN AS THE OLDEST BUCKET.                     *
      ******************************************************************
       200-LOAD-WRITEOFF-HISTORY.
           MOVE "200-LOAD-WRITEOFF-HISTORY" TO PARA-NAME.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 210-READ-ONE-HISTORY THRU 210-EXIT
               UNTIL NO-MORE-DATA.
       200-EXIT.
           EXIT.

       210-READ-ONE-HISTORY.
           READ WOFFHIST INTO GL-POSTING-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 210-EXIT
           END-READ.
           ADD +1 TO HISTORY-READ.
           IF NOT GLP-WRITEOFF
               GO TO 210-EXIT.

           MOVE 5 TO BK-SUB.
           MOVE GLP-PATIENT-ID TO ARBAL-REC-KEY.
           READ ARBAL INTO RECEIVABLE-BALANCE-REC.
           IF NOT ARBAL-FOUND
               ADD +1 TO WRITEOFFS-NOT-ON-ARBAL
           ELSE
               MOVE 'DIF '             TO DSRV-FUNCTION
               MOVE AR-FIRST-BILL-DATE TO DSRV-DATE-1
               MOVE GLP-POST-DATE      TO DSRV-DATE-2
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD = ZERO
                   MOVE DSRV-DAYS TO WS-AGE-DAYS
                   PERFORM 350-PICK-BUCKET THRU 350-EXIT.
           ADD +1         TO WRITEOFFS-AGED.
           ADD GLP-AMOUNT TO BK-WO-AGED (BK-SUB).
           ADD GLP-AMOUNT TO WS-TOT-WRITEOFFS.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    300-BUCKET-OPEN-AR - EVERY OPEN BALANCE TO ITS PRIMARY      *
      *    PAYER (SELF-PAY WHEN THERE IS NONE) AND ITS AGE BUCKET.  A  *
      *    STAY WITH NO GOOD FIRST BILL DATE HAS NOT STARTED AGING.    *
      ******************************************************************
       300-BUCKET-OPEN-AR.
           MOVE "300-BUCKET-OPEN-AR" TO PARA-NAME.
           MOVE "Y" TO MORE-DATA-SW.
           MOVE LOW-VALUES TO ARBAL-REC-KEY.
           START ARBAL KEY IS NOT < ARBAL-REC-KEY.
           IF NOT ARBAL-FOUND
               MOVE "N" TO MORE-DATA-SW.
           PERFORM 310-READ-ONE-RECEIVABLE THRU 310-EXIT
               UNTIL NO-MORE-DATA.
       300-EXIT.
           EXIT.

       310-READ-ONE-RECEIVABLE.
           READ ARBAL NEXT RECORD INTO RECEIVABLE-BALANCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 310-EXIT
           END-READ.
           IF NOT ARBAL-FOUND
               MOVE "N" TO MORE-DATA-SW
               GO TO 310-EXIT.
           ADD +1 TO RECEIVABLES-READ.
           IF AR-BALANCE-AMT NOT > ZERO
               GO TO 310-EXIT.

           MOVE AR-PATIENT-ID TO PATINS-REC-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF PATINS-FOUND AND INS-COMPANY-PRIMARY-ID NOT = SPACES
               MOVE INS-COMPANY-PRIMARY-ID TO WS-FIND-PAYER
           ELSE
               MOVE WS-SELF-PAY            TO WS-FIND-PAYER.
           PERFORM 150-LOCATE-PAYER THRU 150-EXIT.
           IF PY-SUB = ZERO
               GO TO 310-EXIT.

           MOVE 1 TO BK-SUB.
           MOVE 'DIF '             TO DSRV-FUNCTION.
           MOVE AR-FIRST-BILL-DATE TO DSRV-DATE-1.
           MOVE WS-RUN-DATE        TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD = ZERO
               MOVE DSRV-DAYS TO WS-AGE-DAYS
               PERFORM 350-PICK-BUCKET THRU 350-EXIT.

           ADD +1             TO OPEN-RECEIVABLES.
           ADD AR-BALANCE-AMT TO PY-OPEN (PY-SUB, BK-SUB).
           ADD AR-BALANCE-AMT TO BK-OPEN (BK-SUB).
           ADD AR-BALANCE-AMT TO WS-TOT-OPEN.
       310-EXIT.
           EXIT.

       350-PICK-BUCKET.
           MOVE 5 TO BK-SUB.
           PERFORM 355-STEP-DOWN THRU 355-EXIT
               UNTIL BK-SUB = 1
               OR WS-AGE-DAYS NOT < BK-FLOOR (BK-SUB).
       350-EXIT.
           EXIT.

       355-STEP-DOWN.
           SUBTRACT 1 FROM BK-SUB.
       355-EXIT.
           EXIT.

      ******************************************************************
      *    400-CALC-RATES - LOSS RATES OLDEST BUCKET FIRST SO EACH     *
      *    BUCKET'S "AT THIS AGE OR OLDER" FIGURES BUILD UP AS WE GO,  *
      *    THEN EACH PAYER'S CONTRACTUAL ALLOWANCE RATE.               *
      ******************************************************************
       400-CALC-RATES.
           MOVE "400-CALC-RATES" TO PARA-NAME.
           MOVE ZERO TO WS-CUM-WO, WS-CUM-OPEN.
           PERFORM 410-LOSS-RATE THRU 410-EXIT
               VARYING BK-SUB FROM 5 BY -1
               UNTIL BK-SUB < 1.
           PERFORM 420-ALLOWANCE-RATE THRU 420-EXIT
               VARYING PY-SUB FROM 1 BY 1
               UNTIL PY-SUB > PY-COUNT.
       400-EXIT.
           EXIT.

       410-LOSS-RATE.
           ADD BK-WO-AGED (BK-SUB) TO WS-CUM-WO.
           ADD BK-OPEN (BK-SUB)    TO WS-CUM-OPEN.
           MOVE WS-CUM-WO   TO BK-WO-CUM (BK-SUB).
           MOVE WS-CUM-OPEN TO BK-OPEN-CUM (BK-SUB).
           IF WS-CUM-WO + WS-CUM-OPEN = ZERO
               MOVE ZERO TO BK-LOSS-RATE (BK-SUB)
           ELSE
               COMPUTE BK-LOSS-RATE (BK-SUB) ROUNDED =
                   WS-CUM-WO / (WS-CUM-WO + WS-CUM-OPEN).
       410-EXIT.
           EXIT.

       420-ALLOWANCE-RATE.
           MOVE ZERO TO PY-ALLOW-RATE (PY-SUB).
           IF PY-PAYER-ID (PY-SUB) = WS-SELF-PAY
               MOVE 'SELF-PAY' TO PY-RATE-SOURCE (PY-SUB)
               GO TO 420-EXIT.
           IF PY-CLAIM-TOTAL (PY-SUB) > ZERO
               COMPUTE PY-ALLOW-RATE (PY-SUB) ROUNDED =
                   (PY-CLAIM-TOTAL (PY-SUB) - PY-EXPECTED (PY-SUB))
                   / PY-CLAIM-TOTAL (PY-SUB)
               MOVE 'CLMREG'   TO PY-RATE-SOURCE (PY-SUB)
           ELSE
               MOVE PY-PAYER-ID (PY-SUB) TO CON-PAYER-ID
               MOVE SPACES               TO CON-CHARGE-CODE
               MOVE CON-KEY              TO CONTRACT-REC-KEY
               READ CONTRACT INTO CONTRACT-RATE-REC
               IF CONTRACT-FOUND
                   COMPUTE PY-ALLOW-RATE (PY-SUB) ROUNDED =
                       (100 - CON-PCT-OF-CHARGE) / 100
                   MOVE 'CONTRACT' TO PY-RATE-SOURCE (PY-SUB)
               ELSE
                   MOVE 'NONE'     TO PY-RATE-SOURCE (PY-SUB).
      *    A PAYER THAT PAYS OVER CHARGES LEAVES NOTHING TO RESERVE.
           IF PY-ALLOW-RATE (PY-SUB) < ZERO
               MOVE ZERO TO PY-ALLOW-RATE (PY-SUB).
       420-EXIT.
           EXIT.

      ******************************************************************
      *    450-SORT-PAYERS - A PLAIN INSERTION SORT ON PY-PAYER-ID,    *
      *    ASCENDING.                                                  *
      ******************************************************************
       450-SORT-PAYERS.
           MOVE "450-SORT-PAYERS" TO PARA-NAME.
           PERFORM 460-INSERTION-SORT-PASS THRU 460-EXIT
               VARYING PY-OUTER-SUB FROM 2 BY 1
               UNTIL PY-OUTER-SUB > PY-COUNT.
       450-EXIT.
           EXIT.

       460-INSERTION-SORT-PASS.
           MOVE PY-ENTRY (PY-OUTER-SUB) TO PY-SAVE-ENTRY.
           COMPUTE PY-INNER-SUB = PY-OUTER-SUB - 1.
           PERFORM 470-SHIFT-IF-NEEDED THRU 470-EXIT
               UNTIL PY-INNER-SUB = 0
               OR PY-PAYER-ID (PY-INNER-SUB) <= PY-SAVE-PAYER-ID.
           COMPUTE PY-INSERT-SUB = PY-INNER-SUB + 1.
           MOVE PY-SAVE-ENTRY TO PY-ENTRY (PY-INSERT-SUB).
       460-EXIT.
           EXIT.

       470-SHIFT-IF-NEEDED.
           MOVE PY-ENTRY (PY-INNER-SUB)
               TO PY-ENTRY (PY-INNER-SUB + 1).
           SUBTRACT 1 FROM PY-INNER-SUB.
       470-EXIT.
           EXIT.

      ******************************************************************
      *    500-PRINT-WORKSHEET - THE LOSS RATES, THE ALLOWANCE RATES,  *
      *    THEN THE RESERVE FOR EVERY PAYER AND BUCKET WITH A BALANCE. *
      *    THE RESERVE TOTALS JOURNALED ARE THE SUMS OF THESE LINES.   *
      ******************************************************************
       500-PRINT-WORKSHEET.
           MOVE "500-PRINT-WORKSHEET" TO PARA-NAME.
           MOVE SPACES TO RSVRPT-REC.
           WRITE RSVRPT-REC.
           MOVE 'LOSS RATE BY AGE - WRITE-OFF HISTORY VS OPEN A/R'
               TO SEC-TITLE.
           WRITE RSVRPT-REC FROM RPT-SECTION-LINE.
           WRITE RSVRPT-REC FROM RPT-BUCKET-HEADER.
           PERFORM 510-PRINT-BUCKET THRU 510-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB > 5.

           MOVE SPACES TO RSVRPT-REC.
           WRITE RSVRPT-REC.
           MOVE 'CONTRACTUAL ALLOWANCE RATE BY PAYER' TO SEC-TITLE.
           WRITE RSVRPT-REC FROM RPT-SECTION-LINE.
           WRITE RSVRPT-REC FROM RPT-PAYER-HEADER.
           PERFORM 520-PRINT-PAYER-RATE THRU 520-EXIT
               VARYING PY-SUB FROM 1 BY 1
               UNTIL PY-SUB > PY-COUNT.

           MOVE SPACES TO RSVRPT-REC.
           WRITE RSVRPT-REC.
           MOVE 'RESERVE BY PAYER AND AGE' TO SEC-TITLE.
           WRITE RSVRPT-REC FROM RPT-SECTION-LINE.
           WRITE RSVRPT-REC FROM RPT-RESERVE-HEADER.
           PERFORM 530-PAYER-RESERVE THRU 530-EXIT
               VARYING PY-SUB FROM 1 BY 1
               UNTIL PY-SUB > PY-COUNT.
           MOVE 'ALL'              TO RSL-PAYER-ID.
           MOVE '*TOTAL*'          TO RSL-BUCKET.
           MOVE WS-TOT-OPEN        TO RSL-OPEN.
           MOVE WS-TOT-ALLOWANCE   TO RSL-ALLOWANCE.
           MOVE WS-TOT-NET         TO RSL-NET.
           MOVE WS-TOT-BAD-DEBT    TO RSL-BAD-DEBT.
           MOVE WS-TOT-OPEN        TO WS-LINE-OPEN.
           MOVE WS-TOT-ALLOWANCE   TO WS-LINE-ALLOWANCE.
           MOVE WS-TOT-NET         TO WS-LINE-NET.
           MOVE WS-TOT-BAD-DEBT    TO WS-LINE-BAD-DEBT.
           PERFORM 550-EFFECTIVE-RATES THRU 550-EXIT.
           WRITE RSVRPT-REC FROM RPT-RESERVE-LINE.
       500-EXIT.
           EXIT.

       510-PRINT-BUCKET.
           MOVE BK-NAME (BK-SUB)     TO BKL-NAME.
           MOVE BK-WO-AGED (BK-SUB)  TO BKL-WO-AGED.
           MOVE BK-OPEN (BK-SUB)     TO BKL-OPEN.
           MOVE BK-WO-CUM (BK-SUB)   TO BKL-WO-CUM.
           MOVE BK-OPEN-CUM (BK-SUB) TO BKL-OPEN-CUM.
           COMPUTE WS-PCT-WORK ROUNDED = BK-LOSS-RATE (BK-SUB) * 100.
           MOVE WS-PCT-WORK          TO BKL-LOSS-PCT.
           WRITE RSVRPT-REC FROM RPT-BUCKET-LINE.
       510-EXIT.
           EXIT.

       520-PRINT-PAYER-RATE.
           MOVE PY-PAYER-ID (PY-SUB)    TO PYL-PAYER-ID.
           MOVE PY-CLAIMS (PY-SUB)      TO PYL-CLAIMS.
           MOVE PY-CLAIM-TOTAL (PY-SUB) TO PYL-BILLED.
           MOVE PY-EXPECTED (PY-SUB)    TO PYL-EXPECTED.
           COMPUTE WS-PCT-WORK ROUNDED = PY-ALLOW-RATE (PY-SUB) * 100.
           MOVE WS-PCT-WORK             TO PYL-ALLOW-PCT.
           MOVE PY-RATE-SOURCE (PY-SUB) TO PYL-SOURCE.
           WRITE RSVRPT-REC FROM RPT-PAYER-LINE.
       520-EXIT.
           EXIT.

      *    ONE LINE PER BUCKET THE PAYER HAS MONEY IN, THEN THE
      *    PAYER'S TOTAL.  PAYERS WITH NOTHING OPEN PRINT NOTHING.
       530-PAYER-RESERVE.
           MOVE ZERO TO WS-PY-OPEN, WS-PY-ALLOWANCE, WS-PY-NET,
                        WS-PY-BAD-DEBT.
           PERFORM 540-BUCKET-RESERVE THRU 540-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB > 5.
           IF WS-PY-OPEN = ZERO
               GO TO 530-EXIT.
           MOVE PY-PAYER-ID (PY-SUB) TO RSL-PAYER-ID.
           MOVE '*TOTAL*'            TO RSL-BUCKET.
           MOVE WS-PY-OPEN           TO RSL-OPEN, WS-LINE-OPEN.
           MOVE WS-PY-ALLOWANCE      TO RSL-ALLOWANCE,
                                        WS-LINE-ALLOWANCE.
           MOVE WS-PY-NET            TO RSL-NET, WS-LINE-NET.
           MOVE WS-PY-BAD-DEBT       TO RSL-BAD-DEBT, WS-LINE-BAD-DEBT.
           PERFORM 550-EFFECTIVE-RATES THRU 550-EXIT.
           WRITE RSVRPT-REC FROM RPT-RESERVE-LINE.
           MOVE SPACES TO RSVRPT-REC.
           WRITE RSVRPT-REC.
       530-EXIT.
           EXIT.

       540-BUCKET-RESERVE.
           IF PY-OPEN (PY-SUB, BK-SUB) = ZERO
               GO TO 540-EXIT.
           MOVE PY-OPEN (PY-SUB, BK-SUB) TO WS-LINE-OPEN.
           COMPUTE WS-LINE-ALLOWANCE ROUNDED =
               WS-LINE-OPEN * PY-ALLOW-RATE (PY-SUB).
           COMPUTE WS-LINE-NET = WS-LINE-OPEN - WS-LINE-ALLOWANCE.
           COMPUTE WS-LINE-BAD-DEBT ROUNDED =
               WS-LINE-NET * BK-LOSS-RATE (BK-SUB).

           ADD WS-LINE-OPEN      TO WS-PY-OPEN.
           ADD WS-LINE-ALLOWANCE TO WS-PY-ALLOWANCE, WS-TOT-ALLOWANCE.
           ADD WS-LINE-NET       TO WS-PY-NET, WS-TOT-NET.
           ADD WS-LINE-BAD-DEBT  TO WS-PY-BAD-DEBT, WS-TOT-BAD-DEBT.

           MOVE PY-PAYER-ID (PY-SUB) TO RSL-PAYER-ID.
           MOVE BK-NAME (BK-SUB)     TO RSL-BUCKET.
           MOVE WS-LINE-OPEN         TO RSL-OPEN.
           MOVE WS-LINE-ALLOWANCE    TO RSL-ALLOWANCE.
           MOVE WS-LINE-NET          TO RSL-NET.
           MOVE WS-LINE-BAD-DEBT     TO RSL-BAD-DEBT.
           PERFORM 550-EFFECTIVE-RATES THRU 550-EXIT.
           WRITE RSVRPT-REC FROM RPT-RESERVE-LINE.
       540-EXIT.
           EXIT.

      *    THE PERCENTAGES ACTUALLY APPLIED, SHOWN ON EVERY LINE SO
      *    A TOTAL LINE CARRIES ITS BLENDED RATES.
       550-EFFECTIVE-RATES.
           MOVE ZERO TO RSL-ALLOW-PCT, RSL-LOSS-PCT.
           IF WS-LINE-OPEN NOT = ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-LINE-ALLOWANCE * 100 / WS-LINE-OPEN
               MOVE WS-PCT-WORK TO RSL-ALLOW-PCT.
           IF WS-LINE-NET NOT = ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-LINE-BAD-DEBT * 100 / WS-LINE-NET
               MOVE WS-PCT-WORK TO RSL-LOSS-PCT.
       550-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-JOURNALS - LAST MONTH'S RESERVES COME OFF FIRST,  *
      *    AT EXACTLY WHAT WAS BOOKED, THEN THIS MONTH'S GO ON.  ONE   *
      *    BALANCED PAIR PER NON-ZERO LEG; THE NEW CONTROL RECORD IS   *
      *    WHAT NEXT MONTH WILL REVERSE.                               *
      ******************************************************************
       600-WRITE-JOURNALS.
           MOVE "600-WRITE-JOURNALS" TO PARA-NAME.
           MOVE "RSVACCR" TO GLJ-SOURCE.
           IF WS-PRIOR-ALLOWANCE > ZERO
               MOVE "REVERSE PRIOR CONTRACTUAL RSV " TO
                   GLJ-DESCRIPTION
               MOVE WS-PRIOR-ALLOWANCE TO GLJ-AMOUNT
               MOVE "1210" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE "4100" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.

           IF WS-PRIOR-BAD-DEBT > ZERO
               MOVE "REVERSE PRIOR BAD-DEBT RSV    " TO
                   GLJ-DESCRIPTION
               MOVE WS-PRIOR-BAD-DEBT TO GLJ-AMOUNT
               MOVE "1220" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE "6100" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.

           IF WS-TOT-ALLOWANCE > ZERO
               MOVE "MONTH-END CONTRACTUAL RESERVE " TO
                   GLJ-DESCRIPTION
               MOVE WS-TOT-ALLOWANCE TO GLJ-AMOUNT
               MOVE "4100" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE "1210" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.

           IF WS-TOT-BAD-DEBT > ZERO
               MOVE "MONTH-END BAD-DEBT RESERVE    " TO
                   GLJ-DESCRIPTION
               MOVE WS-TOT-BAD-DEBT TO GLJ-AMOUNT
               MOVE "6100" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE "1220" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.

           INITIALIZE RESERVE-CONTROL-REC.
           MOVE WS-RUN-DATE      TO RSV-ACCRUAL-DATE.
           MOVE WS-TOT-ALLOWANCE TO RSV-ALLOWANCE-AMT.
           MOVE WS-TOT-BAD-DEBT  TO RSV-BAD-DEBT-AMT.
           MOVE WS-TOT-OPEN      TO RSV-OPEN-AR-AMT.
       600-EXIT.
           EXIT.

       650-WRITE-ONE-JOURNAL.
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
           WRITE GLJRNL-REC FROM GL-JOURNAL-REC.
           ADD +1 TO JOURNALS-WRITTEN.
           IF GLJ-IS-DEBIT
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL.
       650-EXIT.
           EXIT.

      ******************************************************************
      *    999-CLEANUP - THE JOURNAL SUMMARY CLOSES THE WORKSHEET.  AN *
      *    ABORTED RUN STILL WRITES RSVCURR - THE PRIOR RECORD AS IT   *
      *    CAME IN - SO NEXT MONTH REVERSES WHAT IS REALLY BOOKED.     *
      ******************************************************************
       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           WRITE RSVCURR-REC FROM RESERVE-CONTROL-REC.
           IF RUN-ABORTED
               CLOSE RSVCURR, GLJRNL, RSVRPT
               GO TO 999-EXIT.

           MOVE SPACES TO RSVRPT-REC.
           WRITE RSVRPT-REC.
           MOVE 'JOURNAL SUMMARY' TO SEC-TITLE.
           WRITE RSVRPT-REC FROM RPT-SECTION-LINE.
           MOVE 'PRIOR CONTRACTUAL RESERVE REVERSED:     ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-PRIOR-ALLOWANCE TO RPT-TOTAL-AMOUNT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PRIOR BAD-DEBT RESERVE REVERSED:        ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-PRIOR-BAD-DEBT TO RPT-TOTAL-AMOUNT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CONTRACTUAL RESERVE BOOKED (4100/1210): ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-ALLOWANCE TO RPT-TOTAL-AMOUNT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'BAD-DEBT RESERVE BOOKED (6100/1220):    ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-BAD-DEBT TO RPT-TOTAL-AMOUNT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'NET CHANGE IN CONTRACTUAL RESERVE:      ' TO
               RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-AMOUNT =
               WS-TOT-ALLOWANCE - WS-PRIOR-ALLOWANCE.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'NET CHANGE IN BAD-DEBT RESERVE:         ' TO
               RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-AMOUNT =
               WS-TOT-BAD-DEBT - WS-PRIOR-BAD-DEBT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'WRITE-OFF HISTORY USED:                 ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-TOT-WRITEOFFS TO RPT-TOTAL-AMOUNT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL DEBITS:                           ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-DEBIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL CREDITS:                          ' TO
               RPT-TOTAL-LABEL.
           MOVE WS-CREDIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE '*** JOURNAL OUT OF BALANCE ***' TO
                   RPT-TOTAL-LABEL
               MOVE ZERO TO RPT-TOTAL-AMOUNT
               WRITE RSVRPT-REC FROM RPT-TOTAL-LINE
               DISPLAY "*** JOURNAL OUT OF BALANCE - DO NOT POST ***"
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY.
           IF PAYERS-NOT-TABLED > 0
               MOVE '*** PAYERS LEFT OFF - RESERVE UNDERSTATED' TO
                   RPT-TOTAL-LABEL
               MOVE ZERO TO RPT-TOTAL-AMOUNT
               WRITE RSVRPT-REC FROM RPT-TOTAL-LINE.

           CLOSE CLMREG, CONTRACT, PATINS, ARBAL, WOFFHIST,
                 RSVCURR, GLJRNL, RSVRPT.
           DISPLAY "** CLAIMS READ          " CLAIMS-READ.
           DISPLAY "** CLAIMS PRICED        " CLAIMS-PRICED.
           DISPLAY "** HISTORY READ         " HISTORY-READ.
           DISPLAY "** WRITE-OFFS AGED      " WRITEOFFS-AGED.
           DISPLAY "** WRITE-OFFS NOT AGED  " WRITEOFFS-NOT-ON-ARBAL.
           DISPLAY "** RECEIVABLES READ     " RECEIVABLES-READ.
           DISPLAY "** OPEN RECEIVABLES     " OPEN-RECEIVABLES.
           DISPLAY "** JOURNALS WRITTEN     " JOURNALS-WRITTEN.
           DISPLAY "******** NORMAL END OF JOB RSVACCR ********".
       999-EXIT.
           EXIT.
