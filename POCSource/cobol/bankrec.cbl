       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  BANKREC.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * BANKREC - DAILY BANK DEPOSIT RECONCILIATION.  PROVES THE      *
      *           MONEY THE BOOKS TOOK IN ACTUALLY REACHED THE BANK.  *
      *           THE BANK'S PRIOR-DAY STATEMENT CREDITS (BANKSTMT)   *
      *           ARE MATCHED BY REFERENCE AND AMOUNT AGAINST THREE   *
      *           BOOK SOURCES:                                       *
      *                                                               *
      *             DRAWER  - YESTERDAY'S FRONT-DESK CASH AND CHECK   *
      *                       RECEIPTS (RCPTLOG) BY TERMINAL; DRAWBAL *
      *                       HAS ALREADY PROVED THEM TO THE PAYCAPTQ *
      *                       QUEUE; CARD RECEIPTS SETTLE THROUGH THE *
      *                       CARD PROCESSOR, NOT THE DRAWER DEPOSIT  *
      *             PAYER   - PAYER AND INTEREST REMITTANCES ON       *
      *                       REMITIN, TOTALLED BY REFERENCE (THE EFT *
      *                       TRACE NUMBER)                           *
      *             LOCKBOX - THE BANK LOCKBOX ITEMS, TOTALLED BY     *
      *                       BATCH ('LBX' PLUS THE BATCH NUMBER)     *
      *                                                               *
      *           ITEMS LEFT OPEN YESTERDAY (BANKOPN) ARE CARRIED IN  *
      *           AND TAKE PART IN THE MATCHING WITH THEIR ORIGINAL   *
      *           DATES.  A REFERENCE MATCH AT THE WRONG AMOUNT IS A  *
      *           DIFFERENCE; ITS RESIDUAL STAYS OPEN ON THE SHORT    *
      *           SIDE.  THE REPORT LISTS MATCHED, DIFFERENCE, BANK-  *
      *           ONLY AND BOOK-ONLY ITEMS AND AGES THE OPEN ONES.    *
      *                                                               *
      *           THE NET OPEN DIFFERENCE (BOOK LESS BANK) IS HELD IN *
      *           1050 CASH IN TRANSIT.  THE DAY'S CHANGE IN IT GOES  *
      *           TO GLJRNL AS ONE BALANCED ADJUSTING PAIR AGAINST    *
      *           1000 CASH.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BANKSTMT
           ASSIGN TO UT-S-BANKSTMT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RCPTLOG
                  ASSIGN       to RCPTLOG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is RCPTLOG-REC-KEY
                  FILE STATUS  is RCPTLOG-STATUS.

           SELECT REMITIN
           ASSIGN TO UT-S-REMITIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LOCKBOX
           ASSIGN TO UT-S-LOCKBOX
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BANKOPNI
           ASSIGN TO UT-S-BANKOPNI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BANKOPNI-STATUS.

           SELECT BANKOPNO
           ASSIGN TO UT-S-BANKOPNO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT BANKRPT
           ASSIGN TO UT-S-BANKRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKSTMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKSTMT-REC.
       01  BANKSTMT-REC                     PIC X(80).

       FD  RCPTLOG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RCPTLOG-FD-REC.
       01  RCPTLOG-FD-REC.
           05 RCPTLOG-REC-KEY  PIC X(08).
           05 FILLER           PIC X(72).

       FD  REMITIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITIN-REC.
       01  REMITIN-REC                      PIC X(80).

       FD  LOCKBOX
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOCKBOX-IN-REC.
       01  LOCKBOX-IN-REC                   PIC X(80).

       FD  BANKOPNI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKOPNI-REC.
       01  BANKOPNI-REC                     PIC X(80).

       FD  BANKOPNO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKOPNO-REC.
       01  BANKOPNO-REC                     PIC X(80).

       FD  BANKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKRPT-REC.
       01  BANKRPT-REC                      PIC X(132).

       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RCPTLOG-STATUS          PIC X(2).
               88 RCPTLOG-OK           VALUE "00".
           05  BANKOPNI-STATUS         PIC X(2).
               88 BANKOPNI-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-BOOK-DATE                PIC 9(08) VALUE 0.
           05 BNK-SUB                     PIC S9(04) COMP VALUE +0.
           05 BK-SUB                      PIC S9(04) COMP VALUE +0.
           05 BK-HIT                      PIC S9(04) COMP VALUE +0.
           05 AGE-SUB                     PIC S9(04) COMP VALUE +0.
           05 WS-WORK-SOURCE              PIC X(01) VALUE SPACE.
           05 WS-WORK-REFERENCE           PIC X(15) VALUE SPACES.
           05 WS-WORK-DATE                PIC 9(08) VALUE 0.
           05 WS-WORK-AMOUNT              PIC S9(09)V99 COMP-3
                                          VALUE +0.
           05 WS-DIFFERENCE               PIC S9(09)V99 COMP-3
                                          VALUE +0.
           05 WS-AGE-DAYS                 PIC S9(07) VALUE +0.
           05 CARRIED-FILE-SW             PIC X(01) VALUE "N".
              88 CARRIED-FILE-OPEN VALUE "Y".
           05 WS-SECTION-SW               PIC X(01) VALUE SPACE.
              88 PRINTING-MATCHED     VALUE "M".
              88 PRINTING-DIFFERENCES VALUE "D".
              88 PRINTING-BANK-ONLY   VALUE "B".
              88 PRINTING-BOOK-ONLY   VALUE "K".

      *    ONE SLOT PER BANK CREDIT, TODAY'S AND CARRIED.
      *    STATUS: SPACE = OPEN, M = MATCHED, D = DIFFERENCE.
       01  BANK-TABLE.
           05 BANK-COUNT                  PIC S9(04) COMP VALUE +0.
           05 BANK-ENTRY OCCURS 1000 TIMES.
              10 BT-REFERENCE             PIC X(15).
              10 BT-DATE                  PIC 9(08).
              10 BT-AMOUNT                PIC S9(09)V99 COMP-3.
              10 BT-STATUS                PIC X(01).
              10 BT-CARRIED-SW            PIC X(01).
              10 BT-RESIDUAL-SW           PIC X(01).
              10 BT-MATCH-SUB             PIC S9(04) COMP.

      *    ONE SLOT PER BOOK DEPOSIT - A TERMINAL'S DAY, A PAYER
      *    REFERENCE OR A LOCKBOX BATCH - TODAY'S AND CARRIED.
       01  BOOK-TABLE.
           05 BOOK-COUNT                  PIC S9(04) COMP VALUE +0.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
              10 BK-SOURCE                PIC X(01).
              10 BK-REFERENCE             PIC X(15).
              10 BK-DATE                  PIC 9(08).
              10 BK-AMOUNT                PIC S9(09)V99 COMP-3.
              10 BK-STATUS                PIC X(01).
              10 BK-CARRIED-SW            PIC X(01).
              10 BK-RESIDUAL-SW           PIC X(01).

      *    OPEN ITEMS BY AGE: 0-1, 2-5, 6-30, OVER 30 DAYS.
       01  AGE-LABEL-VALUES.
           05  FILLER  PIC X(12) VALUE '0 - 1 DAYS  '.
           05  FILLER  PIC X(12) VALUE '2 - 5 DAYS  '.
           05  FILLER  PIC X(12) VALUE '6 - 30 DAYS '.
           05  FILLER  PIC X(12) VALUE 'OVER 30 DAYS'.
       01  AGE-LABEL-TABLE REDEFINES AGE-LABEL-VALUES.
           05  AGE-LABEL               PIC X(12) OCCURS 4 TIMES.

       01  AGE-TABLE.
           05 AGE-ENTRY OCCURS 4 TIMES.
              10 AG-BANK-COUNT            PIC 9(05) COMP.
              10 AG-BANK-AMT              PIC S9(09)V99 COMP-3.
              10 AG-BOOK-COUNT            PIC 9(05) COMP.
              10 AG-BOOK-AMT              PIC S9(09)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 BANK-ITEMS-READ          PIC 9(7) COMP VALUE 0.
           05 RECEIPTS-READ            PIC 9(7) COMP VALUE 0.
           05 REMITS-READ              PIC 9(7) COMP VALUE 0.
           05 LOCKBOX-READ             PIC 9(7) COMP VALUE 0.
           05 CARRIED-IN               PIC 9(7) COMP VALUE 0.
           05 CARRIED-OUT              PIC 9(7) COMP VALUE 0.
           05 ITEMS-MATCHED            PIC 9(7) COMP VALUE 0.
           05 ITEMS-DIFFERENT          PIC 9(7) COMP VALUE 0.
           05 BANK-ONLY-ITEMS          PIC 9(7) COMP VALUE 0.
           05 BOOK-ONLY-ITEMS          PIC 9(7) COMP VALUE 0.
           05 STALE-ITEMS              PIC 9(7) COMP VALUE 0.
           05 JOURNALS-WRITTEN         PIC 9(7) COMP VALUE 0.
           05 WS-MATCHED-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-DIFFERENCE-AMT        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-BANK-ONLY-AMT         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-BOOK-ONLY-AMT         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-PRIOR-BANK-OPEN       PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-PRIOR-BOOK-OPEN       PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-BANK-OPEN             PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-BOOK-OPEN             PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-PRIOR-NET             PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-NET-OPEN              PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-ADJUSTMENT            PIC S9(11)V99 COMP-3 VALUE +0.

       COPY BANKSTMT.

       COPY RCPTLOG.

       COPY REMITREC.

       COPY LOCKBOX.

       COPY BANKOPN.

       COPY GLJRNL.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** BANK DEPOSIT RECONCILIATION - RUN DATE:  '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(14) VALUE
               '  BOOK DATE:  '.
           05  HDR-BOOK-DATE           PIC 9(08).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'STATUS'.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(16) VALUE 'REFERENCE'.
           05  FILLER                  PIC X(09) VALUE 'BANK DT'.
           05  FILLER                  PIC X(09) VALUE 'BOOK DT'.
           05  FILLER                  PIC X(15) VALUE
               '   BANK AMOUNT'.
           05  FILLER                  PIC X(15) VALUE
               '   BOOK AMOUNT'.
           05  FILLER                  PIC X(16) VALUE
               '     DIFFERENCE'.
           05  FILLER                  PIC X(06) VALUE '  AGE'.
           05  FILLER                  PIC X(11) VALUE 'NOTE'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SEC-TITLE               PIC X(40).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-STATUS              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-SOURCE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-REFERENCE           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-BANK-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-BOOK-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-BANK-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  DTL-BANK-AMT-X REDEFINES DTL-BANK-AMT
                                       PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-BOOK-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  DTL-BOOK-AMT-X REDEFINES DTL-BOOK-AMT
                                       PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DIFF-AMT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  DTL-DIFF-AMT-X REDEFINES DTL-DIFF-AMT
                                       PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-AGE                 PIC ZZZZ9.
           05  DTL-AGE-X REDEFINES DTL-AGE
                                       PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-NOTE                PIC X(10).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  RPT-AGE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AGL-LABEL               PIC X(12).
           05  FILLER                  PIC X(10) VALUE
               '   BANK: '.
           05  AGL-BANK-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-BANK-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE
               '   BOOK: '.
           05  AGL-BOOK-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-BOOK-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-CARRIED THRU 100-EXIT.
           PERFORM 200-LOAD-BANK THRU 200-EXIT.
           PERFORM 300-LOAD-DRAWERS THRU 300-EXIT.
           PERFORM 400-LOAD-REMITS THRU 400-EXIT.
           PERFORM 450-LOAD-LOCKBOX THRU 450-EXIT.
           PERFORM 500-MATCH-ITEMS THRU 500-EXIT.
           PERFORM 600-PRINT-SECTIONS THRU 600-EXIT.
           PERFORM 700-CARRY-OPEN-ITEMS THRU 700-EXIT.
           PERFORM 800-WRITE-ADJUSTMENT THRU 800-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF STALE-ITEMS > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

      ******************************************************************
      *    000-HOUSEKEEPING - THE STATEMENT COVERS YESTERDAY, SO THE   *
      *    DRAWER RECEIPTS ARE TAKEN FOR YESTERDAY'S DATE.  THE FIRST  *
      *    RUN HAS NO OPEN-ITEM FILE TO CARRY IN.                      *
      ******************************************************************
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'ADD '      TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           MOVE -1          TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           MOVE DSRV-DATE-2 TO WS-BOOK-DATE.
           INITIALIZE AGE-TABLE.

           OPEN INPUT BANKSTMT, RCPTLOG, REMITIN, LOCKBOX.
           OPEN INPUT BANKOPNI.
           IF BANKOPNI-OK
               MOVE "Y" TO CARRIED-FILE-SW
           ELSE
               DISPLAY "** NO OPEN ITEMS CARRIED IN, STATUS "
                       BANKOPNI-STATUS.
           OPEN OUTPUT BANKOPNO, BANKRPT, GLJRNL.
           MOVE WS-RUN-DATE  TO HDR-RUN-DATE.
           MOVE WS-BOOK-DATE TO HDR-BOOK-DATE.
           WRITE BANKRPT-REC FROM RPT-HEADER-1.
           WRITE BANKRPT-REC FROM RPT-HEADER-2.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-LOAD-CARRIED - YESTERDAY'S OPEN ITEMS, EACH BACK ON ITS *
      *    OWN SIDE WITH ITS ORIGINAL DATE.  THEIR TOTALS ARE THE      *
      *    CASH-IN-TRANSIT BALANCE ALREADY JOURNALED.                  *
      ******************************************************************
       100-LOAD-CARRIED.
           MOVE "100-LOAD-CARRIED" TO PARA-NAME.
           IF NOT CARRIED-FILE-OPEN
               GO TO 100-EXIT.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 150-LOAD-ONE-CARRIED THRU 150-EXIT
               UNTIL NO-MORE-DATA.
       100-EXIT.
           EXIT.

       150-LOAD-ONE-CARRIED.
           READ BANKOPNI INTO BANK-OPEN-ITEM-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 150-EXIT
           END-READ.
           ADD +1 TO CARRIED-IN.
           IF BOI-BANK-SIDE
               IF BANK-COUNT NOT < 1000
                   DISPLAY "** BANK TABLE FULL, OPEN ITEM DROPPED"
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   GO TO 150-EXIT
               END-IF
               ADD +1 TO BANK-COUNT
               MOVE BOI-REFERENCE   TO BT-REFERENCE (BANK-COUNT)
               MOVE BOI-ORIG-DATE   TO BT-DATE (BANK-COUNT)
               MOVE BOI-AMOUNT      TO BT-AMOUNT (BANK-COUNT)
               MOVE SPACE           TO BT-STATUS (BANK-COUNT)
               MOVE "Y"             TO BT-CARRIED-SW (BANK-COUNT)
               MOVE BOI-RESIDUAL-SW TO BT-RESIDUAL-SW (BANK-COUNT)
               MOVE ZERO            TO BT-MATCH-SUB (BANK-COUNT)
               ADD BOI-AMOUNT TO WS-PRIOR-BANK-OPEN
           ELSE
               IF BOOK-COUNT NOT < 1000
                   DISPLAY "** BOOK TABLE FULL, OPEN ITEM DROPPED"
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   GO TO 150-EXIT
               END-IF
               ADD +1 TO BOOK-COUNT
               MOVE BOI-SOURCE      TO BK-SOURCE (BOOK-COUNT)
               MOVE BOI-REFERENCE   TO BK-REFERENCE (BOOK-COUNT)
               MOVE BOI-ORIG-DATE   TO BK-DATE (BOOK-COUNT)
               MOVE BOI-AMOUNT      TO BK-AMOUNT (BOOK-COUNT)
               MOVE SPACE           TO BK-STATUS (BOOK-COUNT)
               MOVE "Y"             TO BK-CARRIED-SW (BOOK-COUNT)
               MOVE BOI-RESIDUAL-SW TO BK-RESIDUAL-SW (BOOK-COUNT)
               ADD BOI-AMOUNT TO WS-PRIOR-BOOK-OPEN.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-BANK - THE STATEMENT'S CREDITS ONLY: DEPOSITS AND  *
      *    EFT CREDITS.  EACH ONE IS ITS OWN SLOT.                     *
      ******************************************************************
       200-LOAD-BANK.
           MOVE "200-LOAD-BANK" TO PARA-NAME.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 250-LOAD-ONE-BANK THRU 250-EXIT
               UNTIL NO-MORE-DATA.
       200-EXIT.
           EXIT.

       250-LOAD-ONE-BANK.
           READ BANKSTMT INTO BANK-STATEMENT-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 250-EXIT
           END-READ.
           IF NOT BNK-CREDIT-ITEM
               GO TO 250-EXIT.
           IF BNK-AMOUNT NOT NUMERIC OR BNK-AMOUNT = ZERO
               DISPLAY "** BANK CREDIT WITH NO AMOUNT SKIPPED: "
                       BNK-REFERENCE
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 250-EXIT.
           ADD +1 TO BANK-ITEMS-READ.
           IF BANK-COUNT NOT < 1000
               DISPLAY "** BANK TABLE FULL, CREDIT DROPPED: "
                       BNK-REFERENCE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 250-EXIT.
           ADD +1 TO BANK-COUNT.
           MOVE BNK-REFERENCE   TO BT-REFERENCE (BANK-COUNT).
           MOVE BNK-POST-DATE   TO BT-DATE (BANK-COUNT).
           MOVE BNK-AMOUNT      TO BT-AMOUNT (BANK-COUNT).
           MOVE SPACE           TO BT-STATUS (BANK-COUNT).
           MOVE "N"             TO BT-CARRIED-SW (BANK-COUNT).
           MOVE "N"             TO BT-RESIDUAL-SW (BANK-COUNT).
           MOVE ZERO            TO BT-MATCH-SUB (BANK-COUNT).
       250-EXIT.
           EXIT.

      ******************************************************************
      *    300-LOAD-DRAWERS - YESTERDAY'S CASH AND CHECK RECEIPTS,     *
      *    ONE DEPOSIT PER TERMINAL.                                   *
      ******************************************************************
       300-LOAD-DRAWERS.
           MOVE "300-LOAD-DRAWERS" TO PARA-NAME.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 350-LOAD-ONE-RECEIPT THRU 350-EXIT
               UNTIL NO-MORE-DATA.
       300-EXIT.
           EXIT.

       350-LOAD-ONE-RECEIPT.
           READ RCPTLOG INTO RECEIPT-LOG-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 350-EXIT
           END-READ.
      *    RECEIPT 00000000 IS THE NUMBER-ASSIGNMENT CONTROL RECORD.
           IF RCP-RECEIPT-NBR = ZERO
               GO TO 350-EXIT.
           IF RCP-ISSUE-DATE NOT = WS-BOOK-DATE
               GO TO 350-EXIT.
           IF RCP-PAYMENT-TYPE = 'D'
               GO TO 350-EXIT.
           ADD +1 TO RECEIPTS-READ.
           MOVE 'T'             TO WS-WORK-SOURCE.
           MOVE RCP-TERMINAL-ID TO WS-WORK-REFERENCE.
           MOVE RCP-ISSUE-DATE  TO WS-WORK-DATE.
           MOVE RCP-AMOUNT      TO WS-WORK-AMOUNT.
           PERFORM 480-ADD-BOOK THRU 480-EXIT.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    400-LOAD-REMITS - PAYER MONEY ON REMITIN (PAYER AND         *
      *    INTEREST PAYMENTS), ONE DEPOSIT PER EFT REFERENCE.  PATIENT *
      *    PAYMENTS ARE LEFT OUT - THEY REACH THE BANK THROUGH THE     *
      *    DRAWERS AND THE LOCKBOX, WHICH ARE RECONCILED DIRECTLY.     *
      ******************************************************************
       400-LOAD-REMITS.
           MOVE "400-LOAD-REMITS" TO PARA-NAME.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 420-LOAD-ONE-REMIT THRU 420-EXIT
               UNTIL NO-MORE-DATA.
       400-EXIT.
           EXIT.

       420-LOAD-ONE-REMIT.
           READ REMITIN INTO REMITTANCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 420-EXIT
           END-READ.
           IF NOT RMT-PAYER-PAYMENT AND NOT RMT-INTEREST-PAYMENT
               GO TO 420-EXIT.
           IF RMT-AMOUNT NOT NUMERIC OR RMT-AMOUNT = ZERO
               GO TO 420-EXIT.
           ADD +1 TO REMITS-READ.
           MOVE 'P'              TO WS-WORK-SOURCE.
           MOVE RMT-REFERENCE    TO WS-WORK-REFERENCE.
           MOVE RMT-PAYMENT-DATE TO WS-WORK-DATE.
           MOVE RMT-AMOUNT       TO WS-WORK-AMOUNT.
           PERFORM 480-ADD-BOOK THRU 480-EXIT.
       420-EXIT.
           EXIT.

      ******************************************************************
      *    450-LOAD-LOCKBOX - EVERY CHECK THE BANK TOOK INTO THE       *
      *    LOCKBOX, POSTED OR NOT, ONE DEPOSIT PER BATCH.              *
      ******************************************************************
       450-LOAD-LOCKBOX.
           MOVE "450-LOAD-LOCKBOX" TO PARA-NAME.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 460-LOAD-ONE-LOCKBOX THRU 460-EXIT
               UNTIL NO-MORE-DATA.
       450-EXIT.
           EXIT.

       460-LOAD-ONE-LOCKBOX.
           READ LOCKBOX INTO LOCKBOX-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 460-EXIT
           END-READ.
           IF LBX-PAID-AMT NOT NUMERIC OR LBX-PAID-AMT = ZERO
               GO TO 460-EXIT.
           ADD +1 TO LOCKBOX-READ.
           MOVE 'L'              TO WS-WORK-SOURCE.
           MOVE SPACES           TO WS-WORK-REFERENCE.
           STRING 'LBX' LBX-BATCH-NO
               DELIMITED BY SIZE INTO WS-WORK-REFERENCE
           END-STRING.
           MOVE LBX-DEPOSIT-DATE TO WS-WORK-DATE.
           MOVE LBX-PAID-AMT     TO WS-WORK-AMOUNT.
           PERFORM 480-ADD-BOOK THRU 480-EXIT.
       460-EXIT.
           EXIT.

      ******************************************************************
      *    480-ADD-BOOK - TOTAL THE WORK AMOUNT INTO TODAY'S SLOT FOR  *
      *    THE SOURCE AND REFERENCE, OPENING ONE IF NEEDED.  CARRIED   *
      *    SLOTS ARE NEVER ADDED TO.                                   *
      ******************************************************************
       480-ADD-BOOK.
           MOVE ZERO TO BK-HIT.
           MOVE +1   TO BK-SUB.
           PERFORM 485-SCAN-BOOK-SLOT THRU 485-EXIT
               UNTIL BK-HIT > ZERO OR BK-SUB > BOOK-COUNT.
           IF BK-HIT = ZERO
               IF BOOK-COUNT < 1000
                   ADD +1 TO BOOK-COUNT
                   MOVE BOOK-COUNT TO BK-HIT
                   MOVE WS-WORK-SOURCE    TO BK-SOURCE (BK-HIT)
                   MOVE WS-WORK-REFERENCE TO BK-REFERENCE (BK-HIT)
                   MOVE WS-WORK-DATE      TO BK-DATE (BK-HIT)
                   MOVE ZERO              TO BK-AMOUNT (BK-HIT)
                   MOVE SPACE             TO BK-STATUS (BK-HIT)
                   MOVE "N"               TO BK-CARRIED-SW (BK-HIT)
                   MOVE "N"               TO BK-RESIDUAL-SW (BK-HIT)
               ELSE
                   DISPLAY "** BOOK TABLE FULL, DEPOSIT DROPPED: "
                           WS-WORK-REFERENCE
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   GO TO 480-EXIT.
           ADD WS-WORK-AMOUNT TO BK-AMOUNT (BK-HIT).
       480-EXIT.
           EXIT.

       485-SCAN-BOOK-SLOT.
           IF BK-SOURCE (BK-SUB) = WS-WORK-SOURCE
                   AND BK-REFERENCE (BK-SUB) = WS-WORK-REFERENCE
                   AND BK-CARRIED-SW (BK-SUB) = "N"
               MOVE BK-SUB TO BK-HIT
           ELSE
               ADD +1 TO BK-SUB.
       485-EXIT.
           EXIT.

      ******************************************************************
      *    500-MATCH-ITEMS - FIRST PASS PAIRS EACH BANK CREDIT WITH AN *
      *    OPEN BOOK DEPOSIT OF THE SAME REFERENCE AND AMOUNT.  THE    *
      *    SECOND PASS PAIRS WHAT IS LEFT ON REFERENCE ALONE - THOSE   *
      *    ARE THE DIFFERENCES.                                        *
      ******************************************************************
       500-MATCH-ITEMS.
           MOVE "500-MATCH-ITEMS" TO PARA-NAME.
           PERFORM 510-MATCH-EXACT THRU 510-EXIT
               VARYING BNK-SUB FROM 1 BY 1
               UNTIL BNK-SUB > BANK-COUNT.
           PERFORM 520-MATCH-REFERENCE THRU 520-EXIT
               VARYING BNK-SUB FROM 1 BY 1
               UNTIL BNK-SUB > BANK-COUNT.
       500-EXIT.
           EXIT.

       510-MATCH-EXACT.
           IF BT-STATUS (BNK-SUB) NOT = SPACE
               GO TO 510-EXIT.
           MOVE ZERO TO BK-HIT.
           MOVE +1   TO BK-SUB.
           PERFORM 515-TRY-EXACT THRU 515-EXIT
               UNTIL BK-HIT > ZERO OR BK-SUB > BOOK-COUNT.
           IF BK-HIT > ZERO
               MOVE "M"    TO BT-STATUS (BNK-SUB)
               MOVE "M"    TO BK-STATUS (BK-HIT)
               MOVE BK-HIT TO BT-MATCH-SUB (BNK-SUB).
       510-EXIT.
           EXIT.

       515-TRY-EXACT.
           IF BK-STATUS (BK-SUB) = SPACE
                   AND BK-REFERENCE (BK-SUB) = BT-REFERENCE (BNK-SUB)
                   AND BK-AMOUNT (BK-SUB) = BT-AMOUNT (BNK-SUB)
               MOVE BK-SUB TO BK-HIT
           ELSE
               ADD +1 TO BK-SUB.
       515-EXIT.
           EXIT.

       520-MATCH-REFERENCE.
           IF BT-STATUS (BNK-SUB) NOT = SPACE
               GO TO 520-EXIT.
           MOVE ZERO TO BK-HIT.
           MOVE +1   TO BK-SUB.
           PERFORM 525-TRY-REFERENCE THRU 525-EXIT
               UNTIL BK-HIT > ZERO OR BK-SUB > BOOK-COUNT.
           IF BK-HIT > ZERO
               MOVE "D"    TO BT-STATUS (BNK-SUB)
               MOVE "D"    TO BK-STATUS (BK-HIT)
               MOVE BK-HIT TO BT-MATCH-SUB (BNK-SUB).
       520-EXIT.
           EXIT.

       525-TRY-REFERENCE.
           IF BK-STATUS (BK-SUB) = SPACE
                   AND BK-REFERENCE (BK-SUB) = BT-REFERENCE (BNK-SUB)
               MOVE BK-SUB TO BK-HIT
           ELSE
               ADD +1 TO BK-SUB.
       525-EXIT.
           EXIT.

      ******************************************************************
      *    600-PRINT-SECTIONS - MATCHED, DIFFERENCES, BANK ONLY, BOOK  *
      *    ONLY, THEN THE AGEING OF EVERYTHING STILL OPEN.             *
      ******************************************************************
       600-PRINT-SECTIONS.
           MOVE "600-PRINT-SECTIONS" TO PARA-NAME.
           MOVE "M" TO WS-SECTION-SW.
           MOVE 'MATCHED DEPOSITS' TO SEC-TITLE.
           PERFORM 690-PRINT-SECTION-HEAD THRU 690-EXIT.
           PERFORM 610-PRINT-BANK-ITEM THRU 610-EXIT
               VARYING BNK-SUB FROM 1 BY 1
               UNTIL BNK-SUB > BANK-COUNT.

           MOVE "D" TO WS-SECTION-SW.
           MOVE 'AMOUNT DIFFERENCES' TO SEC-TITLE.
           PERFORM 690-PRINT-SECTION-HEAD THRU 690-EXIT.
           PERFORM 610-PRINT-BANK-ITEM THRU 610-EXIT
               VARYING BNK-SUB FROM 1 BY 1
               UNTIL BNK-SUB > BANK-COUNT.

           MOVE "B" TO WS-SECTION-SW.
           MOVE 'UNMATCHED BANK CREDITS' TO SEC-TITLE.
           PERFORM 690-PRINT-SECTION-HEAD THRU 690-EXIT.
           PERFORM 610-PRINT-BANK-ITEM THRU 610-EXIT
               VARYING BNK-SUB FROM 1 BY 1
               UNTIL BNK-SUB > BANK-COUNT.

           MOVE "K" TO WS-SECTION-SW.
           MOVE 'UNMATCHED BOOK DEPOSITS' TO SEC-TITLE.
           PERFORM 690-PRINT-SECTION-HEAD THRU 690-EXIT.
           PERFORM 650-PRINT-BOOK-ITEM THRU 650-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB > BOOK-COUNT.

           MOVE 'AGEING OF OPEN ITEMS' TO SEC-TITLE.
           PERFORM 690-PRINT-SECTION-HEAD THRU 690-EXIT.
           PERFORM 680-PRINT-AGE-LINE THRU 680-EXIT
               VARYING AGE-SUB FROM 1 BY 1
               UNTIL AGE-SUB > 4.
       600-EXIT.
           EXIT.

       610-PRINT-BANK-ITEM.
           IF PRINTING-MATCHED AND BT-STATUS (BNK-SUB) NOT = "M"
               GO TO 610-EXIT.
           IF PRINTING-DIFFERENCES AND BT-STATUS (BNK-SUB) NOT = "D"
               GO TO 610-EXIT.
           IF PRINTING-BANK-ONLY AND BT-STATUS (BNK-SUB) NOT = SPACE
               GO TO 610-EXIT.

           MOVE SPACES TO DTL-NOTE, DTL-BOOK-DATE, DTL-BOOK-AMT-X,
                          DTL-DIFF-AMT-X, DTL-AGE-X.
           MOVE BT-REFERENCE (BNK-SUB) TO DTL-REFERENCE.
           MOVE BT-DATE (BNK-SUB)      TO DTL-BANK-DATE.
           MOVE BT-AMOUNT (BNK-SUB)    TO DTL-BANK-AMT.
           IF BT-STATUS (BNK-SUB) = SPACE
               MOVE 'BANK ONLY' TO DTL-STATUS
               MOVE 'BANK'      TO DTL-SOURCE
               MOVE BT-DATE (BNK-SUB) TO WS-WORK-DATE
               PERFORM 670-AGE-ITEM THRU 670-EXIT
               MOVE WS-AGE-DAYS TO DTL-AGE
               ADD +1 TO BANK-ONLY-ITEMS
               ADD BT-AMOUNT (BNK-SUB) TO WS-BANK-ONLY-AMT
               ADD +1 TO AG-BANK-COUNT (AGE-SUB)
               ADD BT-AMOUNT (BNK-SUB) TO AG-BANK-AMT (AGE-SUB)
               IF BT-CARRIED-SW (BNK-SUB) = "Y"
                   MOVE 'CARRIED' TO DTL-NOTE
               END-IF
               IF BT-RESIDUAL-SW (BNK-SUB) = "Y"
                   MOVE 'RESIDUAL' TO DTL-NOTE
               END-IF
               WRITE BANKRPT-REC FROM RPT-DETAIL-LINE
               GO TO 610-EXIT.

           MOVE BT-MATCH-SUB (BNK-SUB) TO BK-HIT.
           MOVE BK-SOURCE (BK-HIT) TO WS-WORK-SOURCE.
           PERFORM 660-SOURCE-NAME THRU 660-EXIT.
           MOVE BK-DATE (BK-HIT)   TO DTL-BOOK-DATE.
           MOVE BK-AMOUNT (BK-HIT) TO DTL-BOOK-AMT.
           IF BT-STATUS (BNK-SUB) = "M"
               MOVE 'MATCHED' TO DTL-STATUS
               ADD +1 TO ITEMS-MATCHED
               ADD BT-AMOUNT (BNK-SUB) TO WS-MATCHED-AMT
           ELSE
               MOVE 'DIFFERENCE' TO DTL-STATUS
               COMPUTE WS-DIFFERENCE =
                   BT-AMOUNT (BNK-SUB) - BK-AMOUNT (BK-HIT)
               MOVE WS-DIFFERENCE TO DTL-DIFF-AMT
               MOVE 'RESIDUAL' TO DTL-NOTE
               ADD +1 TO ITEMS-DIFFERENT
               ADD WS-DIFFERENCE TO WS-DIFFERENCE-AMT.
           WRITE BANKRPT-REC FROM RPT-DETAIL-LINE.
       610-EXIT.
           EXIT.

       650-PRINT-BOOK-ITEM.
           IF BK-STATUS (BK-SUB) NOT = SPACE
               GO TO 650-EXIT.
           MOVE SPACES TO DTL-NOTE, DTL-BANK-DATE, DTL-BANK-AMT-X,
                          DTL-DIFF-AMT-X.
           MOVE 'BOOK ONLY'          TO DTL-STATUS.
           MOVE BK-SOURCE (BK-SUB)   TO WS-WORK-SOURCE.
           PERFORM 660-SOURCE-NAME THRU 660-EXIT.
           MOVE BK-REFERENCE (BK-SUB) TO DTL-REFERENCE.
           MOVE BK-DATE (BK-SUB)      TO DTL-BOOK-DATE.
           MOVE BK-AMOUNT (BK-SUB)    TO DTL-BOOK-AMT.
           MOVE BK-DATE (BK-SUB)      TO WS-WORK-DATE.
           PERFORM 670-AGE-ITEM THRU 670-EXIT.
           MOVE WS-AGE-DAYS TO DTL-AGE.
           IF BK-CARRIED-SW (BK-SUB) = "Y"
               MOVE 'CARRIED' TO DTL-NOTE.
           IF BK-RESIDUAL-SW (BK-SUB) = "Y"
               MOVE 'RESIDUAL' TO DTL-NOTE.
           WRITE BANKRPT-REC FROM RPT-DETAIL-LINE.
           ADD +1 TO BOOK-ONLY-ITEMS.
           ADD BK-AMOUNT (BK-SUB) TO WS-BOOK-ONLY-AMT.
           ADD +1 TO AG-BOOK-COUNT (AGE-SUB).
           ADD BK-AMOUNT (BK-SUB) TO AG-BOOK-AMT (AGE-SUB).
       650-EXIT.
           EXIT.

       660-SOURCE-NAME.
           IF WS-WORK-SOURCE = 'T'
               MOVE 'DRAWER'  TO DTL-SOURCE
           ELSE
           IF WS-WORK-SOURCE = 'P'
               MOVE 'PAYER'   TO DTL-SOURCE
           ELSE
           IF WS-WORK-SOURCE = 'L'
               MOVE 'LOCKBOX' TO DTL-SOURCE
           ELSE
               MOVE SPACES    TO DTL-SOURCE.
       660-EXIT.
           EXIT.

      *    AGE IN DAYS FROM THE ITEM'S ORIGINAL DATE TO TODAY, AND THE
      *    AGEING BUCKET IT FALLS IN.  AN ITEM PAST FIVE DAYS IS STALE.
       670-AGE-ITEM.
           MOVE 'DIF '        TO DSRV-FUNCTION.
           MOVE WS-WORK-DATE  TO DSRV-DATE-1.
           MOVE WS-RUN-DATE   TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO OR DSRV-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           ELSE
               MOVE DSRV-DAYS TO WS-AGE-DAYS.
           IF WS-AGE-DAYS < 2
               MOVE 1 TO AGE-SUB
           ELSE
           IF WS-AGE-DAYS < 6
               MOVE 2 TO AGE-SUB
           ELSE
           IF WS-AGE-DAYS < 31
               MOVE 3 TO AGE-SUB
           ELSE
               MOVE 4 TO AGE-SUB.
           IF AGE-SUB > 2
               ADD +1 TO STALE-ITEMS.
       670-EXIT.
           EXIT.

       680-PRINT-AGE-LINE.
           MOVE AGE-LABEL (AGE-SUB)     TO AGL-LABEL.
           MOVE AG-BANK-COUNT (AGE-SUB) TO AGL-BANK-COUNT.
           MOVE AG-BANK-AMT (AGE-SUB)   TO AGL-BANK-AMT.
           MOVE AG-BOOK-COUNT (AGE-SUB) TO AGL-BOOK-COUNT.
           MOVE AG-BOOK-AMT (AGE-SUB)   TO AGL-BOOK-AMT.
           WRITE BANKRPT-REC FROM RPT-AGE-LINE.
       680-EXIT.
           EXIT.

       690-PRINT-SECTION-HEAD.
           MOVE SPACES TO BANKRPT-REC.
           WRITE BANKRPT-REC.
           WRITE BANKRPT-REC FROM RPT-SECTION-LINE.
       690-EXIT.
           EXIT.

      ******************************************************************
      *    700-CARRY-OPEN-ITEMS - EVERY UNMATCHED ITEM, AND THE        *
      *    RESIDUAL OF EVERY DIFFERENCE, GOES TO TOMORROW'S OPEN-ITEM  *
      *    FILE.  A BANK CREDIT SHORT OF THE BOOKS LEAVES A BOOK-SIDE  *
      *    RESIDUAL STILL EXPECTED FROM THE BANK; ONE OVER THE BOOKS   *
      *    LEAVES A BANK-SIDE RESIDUAL STILL TO BE BOOKED.             *
      ******************************************************************
       700-CARRY-OPEN-ITEMS.
           MOVE "700-CARRY-OPEN-ITEMS" TO PARA-NAME.
           PERFORM 710-CARRY-BANK-ITEM THRU 710-EXIT
               VARYING BNK-SUB FROM 1 BY 1
               UNTIL BNK-SUB > BANK-COUNT.
           PERFORM 730-CARRY-BOOK-ITEM THRU 730-EXIT
               VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB > BOOK-COUNT.
       700-EXIT.
           EXIT.

       710-CARRY-BANK-ITEM.
           IF BT-STATUS (BNK-SUB) = "M"
               GO TO 710-EXIT.
           MOVE SPACES TO BANK-OPEN-ITEM-REC.
           IF BT-STATUS (BNK-SUB) = SPACE
               MOVE 'B'                     TO BOI-SIDE
               MOVE BT-REFERENCE (BNK-SUB)  TO BOI-REFERENCE
               MOVE BT-DATE (BNK-SUB)       TO BOI-ORIG-DATE
               MOVE BT-AMOUNT (BNK-SUB)     TO BOI-AMOUNT
               MOVE BT-RESIDUAL-SW (BNK-SUB) TO BOI-RESIDUAL-SW
               PERFORM 750-WRITE-OPEN-ITEM THRU 750-EXIT
               GO TO 710-EXIT.

           MOVE BT-MATCH-SUB (BNK-SUB) TO BK-HIT.
           COMPUTE WS-DIFFERENCE =
               BT-AMOUNT (BNK-SUB) - BK-AMOUNT (BK-HIT).
           MOVE BT-REFERENCE (BNK-SUB) TO BOI-REFERENCE.
           MOVE 'Y'                    TO BOI-RESIDUAL-SW.
           IF WS-DIFFERENCE > ZERO
               MOVE 'B'                TO BOI-SIDE
               MOVE BT-DATE (BNK-SUB)  TO BOI-ORIG-DATE
               MOVE WS-DIFFERENCE      TO BOI-AMOUNT
           ELSE
               MOVE 'K'                TO BOI-SIDE
               MOVE BK-SOURCE (BK-HIT) TO BOI-SOURCE
               MOVE BK-DATE (BK-HIT)   TO BOI-ORIG-DATE
               COMPUTE BOI-AMOUNT = ZERO - WS-DIFFERENCE.
           PERFORM 750-WRITE-OPEN-ITEM THRU 750-EXIT.
       710-EXIT.
           EXIT.

       730-CARRY-BOOK-ITEM.
           IF BK-STATUS (BK-SUB) NOT = SPACE
               GO TO 730-EXIT.
           MOVE SPACES TO BANK-OPEN-ITEM-REC.
           MOVE 'K'                      TO BOI-SIDE.
           MOVE BK-SOURCE (BK-SUB)       TO BOI-SOURCE.
           MOVE BK-REFERENCE (BK-SUB)    TO BOI-REFERENCE.
           MOVE BK-DATE (BK-SUB)         TO BOI-ORIG-DATE.
           MOVE BK-AMOUNT (BK-SUB)       TO BOI-AMOUNT.
           MOVE BK-RESIDUAL-SW (BK-SUB)  TO BOI-RESIDUAL-SW.
           PERFORM 750-WRITE-OPEN-ITEM THRU 750-EXIT.
       730-EXIT.
           EXIT.

       750-WRITE-OPEN-ITEM.
           WRITE BANKOPNO-REC FROM BANK-OPEN-ITEM-REC.
           ADD +1 TO CARRIED-OUT.
           IF BOI-BANK-SIDE
               ADD BOI-AMOUNT TO WS-BANK-OPEN
           ELSE
               ADD BOI-AMOUNT TO WS-BOOK-OPEN.
       750-EXIT.
           EXIT.

      ******************************************************************
      *    800-WRITE-ADJUSTMENT - CASH IN TRANSIT HOLDS BOOK LESS BANK *
      *    OVER THE OPEN ITEMS.  THE DAY'S CHANGE IN THAT NET MOVES    *
      *    BETWEEN 1000 CASH AND 1050 CASH IN TRANSIT AS ONE PAIR.     *
      ******************************************************************
       800-WRITE-ADJUSTMENT.
           MOVE "800-WRITE-ADJUSTMENT" TO PARA-NAME.
           COMPUTE WS-PRIOR-NET = WS-PRIOR-BOOK-OPEN
                                - WS-PRIOR-BANK-OPEN.
           COMPUTE WS-NET-OPEN  = WS-BOOK-OPEN - WS-BANK-OPEN.
           COMPUTE WS-ADJUSTMENT = WS-NET-OPEN - WS-PRIOR-NET.
           IF WS-ADJUSTMENT = ZERO
               GO TO 800-EXIT.

           MOVE "BANK RECON - CASH IN TRANSIT  " TO GLJ-DESCRIPTION.
           MOVE "BANKREC" TO GLJ-SOURCE.
           IF WS-ADJUSTMENT > ZERO
               MOVE WS-ADJUSTMENT TO GLJ-AMOUNT
               MOVE "1050" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 850-WRITE-ONE-JOURNAL THRU 850-EXIT
               MOVE "1000" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 850-WRITE-ONE-JOURNAL THRU 850-EXIT
           ELSE
               COMPUTE GLJ-AMOUNT = ZERO - WS-ADJUSTMENT
               MOVE "1000" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 850-WRITE-ONE-JOURNAL THRU 850-EXIT
               MOVE "1050" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 850-WRITE-ONE-JOURNAL THRU 850-EXIT.
       800-EXIT.
           EXIT.

       850-WRITE-ONE-JOURNAL.
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
           WRITE GLJRNL-REC FROM GL-JOURNAL-REC.
           ADD +1 TO JOURNALS-WRITTEN.
       850-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO BANKRPT-REC.
           WRITE BANKRPT-REC.
           MOVE 'BANK CREDITS READ:            ' TO RPT-TOTAL-LABEL.
           MOVE BANK-ITEMS-READ TO RPT-TOTAL-COUNT.
           MOVE ZERO TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'OPEN ITEMS CARRIED IN:        ' TO RPT-TOTAL-LABEL.
           MOVE CARRIED-IN TO RPT-TOTAL-COUNT.
           MOVE WS-PRIOR-NET TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'MATCHED:                      ' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-MATCHED TO RPT-TOTAL-COUNT.
           MOVE WS-MATCHED-AMT TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'AMOUNT DIFFERENCES (NET):     ' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-DIFFERENT TO RPT-TOTAL-COUNT.
           MOVE WS-DIFFERENCE-AMT TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'UNMATCHED BANK CREDITS:       ' TO RPT-TOTAL-LABEL.
           MOVE BANK-ONLY-ITEMS TO RPT-TOTAL-COUNT.
           MOVE WS-BANK-ONLY-AMT TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'UNMATCHED BOOK DEPOSITS:      ' TO RPT-TOTAL-LABEL.
           MOVE BOOK-ONLY-ITEMS TO RPT-TOTAL-COUNT.
           MOVE WS-BOOK-ONLY-AMT TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'OPEN ITEMS CARRIED OUT:       ' TO RPT-TOTAL-LABEL.
           MOVE CARRIED-OUT TO RPT-TOTAL-COUNT.
           MOVE WS-NET-OPEN TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CASH IN TRANSIT ADJUSTMENT:   ' TO RPT-TOTAL-LABEL.
           MOVE JOURNALS-WRITTEN TO RPT-TOTAL-COUNT.
           MOVE WS-ADJUSTMENT TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'OPEN ITEMS OVER 5 DAYS OLD:   ' TO RPT-TOTAL-LABEL.
           MOVE STALE-ITEMS TO RPT-TOTAL-COUNT.
           MOVE ZERO TO RPT-TOTAL-AMOUNT.
           WRITE BANKRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE BANKSTMT, RCPTLOG, REMITIN, LOCKBOX, BANKOPNO,
                 BANKRPT, GLJRNL.
           IF CARRIED-FILE-OPEN
               CLOSE BANKOPNI.
           DISPLAY "** BANK CREDITS READ    " BANK-ITEMS-READ.
           DISPLAY "** ITEMS MATCHED        " ITEMS-MATCHED.
           DISPLAY "** OPEN ITEMS CARRIED   " CARRIED-OUT.
           DISPLAY "******** NORMAL END OF JOB BANKREC ********".
       999-EXIT.
           EXIT.
