       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  APPAYRUN.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * APPAYRUN - ACCOUNTS PAYABLE PAYMENT RUN.  PICKS UP THE LINES   *
      *            INVMATCH RELEASED TO PAYAPPRV, PRICES EACH ONE ON   *
      *            THE SUPPLIER'S VTRMSEG PAYMENT TERMS (FROM THE      *
      *            NIGHTLY TERMSEXT UNLOAD) AND ADDS THEM TO THE OPEN  *
      *            ITEMS CARRIED FORWARD FROM THE LAST RUN.  AN ITEM   *
      *            IS PAID WHEN IT IS DUE ON THE RUN DATE, OR EARLIER  *
      *            WHEN WAITING FOR THE NEXT RUN WOULD LOSE ITS        *
      *            EARLY-PAYMENT DISCOUNT.  EVERYTHING ELSE CARRIES    *
      *            FORWARD ON APOPNEW.                                 *
      *                                                                *
      *            EACH SUPPLIER IS PAID ONCE FOR ALL ITS SELECTED     *
      *            ITEMS, LESS DISCOUNTS TAKEN AND LESS ITS OPEN       *
      *            RTVPROC DEBIT MEMOS, BY CHECK OR ACH AS ITS APVEND  *
      *            REMIT-TO RECORD SAYS.  A SUPPLIER WITH NO APVEND    *
      *            RECORD, ON PAYMENT HOLD, OR WITHOUT BANK DETAILS    *
      *            FOR ACH IS NOT PAID - ITS ITEMS CARRY FORWARD AND   *
      *            LIST AS EXCEPTIONS ON THE REGISTER.                 *
      *                                                                *
      *            OUTPUTS - CHKREG   CHECK REGISTER                   *
      *                      CHKPRT   CHECKS WITH REMITTANCE STUBS     *
      *                      ACHOUT   NACHA CCD CREDIT FILE            *
      *                      POSPAY   POSITIVE-PAY ISSUE FILE          *
      *                      APPDHIST PAID-INVOICE HISTORY (APPENDED)  *
      *                      GLJRNL   PAYMENT, DISCOUNT AND MEMO PAIRS *
      *                                                                *
      *            APPARM CARD (80 COLS):                              *
      *              1- 8  RUN DATE CCYYMMDD (BLANK = TODAY)           *
      *              9-16  FIRST CHECK NUMBER                          *
      *             17-33  OUR DISBURSEMENT ACCOUNT NUMBER             *
      *             34-42  OUR BANK ROUTING NUMBER                     *
      *             43-52  ACH COMPANY ID                              *
      *             53-55  DAYS TO THE NEXT RUN (BLANK = 7)            *
      *             56-78  OUR BANK NAME                               *
      *                                                                *
      *            A MISSING OR BAD CARD PAYS NOTHING: EVERY ITEM      *
      *            CARRIES FORWARD AND THE RUN ENDS IN ERROR.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPARM
           ASSIGN TO UT-S-APPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PAYAPPRV
           ASSIGN TO UT-S-PAYAPPRV
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT APOPEN
           ASSIGN TO UT-S-APOPEN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS APOPEN-STATUS.

           SELECT APOPNEW
           ASSIGN TO UT-S-APOPNEW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT TERMSEXT
           ASSIGN TO UT-S-TERMSEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TERMSEXT-STATUS.

           SELECT DEBITMEM
           ASSIGN TO UT-S-DEBITMEM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DBMEMOUT
           ASSIGN TO UT-S-DBMEMOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CHKREG
           ASSIGN TO UT-S-CHKREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CHKPRT
           ASSIGN TO UT-S-CHKPRT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT ACHOUT
           ASSIGN TO UT-S-ACHOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT POSPAY
           ASSIGN TO UT-S-POSPAY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT APPDHIST
           ASSIGN TO UT-S-APPDHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS APPDHIST-STATUS.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PPADJ
           ASSIGN TO UT-S-PPADJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT APVEND
                  ASSIGN       to APVEND
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is APVEND-REC-KEY
                  FILE STATUS  is APVEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPARM-REC.
       01  APPARM-REC                       PIC X(80).

       FD  PAYAPPRV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYAPPRV-REC.
       01  PAYAPPRV-REC.
           05  PAY-SUPPLIER-CODE           PIC X(05).
           05  PAY-ORDER-NUM               PIC X(06).
           05  PAY-ORDER-LINE              PIC 9(03).
           05  PAY-PART-NUM                PIC X(23).
           05  PAY-QTY-BILLED              PIC 9(07).
           05  PAY-UNIT-PRICE              PIC 9(07)V99.
           05  PAY-LINE-AMOUNT             PIC 9(11)V99.
           05  PAY-REFERENCE               PIC X(15).
           05  PAY-INVOICE-DATE            PIC 9(08).
           05  PAY-RELEASE-DATE            PIC 9(08).
           05  FILLER                      PIC X(03).

       FD  APOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APOPEN-REC.
       01  APOPEN-REC                       PIC X(120).

       FD  APOPNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APOPNEW-REC.
       01  APOPNEW-REC                      PIC X(120).

       FD  TERMSEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMSEXT-REC.
       01  TERMSEXT-REC.
           05  TEXT-PART-NUMBER            PIC X(23).
           05  TEXT-SUPPLIER-CODE          PIC X(05).
           05  TEXT-PAYMENT-TERMS          PIC X(04).
           05  TEXT-LEAD-DAYS              PIC 9(03).
           05  TEXT-MIN-ORDER-QTY          PIC 9(07).
           05  TEXT-SUPPLIER-STATUS        PIC X(01).
           05  FILLER                      PIC X(37).

       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-REC.
       01  DEBITMEM-REC                     PIC X(100).

       FD  DBMEMOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DBMEMOUT-REC.
       01  DBMEMOUT-REC                     PIC X(100).

       FD  CHKREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKREG-REC.
       01  CHKREG-REC                       PIC X(132).

       FD  CHKPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKPRT-REC.
       01  CHKPRT-REC                       PIC X(132).

       FD  ACHOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 94 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACHOUT-REC.
       01  ACHOUT-REC                       PIC X(94).

       FD  POSPAY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSPAY-REC.
       01  POSPAY-REC                       PIC X(80).

       FD  APPDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPDHIST-REC.
       01  APPDHIST-REC                     PIC X(120).

       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC                       PIC X(80).

       FD  PPADJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPADJ-REC.
       01  PPADJ-REC                        PIC X(132).

       FD  APVEND
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS APVEND-FD-REC.
       01  APVEND-FD-REC.
           05 APVEND-REC-KEY   PIC X(05).
           05 FILLER           PIC X(145).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  APVEND-STATUS           PIC X(2).
               88 APVEND-OK            VALUE "00".
               88 APVEND-NOTFND        VALUE "23".
           05  APOPEN-STATUS           PIC X(2).
               88 APOPEN-OK            VALUE "00".
           05  TERMSEXT-STATUS         PIC X(2).
               88 TERMSEXT-OK          VALUE "00".
           05  APPDHIST-STATUS         PIC X(2).
               88 APPDHIST-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 APOPEN-SW                   PIC X(01) VALUE "N".
              88 APOPEN-IS-OPEN VALUE "Y".
           05 WS-PAY-REFUSED-SW           PIC X(01) VALUE "N".
              88 PAYMENTS-REFUSED VALUE "Y".
           05 WS-ACH-STARTED-SW           PIC X(01) VALUE "N".
              88 ACH-FILE-STARTED VALUE "Y".
           05 WS-TODAY                    PIC 9(08) VALUE 0.
           05 WS-TODAY-R REDEFINES WS-TODAY.
              10 FILLER                   PIC 9(02).
              10 WS-TODAY-YYMMDD          PIC 9(06).
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 FILLER                   PIC 9(02).
              10 WS-RUN-YYMMDD            PIC 9(06).
           05 WS-POST-DATE                PIC 9(08) VALUE 0.
           05 WS-NEXT-RUN-DATE            PIC 9(08) VALUE 0.
           05 WS-LOOKAHEAD-DAYS           PIC 9(03) VALUE 0.
           05 WS-NOW-TIME                 PIC 9(08) VALUE 0.
           05 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
              10 WS-NOW-HHMM              PIC 9(04).
              10 FILLER                   PIC 9(04).
           05 WS-ODFI-ID                  PIC 9(08) VALUE 0.
           05 WS-NEXT-CHECK-NO            PIC 9(08) VALUE 0.
           05 WS-PAYMENT-NO               PIC 9(08) VALUE 0.
           05 WS-PAY-METHOD               PIC X(01) VALUE SPACE.
              88 WS-PAYING-BY-CHECK VALUE "C".
              88 WS-PAYING-BY-ACH   VALUE "A".
              88 WS-SETTLED-BY-MEMO VALUE "M".
           05 WS-SUPPLIER-CODE            PIC X(05) VALUE SPACES.
           05 WS-HOLD-REASON              PIC X(30) VALUE SPACES.
           05 WS-TERMS-CODE               PIC X(04) VALUE SPACES.
           05 WS-PAY-REFERENCE.
              10 WS-REF-SUPPLIER          PIC X(05).
              10 FILLER                   PIC X(01) VALUE "/".
              10 WS-REF-NUMBER            PIC 9(08).
              10 FILLER                   PIC X(01) VALUE SPACE.

      *    THE APPARM CARD - SEE THE LAYOUT IN THE BOX ABOVE.
       01  APPARM-CARD.
           05  APP-RUN-DATE                PIC X(08).
           05  APP-RUN-DATE-N REDEFINES APP-RUN-DATE
                                           PIC 9(08).
           05  APP-FIRST-CHECK-NO          PIC 9(08).
           05  APP-BANK-ACCOUNT            PIC X(17).
           05  APP-BANK-ROUTING            PIC 9(09).
           05  APP-BANK-ROUTING-R REDEFINES APP-BANK-ROUTING.
               10  APP-ODFI-ID             PIC 9(08).
               10  FILLER                  PIC 9(01).
           05  APP-COMPANY-ID              PIC X(10).
           05  APP-LOOKAHEAD-DAYS          PIC X(03).
           05  APP-LOOKAHEAD-N REDEFINES APP-LOOKAHEAD-DAYS
                                           PIC 9(03).
           05  APP-BANK-NAME               PIC X(23).
           05  FILLER                      PIC X(02).

       01  COUNTERS-AND-ACCUMULATORS.
           05 OPEN-ITEMS-READ          PIC 9(7) COMP VALUE 0.
           05 APPROVALS-READ           PIC 9(7) COMP VALUE 0.
           05 ITEMS-SELECTED           PIC 9(7) COMP VALUE 0.
           05 ITEMS-PAID               PIC 9(7) COMP VALUE 0.
           05 ITEMS-CARRIED            PIC 9(7) COMP VALUE 0.
           05 ITEMS-OVERFLOWED         PIC 9(7) COMP VALUE 0.
           05 TERMS-DEFAULTED          PIC 9(7) COMP VALUE 0.
           05 TERMS-MISSING            PIC 9(7) COMP VALUE 0.
           05 SUPPLIERS-PAID           PIC 9(7) COMP VALUE 0.
           05 SUPPLIERS-HELD           PIC 9(7) COMP VALUE 0.
           05 CHECKS-WRITTEN           PIC 9(7) COMP VALUE 0.
           05 ACH-ENTRY-COUNT          PIC 9(7) COMP VALUE 0.
           05 MEMO-SETTLEMENTS         PIC 9(7) COMP VALUE 0.
           05 MEMOS-APPLIED            PIC 9(7) COMP VALUE 0.
           05 JOURNALS-WRITTEN         PIC 9(7) COMP VALUE 0.
           05 PRIOR-PERIOD-MOVED       PIC 9(7) COMP VALUE 0.
           05 WS-PRIOR-PERIOD-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CARRIED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-HELD-AMOUNT           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-GROSS             PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-DISCOUNT          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-MEMO              PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TOT-CHECK-AMT         PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-ACH-AMT           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-PAID              PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE +0.

      *    ONE SUPPLIER'S PAYMENT WHILE IT IS BEING BUILT.
       01  SUPPLIER-PAYMENT-FIELDS.
           05 WS-SUPP-GROSS            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-SUPP-DISCOUNT         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-SUPP-NET              PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-SUPP-MEMO             PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-SUPP-PAY              PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-DISC-TAKEN            PIC 9(09)V99 VALUE 0.
           05 WS-ITEM-NET              PIC S9(11)V99 COMP-3 VALUE +0.

      *    THE PAYMENT TERMS CODES A/P RECOGNISES ON VTRMSEG: DISCOUNT
      *    PERCENT, DAYS THE DISCOUNT STANDS, DAYS TO NET DUE - ALL
      *    COUNTED FROM THE INVOICE DATE.  A CODE NOT LISTED HERE (OR
      *    A SUPPLIER WITH NO TERMS AT ALL) IS PAID NET 30.
       01  AP-TERMS-VALUES.
           05  FILLER                  PIC X(14) VALUE 'DUE 0000000000'.
           05  FILLER                  PIC X(14) VALUE 'N10 0000000010'.
           05  FILLER                  PIC X(14) VALUE 'N15 0000000015'.
           05  FILLER                  PIC X(14) VALUE 'N30 0000000030'.
           05  FILLER                  PIC X(14) VALUE 'N45 0000000045'.
           05  FILLER                  PIC X(14) VALUE 'N60 0000000060'.
           05  FILLER                  PIC X(14) VALUE 'N90 0000000090'.
           05  FILLER                  PIC X(14) VALUE '1N300100010030'.
           05  FILLER                  PIC X(14) VALUE '2N300200010030'.
       01  AP-TERMS-TABLE REDEFINES AP-TERMS-VALUES.
           05  APT-ENTRY OCCURS 9 TIMES.
               10  APT-TERMS-CODE      PIC X(04).
               10  APT-DISC-PCT        PIC 9(02)V99.
               10  APT-DISC-DAYS       PIC 9(03).
               10  APT-NET-DAYS        PIC 9(03).
       01  AP-TERMS-CONTROLS.
           05 APT-MAX                  PIC S9(04) COMP VALUE +9.
           05 APT-SUB                  PIC S9(04) COMP VALUE +0.
           05 APT-HIT-SUB              PIC S9(04) COMP VALUE +0.

      *    IN-CORE COPY OF THE TERMSEXT UNLOAD, LOADED AT START-UP.
       01  SUPPLIER-TERMS-TABLE.
           05 TERMS-COUNT              PIC S9(04) COMP VALUE +0.
           05 TERMS-SUB                PIC S9(04) COMP VALUE +0.
           05 TERMS-HIT-SUB            PIC S9(04) COMP VALUE +0.
           05 TERMS-ENTRY OCCURS 500 TIMES.
              10 TERMS-PART-NUMBER     PIC X(23).
              10 TERMS-SUPPLIER-CODE   PIC X(05).
              10 TERMS-PAYMENT-TERMS   PIC X(04).

      *    ITEMS SELECTED FOR PAYMENT, EACH POINTING AT ITS SUPPLIER'S
      *    SLOT IN THE SUPPLIER TABLE.  AN ITEM THAT FINDS EITHER
      *    TABLE FULL CARRIES FORWARD TO THE NEXT RUN INSTEAD.
       01  SELECTED-ITEM-TABLE.
           05 SEL-COUNT                PIC S9(04) COMP VALUE +0.
           05 SEL-MAX                  PIC S9(04) COMP VALUE +2000.
           05 SEL-SUB                  PIC S9(04) COMP VALUE +0.
           05 SEL-ENTRY OCCURS 2000 TIMES.
              10 SEL-ITEM              PIC X(120).
              10 SEL-SUPP-SUB          PIC S9(04) COMP.
              10 SEL-DISC-TAKEN        PIC 9(09)V99.
       01  SUPPLIER-PAY-TABLE.
           05 SPT-COUNT                PIC S9(04) COMP VALUE +0.
           05 SPT-MAX                  PIC S9(04) COMP VALUE +300.
           05 SPT-SUB                  PIC S9(04) COMP VALUE +0.
           05 SPT-HIT-SUB              PIC S9(04) COMP VALUE +0.
           05 SPT-ENTRY OCCURS 300 TIMES.
              10 SPT-SUPPLIER-CODE     PIC X(05).
              10 SPT-ITEM-COUNT        PIC S9(04) COMP.
              10 SPT-GROSS             PIC S9(11)V99 COMP-3.
              10 SPT-DISCOUNT          PIC S9(11)V99 COMP-3.

      *    THE SUPPLIER DEBIT MEMOS RTVPROC CUT, CARRIED IN CORE FOR
      *    THE RUN EXACTLY AS INVMATCH DOES; OPEN ONES NET AGAINST
      *    THE SUPPLIER'S PAYMENT AND THE WHOLE SET WRITES BACK.
       01  DEBIT-MEMO-CONTROLS.
           05 MEMO-COUNT               PIC S9(04) COMP VALUE +0.
           05 MEMO-SUB                 PIC S9(04) COMP VALUE +0.
           05 MEMOS-PASSED-THRU        PIC S9(04) COMP VALUE +0.
           05 WS-NET-THIS-MEMO         PIC S9(11)V99 COMP-3 VALUE +0.
       01  DEBIT-MEMO-TABLE.
           05 MEMO-ENTRY OCCURS 200 TIMES PIC X(100).

      *    NACHA FILE CONTROLS.  THE ENTRY HASH IS THE SUM OF THE
      *    RECEIVING DFI IDS, KEPT TO ITS LOW-ORDER TEN DIGITS.
       01  ACH-CONTROLS.
           05 ACH-RECORDS-WRITTEN      PIC 9(07) COMP VALUE 0.
           05 ACH-BLOCK-COUNT          PIC 9(06) VALUE 0.
           05 ACH-FILL-COUNT           PIC 9(02) VALUE 0.
           05 WS-ACH-HASH              PIC 9(12) VALUE 0.
           05 WS-ACH-CREDIT-TOTAL      PIC 9(10)V99 VALUE 0.

       01  ACH-FILE-HEADER.
           05  FILLER                  PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(02) VALUE '01'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ACHF-DEST-ROUTING       PIC 9(09).
           05  ACHF-ORIGIN             PIC X(10).
           05  ACHF-CREATE-DATE        PIC 9(06).
           05  ACHF-CREATE-TIME        PIC 9(04).
           05  FILLER                  PIC X(01) VALUE 'A'.
           05  FILLER                  PIC X(03) VALUE '094'.
           05  FILLER                  PIC X(02) VALUE '10'.
           05  FILLER                  PIC X(01) VALUE '1'.
           05  ACHF-DEST-NAME          PIC X(23).
           05  FILLER                  PIC X(23)
               VALUE 'HOSPITAL A/P'.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05  FILLER                  PIC X(01) VALUE '5'.
           05  FILLER                  PIC X(03) VALUE '220'.
           05  FILLER                  PIC X(16)
               VALUE 'HOSPITAL A/P'.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  ACHB-COMPANY-ID         PIC X(10).
           05  FILLER                  PIC X(03) VALUE 'CCD'.
           05  FILLER                  PIC X(10) VALUE 'A/P PAYMNT'.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  ACHB-EFFECTIVE-DATE     PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '1'.
           05  ACHB-ODFI-ID            PIC 9(08).
           05  ACHB-BATCH-NO           PIC 9(07) VALUE 1.

       01  ACH-ENTRY-DETAIL.
           05  FILLER                  PIC X(01) VALUE '6'.
           05  ACHE-TRAN-CODE          PIC X(02).
           05  ACHE-RDFI-ID            PIC 9(08).
           05  ACHE-CHECK-DIGIT        PIC 9(01).
           05  ACHE-DFI-ACCOUNT        PIC X(17).
           05  ACHE-AMOUNT             PIC 9(08)V99.
           05  ACHE-INDIVIDUAL-ID      PIC X(15).
           05  ACHE-INDIVIDUAL-NAME    PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '0'.
           05  ACHE-TRACE-ODFI         PIC 9(08).
           05  ACHE-TRACE-SEQ          PIC 9(07).

       01  ACH-BATCH-CONTROL.
           05  FILLER                  PIC X(01) VALUE '8'.
           05  FILLER                  PIC X(03) VALUE '220'.
           05  ACHC-ENTRY-COUNT        PIC 9(06).
           05  ACHC-ENTRY-HASH         PIC 9(10).
           05  ACHC-TOTAL-DEBIT        PIC 9(10)V99 VALUE 0.
           05  ACHC-TOTAL-CREDIT       PIC 9(10)V99.
           05  ACHC-COMPANY-ID         PIC X(10).
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  ACHC-ODFI-ID            PIC 9(08).
           05  ACHC-BATCH-NO           PIC 9(07) VALUE 1.

       01  ACH-FILE-CONTROL.
           05  FILLER                  PIC X(01) VALUE '9'.
           05  ACHT-BATCH-COUNT        PIC 9(06) VALUE 1.
           05  ACHT-BLOCK-COUNT        PIC 9(06).
           05  ACHT-ENTRY-COUNT        PIC 9(08).
           05  ACHT-ENTRY-HASH         PIC 9(10).
           05  ACHT-TOTAL-DEBIT        PIC 9(10)V99 VALUE 0.
           05  ACHT-TOTAL-CREDIT       PIC 9(10)V99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  ACH-FILL-REC                PIC X(94) VALUE ALL '9'.

      *    POSITIVE-PAY ISSUE RECORD - ONE PER CHECK, SO THE BANK
      *    REFUSES ANY ITEM THAT DOES NOT MATCH NUMBER AND AMOUNT.
       01  POSITIVE-PAY-REC.
           05  PPY-ACCOUNT             PIC X(17).
           05  PPY-CHECK-NO            PIC 9(10).
           05  PPY-AMOUNT              PIC 9(10)V99.
           05  PPY-ISSUE-DATE          PIC 9(08).
           05  PPY-ISSUE-CODE          PIC X(01).
               88  PPY-ISSUED          VALUE 'I'.
               88  PPY-VOIDED          VALUE 'V'.
           05  PPY-PAYEE-NAME          PIC X(30).
           05  FILLER                  PIC X(02).

       COPY APOPNITM.

       COPY APVEND.

       COPY APPDHIST.

       COPY DBMEMO.

       COPY GLJRNL.

       COPY DATESRVP.

       COPY PERCHKP.

       COPY PPADJLN.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  REG-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' A/P PAYMENT RUN - CHECK REGISTER'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  REG-HDR-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(16)
               VALUE '  POSTING DATE: '.
           05  REG-HDR-POST-DATE       PIC 9(08).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  REG-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               ' SUPPL  REFERENCE       ORDER/LN   INV DATE '.
           05  FILLER                  PIC X(44) VALUE
               'DUE DATE          GROSS      DISCOUNT       '.
           05  FILLER                  PIC X(44) VALUE
               '     NET  PAID    NUMBER                    '.

       01  REG-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-SUPPLIER            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REG-REFERENCE           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-ORDER-NUM           PIC X(06).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  REG-ORDER-LINE          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-INVOICE-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-DISCOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-NET                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REG-METHOD              PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-PAYMENT-NO          PIC Z(7)9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  REG-SUPPLIER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15)
               VALUE 'SUPPLIER TOTAL '.
           05  RST-SUPPLIER            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RST-NAME                PIC X(30).
           05  FILLER                  PIC X(07) VALUE ' GROSS '.
           05  RST-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' DISC '.
           05  RST-DISCOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' MEMOS '.
           05  RST-MEMOS               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' PAID '.
           05  RST-PAID                PIC ZZZ,ZZZ,ZZ9.99.

       01  REG-EXCEPTION-LINE.
           05  FILLER                  PIC X(04) VALUE ' ** '.
           05  REX-SUPPLIER            PIC X(05).
           05  FILLER                  PIC X(14)
               VALUE ' NOT PAID -   '.
           05  REX-REASON              PIC X(30).
           05  FILLER                  PIC X(08) VALUE ' ITEMS: '.
           05  REX-ITEM-COUNT          PIC ZZZ9.
           05  FILLER                  PIC X(09) VALUE ' AMOUNT: '.
           05  REX-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  REG-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-TOTAL-LABEL         PIC X(30).
           05  REG-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REG-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  CHK-STUB-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20)
               VALUE 'REMITTANCE ADVICE - '.
           05  FILLER                  PIC X(26)
               VALUE 'HOSPITAL ACCOUNTS PAYABLE '.
           05  FILLER                  PIC X(11) VALUE ' SUPPLIER: '.
           05  CSH-SUPPLIER            PIC X(05).
           05  FILLER                  PIC X(09) VALUE '  CHECK: '.
           05  CSH-CHECK-NO            PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  DATE: '.
           05  CSH-DATE                PIC 9(08).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  CHK-STUB-COLUMN.
           05  FILLER                  PIC X(44) VALUE
               ' INVOICE          ORDER/LN    INV DATE      '.
           05  FILLER                  PIC X(44) VALUE
               '     GROSS      DISCOUNT            NET     '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  CHK-STUB-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSL-REFERENCE           PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-ORDER-NUM           PIC X(06).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  CSL-ORDER-LINE          PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-INVOICE-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CSL-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSL-DISCOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CSL-NET                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  CHK-STUB-MEMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(68) VALUE
               'LESS SUPPLIER DEBIT MEMOS APPLIED'.
           05  CSM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  CHK-FACE-NUMBER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'HOSPITAL ACCOUNTS PAYABLE'.
           05  FILLER                  PIC X(11) VALUE 'CHECK NO.  '.
           05  CFN-CHECK-NO            PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  DATE  '.
           05  CFN-DATE                PIC 9(08).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  CHK-FACE-AMOUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE 'PAY EXACTLY'.
           05  FILLER                  PIC X(02) VALUE '$ '.
           05  CFA-AMOUNT              PIC ***,***,**9.99.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  CHK-FACE-PAYEE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CFP-LABEL               PIC X(17).
           05  CFP-TEXT                PIC X(40).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  CHK-CITY-BUILD.
           05  CCB-CITY                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CCB-STATE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CCB-ZIP                 PIC X(10).

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT.
           PERFORM 400-PAY-SUPPLIERS THRU 400-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF SUPPLIERS-HELD > 0 OR ITEMS-OVERFLOWED > 0
                   OR TERMS-DEFAULTED > 0
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN INPUT APPARM, PAYAPPRV, DEBITMEM.
           OPEN OUTPUT APOPNEW, DBMEMOUT, CHKREG, CHKPRT, ACHOUT,
                       POSPAY, GLJRNL, PPADJ.
           OPEN EXTEND APPDHIST.
           IF NOT APPDHIST-OK
               OPEN OUTPUT APPDHIST.

      *    THE FIRST RUN HAS NO CARRIED-FORWARD FILE YET.
           OPEN INPUT APOPEN.
           IF APOPEN-OK
               MOVE "Y" TO APOPEN-SW
           ELSE
               DISPLAY "** NO APOPEN FILE, STATUS " APOPEN-STATUS
                       " - NO ITEMS CARRIED IN".

           PERFORM 010-READ-APPARM THRU 010-EXIT.
           CLOSE APPARM.

           OPEN I-O APVEND.
           IF NOT APVEND-OK
               DISPLAY "** APVEND OPEN FAILED, STATUS " APVEND-STATUS
               MOVE "Y" TO WS-PAY-REFUSED-SW.

           IF PAYMENTS-REFUSED
               DISPLAY "** PAYMENT RUN REFUSED - EVERY ITEM CARRIES"
                       " FORWARD UNPAID"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.

           PERFORM 020-LOAD-SUPPLIER-TERMS THRU 020-EXIT.
           PERFORM 150-LOAD-DEBIT-MEMOS THRU 150-EXIT.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.

           MOVE WS-RUN-DATE  TO REG-HDR-RUN-DATE.
           MOVE WS-POST-DATE TO REG-HDR-POST-DATE.
           WRITE CHKREG-REC FROM REG-HEADER-LINE.
           WRITE CHKREG-REC FROM REG-COLUMN-LINE.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    010-READ-APPARM - RUN DATE, CHECK STOCK, OUR BANK AND THE   *
      *    DISCOUNT LOOK-AHEAD.  ANY BAD FIELD REFUSES THE WHOLE RUN:  *
      *    A CHECK RUN WITH THE WRONG NUMBERS OR BANK IS WORSE THAN    *
      *    NO CHECK RUN.                                               *
      ******************************************************************
       010-READ-APPARM.
           MOVE "010-READ-APPARM" TO PARA-NAME.
           MOVE WS-TODAY TO WS-RUN-DATE.
           READ APPARM INTO APPARM-CARD
               AT END
               DISPLAY "** NO APPARM CARD"
               MOVE "Y" TO WS-PAY-REFUSED-SW
               GO TO 010-EXIT
           END-READ.

           IF APP-RUN-DATE NOT = SPACES
               IF APP-RUN-DATE NOT NUMERIC
                   DISPLAY "** APPARM RUN DATE NOT NUMERIC: "
                           APP-RUN-DATE
                   MOVE "Y" TO WS-PAY-REFUSED-SW
               ELSE
                   MOVE 'VAL '         TO DSRV-FUNCTION
                   MOVE APP-RUN-DATE-N TO DSRV-DATE-1
                   CALL 'DATESRV' USING DATE-SRV-PARMS
                   IF DSRV-RETURN-CD NOT = ZERO
                       DISPLAY "** APPARM RUN DATE INVALID: "
                               APP-RUN-DATE
                       MOVE "Y" TO WS-PAY-REFUSED-SW
                   ELSE
                       MOVE APP-RUN-DATE-N TO WS-RUN-DATE.

           IF APP-FIRST-CHECK-NO NOT NUMERIC
               DISPLAY "** APPARM FIRST CHECK NUMBER MISSING"
               MOVE "Y" TO WS-PAY-REFUSED-SW
           ELSE
               MOVE APP-FIRST-CHECK-NO TO WS-NEXT-CHECK-NO.

           IF APP-BANK-ROUTING NOT NUMERIC
                   OR APP-BANK-ACCOUNT = SPACES
               DISPLAY "** APPARM BANK ROUTING OR ACCOUNT MISSING"
               MOVE "Y" TO WS-PAY-REFUSED-SW
           ELSE
               MOVE APP-ODFI-ID TO WS-ODFI-ID.

           IF APP-LOOKAHEAD-DAYS = SPACES
               MOVE 7 TO WS-LOOKAHEAD-DAYS
           ELSE
           IF APP-LOOKAHEAD-DAYS NOT NUMERIC
               DISPLAY "** APPARM LOOK-AHEAD DAYS NOT NUMERIC: "
                       APP-LOOKAHEAD-DAYS
               MOVE "Y" TO WS-PAY-REFUSED-SW
           ELSE
               MOVE APP-LOOKAHEAD-N TO WS-LOOKAHEAD-DAYS.

      *    A DISCOUNT THAT RUNS OUT BEFORE THIS DATE IS LOST UNLESS
      *    IT IS TAKEN TODAY.
           MOVE 'ADD '            TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE       TO DSRV-DATE-1.
           MOVE WS-LOOKAHEAD-DAYS TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           MOVE DSRV-DATE-2 TO WS-NEXT-RUN-DATE.
       010-EXIT.
           EXIT.

      ******************************************************************
      *    020-LOAD-SUPPLIER-TERMS - THE TERMSEXT UNLOAD OF VTRMSEG,   *
      *    IN CORE FOR THE RUN THE SAME WAY DDBPT6CB CARRIES IT.       *
      *    WITHOUT IT EVERY NEW ITEM IS PRICED NET 30 AND COUNTED.     *
      ******************************************************************
       020-LOAD-SUPPLIER-TERMS.
           MOVE "020-LOAD-SUPPLIER-TERMS" TO PARA-NAME.
           OPEN INPUT TERMSEXT.
           IF NOT TERMSEXT-OK
               DISPLAY "** TERMSEXT NOT AVAILABLE, STATUS "
                       TERMSEXT-STATUS " - NEW ITEMS PAID NET 30"
               GO TO 020-EXIT.
           PERFORM 025-LOAD-ONE-TERMS THRU 025-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE TERMSEXT.
           MOVE "Y" TO MORE-DATA-SW.
       020-EXIT.
           EXIT.

       025-LOAD-ONE-TERMS.
           READ TERMSEXT
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 025-EXIT
           END-READ.
           IF TERMS-COUNT = 500
               DISPLAY "** TERMS TABLE FULL AT 500 - REST PAID NET 30"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 025-EXIT.
           ADD +1 TO TERMS-COUNT.
           MOVE TEXT-PART-NUMBER   TO TERMS-PART-NUMBER (TERMS-COUNT).
           MOVE TEXT-SUPPLIER-CODE TO
                TERMS-SUPPLIER-CODE (TERMS-COUNT).
           MOVE TEXT-PAYMENT-TERMS TO
                TERMS-PAYMENT-TERMS (TERMS-COUNT).
       025-EXIT.
           EXIT.

      ******************************************************************
      *    050-SET-POST-DATE - THE PERIOD THIS RUN POSTS INTO: THE RUN *
      *    DATE'S UNLESS IT IS ALREADY CLOSED, IN WHICH CASE THE FIRST *
      *    DAY OF THE NEXT OPEN PERIOD.  WITHOUT THE PERIOD FILE THE   *
      *    RUN POSTS AS DATED AND WARNS.                               *
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
           MOVE 'APPAYRUN'   TO PPA-HDR-PROGRAM.
           MOVE WS-RUN-DATE  TO PPA-HDR-RUN-DATE.
           MOVE WS-POST-DATE TO PPA-HDR-POST-DATE.
           WRITE PPADJ-REC FROM PPA-HEADER-LINE.
           WRITE PPADJ-REC FROM PPA-COLUMN-LINE.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - SELECTION PASS.  LAST RUN'S OPEN ITEMS COME  *
      *    FIRST, ALREADY PRICED; THEN THE NEW PAYAPPRV RELEASES,      *
      *    WHICH ARE PRICED ON THEIR TERMS AS THEY ARRIVE.             *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF APOPEN-IS-OPEN
               PERFORM 200-CARRY-IN-ONE-ITEM THRU 200-EXIT
                   UNTIL NO-MORE-DATA
               CLOSE APOPEN
               MOVE "Y" TO MORE-DATA-SW.
           PERFORM 250-TAKE-ONE-APPROVAL THRU 250-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE PAYAPPRV.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    150-LOAD-DEBIT-MEMOS - CARRY THE MEMO FILE IN CORE FOR      *
      *    THE RUN; THE WHOLE SET WRITES BACK IN 999-CLEANUP WITH      *
      *    APPLIED ONES MARKED.                                        *
      ******************************************************************
       150-LOAD-DEBIT-MEMOS.
           MOVE "150-LOAD-DEBIT-MEMOS" TO PARA-NAME.
           PERFORM 160-LOAD-ONE-MEMO THRU 160-EXIT
               UNTIL NO-MORE-DATA OR MEMO-COUNT = 200.
      *    MEMOS PAST THE 200-SLOT TABLE CANNOT BE NETTED THIS RUN,
      *    BUT AN OPEN SUPPLIER CREDIT MUST NEVER VANISH: THE
      *    OVERFLOW PASSES STRAIGHT THROUGH TO THE CARRIED-FORWARD
      *    FILE UNTOUCHED AND THE RUN ENDS WITH A WARNING.
           IF NOT NO-MORE-DATA
               PERFORM 170-PASS-ONE-MEMO THRU 170-EXIT
                   UNTIL NO-MORE-DATA
               DISPLAY "** MEMO TABLE FULL AT 200 - "
                       MEMOS-PASSED-THRU
                       " MEMOS CARRIED FORWARD UNNETTED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CLOSE DEBITMEM.
           MOVE "Y" TO MORE-DATA-SW.
       150-EXIT.
           EXIT.

       160-LOAD-ONE-MEMO.
           READ DEBITMEM
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 160-EXIT
           END-READ.
           ADD +1 TO MEMO-COUNT.
           MOVE DEBITMEM-REC TO MEMO-ENTRY (MEMO-COUNT).
       160-EXIT.
           EXIT.

       170-PASS-ONE-MEMO.
           READ DEBITMEM
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 170-EXIT
           END-READ.
           MOVE DEBITMEM-REC TO DBMEMOUT-REC.
           WRITE DBMEMOUT-REC.
           ADD +1 TO MEMOS-PASSED-THRU.
       170-EXIT.
           EXIT.

       200-CARRY-IN-ONE-ITEM.
           READ APOPEN INTO AP-OPEN-ITEM-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 200-EXIT
           END-READ.
           ADD +1 TO OPEN-ITEMS-READ.
           PERFORM 350-SELECT-ITEM THRU 350-EXIT.
       200-EXIT.
           EXIT.

       250-TAKE-ONE-APPROVAL.
           READ PAYAPPRV
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 250-EXIT
           END-READ.
           ADD +1 TO APPROVALS-READ.

           INITIALIZE AP-OPEN-ITEM-REC.
           MOVE PAY-SUPPLIER-CODE TO APO-SUPPLIER-CODE.
           MOVE PAY-ORDER-NUM     TO APO-ORDER-NUM.
           MOVE PAY-ORDER-LINE    TO APO-ORDER-LINE.
           MOVE PAY-PART-NUM      TO APO-PART-NUM.
           MOVE PAY-REFERENCE     TO APO-REFERENCE.
           MOVE PAY-LINE-AMOUNT   TO APO-GROSS-AMOUNT.
           IF PAY-RELEASE-DATE NUMERIC AND PAY-RELEASE-DATE > ZERO
               MOVE PAY-RELEASE-DATE TO APO-RELEASE-DATE
           ELSE
               MOVE WS-RUN-DATE      TO APO-RELEASE-DATE.
      *    A LINE WITH NO USABLE INVOICE DATE STARTS ITS TERMS AT
      *    RELEASE.
           MOVE APO-RELEASE-DATE TO APO-INVOICE-DATE.
           IF PAY-INVOICE-DATE NUMERIC
               MOVE 'VAL '           TO DSRV-FUNCTION
               MOVE PAY-INVOICE-DATE TO DSRV-DATE-1
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD = ZERO
                   MOVE PAY-INVOICE-DATE TO APO-INVOICE-DATE.

           PERFORM 300-APPLY-TERMS THRU 300-EXIT.
           PERFORM 350-SELECT-ITEM THRU 350-EXIT.
       250-EXIT.
           EXIT.

      ******************************************************************
      *    300-APPLY-TERMS - DUE DATE, DISCOUNT DATE AND DISCOUNT      *
      *    AMOUNT FOR A NEWLY RELEASED LINE, FROM THE TERMS ON THE     *
      *    PART/SUPPLIER (OR, FAILING THAT, ANY OF THE SUPPLIER'S      *
      *    PARTS).  THEY ARE FIXED ON THE ITEM FROM HERE ON.           *
      ******************************************************************
       300-APPLY-TERMS.
           MOVE "300-APPLY-TERMS" TO PARA-NAME.
           PERFORM 310-FIND-SUPPLIER-TERMS THRU 310-EXIT.
           PERFORM 320-FIND-TERMS-CODE THRU 320-EXIT.
           IF APT-HIT-SUB = ZERO
               DISPLAY "** UNKNOWN TERMS CODE " WS-TERMS-CODE
                       " FOR SUPPLIER " APO-SUPPLIER-CODE
                       " - PAID NET 30"
               ADD +1 TO TERMS-DEFAULTED
               MOVE 'N30 ' TO WS-TERMS-CODE
               PERFORM 320-FIND-TERMS-CODE THRU 320-EXIT.

           MOVE WS-TERMS-CODE            TO APO-TERMS-CODE.
           MOVE APT-DISC-PCT (APT-HIT-SUB) TO APO-DISC-PCT.

           MOVE 'ADD '                   TO DSRV-FUNCTION.
           MOVE APO-INVOICE-DATE         TO DSRV-DATE-1.
           MOVE APT-NET-DAYS (APT-HIT-SUB) TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD = ZERO
               MOVE DSRV-DATE-2 TO APO-DUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO APO-DUE-DATE.

           MOVE ZERO TO APO-DISC-DATE, APO-DISC-AMOUNT.
           IF APO-DISC-PCT = ZERO
               GO TO 300-EXIT.
           MOVE 'ADD '                   TO DSRV-FUNCTION.
           MOVE APO-INVOICE-DATE         TO DSRV-DATE-1.
           MOVE APT-DISC-DAYS (APT-HIT-SUB) TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               GO TO 300-EXIT.
           MOVE DSRV-DATE-2 TO APO-DISC-DATE.
           COMPUTE APO-DISC-AMOUNT ROUNDED =
               APO-GROSS-AMOUNT * APO-DISC-PCT / 100.
       300-EXIT.
           EXIT.

       310-FIND-SUPPLIER-TERMS.
           MOVE SPACES TO WS-TERMS-CODE.
           MOVE ZERO   TO TERMS-HIT-SUB.
           PERFORM 315-CHECK-ONE-TERMS THRU 315-EXIT
               VARYING TERMS-SUB FROM 1 BY 1
               UNTIL TERMS-SUB > TERMS-COUNT.
           IF TERMS-HIT-SUB > ZERO
               MOVE TERMS-PAYMENT-TERMS (TERMS-HIT-SUB)
                   TO WS-TERMS-CODE.
           IF WS-TERMS-CODE = SPACES
               ADD +1 TO TERMS-MISSING
               MOVE 'N30 ' TO WS-TERMS-CODE.
       310-EXIT.
           EXIT.

      *    THE EXACT PART/SUPPLIER ROW WINS AND ENDS THE SEARCH; THE
      *    SUPPLIER'S FIRST ROW FOR ANY PART STANDS IN UNTIL THEN.
       315-CHECK-ONE-TERMS.
           IF TERMS-SUPPLIER-CODE (TERMS-SUB) NOT = APO-SUPPLIER-CODE
               GO TO 315-EXIT.
           IF TERMS-PART-NUMBER (TERMS-SUB) = APO-PART-NUM
               MOVE TERMS-SUB   TO TERMS-HIT-SUB
               MOVE TERMS-COUNT TO TERMS-SUB
           ELSE
           IF TERMS-HIT-SUB = ZERO
               MOVE TERMS-SUB   TO TERMS-HIT-SUB.
       315-EXIT.
           EXIT.

       320-FIND-TERMS-CODE.
           MOVE ZERO TO APT-HIT-SUB.
           PERFORM 325-CHECK-ONE-CODE THRU 325-EXIT
               VARYING APT-SUB FROM 1 BY 1
               UNTIL APT-SUB > APT-MAX.
       320-EXIT.
           EXIT.

       325-CHECK-ONE-CODE.
           IF APT-TERMS-CODE (APT-SUB) = WS-TERMS-CODE
               MOVE APT-SUB TO APT-HIT-SUB
               MOVE APT-MAX TO APT-SUB.
       325-EXIT.
           EXIT.

      ******************************************************************
      *    350-SELECT-ITEM - PAY IT NOW IF IT IS DUE, OR IF ITS        *
      *    DISCOUNT WOULD RUN OUT BEFORE THE NEXT RUN.  A DISCOUNT IS  *
      *    TAKEN ONLY WHILE IT STILL STANDS ON THE RUN DATE.           *
      ******************************************************************
       350-SELECT-ITEM.
           MOVE "350-SELECT-ITEM" TO PARA-NAME.
           IF PAYMENTS-REFUSED
               PERFORM 380-CARRY-FORWARD THRU 380-EXIT
               GO TO 350-EXIT.

           MOVE ZERO TO WS-DISC-TAKEN.
           IF APO-DISC-AMOUNT > ZERO
                   AND APO-DISC-DATE NOT < WS-RUN-DATE
               MOVE APO-DISC-AMOUNT TO WS-DISC-TAKEN.

           IF APO-DUE-DATE > WS-RUN-DATE
                   AND (WS-DISC-TAKEN = ZERO
                     OR APO-DISC-DATE NOT < WS-NEXT-RUN-DATE)
               PERFORM 380-CARRY-FORWARD THRU 380-EXIT
               GO TO 350-EXIT.

           IF SEL-COUNT = SEL-MAX
               ADD +1 TO ITEMS-OVERFLOWED
               PERFORM 380-CARRY-FORWARD THRU 380-EXIT
               GO TO 350-EXIT.
           PERFORM 360-FIND-SUPPLIER-SLOT THRU 360-EXIT.
           IF SPT-HIT-SUB = ZERO
               ADD +1 TO ITEMS-OVERFLOWED
               PERFORM 380-CARRY-FORWARD THRU 380-EXIT
               GO TO 350-EXIT.

           ADD +1 TO SEL-COUNT.
           MOVE AP-OPEN-ITEM-REC TO SEL-ITEM (SEL-COUNT).
           MOVE SPT-HIT-SUB      TO SEL-SUPP-SUB (SEL-COUNT).
           MOVE WS-DISC-TAKEN    TO SEL-DISC-TAKEN (SEL-COUNT).
           ADD +1               TO SPT-ITEM-COUNT (SPT-HIT-SUB).
           ADD APO-GROSS-AMOUNT TO SPT-GROSS (SPT-HIT-SUB).
           ADD WS-DISC-TAKEN    TO SPT-DISCOUNT (SPT-HIT-SUB).
           ADD +1 TO ITEMS-SELECTED.
       350-EXIT.
           EXIT.

       360-FIND-SUPPLIER-SLOT.
           MOVE ZERO TO SPT-HIT-SUB.
           PERFORM 365-CHECK-ONE-SLOT THRU 365-EXIT
               VARYING SPT-SUB FROM 1 BY 1
               UNTIL SPT-SUB > SPT-COUNT.
           IF SPT-HIT-SUB > ZERO OR SPT-COUNT = SPT-MAX
               GO TO 360-EXIT.
           ADD +1 TO SPT-COUNT.
           MOVE SPT-COUNT         TO SPT-HIT-SUB.
           MOVE APO-SUPPLIER-CODE TO SPT-SUPPLIER-CODE (SPT-HIT-SUB).
           MOVE ZERO TO SPT-ITEM-COUNT (SPT-HIT-SUB),
                        SPT-GROSS (SPT-HIT-SUB),
                        SPT-DISCOUNT (SPT-HIT-SUB).
       360-EXIT.
           EXIT.

       365-CHECK-ONE-SLOT.
           IF SPT-SUPPLIER-CODE (SPT-SUB) = APO-SUPPLIER-CODE
               MOVE SPT-SUB   TO SPT-HIT-SUB
               MOVE SPT-COUNT TO SPT-SUB.
       365-EXIT.
           EXIT.

       380-CARRY-FORWARD.
           WRITE APOPNEW-REC FROM AP-OPEN-ITEM-REC.
           ADD +1 TO ITEMS-CARRIED.
           ADD APO-GROSS-AMOUNT TO WS-CARRIED-AMOUNT.
       380-EXIT.
           EXIT.

       400-PAY-SUPPLIERS.
           MOVE "400-PAY-SUPPLIERS" TO PARA-NAME.
           PERFORM 500-PAY-ONE-SUPPLIER THRU 500-EXIT
               VARYING SPT-SUB FROM 1 BY 1
               UNTIL SPT-SUB > SPT-COUNT.
       400-EXIT.
           EXIT.

      ******************************************************************
      *    500-PAY-ONE-SUPPLIER - ONE PAYMENT FOR ALL THE SUPPLIER'S   *
      *    SELECTED ITEMS: GROSS LESS DISCOUNTS TAKEN LESS OPEN DEBIT  *
      *    MEMOS.  WHAT IS LEFT GOES BY CHECK OR ACH; IF THE MEMOS     *
      *    COVER IT ALL THE ITEMS ARE SETTLED WITH NO MONEY MOVING.    *
      ******************************************************************
       500-PAY-ONE-SUPPLIER.
           MOVE "500-PAY-ONE-SUPPLIER" TO PARA-NAME.
           MOVE SPT-SUPPLIER-CODE (SPT-SUB) TO WS-SUPPLIER-CODE.
           MOVE SPT-GROSS (SPT-SUB)         TO WS-SUPP-GROSS.
           MOVE SPT-DISCOUNT (SPT-SUB)      TO WS-SUPP-DISCOUNT.
           COMPUTE WS-SUPP-NET = WS-SUPP-GROSS - WS-SUPP-DISCOUNT.

           MOVE WS-SUPPLIER-CODE TO APVEND-REC-KEY.
           READ APVEND INTO AP-VENDOR-REC.
           IF APVEND-NOTFND
               MOVE 'NO REMIT-TO ON APVEND' TO WS-HOLD-REASON
               PERFORM 550-HOLD-SUPPLIER THRU 550-EXIT
               GO TO 500-EXIT.
           IF NOT APVEND-OK
               DISPLAY "** APVEND READ FAILED, STATUS " APVEND-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE 'APVEND READ FAILED' TO WS-HOLD-REASON
               PERFORM 550-HOLD-SUPPLIER THRU 550-EXIT
               GO TO 500-EXIT.
           IF APV-ON-HOLD
               MOVE 'SUPPLIER ON PAYMENT HOLD' TO WS-HOLD-REASON
               PERFORM 550-HOLD-SUPPLIER THRU 550-EXIT
               GO TO 500-EXIT.
           IF APV-PAY-BY-ACH
               IF APV-BANK-ROUTING NOT NUMERIC
                       OR APV-BANK-ROUTING = ZERO
                       OR APV-BANK-ACCOUNT = SPACES
                   MOVE 'ACH BANK DETAILS MISSING' TO WS-HOLD-REASON
                   PERFORM 550-HOLD-SUPPLIER THRU 550-EXIT
                   GO TO 500-EXIT
               END-IF
               IF WS-SUPP-NET > 99999999.99
                   MOVE 'OVER THE ACH ENTRY LIMIT' TO WS-HOLD-REASON
                   PERFORM 550-HOLD-SUPPLIER THRU 550-EXIT
                   GO TO 500-EXIT
               END-IF
           END-IF.
           IF NOT APV-PAY-BY-ACH AND NOT APV-PAY-BY-CHECK
               MOVE 'NO PAYMENT METHOD ON APVEND' TO WS-HOLD-REASON
               PERFORM 550-HOLD-SUPPLIER THRU 550-EXIT
               GO TO 500-EXIT.
           IF APV-PAY-BY-CHECK AND APV-REMIT-NAME = SPACES
               MOVE 'NO CHECK PAYEE ON APVEND' TO WS-HOLD-REASON
               PERFORM 550-HOLD-SUPPLIER THRU 550-EXIT
               GO TO 500-EXIT.

           PERFORM 520-NET-DEBIT-MEMOS THRU 520-EXIT.

           IF WS-SUPP-PAY = ZERO
               MOVE "M"  TO WS-PAY-METHOD
               MOVE ZERO TO WS-PAYMENT-NO
               ADD +1 TO MEMO-SETTLEMENTS
           ELSE
           IF APV-PAY-BY-ACH
               MOVE "A" TO WS-PAY-METHOD
               ADD +1 TO ACH-ENTRY-COUNT
               MOVE ACH-ENTRY-COUNT TO WS-PAYMENT-NO
           ELSE
               MOVE "C" TO WS-PAY-METHOD
               MOVE WS-NEXT-CHECK-NO TO WS-PAYMENT-NO
               ADD +1 TO WS-NEXT-CHECK-NO
               PERFORM 560-PRINT-CHECK-STUB THRU 560-EXIT.

           PERFORM 540-PAY-ONE-ITEM THRU 540-EXIT
               VARYING SEL-SUB FROM 1 BY 1
               UNTIL SEL-SUB > SEL-COUNT.

           IF WS-PAYING-BY-CHECK
               PERFORM 565-PRINT-CHECK-FACE THRU 565-EXIT
               PERFORM 570-WRITE-POSITIVE-PAY THRU 570-EXIT
               ADD WS-SUPP-PAY TO WS-TOT-CHECK-AMT.
           IF WS-PAYING-BY-ACH
               PERFORM 580-WRITE-ACH-ENTRY THRU 580-EXIT
               ADD WS-SUPP-PAY TO WS-TOT-ACH-AMT.

           MOVE WS-SUPPLIER-CODE TO RST-SUPPLIER.
           MOVE APV-REMIT-NAME   TO RST-NAME.
           MOVE WS-SUPP-GROSS    TO RST-GROSS.
           MOVE WS-SUPP-DISCOUNT TO RST-DISCOUNT.
           MOVE WS-SUPP-MEMO     TO RST-MEMOS.
           MOVE WS-SUPP-PAY      TO RST-PAID.
           WRITE CHKREG-REC FROM REG-SUPPLIER-LINE.

           ADD +1 TO SUPPLIERS-PAID.
           ADD WS-SUPP-GROSS    TO WS-TOT-GROSS.
           ADD WS-SUPP-DISCOUNT TO WS-TOT-DISCOUNT.
           ADD WS-SUPP-MEMO     TO WS-TOT-MEMO.
           ADD WS-SUPP-PAY      TO WS-TOT-PAID.
           PERFORM 590-UPDATE-VENDOR THRU 590-EXIT.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.
       500-EXIT.
           EXIT.

      ******************************************************************
      *    520-NET-DEBIT-MEMOS - WALK THE SUPPLIER'S OPEN MEMOS AND    *
      *    OFFSET THEM AGAINST THE PAYMENT UNTIL ONE SIDE IS           *
      *    EXHAUSTED.  A PARTLY USED MEMO KEEPS ITS REMAINDER OPEN.    *
      ******************************************************************
       520-NET-DEBIT-MEMOS.
           MOVE "520-NET-DEBIT-MEMOS" TO PARA-NAME.
           MOVE WS-SUPP-NET TO WS-SUPP-PAY.
           MOVE ZERO        TO WS-SUPP-MEMO.
           MOVE +1 TO MEMO-SUB.
           PERFORM 525-NET-ONE-MEMO THRU 525-EXIT
               UNTIL MEMO-SUB > MEMO-COUNT
                  OR WS-SUPP-PAY = ZERO.
       520-EXIT.
           EXIT.

       525-NET-ONE-MEMO.
           MOVE MEMO-ENTRY (MEMO-SUB) TO DEBIT-MEMO-REC.
           IF DBM-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
             OR NOT DBM-IS-OPEN
               ADD +1 TO MEMO-SUB
               GO TO 525-EXIT.
           IF DBM-MEMO-AMOUNT NOT > WS-SUPP-PAY
               MOVE DBM-MEMO-AMOUNT TO WS-NET-THIS-MEMO
           ELSE
               MOVE WS-SUPP-PAY TO WS-NET-THIS-MEMO.
           SUBTRACT WS-NET-THIS-MEMO FROM WS-SUPP-PAY.
           SUBTRACT WS-NET-THIS-MEMO FROM DBM-MEMO-AMOUNT.
           ADD WS-NET-THIS-MEMO TO WS-SUPP-MEMO.
           IF DBM-MEMO-AMOUNT = ZERO
               MOVE "A" TO DBM-STATUS
               ADD +1 TO MEMOS-APPLIED.
           MOVE DEBIT-MEMO-REC TO MEMO-ENTRY (MEMO-SUB).
           ADD +1 TO MEMO-SUB.
       525-EXIT.
           EXIT.

      ******************************************************************
      *    540-PAY-ONE-ITEM - HISTORY, REGISTER AND (FOR A CHECK) STUB *
      *    LINE FOR EACH OF THE SUPPLIER'S SELECTED ITEMS.             *
      ******************************************************************
       540-PAY-ONE-ITEM.
           IF SEL-SUPP-SUB (SEL-SUB) NOT = SPT-SUB
               GO TO 540-EXIT.
           MOVE SEL-ITEM (SEL-SUB)       TO AP-OPEN-ITEM-REC.
           MOVE SEL-DISC-TAKEN (SEL-SUB) TO WS-DISC-TAKEN.
           COMPUTE WS-ITEM-NET = APO-GROSS-AMOUNT - WS-DISC-TAKEN.

           INITIALIZE PAID-INVOICE-HIST-REC.
           MOVE APO-SUPPLIER-CODE TO APH-SUPPLIER-CODE.
           MOVE APO-ORDER-NUM     TO APH-ORDER-NUM.
           MOVE APO-ORDER-LINE    TO APH-ORDER-LINE.
           MOVE APO-PART-NUM      TO APH-PART-NUM.
           MOVE APO-REFERENCE     TO APH-REFERENCE.
           MOVE APO-INVOICE-DATE  TO APH-INVOICE-DATE.
           MOVE APO-DUE-DATE      TO APH-DUE-DATE.
           MOVE APO-GROSS-AMOUNT  TO APH-GROSS-AMOUNT.
           MOVE WS-DISC-TAKEN     TO APH-DISC-TAKEN.
           MOVE WS-RUN-DATE       TO APH-PAID-DATE.
           MOVE WS-PAY-METHOD     TO APH-PAY-METHOD.
           MOVE WS-PAYMENT-NO     TO APH-PAYMENT-NUMBER.
           WRITE APPDHIST-REC FROM PAID-INVOICE-HIST-REC.
           ADD +1 TO ITEMS-PAID.

           MOVE APO-SUPPLIER-CODE TO REG-SUPPLIER.
           MOVE APO-REFERENCE     TO REG-REFERENCE.
           MOVE APO-ORDER-NUM     TO REG-ORDER-NUM.
           MOVE APO-ORDER-LINE    TO REG-ORDER-LINE.
           MOVE APO-INVOICE-DATE  TO REG-INVOICE-DATE.
           MOVE APO-DUE-DATE      TO REG-DUE-DATE.
           MOVE APO-GROSS-AMOUNT  TO REG-GROSS.
           MOVE WS-DISC-TAKEN     TO REG-DISCOUNT.
           MOVE WS-ITEM-NET       TO REG-NET.
           MOVE WS-PAYMENT-NO     TO REG-PAYMENT-NO.
           IF WS-PAYING-BY-CHECK
               MOVE 'CHECK' TO REG-METHOD
           ELSE
           IF WS-PAYING-BY-ACH
               MOVE 'ACH  ' TO REG-METHOD
           ELSE
               MOVE 'MEMO ' TO REG-METHOD.
           WRITE CHKREG-REC FROM REG-DETAIL-LINE.

           IF NOT WS-PAYING-BY-CHECK
               GO TO 540-EXIT.
           MOVE APO-REFERENCE     TO CSL-REFERENCE.
           MOVE APO-ORDER-NUM     TO CSL-ORDER-NUM.
           MOVE APO-ORDER-LINE    TO CSL-ORDER-LINE.
           MOVE APO-INVOICE-DATE  TO CSL-INVOICE-DATE.
           MOVE APO-GROSS-AMOUNT  TO CSL-GROSS.
           MOVE WS-DISC-TAKEN     TO CSL-DISCOUNT.
           MOVE WS-ITEM-NET       TO CSL-NET.
           WRITE CHKPRT-REC FROM CHK-STUB-LINE
               AFTER ADVANCING 1 LINE.
       540-EXIT.
           EXIT.

      ******************************************************************
      *    550-HOLD-SUPPLIER - THE SUPPLIER CANNOT BE PAID TODAY.  ITS *
      *    ITEMS GO BACK ON THE OPEN FILE UNTOUCHED AND A/P SEES WHY   *
      *    ON THE REGISTER.                                            *
      ******************************************************************
       550-HOLD-SUPPLIER.
           MOVE "550-HOLD-SUPPLIER" TO PARA-NAME.
           PERFORM 555-HOLD-ONE-ITEM THRU 555-EXIT
               VARYING SEL-SUB FROM 1 BY 1
               UNTIL SEL-SUB > SEL-COUNT.
           MOVE WS-SUPPLIER-CODE         TO REX-SUPPLIER.
           MOVE WS-HOLD-REASON           TO REX-REASON.
           MOVE SPT-ITEM-COUNT (SPT-SUB) TO REX-ITEM-COUNT.
           MOVE WS-SUPP-GROSS            TO REX-AMOUNT.
           WRITE CHKREG-REC FROM REG-EXCEPTION-LINE.
           ADD +1 TO SUPPLIERS-HELD.
           ADD WS-SUPP-GROSS TO WS-HELD-AMOUNT.
       550-EXIT.
           EXIT.

       555-HOLD-ONE-ITEM.
           IF SEL-SUPP-SUB (SEL-SUB) NOT = SPT-SUB
               GO TO 555-EXIT.
           MOVE SEL-ITEM (SEL-SUB) TO AP-OPEN-ITEM-REC.
           PERFORM 380-CARRY-FORWARD THRU 380-EXIT.
       555-EXIT.
           EXIT.

       560-PRINT-CHECK-STUB.
           MOVE WS-SUPPLIER-CODE TO CSH-SUPPLIER.
           MOVE WS-PAYMENT-NO    TO CSH-CHECK-NO.
           MOVE WS-RUN-DATE      TO CSH-DATE.
           WRITE CHKPRT-REC FROM CHK-STUB-HEADER
               AFTER ADVANCING PAGE.
           WRITE CHKPRT-REC FROM CHK-STUB-COLUMN
               AFTER ADVANCING 2 LINES.
       560-EXIT.
           EXIT.

      ******************************************************************
      *    565-PRINT-CHECK-FACE - THE NEGOTIABLE PART, BELOW THE STUB. *
      *    THE AMOUNT PRINTS ASTERISK-PROTECTED.                       *
      ******************************************************************
       565-PRINT-CHECK-FACE.
           IF WS-SUPP-MEMO > ZERO
               MOVE WS-SUPP-MEMO TO CSM-AMOUNT
               WRITE CHKPRT-REC FROM CHK-STUB-MEMO
                   AFTER ADVANCING 1 LINE.
           MOVE WS-PAYMENT-NO TO CFN-CHECK-NO.
           MOVE WS-RUN-DATE   TO CFN-DATE.
           WRITE CHKPRT-REC FROM CHK-FACE-NUMBER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-SUPP-PAY   TO CFA-AMOUNT.
           WRITE CHKPRT-REC FROM CHK-FACE-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TO THE ORDER OF  ' TO CFP-LABEL.
           MOVE APV-REMIT-NAME      TO CFP-TEXT.
           WRITE CHKPRT-REC FROM CHK-FACE-PAYEE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES              TO CFP-LABEL.
           MOVE APV-REMIT-ADDRESS   TO CFP-TEXT.
           WRITE CHKPRT-REC FROM CHK-FACE-PAYEE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE APV-REMIT-CITY      TO CCB-CITY.
           MOVE APV-REMIT-STATE     TO CCB-STATE.
           MOVE APV-REMIT-ZIP       TO CCB-ZIP.
           MOVE CHK-CITY-BUILD      TO CFP-TEXT.
           WRITE CHKPRT-REC FROM CHK-FACE-PAYEE-LINE
               AFTER ADVANCING 1 LINE.
           ADD +1 TO CHECKS-WRITTEN.
       565-EXIT.
           EXIT.

       570-WRITE-POSITIVE-PAY.
           INITIALIZE POSITIVE-PAY-REC.
           MOVE APP-BANK-ACCOUNT TO PPY-ACCOUNT.
           MOVE WS-PAYMENT-NO    TO PPY-CHECK-NO.
           MOVE WS-SUPP-PAY      TO PPY-AMOUNT.
           MOVE WS-RUN-DATE      TO PPY-ISSUE-DATE.
           MOVE 'I'              TO PPY-ISSUE-CODE.
           MOVE APV-REMIT-NAME   TO PPY-PAYEE-NAME.
           WRITE POSPAY-REC FROM POSITIVE-PAY-REC.
       570-EXIT.
           EXIT.

      ******************************************************************
      *    580-WRITE-ACH-ENTRY - ONE CCD CREDIT TO THE SUPPLIER'S      *
      *    ACCOUNT.  THE FILE AND BATCH HEADERS GO OUT AHEAD OF THE    *
      *    FIRST ENTRY, SO A RUN WITH NO ACH PAYEES SENDS NO FILE.     *
      ******************************************************************
       580-WRITE-ACH-ENTRY.
           IF NOT ACH-FILE-STARTED
               PERFORM 585-START-ACH-FILE THRU 585-EXIT.
           IF APV-SAVINGS-ACCOUNT
               MOVE '32' TO ACHE-TRAN-CODE
           ELSE
               MOVE '22' TO ACHE-TRAN-CODE.
           MOVE APV-BANK-DFI-ID      TO ACHE-RDFI-ID.
           MOVE APV-BANK-CHECK-DIGIT TO ACHE-CHECK-DIGIT.
           MOVE APV-BANK-ACCOUNT     TO ACHE-DFI-ACCOUNT.
           MOVE WS-SUPP-PAY          TO ACHE-AMOUNT.
           MOVE WS-SUPPLIER-CODE     TO ACHE-INDIVIDUAL-ID.
           MOVE APV-REMIT-NAME       TO ACHE-INDIVIDUAL-NAME.
           MOVE WS-ODFI-ID           TO ACHE-TRACE-ODFI.
           MOVE WS-PAYMENT-NO        TO ACHE-TRACE-SEQ.
           WRITE ACHOUT-REC FROM ACH-ENTRY-DETAIL.
           ADD +1 TO ACH-RECORDS-WRITTEN.
           ADD APV-BANK-DFI-ID TO WS-ACH-HASH.
           ADD WS-SUPP-PAY     TO WS-ACH-CREDIT-TOTAL.
       580-EXIT.
           EXIT.

       585-START-ACH-FILE.
           MOVE APP-BANK-ROUTING TO ACHF-DEST-ROUTING.
           MOVE APP-COMPANY-ID   TO ACHF-ORIGIN.
           MOVE WS-TODAY-YYMMDD  TO ACHF-CREATE-DATE.
           MOVE WS-NOW-HHMM      TO ACHF-CREATE-TIME.
           MOVE APP-BANK-NAME    TO ACHF-DEST-NAME.
           WRITE ACHOUT-REC FROM ACH-FILE-HEADER.
           MOVE APP-COMPANY-ID   TO ACHB-COMPANY-ID.
           MOVE WS-RUN-YYMMDD    TO ACHB-EFFECTIVE-DATE.
           MOVE WS-ODFI-ID       TO ACHB-ODFI-ID.
           WRITE ACHOUT-REC FROM ACH-BATCH-HEADER.
           ADD +2 TO ACH-RECORDS-WRITTEN.
           MOVE "Y" TO WS-ACH-STARTED-SW.
       585-EXIT.
           EXIT.

       590-UPDATE-VENDOR.
           IF WS-SUPP-PAY = ZERO
               GO TO 590-EXIT.
           MOVE WS-RUN-DATE TO APV-LAST-PAID-DATE.
           MOVE WS-SUPP-PAY TO APV-LAST-PAID-AMOUNT.
           MOVE WS-SUPPLIER-CODE TO APVEND-REC-KEY.
           REWRITE APVEND-FD-REC FROM AP-VENDOR-REC.
           IF NOT APVEND-OK
               DISPLAY "** APVEND REWRITE FAILED, STATUS "
                       APVEND-STATUS " SUPPLIER " WS-SUPPLIER-CODE
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       590-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-JOURNALS - THE PAYABLES RELIEVED BY THE RUN, IN   *
      *    THREE BALANCED PAIRS: CASH PAID OUT, DISCOUNTS EARNED AND   *
      *    DEBIT MEMOS USED UP.  A PAIR WITH NOTHING IN IT IS SKIPPED. *
      ******************************************************************
       600-WRITE-JOURNALS.
           MOVE "600-WRITE-JOURNALS" TO PARA-NAME.
           INITIALIZE GL-JOURNAL-REC.
           MOVE "APPAYRUN" TO GLJ-SOURCE.

           IF WS-TOT-PAID > ZERO
               MOVE "A/P PAYMENTS - CHECK AND ACH  " TO
                   GLJ-DESCRIPTION
               MOVE WS-TOT-PAID TO GLJ-AMOUNT
               MOVE "2000" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE "1000" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.

           IF WS-TOT-DISCOUNT > ZERO
               MOVE "A/P EARLY-PAYMENT DISCOUNTS   " TO
                   GLJ-DESCRIPTION
               MOVE WS-TOT-DISCOUNT TO GLJ-AMOUNT
               MOVE "2000" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE "5900" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.

           IF WS-TOT-MEMO > ZERO
               MOVE "A/P DEBIT MEMOS NETTED        " TO
                   GLJ-DESCRIPTION
               MOVE WS-TOT-MEMO TO GLJ-AMOUNT
               MOVE "2000" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT
               MOVE "1310" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 650-WRITE-ONE-JOURNAL THRU 650-EXIT.
       600-EXIT.
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

      ******************************************************************
      *    700-FINISH-ACH-FILE - BATCH AND FILE CONTROL RECORDS, THEN  *
      *    '9' FILLER RECORDS OUT TO A WHOLE BLOCK OF TEN.             *
      ******************************************************************
       700-FINISH-ACH-FILE.
           MOVE "700-FINISH-ACH-FILE" TO PARA-NAME.
           IF NOT ACH-FILE-STARTED
               GO TO 700-EXIT.
           MOVE ACH-ENTRY-COUNT     TO ACHC-ENTRY-COUNT.
           MOVE WS-ACH-HASH         TO ACHC-ENTRY-HASH.
           MOVE WS-ACH-CREDIT-TOTAL TO ACHC-TOTAL-CREDIT.
           MOVE APP-COMPANY-ID      TO ACHC-COMPANY-ID.
           MOVE WS-ODFI-ID          TO ACHC-ODFI-ID.
           WRITE ACHOUT-REC FROM ACH-BATCH-CONTROL.
           ADD +2 TO ACH-RECORDS-WRITTEN.
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORDS-WRITTEN + 9) / 10.
           COMPUTE ACH-FILL-COUNT =
               ACH-BLOCK-COUNT * 10 - ACH-RECORDS-WRITTEN.
           MOVE ACH-BLOCK-COUNT     TO ACHT-BLOCK-COUNT.
           MOVE ACH-ENTRY-COUNT     TO ACHT-ENTRY-COUNT.
           MOVE WS-ACH-HASH         TO ACHT-ENTRY-HASH.
           MOVE WS-ACH-CREDIT-TOTAL TO ACHT-TOTAL-CREDIT.
           WRITE ACHOUT-REC FROM ACH-FILE-CONTROL.
           PERFORM 710-WRITE-ONE-FILL THRU 710-EXIT
               ACH-FILL-COUNT TIMES.
       700-EXIT.
           EXIT.

       710-WRITE-ONE-FILL.
           WRITE ACHOUT-REC FROM ACH-FILL-REC.
       710-EXIT.
           EXIT.

      ******************************************************************
      *    800-LIST-PRIOR-PERIOD - A PAYMENT MADE BY A RUN WHOSE DATE  *
      *    FALLS IN A CLOSED PERIOD POSTS FORWARD; LIST IT FOR FINANCE *
      *    AT THE PAYABLES IT RELIEVED.                                *
      ******************************************************************
       800-LIST-PRIOR-PERIOD.
           MOVE "800-LIST-PRIOR-PERIOD" TO PARA-NAME.
           IF WS-POST-DATE = WS-RUN-DATE
               GO TO 800-EXIT.
           IF WS-PAYING-BY-CHECK
               MOVE 'A/P CHECK   ' TO PPA-TRAN-TYPE
           ELSE
           IF WS-PAYING-BY-ACH
               MOVE 'A/P ACH     ' TO PPA-TRAN-TYPE
           ELSE
               MOVE 'A/P MEMO SET' TO PPA-TRAN-TYPE.
           MOVE WS-SUPPLIER-CODE TO WS-REF-SUPPLIER.
           MOVE WS-PAYMENT-NO    TO WS-REF-NUMBER.
           MOVE WS-PAY-REFERENCE TO PPA-REFERENCE.
           MOVE WS-SUPP-GROSS    TO PPA-AMOUNT.
           MOVE WS-RUN-DATE      TO PPA-TRAN-DATE.
           MOVE WS-POST-DATE     TO PPA-POST-DATE.
           MOVE 'RUN DATE IN CLOSED PERIOD' TO PPA-REASON.
           WRITE PPADJ-REC FROM PPA-DETAIL-LINE.
           ADD +1 TO PRIOR-PERIOD-MOVED.
           ADD WS-SUPP-GROSS TO WS-PRIOR-PERIOD-AMT.
       800-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 700-FINISH-ACH-FILE THRU 700-EXIT.
           PERFORM 600-WRITE-JOURNALS THRU 600-EXIT.

           MOVE 'OPEN ITEMS CARRIED IN:       ' TO REG-TOTAL-LABEL.
           MOVE OPEN-ITEMS-READ    TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'NEW LINES FROM PAYAPPRV:     ' TO REG-TOTAL-LABEL.
           MOVE APPROVALS-READ     TO REG-TOTAL-COUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'INVOICE LINES PAID (GROSS):  ' TO REG-TOTAL-LABEL.
           MOVE ITEMS-PAID         TO REG-TOTAL-COUNT.
           MOVE WS-TOT-GROSS       TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'DISCOUNTS TAKEN:             ' TO REG-TOTAL-LABEL.
           MOVE ZERO               TO REG-TOTAL-COUNT.
           MOVE WS-TOT-DISCOUNT    TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'DEBIT MEMOS NETTED:          ' TO REG-TOTAL-LABEL.
           MOVE MEMOS-APPLIED      TO REG-TOTAL-COUNT.
           MOVE WS-TOT-MEMO        TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'CHECKS WRITTEN:              ' TO REG-TOTAL-LABEL.
           MOVE CHECKS-WRITTEN     TO REG-TOTAL-COUNT.
           MOVE WS-TOT-CHECK-AMT   TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'ACH PAYMENTS:                ' TO REG-TOTAL-LABEL.
           MOVE ACH-ENTRY-COUNT    TO REG-TOTAL-COUNT.
           MOVE WS-TOT-ACH-AMT     TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'SETTLED BY MEMO ALONE:       ' TO REG-TOTAL-LABEL.
           MOVE MEMO-SETTLEMENTS   TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'SUPPLIERS NOT PAID:          ' TO REG-TOTAL-LABEL.
           MOVE SUPPLIERS-HELD     TO REG-TOTAL-COUNT.
           MOVE WS-HELD-AMOUNT     TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'LINES CARRIED FORWARD:       ' TO REG-TOTAL-LABEL.
           MOVE ITEMS-CARRIED      TO REG-TOTAL-COUNT.
           MOVE WS-CARRIED-AMOUNT  TO REG-TOTAL-AMOUNT.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.

      *    THE MEMO SET GOES BACK OUT WITH APPLIED ONES MARKED AND
      *    PART-USED ONES CARRYING THEIR REMAINDERS.
           MOVE +1 TO MEMO-SUB.
           PERFORM 960-WRITE-ONE-MEMO THRU 960-EXIT
               UNTIL MEMO-SUB > MEMO-COUNT.

           MOVE PRIOR-PERIOD-MOVED  TO PPA-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO PPA-TOTAL-AMOUNT.
           WRITE PPADJ-REC FROM PPA-TOTAL-LINE.

           CLOSE APOPNEW, DBMEMOUT, CHKREG, CHKPRT, ACHOUT, POSPAY,
                 APPDHIST, GLJRNL, PPADJ, APVEND.
           IF ITEMS-OVERFLOWED > 0
               DISPLAY "** PAYMENT TABLES FULL - " ITEMS-OVERFLOWED
                       " DUE LINES CARRIED FORWARD UNPAID".
           DISPLAY "** OPEN ITEMS IN       " OPEN-ITEMS-READ.
           DISPLAY "** PAYAPPRV LINES IN   " APPROVALS-READ.
           DISPLAY "** LINES PAID          " ITEMS-PAID.
           DISPLAY "** LINES CARRIED       " ITEMS-CARRIED.
           DISPLAY "** SUPPLIERS PAID      " SUPPLIERS-PAID.
           DISPLAY "** SUPPLIERS HELD      " SUPPLIERS-HELD.
           DISPLAY "** CHECKS WRITTEN      " CHECKS-WRITTEN.
           DISPLAY "** ACH ENTRIES         " ACH-ENTRY-COUNT.
           DISPLAY "** NO TERMS - NET 30   " TERMS-MISSING.
           DISPLAY "** UNKNOWN TERMS CODE  " TERMS-DEFAULTED.
           DISPLAY "** JOURNALS WRITTEN    " JOURNALS-WRITTEN.
           DISPLAY "** MOVED FORWARD       " PRIOR-PERIOD-MOVED.
           DISPLAY "******** NORMAL END OF JOB APPAYRUN ********".
       999-EXIT.
           EXIT.

       960-WRITE-ONE-MEMO.
           MOVE MEMO-ENTRY (MEMO-SUB) TO DBMEMOUT-REC.
           WRITE DBMEMOUT-REC.
           ADD +1 TO MEMO-SUB.
       960-EXIT.
           EXIT.
