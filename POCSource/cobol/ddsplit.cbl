       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  DDSPLIT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * DDSPLIT - DIRECT-DEPOSIT SPLIT AND PAYROLL NACHA FILE.  RUNS   *
      *           AFTER PAYREG OVER ITS PAYNET NET-PAY EXTRACT.  EACH  *
      *           PERSON'S NET PAY IS SPLIT ACROSS THEIR ACTIVE        *
      *           DDACCT ACCOUNTS - THE FLAT-AMOUNT ACCOUNTS FIRST,    *
      *           EACH TAKING ITS AMOUNT OR WHAT IS LEFT IF LESS, THEN *
      *           THE REMAINDER ACCOUNT TAKING THE REST.  ANYTHING NOT *
      *           DEPOSITED (NO DDACCT RECORD, NO ACTIVE ACCOUNT, OR   *
      *           NO ACTIVE REMAINDER ACCOUNT) IS PAID BY CHECK.       *
      *                                                                *
      *           PRENOTES - AN ACCOUNT PRENOTE PENDING GETS A ZERO-   *
      *           DOLLAR PRENOTE ENTRY IN THIS FILE AND IS MARKED      *
      *           SENT WITH THE PAY DATE.  A SENT ACCOUNT GOES ACTIVE  *
      *           AND IS PAID ONCE THE PRENOTE WAITING DAYS HAVE RUN   *
      *           FROM THAT DATE TO THE PAY DATE.  A RETURNED PRENOTE  *
      *           IS HANDLED ON CDDA400 (KEY THE ACCOUNT INACTIVE OR   *
      *           CORRECT IT, WHICH PRENOTES IT AGAIN).                *
      *                                                                *
      *           THE NACHA FILE IS ONE PPD BATCH OF CREDITS AND       *
      *           PRENOTES, BALANCED BY ONE OFFSETTING DEBIT TO OUR    *
      *           PAYROLL ACCOUNT FOR THE TOTAL CREDITED.              *
      *                                                                *
      *           OUTPUTS - DDREG    DIRECT-DEPOSIT REGISTER           *
      *                     DDACHOUT NACHA PPD FILE FOR THE BANK       *
      *                     PAYCHK   PAY CHECKS WITH EARNINGS STUBS    *
      *                     DDADVICE ADVICES OF DEPOSIT                *
      *                                                                *
      *           DDPARM CARD (80 COLS):                               *
      *              1- 8  PAY DATE CCYYMMDD (BLANK = TODAY)           *
      *              9-16  FIRST CHECK NUMBER                          *
      *             17-33  OUR PAYROLL ACCOUNT NUMBER                  *
      *             34-42  OUR BANK ROUTING NUMBER                     *
      *             43-52  ACH COMPANY ID                              *
      *             53-75  OUR BANK NAME                               *
      *             76-78  PRENOTE WAITING DAYS (BLANK = 10)           *
      *                                                                *
      *           A MISSING OR BAD CARD, OR NO DDACCT FILE, PAYS       *
      *           NOTHING, CHANGES NO ACCOUNT AND ENDS IN ERROR.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DDPARM
           ASSIGN TO UT-S-DDPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PAYNET
           ASSIGN TO UT-S-PAYNET
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DDREG
           ASSIGN TO UT-S-DDREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DDACHOUT
           ASSIGN TO UT-S-DDACHOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PAYCHK
           ASSIGN TO UT-S-PAYCHK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DDADVICE
           ASSIGN TO UT-S-DDADVICE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DDACCT
                  ASSIGN       to DDACCT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is DDACCT-REC-KEY
                  FILE STATUS  is DDACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DDPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DDPARM-REC.
       01  DDPARM-REC                       PIC X(80).

       FD  PAYNET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYNET-FD-REC.
       01  PAYNET-FD-REC                    PIC X(150).

       FD  DDREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DDREG-REC.
       01  DDREG-REC                        PIC X(132).

       FD  DDACHOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 94 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DDACHOUT-REC.
       01  DDACHOUT-REC                     PIC X(94).

       FD  PAYCHK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHK-REC.
       01  PAYCHK-REC                       PIC X(132).

       FD  DDADVICE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DDADVICE-REC.
       01  DDADVICE-REC                     PIC X(132).

       FD  DDACCT
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS DDACCT-FD-REC.
       01  DDACCT-FD-REC.
           05 DDACCT-REC-KEY   PIC X(10).
           05 FILLER           PIC X(190).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  DDACCT-STATUS           PIC X(2).
               88 DDACCT-OK            VALUE "00".
               88 DDACCT-NOTFND        VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-PAY-REFUSED-SW           PIC X(01) VALUE "N".
              88 PAYMENTS-REFUSED VALUE "Y".
           05 WS-ACH-STARTED-SW           PIC X(01) VALUE "N".
              88 ACH-FILE-STARTED VALUE "Y".
           05 WS-HAS-ACCOUNTS-SW          PIC X(01) VALUE "N".
              88 PERSON-HAS-ACCOUNTS VALUE "Y".
           05 WS-ACCOUNT-CHANGED-SW       PIC X(01) VALUE "N".
              88 ACCOUNT-CHANGED VALUE "Y".
           05 WS-TODAY                    PIC 9(08) VALUE 0.
           05 WS-TODAY-R REDEFINES WS-TODAY.
              10 FILLER                   PIC 9(02).
              10 WS-TODAY-YYMMDD          PIC 9(06).
           05 WS-PAY-DATE                 PIC 9(08) VALUE 0.
           05 WS-PAY-DATE-R REDEFINES WS-PAY-DATE.
              10 FILLER                   PIC 9(02).
              10 WS-PAY-YYMMDD            PIC 9(06).
           05 WS-PRENOTE-DAYS             PIC 9(03) VALUE 0.
           05 WS-NOW-TIME                 PIC 9(08) VALUE 0.
           05 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
              10 WS-NOW-HHMM              PIC 9(04).
              10 FILLER                   PIC 9(04).
           05 WS-ODFI-ID                  PIC 9(08) VALUE 0.
           05 WS-NEXT-CHECK-NO            PIC 9(08) VALUE 0.
           05 WS-CHECK-NO                 PIC 9(08) VALUE 0.
           05 WS-TRACE-SEQ                PIC 9(07) VALUE 0.
           05 WS-SLOT                     PIC S9(04) COMP VALUE +0.
           05 WS-ACCT-END                 PIC S9(04) COMP VALUE +0.
           05 WS-MASKED-ACCOUNT           PIC X(17) VALUE SPACES.
           05 WS-PERSON-NAME              PIC X(31) VALUE SPACES.

      *    THE DDPARM CARD - SEE THE LAYOUT IN THE BOX ABOVE.
       01  DDPARM-CARD.
           05  DDP-PAY-DATE                PIC X(08).
           05  DDP-PAY-DATE-N REDEFINES DDP-PAY-DATE
                                           PIC 9(08).
           05  DDP-FIRST-CHECK-NO          PIC 9(08).
           05  DDP-BANK-ACCOUNT            PIC X(17).
           05  DDP-BANK-ROUTING            PIC 9(09).
           05  DDP-BANK-ROUTING-R REDEFINES DDP-BANK-ROUTING.
               10  DDP-ODFI-ID             PIC 9(08).
               10  DDP-BANK-CHECK-DIGIT    PIC 9(01).
           05  DDP-COMPANY-ID              PIC X(10).
           05  DDP-BANK-NAME               PIC X(23).
           05  DDP-PRENOTE-DAYS            PIC X(03).
           05  DDP-PRENOTE-DAYS-N REDEFINES DDP-PRENOTE-DAYS
                                           PIC 9(03).
           05  FILLER                      PIC X(02).

       01  COUNTERS-AND-ACCUMULATORS.
           05 PERSONS-READ             PIC 9(7) COMP VALUE 0.
           05 PERSONS-DEPOSITED        PIC 9(7) COMP VALUE 0.
           05 DEPOSITS-WRITTEN         PIC 9(7) COMP VALUE 0.
           05 PRENOTES-SENT            PIC 9(7) COMP VALUE 0.
           05 PRENOTES-CLEARED         PIC 9(7) COMP VALUE 0.
           05 CHECKS-WRITTEN           PIC 9(7) COMP VALUE 0.
           05 CHECKS-NO-ACCOUNT        PIC 9(7) COMP VALUE 0.
           05 CHECKS-FOR-BALANCE       PIC 9(7) COMP VALUE 0.
           05 ADVICES-PRINTED          PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-REWRITTEN       PIC 9(7) COMP VALUE 0.
           05 REWRITES-FAILED          PIC 9(7) COMP VALUE 0.
           05 ACH-ENTRY-COUNT          PIC 9(7) COMP VALUE 0.
           05 WS-TOT-NET               PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-DEPOSIT           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-CHECK-AMT         PIC S9(13)V99 COMP-3 VALUE +0.

      *    ONE PERSON'S PAY WHILE IT IS BEING SPLIT.  THE DEPOSITS
      *    ARE KEPT FOR THE ADVICE, WHICH PRINTS AFTER THE SPLIT.
       01  PERSON-SPLIT-FIELDS.
           05 WS-REMAINING             PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-DEPOSIT-AMT           PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-PERSON-DEPOSITED      PIC S9(09)V99 COMP-3 VALUE +0.
           05 WS-CHECK-AMT             PIC S9(09)V99 COMP-3 VALUE +0.
           05 PDT-COUNT                PIC S9(04) COMP VALUE +0.
           05 PDT-SUB                  PIC S9(04) COMP VALUE +0.
           05 PDT-ENTRY OCCURS 3 TIMES.
              10 PDT-TYPE-NAME         PIC X(08).
              10 PDT-MASKED-ACCOUNT    PIC X(17).
              10 PDT-AMOUNT            PIC 9(07)V99.

      *    NACHA FILE CONTROLS.  THE ENTRY HASH IS THE SUM OF THE
      *    RECEIVING DFI IDS, KEPT TO ITS LOW-ORDER TEN DIGITS.
       01  ACH-CONTROLS.
           05 ACH-RECORDS-WRITTEN      PIC 9(07) COMP VALUE 0.
           05 ACH-BLOCK-COUNT          PIC 9(06) VALUE 0.
           05 ACH-FILL-COUNT           PIC 9(02) VALUE 0.
           05 WS-ACH-HASH              PIC 9(12) VALUE 0.
           05 WS-ACH-CREDIT-TOTAL      PIC 9(10)V99 VALUE 0.
           05 WS-ACH-DEBIT-TOTAL       PIC 9(10)V99 VALUE 0.

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
               VALUE 'HOSPITAL PAYROLL'.
           05  FILLER                  PIC X(08) VALUE SPACES.

      *    SERVICE CLASS 200 - THE BATCH CARRIES THE OFFSET DEBIT AS
      *    WELL AS THE CREDITS.
       01  ACH-BATCH-HEADER.
           05  FILLER                  PIC X(01) VALUE '5'.
           05  FILLER                  PIC X(03) VALUE '200'.
           05  FILLER                  PIC X(16)
               VALUE 'HOSPITAL PAYROLL'.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  ACHB-COMPANY-ID         PIC X(10).
           05  FILLER                  PIC X(03) VALUE 'PPD'.
           05  FILLER                  PIC X(10) VALUE 'PAYROLL'.
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
           05  FILLER                  PIC X(03) VALUE '200'.
           05  ACHC-ENTRY-COUNT        PIC 9(06).
           05  ACHC-ENTRY-HASH         PIC 9(10).
           05  ACHC-TOTAL-DEBIT        PIC 9(10)V99.
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
           05  ACHT-TOTAL-DEBIT        PIC 9(10)V99.
           05  ACHT-TOTAL-CREDIT       PIC 9(10)V99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  ACH-FILL-REC                PIC X(94) VALUE ALL '9'.

       COPY PAYNET.

       COPY DDACCT.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  REG-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' DIRECT-DEPOSIT REGISTER'.
           05  FILLER                  PIC X(11) VALUE 'PAY DATE: '.
           05  REG-HDR-PAY-DATE        PIC 9(08).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  REG-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               ' PERSON     NAME                            '.
           05  FILLER                  PIC X(44) VALUE
               '       NET PAY      DEPOSITED         CHECK '.
           05  FILLER                  PIC X(44) VALUE
               ' CHECK NO  NOTE                             '.

       01  REG-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-PERSON              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-NAME                PIC X(31).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-NET                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-DEPOSITED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-CHECK               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-CHECK-NO            PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REG-NOTE                PIC X(33).

       01  REG-ACCOUNT-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE '-- '.
           05  RAL-ACTION              PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RAL-TYPE-NAME           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RAL-ROUTING             PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RAL-ACCOUNT             PIC X(17).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  REG-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-TOTAL-LABEL         PIC X(30).
           05  REG-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REG-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

      *    THE EARNINGS FIGURES SHARED BY THE CHECK STUB AND THE
      *    ADVICE OF DEPOSIT.
       01  PAY-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PHL-TITLE               PIC X(30).
           05  FILLER                  PIC X(18)
               VALUE 'HOSPITAL PAYROLL  '.
           05  FILLER                  PIC X(09) VALUE ' PERSON: '.
           05  PHL-PERSON              PIC X(10).
           05  FILLER                  PIC X(12) VALUE '  PAY DATE: '.
           05  PHL-PAY-DATE            PIC 9(08).
           05  FILLER                  PIC X(16)
               VALUE '  PERIOD ENDED: '.
           05  PHL-PERIOD-END          PIC 9(08).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  PAY-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               '          GROSS PAY          TAXES     DEDUC'.
           05  FILLER                  PIC X(44) VALUE
               'TIONS        NET PAY                        '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  PAY-AMOUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  PAL-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PAL-TAXES               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PAL-DEDUCTIONS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PAL-NET                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  PAY-DISTRIBUTION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  PDL-TEXT                PIC X(20).
           05  PDL-TYPE-NAME           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PDL-ACCOUNT             PIC X(17).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  ADV-NAME-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  ANL-TEXT                PIC X(40).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  ADV-FOOT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               '*** THIS IS NOT A CHECK - NON-NEGOTIABLE ***'.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  CHK-FACE-NUMBER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'HOSPITAL PAYROLL ACCOUNT'.
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
           05  CCB-CITY                PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CCB-STATE               PIC X(02).
           05  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
               UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF REWRITES-FAILED > 0
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
           OPEN INPUT DDPARM, PAYNET.
           OPEN OUTPUT DDREG, DDACHOUT, PAYCHK, DDADVICE.

           PERFORM 010-READ-DDPARM THRU 010-EXIT.
           CLOSE DDPARM.

           OPEN I-O DDACCT.
           IF NOT DDACCT-OK
               DISPLAY "** DDACCT OPEN FAILED, STATUS " DDACCT-STATUS
               MOVE "Y" TO WS-PAY-REFUSED-SW.

           IF PAYMENTS-REFUSED
               DISPLAY "** DIRECT-DEPOSIT RUN REFUSED - NOTHING PAID"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW.

           MOVE WS-PAY-DATE TO REG-HDR-PAY-DATE.
           WRITE DDREG-REC FROM REG-HEADER-LINE.
           WRITE DDREG-REC FROM REG-COLUMN-LINE.

           IF NOT NO-MORE-DATA
               PERFORM 050-READ-PAYNET THRU 050-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    010-READ-DDPARM - PAY DATE, CHECK STOCK, OUR BANK AND THE   *
      *    PRENOTE WAITING PERIOD.  ANY BAD FIELD REFUSES THE WHOLE    *
      *    RUN: A PAYROLL FILE WITH THE WRONG BANK OR DATE IS WORSE    *
      *    THAN NONE.                                                  *
      ******************************************************************
       010-READ-DDPARM.
           MOVE "010-READ-DDPARM" TO PARA-NAME.
           MOVE WS-TODAY TO WS-PAY-DATE.
           READ DDPARM INTO DDPARM-CARD
               AT END
               DISPLAY "** NO DDPARM CARD"
               MOVE "Y" TO WS-PAY-REFUSED-SW
               GO TO 010-EXIT
           END-READ.

           IF DDP-PAY-DATE NOT = SPACES
               IF DDP-PAY-DATE NOT NUMERIC
                   DISPLAY "** DDPARM PAY DATE NOT NUMERIC: "
                           DDP-PAY-DATE
                   MOVE "Y" TO WS-PAY-REFUSED-SW
               ELSE
                   MOVE 'VAL '         TO DSRV-FUNCTION
                   MOVE DDP-PAY-DATE-N TO DSRV-DATE-1
                   CALL 'DATESRV' USING DATE-SRV-PARMS
                   IF DSRV-RETURN-CD NOT = ZERO
                       DISPLAY "** DDPARM PAY DATE INVALID: "
                               DDP-PAY-DATE
                       MOVE "Y" TO WS-PAY-REFUSED-SW
                   ELSE
                       MOVE DDP-PAY-DATE-N TO WS-PAY-DATE.

           IF DDP-FIRST-CHECK-NO NOT NUMERIC
               DISPLAY "** DDPARM FIRST CHECK NUMBER MISSING"
               MOVE "Y" TO WS-PAY-REFUSED-SW
           ELSE
               MOVE DDP-FIRST-CHECK-NO TO WS-NEXT-CHECK-NO.

           IF DDP-BANK-ROUTING NOT NUMERIC
                   OR DDP-BANK-ACCOUNT = SPACES
                   OR DDP-COMPANY-ID = SPACES
               DISPLAY "** DDPARM BANK ROUTING, ACCOUNT OR COMPANY"
                       " ID MISSING"
               MOVE "Y" TO WS-PAY-REFUSED-SW
           ELSE
               MOVE DDP-ODFI-ID TO WS-ODFI-ID.

           IF DDP-PRENOTE-DAYS = SPACES
               MOVE 10 TO WS-PRENOTE-DAYS
           ELSE
           IF DDP-PRENOTE-DAYS NOT NUMERIC
               DISPLAY "** DDPARM PRENOTE DAYS NOT NUMERIC: "
                       DDP-PRENOTE-DAYS
               MOVE "Y" TO WS-PAY-REFUSED-SW
           ELSE
               MOVE DDP-PRENOTE-DAYS-N TO WS-PRENOTE-DAYS.
       010-EXIT.
           EXIT.

       050-READ-PAYNET.
           READ PAYNET INTO PAY-NET-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
               GO TO 050-EXIT
           END-READ.
           ADD +1 TO PERSONS-READ.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF PN-NET-PAY > ZERO
               PERFORM 200-SPLIT-ONE-PERSON THRU 200-EXIT.
           PERFORM 050-READ-PAYNET THRU 050-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-SPLIT-ONE-PERSON - PRENOTES AND PRENOTE CLEARANCE       *
      *    FIRST, SO AN ACCOUNT THAT CLEARS TODAY IS PAID TODAY; THEN  *
      *    THE FLAT-AMOUNT ACCOUNTS, THEN THE REMAINDER ACCOUNT, THEN  *
      *    A CHECK FOR WHATEVER IS LEFT.                               *
      ******************************************************************
       200-SPLIT-ONE-PERSON.
           MOVE "200-SPLIT-ONE-PERSON" TO PARA-NAME.
           MOVE PN-NET-PAY TO WS-REMAINING.
           MOVE ZERO TO WS-PERSON-DEPOSITED, WS-CHECK-AMT, PDT-COUNT,
                        WS-CHECK-NO.
           MOVE "N" TO WS-HAS-ACCOUNTS-SW, WS-ACCOUNT-CHANGED-SW.
           MOVE SPACES TO WS-PERSON-NAME.
           STRING PN-FIRST-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  PN-LAST-NAME  DELIMITED BY '  '
               INTO WS-PERSON-NAME.
           ADD PN-NET-PAY TO WS-TOT-NET.

           MOVE PN-PERSON-NUMBER TO DDACCT-REC-KEY.
           READ DDACCT INTO DIRECT-DEPOSIT-REC.
           IF DDACCT-OK
               MOVE "Y" TO WS-HAS-ACCOUNTS-SW
           ELSE
           IF NOT DDACCT-NOTFND
               DISPLAY "** DDACCT READ FAILED, STATUS " DDACCT-STATUS
                       " PERSON " PN-PERSON-NUMBER " - PAID BY CHECK"
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.

           IF PERSON-HAS-ACCOUNTS
               PERFORM 210-PRENOTE-ONE-SLOT THRU 210-EXIT
                   VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               PERFORM 220-PAY-FLAT-SLOT THRU 220-EXIT
                   VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               PERFORM 230-PAY-REMAINDER-SLOT THRU 230-EXIT
                   VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               IF ACCOUNT-CHANGED
                   PERFORM 290-REWRITE-ACCOUNTS THRU 290-EXIT.

           MOVE WS-REMAINING TO WS-CHECK-AMT.
           IF WS-CHECK-AMT > ZERO
               MOVE WS-NEXT-CHECK-NO TO WS-CHECK-NO
               ADD +1 TO WS-NEXT-CHECK-NO
               PERFORM 500-PRINT-CHECK THRU 500-EXIT
               IF PDT-COUNT = ZERO
                   ADD +1 TO CHECKS-NO-ACCOUNT
               ELSE
                   ADD +1 TO CHECKS-FOR-BALANCE.
           IF PDT-COUNT > ZERO
               ADD +1 TO PERSONS-DEPOSITED
               PERFORM 600-PRINT-ADVICE THRU 600-EXIT.

           PERFORM 400-REGISTER-PERSON THRU 400-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    210-PRENOTE-ONE-SLOT - A PENDING ACCOUNT GETS ITS ZERO-     *
      *    DOLLAR PRENOTE (TRAN CODE 23 CHECKING, 33 SAVINGS) AND IS   *
      *    MARKED SENT.  A SENT ACCOUNT WHOSE WAITING PERIOD HAS RUN   *
      *    BY THE PAY DATE GOES ACTIVE.                                *
      ******************************************************************
       210-PRENOTE-ONE-SLOT.
           IF DDA-PRENOTE-PENDING (WS-SLOT)
               IF DDA-SAVINGS (WS-SLOT)
                   MOVE '33' TO ACHE-TRAN-CODE
               ELSE
                   MOVE '23' TO ACHE-TRAN-CODE
               END-IF
               MOVE ZERO TO WS-DEPOSIT-AMT
               PERFORM 300-WRITE-ACH-ENTRY THRU 300-EXIT
               MOVE 'S'         TO DDA-STATUS (WS-SLOT)
               MOVE WS-PAY-DATE TO DDA-PRENOTE-DATE (WS-SLOT)
               MOVE "Y"         TO WS-ACCOUNT-CHANGED-SW
               ADD +1 TO PRENOTES-SENT
               MOVE 'PRENOTE SENT  ' TO RAL-ACTION
               PERFORM 410-REGISTER-ACCOUNT THRU 410-EXIT
               GO TO 210-EXIT.

           IF NOT DDA-PRENOTE-SENT (WS-SLOT)
               GO TO 210-EXIT.
           MOVE 'ADD '                     TO DSRV-FUNCTION.
           MOVE DDA-PRENOTE-DATE (WS-SLOT) TO DSRV-DATE-1.
           MOVE WS-PRENOTE-DAYS            TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               OR DSRV-DATE-2 > WS-PAY-DATE
               GO TO 210-EXIT.
           MOVE 'A' TO DDA-STATUS (WS-SLOT).
           MOVE "Y" TO WS-ACCOUNT-CHANGED-SW.
           ADD +1 TO PRENOTES-CLEARED.
           MOVE 'NOW ACTIVE    ' TO RAL-ACTION.
           MOVE ZERO TO WS-DEPOSIT-AMT.
           PERFORM 410-REGISTER-ACCOUNT THRU 410-EXIT.
       210-EXIT.
           EXIT.

       220-PAY-FLAT-SLOT.
           IF NOT DDA-ACTIVE (WS-SLOT)
                   OR NOT DDA-FLAT-AMOUNT (WS-SLOT)
                   OR WS-REMAINING = ZERO
               GO TO 220-EXIT.
           IF DDA-AMOUNT (WS-SLOT) < WS-REMAINING
               MOVE DDA-AMOUNT (WS-SLOT) TO WS-DEPOSIT-AMT
           ELSE
               MOVE WS-REMAINING TO WS-DEPOSIT-AMT.
           PERFORM 250-DEPOSIT-TO-SLOT THRU 250-EXIT.
       220-EXIT.
           EXIT.

       230-PAY-REMAINDER-SLOT.
           IF NOT DDA-ACTIVE (WS-SLOT)
                   OR NOT DDA-REMAINDER (WS-SLOT)
                   OR WS-REMAINING = ZERO
               GO TO 230-EXIT.
           MOVE WS-REMAINING TO WS-DEPOSIT-AMT.
           PERFORM 250-DEPOSIT-TO-SLOT THRU 250-EXIT.
       230-EXIT.
           EXIT.

      ******************************************************************
      *    250-DEPOSIT-TO-SLOT - ONE PPD CREDIT (TRAN CODE 22          *
      *    CHECKING, 32 SAVINGS), KEPT FOR THE ADVICE WITH THE ACCOUNT *
      *    NUMBER MASKED TO ITS LAST FOUR CHARACTERS.                  *
      ******************************************************************
       250-DEPOSIT-TO-SLOT.
           IF DDA-SAVINGS (WS-SLOT)
               MOVE '32' TO ACHE-TRAN-CODE
           ELSE
               MOVE '22' TO ACHE-TRAN-CODE.
           PERFORM 300-WRITE-ACH-ENTRY THRU 300-EXIT.
           ADD WS-DEPOSIT-AMT TO WS-ACH-CREDIT-TOTAL,
                                 WS-PERSON-DEPOSITED,
                                 WS-TOT-DEPOSIT.
           SUBTRACT WS-DEPOSIT-AMT FROM WS-REMAINING.
           ADD +1 TO DEPOSITS-WRITTEN.

           MOVE 17 TO WS-ACCT-END.
           PERFORM 255-BACK-UP-ONE THRU 255-EXIT
               UNTIL WS-ACCT-END < 5
                  OR DDA-ACCOUNT-NUMBER (WS-SLOT) (WS-ACCT-END:1)
                                                       NOT = SPACE.
           MOVE ALL '*' TO WS-MASKED-ACCOUNT.
           IF WS-ACCT-END > 4
               MOVE DDA-ACCOUNT-NUMBER (WS-SLOT) (WS-ACCT-END - 3:4)
                   TO WS-MASKED-ACCOUNT (14:4).

           ADD +1 TO PDT-COUNT.
           IF DDA-SAVINGS (WS-SLOT)
               MOVE 'SAVINGS ' TO PDT-TYPE-NAME (PDT-COUNT)
           ELSE
               MOVE 'CHECKING' TO PDT-TYPE-NAME (PDT-COUNT).
           MOVE WS-MASKED-ACCOUNT TO PDT-MASKED-ACCOUNT (PDT-COUNT).
           MOVE WS-DEPOSIT-AMT    TO PDT-AMOUNT (PDT-COUNT).
           MOVE 'DEPOSITED     ' TO RAL-ACTION.
           PERFORM 410-REGISTER-ACCOUNT THRU 410-EXIT.
       250-EXIT.
           EXIT.

       255-BACK-UP-ONE.
           SUBTRACT 1 FROM WS-ACCT-END.
       255-EXIT.
           EXIT.

       290-REWRITE-ACCOUNTS.
           MOVE PN-PERSON-NUMBER TO DDACCT-REC-KEY.
           REWRITE DDACCT-FD-REC FROM DIRECT-DEPOSIT-REC.
           IF DDACCT-OK
               ADD +1 TO ACCOUNTS-REWRITTEN
           ELSE
               DISPLAY "** DDACCT REWRITE FAILED, STATUS "
                       DDACCT-STATUS " PERSON " PN-PERSON-NUMBER
               ADD +1 TO REWRITES-FAILED.
       290-EXIT.
           EXIT.

      ******************************************************************
      *    300-WRITE-ACH-ENTRY - ONE ENTRY TO THE SLOT'S ACCOUNT FOR   *
      *    WS-DEPOSIT-AMT (ZERO FOR A PRENOTE).  THE FILE AND BATCH    *
      *    HEADERS GO OUT AHEAD OF THE FIRST ENTRY, SO A RUN WITH NO   *
      *    DEPOSITS OR PRENOTES SENDS NO FILE.                         *
      ******************************************************************
       300-WRITE-ACH-ENTRY.
           IF NOT ACH-FILE-STARTED
               PERFORM 385-START-ACH-FILE THRU 385-EXIT.
           MOVE DDA-DFI-ID (WS-SLOT)         TO ACHE-RDFI-ID.
           MOVE DDA-CHECK-DIGIT (WS-SLOT)    TO ACHE-CHECK-DIGIT.
           MOVE DDA-ACCOUNT-NUMBER (WS-SLOT) TO ACHE-DFI-ACCOUNT.
           MOVE WS-DEPOSIT-AMT               TO ACHE-AMOUNT.
           MOVE PN-PERSON-NUMBER             TO ACHE-INDIVIDUAL-ID.
           MOVE WS-PERSON-NAME               TO ACHE-INDIVIDUAL-NAME.
           MOVE WS-ODFI-ID                   TO ACHE-TRACE-ODFI.
           ADD +1 TO WS-TRACE-SEQ.
           MOVE WS-TRACE-SEQ                 TO ACHE-TRACE-SEQ.
           WRITE DDACHOUT-REC FROM ACH-ENTRY-DETAIL.
           ADD +1 TO ACH-RECORDS-WRITTEN, ACH-ENTRY-COUNT.
           ADD DDA-DFI-ID (WS-SLOT) TO WS-ACH-HASH.
       300-EXIT.
           EXIT.

       385-START-ACH-FILE.
           MOVE DDP-BANK-ROUTING TO ACHF-DEST-ROUTING.
           MOVE DDP-COMPANY-ID   TO ACHF-ORIGIN.
           MOVE WS-TODAY-YYMMDD  TO ACHF-CREATE-DATE.
           MOVE WS-NOW-HHMM      TO ACHF-CREATE-TIME.
           MOVE DDP-BANK-NAME    TO ACHF-DEST-NAME.
           WRITE DDACHOUT-REC FROM ACH-FILE-HEADER.
           MOVE DDP-COMPANY-ID   TO ACHB-COMPANY-ID.
           MOVE WS-PAY-YYMMDD    TO ACHB-EFFECTIVE-DATE.
           MOVE WS-ODFI-ID       TO ACHB-ODFI-ID.
           WRITE DDACHOUT-REC FROM ACH-BATCH-HEADER.
           ADD +2 TO ACH-RECORDS-WRITTEN.
           MOVE "Y" TO WS-ACH-STARTED-SW.
       385-EXIT.
           EXIT.

       400-REGISTER-PERSON.
           MOVE PN-PERSON-NUMBER    TO REG-PERSON.
           MOVE WS-PERSON-NAME      TO REG-NAME.
           MOVE PN-NET-PAY          TO REG-NET.
           MOVE WS-PERSON-DEPOSITED TO REG-DEPOSITED.
           MOVE WS-CHECK-AMT        TO REG-CHECK.
           MOVE WS-CHECK-NO         TO REG-CHECK-NO.
           IF NOT PERSON-HAS-ACCOUNTS
               MOVE 'NO DIRECT DEPOSIT - CHECK' TO REG-NOTE
           ELSE
           IF PDT-COUNT = ZERO
               MOVE 'NO ACTIVE ACCOUNT - CHECK' TO REG-NOTE
           ELSE
           IF WS-CHECK-AMT > ZERO
               MOVE 'BALANCE NOT DEPOSITED - CHECK' TO REG-NOTE
           ELSE
               MOVE SPACES TO REG-NOTE.
           WRITE DDREG-REC FROM REG-DETAIL-LINE.
       400-EXIT.
           EXIT.

      *    ACCOUNT ACTIONS PRINT AS THEY HAPPEN, JUST ABOVE THE
      *    PERSON'S DETAIL LINE.
       410-REGISTER-ACCOUNT.
           IF DDA-SAVINGS (WS-SLOT)
               MOVE 'SAVINGS ' TO RAL-TYPE-NAME
           ELSE
               MOVE 'CHECKING' TO RAL-TYPE-NAME.
           MOVE DDA-ROUTING (WS-SLOT)        TO RAL-ROUTING.
           MOVE DDA-ACCOUNT-NUMBER (WS-SLOT) TO RAL-ACCOUNT.
           MOVE WS-DEPOSIT-AMT               TO RAL-AMOUNT.
           WRITE DDREG-REC FROM REG-ACCOUNT-LINE.
       410-EXIT.
           EXIT.

      ******************************************************************
      *    500-PRINT-CHECK - EARNINGS STUB, THEN THE NEGOTIABLE FACE   *
      *    BELOW IT WITH THE AMOUNT ASTERISK-PROTECTED.  A PERSON      *
      *    SPLIT BETWEEN DEPOSIT AND CHECK SEES THE DEPOSITS ON THE    *
      *    STUB AS WELL.                                               *
      ******************************************************************
       500-PRINT-CHECK.
           MOVE 'EARNINGS STATEMENT - '  TO PHL-TITLE.
           MOVE PN-PERSON-NUMBER TO PHL-PERSON.
           MOVE WS-PAY-DATE      TO PHL-PAY-DATE.
           MOVE PN-PERIOD-END    TO PHL-PERIOD-END.
           WRITE PAYCHK-REC FROM PAY-HEADER-LINE
               AFTER ADVANCING PAGE.
           WRITE PAYCHK-REC FROM PAY-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 550-FILL-AMOUNT-LINE THRU 550-EXIT.
           WRITE PAYCHK-REC FROM PAY-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 510-STUB-ONE-DEPOSIT THRU 510-EXIT
               VARYING PDT-SUB FROM 1 BY 1 UNTIL PDT-SUB > PDT-COUNT.

           MOVE WS-CHECK-NO   TO CFN-CHECK-NO.
           MOVE WS-PAY-DATE   TO CFN-DATE.
           WRITE PAYCHK-REC FROM CHK-FACE-NUMBER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-CHECK-AMT  TO CFA-AMOUNT.
           WRITE PAYCHK-REC FROM CHK-FACE-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TO THE ORDER OF  ' TO CFP-LABEL.
           MOVE WS-PERSON-NAME      TO CFP-TEXT.
           WRITE PAYCHK-REC FROM CHK-FACE-PAYEE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES              TO CFP-LABEL.
           MOVE PN-STREET-ADDRESS   TO CFP-TEXT.
           WRITE PAYCHK-REC FROM CHK-FACE-PAYEE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PN-CITY-ADDRESS     TO CCB-CITY.
           MOVE PN-STATE-ADDRESS    TO CCB-STATE.
           MOVE CHK-CITY-BUILD      TO CFP-TEXT.
           WRITE PAYCHK-REC FROM CHK-FACE-PAYEE-LINE
               AFTER ADVANCING 1 LINE.
           ADD +1 TO CHECKS-WRITTEN.
           ADD WS-CHECK-AMT TO WS-TOT-CHECK-AMT.
       500-EXIT.
           EXIT.

       510-STUB-ONE-DEPOSIT.
           MOVE 'DEPOSITED TO       ' TO PDL-TEXT.
           MOVE PDT-TYPE-NAME (PDT-SUB)      TO PDL-TYPE-NAME.
           MOVE PDT-MASKED-ACCOUNT (PDT-SUB) TO PDL-ACCOUNT.
           MOVE PDT-AMOUNT (PDT-SUB)         TO PDL-AMOUNT.
           WRITE PAYCHK-REC FROM PAY-DISTRIBUTION-LINE
               AFTER ADVANCING 1 LINE.
       510-EXIT.
           EXIT.

       550-FILL-AMOUNT-LINE.
           MOVE PN-GROSS-PAY   TO PAL-GROSS.
           MOVE PN-TAXES       TO PAL-TAXES.
           MOVE PN-DEDUCTIONS  TO PAL-DEDUCTIONS.
           MOVE PN-NET-PAY     TO PAL-NET.
       550-EXIT.
           EXIT.

      ******************************************************************
      *    600-PRINT-ADVICE - THE ADVICE OF DEPOSIT MAILED TO THE      *
      *    PERSON: NAME AND ADDRESS, THE EARNINGS FIGURES, EACH        *
      *    DEPOSIT TO A MASKED ACCOUNT, AND ANY BALANCE PAID BY CHECK. *
      ******************************************************************
       600-PRINT-ADVICE.
           MOVE 'ADVICE OF DEPOSIT - '   TO PHL-TITLE.
           MOVE PN-PERSON-NUMBER TO PHL-PERSON.
           MOVE WS-PAY-DATE      TO PHL-PAY-DATE.
           MOVE PN-PERIOD-END    TO PHL-PERIOD-END.
           WRITE DDADVICE-REC FROM PAY-HEADER-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-PERSON-NAME    TO ANL-TEXT.
           WRITE DDADVICE-REC FROM ADV-NAME-LINE
               AFTER ADVANCING 2 LINES.
           MOVE PN-STREET-ADDRESS TO ANL-TEXT.
           WRITE DDADVICE-REC FROM ADV-NAME-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PN-CITY-ADDRESS   TO CCB-CITY.
           MOVE PN-STATE-ADDRESS  TO CCB-STATE.
           MOVE CHK-CITY-BUILD    TO ANL-TEXT.
           WRITE DDADVICE-REC FROM ADV-NAME-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DDADVICE-REC FROM PAY-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 550-FILL-AMOUNT-LINE THRU 550-EXIT.
           WRITE DDADVICE-REC FROM PAY-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 610-ADVISE-ONE-DEPOSIT THRU 610-EXIT
               VARYING PDT-SUB FROM 1 BY 1 UNTIL PDT-SUB > PDT-COUNT.
           IF WS-CHECK-AMT > ZERO
               MOVE 'PAID BY CHECK NO.  ' TO PDL-TEXT
               MOVE SPACES                TO PDL-TYPE-NAME
               MOVE WS-CHECK-NO           TO PDL-ACCOUNT
               MOVE WS-CHECK-AMT          TO PDL-AMOUNT
               WRITE DDADVICE-REC FROM PAY-DISTRIBUTION-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE DDADVICE-REC FROM ADV-FOOT-LINE
               AFTER ADVANCING 2 LINES.
           ADD +1 TO ADVICES-PRINTED.
       600-EXIT.
           EXIT.

       610-ADVISE-ONE-DEPOSIT.
           MOVE 'DEPOSITED TO       ' TO PDL-TEXT.
           MOVE PDT-TYPE-NAME (PDT-SUB)      TO PDL-TYPE-NAME.
           MOVE PDT-MASKED-ACCOUNT (PDT-SUB) TO PDL-ACCOUNT.
           MOVE PDT-AMOUNT (PDT-SUB)         TO PDL-AMOUNT.
           WRITE DDADVICE-REC FROM PAY-DISTRIBUTION-LINE
               AFTER ADVANCING 1 LINE.
       610-EXIT.
           EXIT.

      ******************************************************************
      *    700-FINISH-ACH-FILE - THE OFFSETTING DEBIT TO OUR PAYROLL   *
      *    ACCOUNT FOR EVERYTHING CREDITED (TRAN CODE 27), SO THE      *
      *    FILE BALANCES; THEN BATCH AND FILE CONTROL RECORDS AND '9'  *
      *    FILLER RECORDS OUT TO A WHOLE BLOCK OF TEN.                 *
      ******************************************************************
       700-FINISH-ACH-FILE.
           MOVE "700-FINISH-ACH-FILE" TO PARA-NAME.
           IF NOT ACH-FILE-STARTED
               GO TO 700-EXIT.
           IF WS-ACH-CREDIT-TOTAL > ZERO
               MOVE '27'                TO ACHE-TRAN-CODE
               MOVE WS-ODFI-ID          TO ACHE-RDFI-ID
               MOVE DDP-BANK-CHECK-DIGIT TO ACHE-CHECK-DIGIT
               MOVE DDP-BANK-ACCOUNT    TO ACHE-DFI-ACCOUNT
               MOVE WS-ACH-CREDIT-TOTAL TO ACHE-AMOUNT
               MOVE DDP-COMPANY-ID      TO ACHE-INDIVIDUAL-ID
               MOVE 'HOSPITAL PAYROLL'  TO ACHE-INDIVIDUAL-NAME
               MOVE WS-ODFI-ID          TO ACHE-TRACE-ODFI
               ADD +1 TO WS-TRACE-SEQ
               MOVE WS-TRACE-SEQ        TO ACHE-TRACE-SEQ
               WRITE DDACHOUT-REC FROM ACH-ENTRY-DETAIL
               ADD +1 TO ACH-RECORDS-WRITTEN, ACH-ENTRY-COUNT
               ADD WS-ODFI-ID TO WS-ACH-HASH
               MOVE WS-ACH-CREDIT-TOTAL TO WS-ACH-DEBIT-TOTAL.
           MOVE ACH-ENTRY-COUNT     TO ACHC-ENTRY-COUNT.
           MOVE WS-ACH-HASH         TO ACHC-ENTRY-HASH.
           MOVE WS-ACH-DEBIT-TOTAL  TO ACHC-TOTAL-DEBIT.
           MOVE WS-ACH-CREDIT-TOTAL TO ACHC-TOTAL-CREDIT.
           MOVE DDP-COMPANY-ID      TO ACHC-COMPANY-ID.
           MOVE WS-ODFI-ID          TO ACHC-ODFI-ID.
           WRITE DDACHOUT-REC FROM ACH-BATCH-CONTROL.
           ADD +2 TO ACH-RECORDS-WRITTEN.
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORDS-WRITTEN + 9) / 10.
           COMPUTE ACH-FILL-COUNT =
               ACH-BLOCK-COUNT * 10 - ACH-RECORDS-WRITTEN.
           MOVE ACH-BLOCK-COUNT     TO ACHT-BLOCK-COUNT.
           MOVE ACH-ENTRY-COUNT     TO ACHT-ENTRY-COUNT.
           MOVE WS-ACH-HASH         TO ACHT-ENTRY-HASH.
           MOVE WS-ACH-DEBIT-TOTAL  TO ACHT-TOTAL-DEBIT.
           MOVE WS-ACH-CREDIT-TOTAL TO ACHT-TOTAL-CREDIT.
           WRITE DDACHOUT-REC FROM ACH-FILE-CONTROL.
           PERFORM 710-WRITE-ONE-FILL THRU 710-EXIT
               ACH-FILL-COUNT TIMES.
       700-EXIT.
           EXIT.

       710-WRITE-ONE-FILL.
           WRITE DDACHOUT-REC FROM ACH-FILL-REC.
       710-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 700-FINISH-ACH-FILE THRU 700-EXIT.

           MOVE 'PERSONS ON PAYNET:           ' TO REG-TOTAL-LABEL.
           MOVE PERSONS-READ       TO REG-TOTAL-COUNT.
           MOVE WS-TOT-NET         TO REG-TOTAL-AMOUNT.
           WRITE DDREG-REC FROM REG-TOTAL-LINE.
           MOVE 'DEPOSITS (PPD CREDITS):      ' TO REG-TOTAL-LABEL.
           MOVE DEPOSITS-WRITTEN   TO REG-TOTAL-COUNT.
           MOVE WS-TOT-DEPOSIT     TO REG-TOTAL-AMOUNT.
           WRITE DDREG-REC FROM REG-TOTAL-LINE.
           MOVE 'OFFSET DEBIT TO PAYROLL ACCT:' TO REG-TOTAL-LABEL.
           MOVE ZERO               TO REG-TOTAL-COUNT.
           MOVE WS-ACH-DEBIT-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE DDREG-REC FROM REG-TOTAL-LINE.
           MOVE 'PRENOTES SENT:               ' TO REG-TOTAL-LABEL.
           MOVE PRENOTES-SENT      TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE DDREG-REC FROM REG-TOTAL-LINE.
           MOVE 'ACCOUNTS NOW ACTIVE:         ' TO REG-TOTAL-LABEL.
           MOVE PRENOTES-CLEARED   TO REG-TOTAL-COUNT.
           WRITE DDREG-REC FROM REG-TOTAL-LINE.
           MOVE 'CHECKS WRITTEN:              ' TO REG-TOTAL-LABEL.
           MOVE CHECKS-WRITTEN     TO REG-TOTAL-COUNT.
           MOVE WS-TOT-CHECK-AMT   TO REG-TOTAL-AMOUNT.
           WRITE DDREG-REC FROM REG-TOTAL-LINE.
           MOVE 'ADVICES OF DEPOSIT:          ' TO REG-TOTAL-LABEL.
           MOVE ADVICES-PRINTED    TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE DDREG-REC FROM REG-TOTAL-LINE.

           CLOSE PAYNET, DDREG, DDACHOUT, PAYCHK, DDADVICE, DDACCT.
           DISPLAY "** PERSONS READ        " PERSONS-READ.
           DISPLAY "** PERSONS DEPOSITED   " PERSONS-DEPOSITED.
           DISPLAY "** DEPOSITS WRITTEN    " DEPOSITS-WRITTEN.
           DISPLAY "** PRENOTES SENT       " PRENOTES-SENT.
           DISPLAY "** ACCOUNTS NOW ACTIVE " PRENOTES-CLEARED.
           DISPLAY "** ACH ENTRIES         " ACH-ENTRY-COUNT.
           DISPLAY "** CHECKS WRITTEN      " CHECKS-WRITTEN.
           DISPLAY "**   NO ACCOUNT        " CHECKS-NO-ACCOUNT.
           DISPLAY "**   BALANCE BY CHECK  " CHECKS-FOR-BALANCE.
           DISPLAY "** ADVICES PRINTED     " ADVICES-PRINTED.
           DISPLAY "** DDACCT REWRITTEN    " ACCOUNTS-REWRITTEN.
           DISPLAY "** DDACCT NOT REWRITTEN" REWRITES-FAILED.
           DISPLAY "******** NORMAL END OF JOB DDSPLIT ********".
       999-EXIT.
           EXIT.
