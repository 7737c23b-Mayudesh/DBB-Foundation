      ***************************************************************
      * INTRCV - PROMPT-PAY INTEREST RECEIVABLE RECORD.  KEYED BY    *
      *          PAYER ID + CLAIM CONTROL NUMBER ON THE INTRCV VSAM  *
      *          FILE, THE SAME KEY AS THE CLAIM'S CLMREG ROW.       *
      *          OPENED BY REMITPST WHEN A PAYER PAYS A CLEAN CLAIM  *
      *          PAST ITS STATE'S PROMPT-PAY WINDOW (SEE PROMPTPY),  *
      *          WITH THE INTEREST THE STATUTE ENTITLES US TO; A     *
      *          FURTHER LATE PAYMENT ON THE SAME CLAIM ADDS TO IT.  *
      *          THE PAYER'S INTEREST PAYMENTS (REMITTANCE TYPE 'I') *
      *          POST TO IRC-RECEIVED-AMT AND CLOSE THE ROW WHEN IT  *
      *          COVERS THE INTEREST.  INTDUE BILLS THE OPEN ROWS    *
      *          MONTHLY AND STAMPS THE DEMAND DATE AND COUNT.       *
      *                                                              *
      *          INTEREST = PRINCIPAL X RATE / 100 X DAYS LATE / 365 *
      ***************************************************************
       01  INTEREST-RECEIVABLE-REC.
           05  IRC-KEY.
               10  IRC-PAYER-ID            PIC X(06).
               10  IRC-CONTROL-NUMBER      PIC 9(10).
           05  IRC-PATIENT-ID              PIC X(06).
           05  IRC-CLAIM-TYPE              PIC X(01).
           05  IRC-STATE                   PIC X(02).
           05  IRC-PAYER-TYPE              PIC X(01).
           05  IRC-CLEAN-DATE              PIC 9(08).
           05  IRC-DUE-DATE                PIC 9(08).
           05  IRC-PAYMENT-DATE            PIC 9(08).
           05  IRC-DAYS-LATE               PIC 9(05).
           05  IRC-ANNUAL-RATE             PIC 9(02)V9(04).
           05  IRC-PRINCIPAL-AMT           PIC S9(09)V99 COMP-3.
           05  IRC-INTEREST-AMT            PIC S9(07)V99 COMP-3.
           05  IRC-RECEIVED-AMT            PIC S9(07)V99 COMP-3.
           05  IRC-STATUS                  PIC X(01).
               88  IRC-IS-OPEN             VALUE 'O'.
               88  IRC-IS-PAID             VALUE 'P'.
           05  IRC-OPENED-DATE             PIC 9(08).
           05  IRC-LAST-DEMAND-DATE        PIC 9(08).
           05  IRC-DEMAND-COUNT            PIC 9(02).
           05  FILLER                      PIC X(24).
