      *            A ZERO-AMOUNT PAYER RECORD CARRYING A DENIAL      *
      *            REASON IS A DENIAL, CAPTURED BY REMITPST TO THE   *
      *            DENLOUT FILE FOR THE DENIAL WORK QUEUE.           *
      *                                                              *
      *            A PAYER PAYMENT ON A PROFESSIONAL-FEE CLAIM       *
      *            CARRIES CLAIM TYPE 'P'; IT POSTS AGAINST THE      *
      *            PROFESSIONAL CLMREG ROW AND IS REPORTED APART     *
      *            FROM FACILITY REVENUE.  BLANK (OR 'F') IS A       *
      *            FACILITY PAYMENT.                                 *
      *                                                              *
      *            PAYMENT TYPE 'I' IS A PAYER'S PROMPT-PAY INTEREST *
      *            PAYMENT; IT POSTS AGAINST THE INTRCV INTEREST     *
      *            RECEIVABLE, NEVER AGAINST ARBAL.                  *
      *                                                              *
      *            PATIENT PAYMENTS FROM THE BANK LOCKBOX ARRIVE     *
      *            ALREADY BUILT BY LBXPOST, REFERENCE 'LBX' PLUS    *
      *            THE LOCKBOX BATCH AND ITEM NUMBERS.               *
      ***************************************************************
       01  REMITTANCE-REC.
           05  RMT-PATIENT-ID              PIC X(06).
           05  RMT-PAYMENT-TYPE            PIC X(01).
               88  RMT-PAYER-PAYMENT       VALUE 'Y'.
               88  RMT-PATIENT-PAYMENT     VALUE 'P'.
               88  RMT-INTEREST-PAYMENT    VALUE 'I'.
           05  RMT-AMOUNT                  PIC 9(07)V99.
           05  RMT-PAYMENT-DATE            PIC 9(08).
           05  RMT-PAYER-ID                PIC X(06).
           05  RMT-REFERENCE               PIC X(15).
           05  RMT-DENIAL-REASON           PIC X(05).
           05  RMT-DENIAL-TEXT             PIC X(25).
           05  RMT-CLAIM-TYPE              PIC X(01).
               88  RMT-FACILITY-CLAIM      VALUES ' ', 'F'.
               88  RMT-PROFESSIONAL-CLAIM  VALUE 'P'.
           05  FILLER                      PIC X(04).
