      *            NIGHTLY GLEXTR JOURNAL BUILD WORKS FROM WHAT      *
      *            ACTUALLY HIT ARBAL - NOT FROM THE RAW INPUT       *
      *            FILES WITH THEIR REJECTS STILL IN THEM.           *
      *                                                              *
      *            REMITPST ALSO WRITES THE PROMPT-PAY INTEREST IT   *
      *            ACCRUES ON A LATE PAYER PAYMENT ('A') AND THE     *
      *            PAYER'S INTEREST PAYMENTS ('I') - THE INTEREST    *
      *            RECEIVABLE IS KEPT APART FROM PATIENT A/R.        *
      ***************************************************************
       01  GL-POSTING-REC.
           05  GLP-TYPE                    PIC X(01).
               88  GLP-PAYER-CASH          VALUE 'Y'.
               88  GLP-PATIENT-CASH        VALUE 'P'.
               88  GLP-WRITEOFF            VALUE 'W'.
               88  GLP-INTEREST-ACCRUED    VALUE 'A'.
               88  GLP-INTEREST-CASH       VALUE 'I'.
           05  GLP-PATIENT-ID              PIC X(06).
           05  GLP-AMOUNT                  PIC 9(09)V99.
           05  GLP-POST-DATE               PIC 9(08).
