      ***************************************************************
      * BANKSTMT - BANK STATEMENT ITEM.  ONE RECORD PER ITEM ON THE  *
      *            BANK'S PRIOR-DAY STATEMENT FILE FOR THE OPERATING *
      *            ACCOUNT.  BANKREC RECONCILES THE CREDITS - BRANCH *
      *            DEPOSITS (D) AND EFT CREDITS (E) - AGAINST THE    *
      *            BOOKS; DEBITS AND FEES ARE NOT ITS CONCERN.       *
      *                                                              *
      *            BNK-REFERENCE IS WHAT THE BANK CAPTURED FROM THE  *
      *            DEPOSIT: THE TERMINAL ID ON A FRONT-DESK DRAWER   *
      *            DEPOSIT SLIP, 'LBX' PLUS THE BATCH NUMBER ON A    *
      *            LOCKBOX DEPOSIT, THE PAYER'S TRACE NUMBER ON AN   *
      *            EFT.                                              *
      ***************************************************************
       01  BANK-STATEMENT-REC.
           05  BNK-POST-DATE               PIC 9(08).
           05  BNK-TRAN-TYPE               PIC X(01).
               88  BNK-DEPOSIT             VALUE 'D'.
               88  BNK-EFT-CREDIT          VALUE 'E'.
               88  BNK-CREDIT-ITEM         VALUES 'D', 'E'.
           05  BNK-AMOUNT                  PIC 9(09)V99.
           05  BNK-REFERENCE               PIC X(15).
           05  BNK-ORIGINATOR              PIC X(20).
           05  BNK-BANK-TRACE              PIC X(16).
           05  FILLER                      PIC X(09).
