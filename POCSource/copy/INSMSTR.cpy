      *           BY CINS400; READ AT EDIT TIME BY BNCHS602 AND      *
      *           CALCELIG SO A PAYER ID THAT IS NOT ON THE MASTER   *
      *           NEVER REACHES BILLING.                             *
      *                                                              *
      *           INS-MSTR-FILING-LIMIT-DAYS IS THE PAYER'S TIMELY-  *
      *           FILING LIMIT - DAYS FROM DATE OF SERVICE TO GET A  *
      *           CLEAN CLAIM TO THE PAYER.  ZERO MEANS THE PAYER    *
      *           HAS NOT PUBLISHED ONE AND TFILRPT USES THE HOUSE   *
      *           DEFAULT.                                           *
      *                                                              *
      *           INS-MSTR-PAYER-TYPE CLASSES THE PAYER FOR THE      *
      *           STATE PROMPT-PAY TABLE (SEE PROMPTPY); BLANK MEANS *
      *           NOT CLASSED AND NO PROMPT-PAY INTEREST IS FIGURED. *
      ***************************************************************
       01  INSURANCE-MASTER-REC.
           05  INS-MSTR-KEY                PIC X(06).
               88  INS-MSTR-ACTIVE         VALUE 'A'.
               88  INS-MSTR-INACTIVE       VALUE 'I'.
           05  INS-MSTR-LAST-CHANGE-DATE   PIC X(08).
           05  INS-MSTR-FILING-LIMIT-DAYS  PIC 9(03).
           05  INS-MSTR-PAYER-TYPE         PIC X(01).
               88  INS-MSTR-COMMERCIAL     VALUE 'C'.
               88  INS-MSTR-MANAGED-CARE   VALUE 'H'.
               88  INS-MSTR-MEDICARE       VALUE 'M'.
               88  INS-MSTR-MEDICAID       VALUE 'D'.
               88  INS-MSTR-WORKERS-COMP   VALUE 'W'.
               88  INS-MSTR-OTHER-PAYER    VALUE 'O'.
               88  INS-MSTR-VALID-PAYER-TYPE
                                           VALUES 'C', 'H', 'M', 'D',
                                                  'W', 'O'.
           05  FILLER                      PIC X(65).
