      *            THE LAST CHECKPOINT INSTEAD OF REPROCESSING THE   *
      *            ENTIRE TREATMENT FEED FROM THE BEGINNING.  ON A   *
      *            RESTART THE LAST RECORD ON THIS FILE IS THE ONE   *
      *            THAT COUNTS.  THE POSTING DATE KEEPS A RESTART'S  *
      *            ENCCHG KEYS THE SAME AS THE FAILED RUN'S.         *
      ***************************************************************
       01  CHECKPOINT-REC.
           05  CKPT-RECORDS-READ           PIC 9(07).
           05  CKPT-MEDICATION-CHARGES     PIC S9(09)V99.
           05  CKPT-PHARMACY-CHARGES       PIC S9(07)V99.
           05  CKPT-RECORDS-NOT-COVERED    PIC 9(07).
           05  CKPT-POSTING-DATE           PIC 9(08).
           05  FILLER                      PIC X(35).
