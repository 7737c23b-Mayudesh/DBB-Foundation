      ***************************************************************
      * PROMPTPY - STATE PROMPT-PAY TABLE RECORD.  KEYED BY STATE +  *
      *            PAYER TYPE ON THE PROMPTPY VSAM FILE.  ONE ROW    *
      *            PER PROMPT-PAY STATUTE: THE DAYS A PAYER OF THAT  *
      *            TYPE HAS TO PAY A CLEAN CLAIM, AND THE ANNUAL     *
      *            INTEREST RATE (PERCENT) OWED ON A LATE PAYMENT.   *
      *            STATE '**' IS THE FALLBACK FOR A PAYER TYPE IN A  *
      *            STATE WITH NO ROW OF ITS OWN.  THE STATE IS THE   *
      *            PAYER'S INS-MSTR-STATE AND THE TYPE IS            *
      *            INS-MSTR-PAYER-TYPE; A STATE/TYPE WITH NO ROW (OR *
      *            A ZERO RATE) EARNS NO INTEREST.  LOADED BY        *
      *            PPAYLOAD; READ BY REMITPST.                       *
      ***************************************************************
       01  PROMPT-PAY-REC.
           05  PPY-KEY.
               10  PPY-STATE               PIC X(02).
                   88  PPY-ALL-STATES      VALUE '**'.
               10  PPY-PAYER-TYPE          PIC X(01).
           05  PPY-PROMPT-DAYS             PIC 9(03).
           05  PPY-ANNUAL-RATE             PIC 9(02)V9(04).
           05  PPY-EFFECTIVE-DATE          PIC 9(08).
           05  PPY-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(30).
