      ***************************************************************
      * LEAVRULE - PAID LEAVE ACCRUAL RULE.  KEYED BY LEAVE TYPE +   *
      *            SERVICE YEARS ON THE LEAVRULE VSAM FILE, ONE      *
      *            RECORD PER TIER.  THE TIER WITH THE HIGHEST       *
      *            SERVICE YEARS NOT OVER THE PERSON'S COMPLETED     *
      *            YEARS OF SERVICE GIVES THE HOURS EARNED EACH PAY  *
      *            PERIOD, THE MOST THAT MAY BE ON THE BALANCE, AND  *
      *            THE MOST THAT MAY BE CARRIED INTO A NEW YEAR      *
      *            (ZERO = NO CARRYOVER LIMIT).  A TYPE WITH NO      *
      *            ZERO-YEAR TIER EARNS NOTHING UNTIL ITS FIRST      *
      *            TIER IS REACHED.  LOADED BY LVLOAD; READ BY       *
      *            PAYREG AND LVYREND.                               *
      ***************************************************************
       01  LEAVE-RULE-REC.
           05  LVR-KEY.
               10  LVR-LEAVE-TYPE          PIC X(02).
               10  LVR-SERVICE-YEARS       PIC 9(02).
           05  LVR-HOURS-PER-PERIOD        PIC 9(03)V99.
           05  LVR-MAX-BALANCE             PIC 9(04)V99.
           05  LVR-MAX-CARRYOVER           PIC 9(04)V99.
           05  LVR-CHANGED-BY              PIC X(08).
           05  LVR-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(03).
