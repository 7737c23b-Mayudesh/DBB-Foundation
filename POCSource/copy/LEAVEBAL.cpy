      ***************************************************************
      * LEAVEBAL - PAID LEAVE BALANCE.  KEYED BY PERSON-NUMBER +     *
      *            LEAVE TYPE ON THE LEAVEBAL VSAM FILE, ONE RECORD  *
      *            PER PERSON PER TYPE:                              *
      *                                                              *
      *              'VA'  VACATION                                  *
      *              'SK'  SICK LEAVE                                *
      *                                                              *
      *            OPENED BY LVLOAD WITH THE PERSON'S SERVICE DATE   *
      *            AND OPENING BALANCE.  PAYREG POSTS EACH PAY       *
      *            PERIOD'S ACCRUAL (SEE LEAVRULE) AND THE LEAVE     *
      *            TAKEN ON THE APPROVED TIMECARD; LAST-POSTED-END   *
      *            KEEPS A RERUN FROM POSTING A PERIOD TWICE.        *
      *            APPROVED HOURS ARE LEAVE APPROVED ON THE CLVE400  *
      *            SCREEN AND NOT YET TAKEN - THE HOURS AVAILABLE    *
      *            TO REQUEST ARE THE BALANCE LESS THOSE.  LVYREND   *
      *            CARRIES THE BALANCE OVER AT YEAR END, FORFEITING  *
      *            ANY EXCESS, AND LVLIAB VALUES IT FOR FINANCE.     *
      ***************************************************************
       01  LEAVE-BALANCE-REC.
           05  LB-KEY.
               10  LB-PERSON-NUMBER        PIC X(10).
               10  LB-LEAVE-TYPE           PIC X(02).
                   88  LB-VACATION         VALUE 'VA'.
                   88  LB-SICK             VALUE 'SK'.
                   88  LB-VALID-TYPE       VALUE 'VA' 'SK'.
      *    THE DATE SERVICE YEARS ARE COUNTED FROM FOR THE ACCRUAL
      *    TIER - THE HIRE DATE, OR THE ADJUSTED DATE FOR A REHIRE.
           05  LB-SERVICE-DATE             PIC 9(08).
           05  LB-BALANCE-HOURS            PIC 9(04)V99.
           05  LB-APPROVED-HOURS           PIC 9(04)V99.
           05  LB-YTD-ACCRUED              PIC 9(04)V99.
           05  LB-YTD-TAKEN                PIC 9(04)V99.
           05  LB-LAST-FORFEIT             PIC 9(04)V99.
           05  LB-LAST-CARRYOVER-YEAR      PIC 9(04).
           05  LB-LAST-POSTED-END          PIC 9(08).
           05  LB-CHANGED-BY               PIC X(08).
           05  LB-CHANGED-DATE             PIC 9(08).
           05  FILLER                      PIC X(22).
