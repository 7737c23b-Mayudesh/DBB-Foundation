      * PROVIDER - DCLGEN OUTPUT FOR DDS0001.PROVIDER.  KEYED BY     *
      *            PROVIDER-ID.  USED BY CALCCOST TO DETERMINE A     *
      *            PHYSICIAN'S IN/OUT-OF-NETWORK STATUS.             *
      *                                                              *
      *            THE PRIVILEGE COLUMNS CARRY THE PHYSICIAN'S       *
      *            CURRENT HOSPITAL PRIVILEGES AS GRANTED BY THE     *
      *            MEDICAL STAFF OFFICE AND LOADED BY PRVLOAD.       *
      *            DATES ARE CCYYMMDD; A TREATMENT DATED OUTSIDE     *
      *            START THRU END, OR A SUSPENDED CATEGORY, IS A     *
      *            LAPSE BNCHS602 AND CTRT400 REJECT.  PRVEXPR       *
      *            WARNS AT 60, 30 AND 0 DAYS BEFORE THE END DATE.   *
      *            CATEGORY:  A = ACTIVE       P = PROVISIONAL       *
      *                       C = COURTESY     T = TEMPORARY         *
      *                       S = SUSPENDED                          *
      ***************************************************************
       01  DCLPROVIDER.
           10  PROVIDER-ID             PIC X(08).
           10  COST-OVERRIDE-PCT       PIC S9(3) COMP-3.
           10  PROVIDER-SPECIALTY      PIC X(20).
           10  PROVIDER-LAST-CHANGED   PIC X(10).
           10  PRIVILEGE-CATEGORY      PIC X(01).
           10  PRIVILEGE-START-DATE    PIC X(08).
           10  PRIVILEGE-END-DATE      PIC X(08).
