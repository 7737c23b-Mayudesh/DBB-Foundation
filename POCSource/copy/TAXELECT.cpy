      ***************************************************************
      * TAXELECT - EMPLOYEE WITHHOLDING ELECTION.  KEYED BY          *
      *            PERSON-NUMBER ON THE TAXELECT VSAM FILE: THE      *
      *            SOCIAL SECURITY NUMBER THE W-2 IS FILED UNDER,    *
      *            THE FILING STATUS (S SINGLE, M MARRIED, H HEAD OF *
      *            HOUSEHOLD), AND FOR FEDERAL AND STATE INCOME TAX  *
      *            THE ALLOWANCES CLAIMED, ANY EXTRA AMOUNT TO       *
      *            WITHHOLD EACH PAY PERIOD, AND AN EXEMPT FLAG.  A  *
      *            PERSON WITH NO ELECTION IS WITHHELD AS SINGLE     *
      *            WITH NO ALLOWANCES.  SOCIAL SECURITY AND MEDICARE *
      *            ARE NOT ELECTIVE.  LOADED BY WHTLOAD; READ BY     *
      *            PAYREG AND W2YREND.                               *
      ***************************************************************
       01  TAX-ELECTION-REC.
           05  TE-PERSON-NUMBER            PIC X(10).
           05  TE-SSN                      PIC 9(09).
           05  TE-FILING-STATUS            PIC X(01).
               88  TE-SINGLE               VALUE 'S'.
               88  TE-MARRIED              VALUE 'M'.
               88  TE-HEAD-OF-HOUSEHOLD    VALUE 'H'.
               88  TE-STATUS-VALID         VALUE 'S', 'M', 'H'.
           05  TE-FED-ALLOWANCES           PIC 9(02).
           05  TE-FED-EXTRA                PIC 9(05)V99.
           05  TE-FED-EXEMPT               PIC X(01).
               88  TE-FED-IS-EXEMPT        VALUE 'Y'.
           05  TE-STATE-ALLOWANCES         PIC 9(02).
           05  TE-STATE-EXTRA              PIC 9(05)V99.
           05  TE-STATE-EXEMPT             PIC X(01).
               88  TE-STATE-IS-EXEMPT      VALUE 'Y'.
           05  TE-EFF-DATE                 PIC 9(08).
           05  TE-CHANGED-BY               PIC X(08).
           05  TE-CHANGED-DATE             PIC 9(08).
           05  FILLER                      PIC X(16).
