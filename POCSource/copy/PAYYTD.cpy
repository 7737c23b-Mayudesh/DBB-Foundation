      ***************************************************************
      * PAYYTD   - PAYROLL TAX ACCUMULATORS.  KEYED BY PERSON-NUMBER *
      *            + TAX YEAR ON THE PAYYTD VSAM FILE.  PAYREG ADDS  *
      *            EACH PAY PERIOD'S GROSS WAGES AND WITHHOLDINGS TO *
      *            THE BUCKET FOR THE PERIOD'S CALENDAR QUARTER (THE *
      *            QUARTER-TO-DATE FIGURES) AND TO THE YEAR-TO-DATE  *
      *            FIGURES.  THE LAST PERIOD END POSTED KEEPS A      *
      *            RERUN FROM POSTING THE SAME PERIOD TWICE.  THE    *
      *            STATE IS THE LAST ONE WITHHELD FOR.  READ BY      *
      *            TAX941 FOR THE QUARTERLY 941 AND BY W2YREND AT    *
      *            YEAR END.  MEDICARE TAX INCLUDES THE ADDITIONAL   *
      *            MEDICARE TAX, WHICH IS ALSO CARRIED ON ITS OWN.   *
      ***************************************************************
       01  PAY-YTD-REC.
           05  PY-KEY.
               10  PY-PERSON-NUMBER        PIC X(10).
               10  PY-TAX-YEAR             PIC 9(04).
           05  PY-STATE                    PIC X(02).
           05  PY-LAST-PERIOD-END          PIC 9(08).
           05  PY-PERIODS-PAID             PIC 9(03).
           05  PY-QUARTER OCCURS 4 TIMES.
               10  PY-Q-GROSS              PIC S9(09)V99 COMP-3.
               10  PY-Q-FIT                PIC S9(09)V99 COMP-3.
               10  PY-Q-SIT                PIC S9(09)V99 COMP-3.
               10  PY-Q-SS-WAGES           PIC S9(09)V99 COMP-3.
               10  PY-Q-SS-TAX             PIC S9(09)V99 COMP-3.
               10  PY-Q-MC-WAGES           PIC S9(09)V99 COMP-3.
               10  PY-Q-MC-TAX             PIC S9(09)V99 COMP-3.
               10  PY-Q-MC-ADDL-TAX        PIC S9(09)V99 COMP-3.
           05  PY-YEAR-TO-DATE.
               10  PY-YTD-GROSS            PIC S9(09)V99 COMP-3.
               10  PY-YTD-FIT              PIC S9(09)V99 COMP-3.
               10  PY-YTD-SIT              PIC S9(09)V99 COMP-3.
               10  PY-YTD-SS-WAGES         PIC S9(09)V99 COMP-3.
               10  PY-YTD-SS-TAX           PIC S9(09)V99 COMP-3.
               10  PY-YTD-MC-WAGES         PIC S9(09)V99 COMP-3.
               10  PY-YTD-MC-TAX           PIC S9(09)V99 COMP-3.
               10  PY-YTD-MC-ADDL-TAX      PIC S9(09)V99 COMP-3.
           05  FILLER                      PIC X(33).
