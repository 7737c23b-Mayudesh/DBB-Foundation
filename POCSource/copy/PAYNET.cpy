      ***************************************************************
      * PAYNET - NET-PAY EXTRACT.  ONE RECORD FOR EACH PERSON PAYREG *
      *          PAID IN THE RUN, IN PERSON-NUMBER ORDER, WITH THE   *
      *          PAY PERIOD, THE NAME AND MAILING ADDRESS FOR A      *
      *          CHECK, AND THE GROSS-TO-NET FIGURES FOR THE ADVICE. *
      *          WRITTEN BY PAYREG; READ BY DDSPLIT.                 *
      ***************************************************************
       01  PAY-NET-REC.
           05  PN-PERSON-NUMBER            PIC X(10).
           05  PN-PERIOD-END               PIC 9(08).
           05  PN-FIRST-NAME               PIC X(15).
           05  PN-LAST-NAME                PIC X(15).
           05  PN-STREET-ADDRESS           PIC X(20).
           05  PN-CITY-ADDRESS             PIC X(15).
           05  PN-STATE-ADDRESS            PIC X(02).
           05  PN-GROSS-PAY                PIC 9(07)V99.
           05  PN-TAXES                    PIC 9(07)V99.
           05  PN-DEDUCTIONS               PIC 9(07)V99.
           05  PN-NET-PAY                  PIC 9(07)V99.
           05  FILLER                      PIC X(29).
