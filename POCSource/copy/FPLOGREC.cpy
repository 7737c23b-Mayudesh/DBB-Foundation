      ***************************************************************
      * FPLOGREC - FISCAL PERIOD MAINTENANCE LOG.  FPMAINT APPENDS   *
      *            ONE RECORD FOR EVERY CLOSE OR REOPEN IT IS ASKED  *
      *            TO MAKE, ACCEPTED OR REFUSED, SO AUDIT CAN SEE    *
      *            WHO REOPENED A CLOSED MONTH AND WHO APPROVED IT.  *
      ***************************************************************
       01  FISCAL-PERIOD-LOG-REC.
           05  FPL-LOG-DATE                PIC 9(08).
           05  FPL-LOG-TIME                PIC 9(08).
           05  FPL-ACTION                  PIC X(01).
               88  FPL-CLOSE               VALUE 'C'.
               88  FPL-REOPEN              VALUE 'R'.
           05  FPL-PERIOD                  PIC 9(06).
           05  FPL-REQUESTED-BY            PIC X(08).
           05  FPL-APPROVED-BY             PIC X(08).
           05  FPL-RESULT                  PIC X(01).
               88  FPL-ACCEPTED            VALUE 'A'.
               88  FPL-REFUSED             VALUE 'R'.
      *    REASON GIVEN ON THE CARD, AND WHY A REFUSAL WAS REFUSED.
           05  FPL-REASON                  PIC X(30).
           05  FPL-MESSAGE                 PIC X(40).
           05  FILLER                      PIC X(10).
