      ***************************************************************
      * RSVCTL - MONTH-END RESERVE ACCRUAL CONTROL RECORD.  RSVACCR  *
      *          WRITES ONE AT THE END OF EACH MONTH'S ACCRUAL AND   *
      *          READS LAST MONTH'S BACK THE NEXT TIME IT RUNS, SO   *
      *          THE PRIOR ACCRUAL IS REVERSED FOR EXACTLY WHAT WAS  *
      *          BOOKED - NOT FOR A RE-ESTIMATE OF IT.               *
      ***************************************************************
       01  RESERVE-CONTROL-REC.
           05  RSV-ACCRUAL-DATE            PIC 9(08).
           05  RSV-ACCRUAL-MONTH REDEFINES RSV-ACCRUAL-DATE.
               10  RSV-ACCRUAL-CCYYMM      PIC 9(06).
               10  FILLER                  PIC 9(02).
      *    CONTRA-A/R BALANCES LEFT ON 1210 AND 1220 BY THE ACCRUAL.
           05  RSV-ALLOWANCE-AMT           PIC 9(09)V99.
           05  RSV-BAD-DEBT-AMT            PIC 9(09)V99.
      *    GROSS OPEN A/R THE RESERVES WERE CALCULATED AGAINST.
           05  RSV-OPEN-AR-AMT             PIC 9(09)V99.
           05  FILLER                      PIC X(39).
