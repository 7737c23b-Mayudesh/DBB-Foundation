      *                                                              *
      *            1200 ACCOUNTS RECEIVABLE   1000 CASH              *
      *            4000 PATIENT REVENUE       6100 BAD DEBT EXPENSE  *
      *            1050 CASH IN TRANSIT       1250 INTEREST RCVBL    *
      *            4600 PROMPT-PAY INTEREST INCOME                   *
      *            1210 ALLOWANCE FOR CONTRACTUALS (CONTRA A/R)      *
      *            1220 ALLOWANCE FOR DOUBTFUL ACCTS (CONTRA A/R)    *
      *            4100 CONTRACTUAL ADJUSTMENTS                      *
      *            2000 ACCOUNTS PAYABLE      5900 PURCH DISCOUNTS   *
      *            1310 SUPPLIER DEBIT MEMOS RECEIVABLE              *
      *            1400 SUPPLIES INVENTORY    6200 WARD SUPPLIES     *
      *            1320 RETURNS CLEARING      5100 SUPPLIES USAGE    *
      *            6300 INVENTORY SHRINKAGE                          *
      *            6310 CYCLE COUNT VARIANCE                         *
      *            6400 FREIGHT-OUT EXPENSE   2150 ACCRUED FREIGHT   *
      *                                                              *
      *          FINANCE LOADS THESE INSTEAD OF KEYING THE PRINTED   *
      *          TOTALS BY HAND.  BANKREC ADDS ITS CASH-IN-TRANSIT   *
      *          ADJUSTMENT PAIR FROM THE DAILY BANK RECONCILIATION. *
      *          RSVACCR ADDS THE MONTH-END RESERVE PAIRS AND THE    *
      *          REVERSAL OF THE PRIOR MONTH'S.  APPAYRUN ADDS THE   *
      *          PAYABLES EACH A/P PAYMENT RUN RELIEVES.  WARDREPL   *
      *          ADDS THE NIGHT'S WARD SUPPLY ISSUES, ONE PAIR PER   *
      *          COST CENTRE (GLJ-COST-CENTRE, BLANK ON THE REST).   *
      *          INVJRNL ADDS THE NIGHT'S MOVLEDGR STOCK MOVEMENTS,  *
      *          ONE PAIR PER REASON CODE AND DIRECTION, ON THE      *
      *          ACCOUNTS ITS INVJMAP TABLE NAMES.  SHIPMAN ADDS THE *
      *          DAY'S RATED OUTBOUND FREIGHT, ONE PAIR PER CARRIER. *
      ***************************************************************
       01  GL-JOURNAL-REC.
           05  GLJ-RUN-DATE                PIC 9(08).
           05  GLJ-AMOUNT                  PIC 9(09)V99.
           05  GLJ-DESCRIPTION             PIC X(30).
           05  GLJ-SOURCE                  PIC X(08).
           05  GLJ-COST-CENTRE             PIC X(03).
           05  FILLER                      PIC X(13).
