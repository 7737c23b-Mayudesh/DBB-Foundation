      *            AVERAGE, THEN VALUES PART_STOCK AND THE           *
      *            BY-LOCATION BALANCES AT THAT COST.  THE PRIOR     *
      *            MONTH'S VALUE RIDES ALONG FOR THE MONTH-OVER-     *
      *            MONTH CHANGE ON THE VALUATION REPORT.  THE UNIT   *
      *            PRICE OF THE LAST RECEIPT ROLLED IN IS KEPT AS    *
      *            THE PRIOR PURCHASE PRICE PPVRPT MEASURES THE      *
      *            NEXT MONTH'S RECEIPTS AGAINST.                    *
      ***************************************************************
       01  PART-COST-REC.
           05  PCO-PART-NUM                PIC X(23).
           05  PCO-BASIS-QTY               PIC 9(09).
           05  PCO-PRIOR-VALUE             PIC S9(13)V99 COMP-3.
           05  PCO-LAST-VALUED-DATE        PIC 9(08).
           05  PCO-LAST-PRICE              PIC S9(07)V99 COMP-3.
           05  PCO-LAST-PRICE-DATE         PIC 9(08).
           05  FILLER                      PIC X(14).
