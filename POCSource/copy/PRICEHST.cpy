      ***************************************************************
      * PRICEHST - SUPPLIER PRICE HISTORY.  INVMATCH APPENDS ONE     *
      *            RECORD FOR EVERY INVOICE LINE IT FINDS A MATCHING *
      *            ORDER LINE FOR: THE ORDERED UNIT PRICE FROM       *
      *            PART_ORDLN BESIDE THE PRICE THE SUPPLIER BILLED.  *
      *            A RELEASED LINE IS A PRICED RECEIPT; A LINE HELD  *
      *            BECAUSE THE PRICE DIFFERS FROM THE ORDER STAYS    *
      *            OUT OF COST BUT SHOWS WHO BILLED OVER THE PO.     *
      *            PPVRPT REPORTS EACH MONTH OFF THIS FILE.          *
      ***************************************************************
       01  PRICE-HISTORY-REC.
           05  PRH-SUPPLIER-CODE           PIC X(05).
           05  PRH-ORDER-NUM               PIC X(06).
           05  PRH-ORDER-LINE              PIC 9(03).
           05  PRH-PART-NUM                PIC X(23).
           05  PRH-QTY-BILLED              PIC 9(07).
           05  PRH-QTY-RECEIVED            PIC 9(07).
           05  PRH-PO-PRICE                PIC 9(07)V99.
           05  PRH-INVOICE-PRICE           PIC 9(07)V99.
           05  PRH-REFERENCE               PIC X(15).
           05  PRH-MATCH-DATE              PIC 9(08).
           05  PRH-MATCH-MONTH REDEFINES PRH-MATCH-DATE.
               10  PRH-MATCH-CCYYMM        PIC 9(06).
               10  FILLER                  PIC 9(02).
           05  PRH-MATCH-RESULT            PIC X(01).
               88  PRH-RELEASED            VALUE 'R'.
               88  PRH-PRICE-DIFFERS       VALUE 'P'.
           05  FILLER                      PIC X(07).
