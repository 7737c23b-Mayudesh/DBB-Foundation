      *            CHECK APPLIED AT ORDER TIME), INVOICED AND        *
      *            POSTED TO THE CUSTOMER MASTER BY ORDINV, AND      *
      *            REPORTED BY ORDOPEN.                              *
      *            EACH ITEM LINE CARRIES ITS FULFILMENT: ORDENTRY   *
      *            ALLOCATES PART_STOCK TO IT AND BACKORDERS THE     *
      *            REST, ORDSHIP RELEASES BACKORDERS AND SHIPS WHAT  *
      *            IS ALLOCATED, AND ORDINV INVOICES WHAT HAS        *
      *            SHIPPED.  ORDERED = ALLOCATED + SHIPPED +         *
      *            BACKORDERED.  THE ORDER STAYS OPEN UNTIL EVERY    *
      *            LINE HAS SHIPPED AND BEEN INVOICED IN FULL.       *
      *            THE HEADER'S AMOUNT INVOICED IS MERCHANDISE ONLY; *
      *            THE SALES TAX BILLED ON IT IS CARRIED SEPARATELY. *
      *            RETURNS AGAINST AN INVOICED LINE ARE CARRIED ON   *
      *            RTNFILE (CUSTRTN), NOT ON THE ORDER.              *
      ***************************************************************
       01  CUSTOMER-ORDER-REC.
           05  ORD-KEY.
               10  ORD-ORDER-TOTAL         PIC 9(07)V99.
               10  ORD-INVOICE-DATE        PIC 9(08).
               10  ORD-LINE-COUNT          PIC 9(03).
               10  ORD-AMOUNT-INVOICED     PIC 9(07)V99.
               10  ORD-TAX-INVOICED        PIC 9(05)V99.
               10  ORD-ENTERED-BY          PIC X(08).
               10  FILLER                  PIC X(13).
           05  ORD-DETAIL REDEFINES ORD-BODY.
               10  ORD-ITEM-CODE           PIC X(10).
               10  ORD-ITEM-DESC           PIC X(20).
               10  ORD-QTY-ORDERED         PIC 9(05).
               10  ORD-UNIT-PRICE          PIC 9(05)V99.
               10  ORD-LINE-AMOUNT         PIC 9(07)V99.
               10  ORD-QTY-ALLOCATED       PIC 9(05).
               10  ORD-QTY-SHIPPED         PIC 9(05).
               10  ORD-QTY-BACKORDERED     PIC 9(05).
               10  ORD-QTY-INVOICED        PIC 9(05).
