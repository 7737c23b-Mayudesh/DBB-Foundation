      ***************************************************************
      * TAXHIST  - SALES TAX HISTORY RECORD.  ORDINV APPENDS ONE PER *
      *            INVOICE TO THE TAXHIST FILE: THE JURISDICTION     *
      *            (CUSTOMER STATE + TAX LOCALITY), THE INVOICE DATE *
      *            AND ORDER, THE TAXABLE AND EXEMPT SALES ON IT AND *
      *            THE STATE AND LOCAL TAX BILLED.  THE EXEMPT       *
      *            REASON SAYS WHY A WHOLE INVOICE WENT UNTAXED - C  *
      *            FOR A CUSTOMER EXEMPTION CERTIFICATE (NUMBER      *
      *            KEPT), N FOR A JURISDICTION WITH NO TAXRATE       *
      *            RECORD; BLANK WHEN ANY EXEMPT SALES ARE EXEMPT    *
      *            ITEM CATEGORIES.  RTNCRED APPENDS A CREDIT MEMO   *
      *            RECORD (ENTRY TYPE C) FOR THE SALES AND TAX GIVEN *
      *            BACK ON A CUSTOMER RETURN; ITS AMOUNTS ARE        *
      *            POSITIVE AND COME OFF THE JURISDICTION'S TOTALS.  *
      *            TAXRPT SUMS A MONTH OF IT BY JURISDICTION FOR THE *
      *            SALES TAX RETURNS.                                *
      ***************************************************************
       01  TAX-HISTORY-REC.
           05  TXH-JURISDICTION.
               10  TXH-STATE               PIC X(02).
               10  TXH-LOCALITY            PIC X(05).
           05  TXH-INVOICE-DATE            PIC 9(08).
           05  TXH-INVOICE-MONTH REDEFINES TXH-INVOICE-DATE.
               10  TXH-INVOICE-CCYYMM      PIC 9(06).
               10  FILLER                  PIC 9(02).
           05  TXH-ORDER-NUM               PIC 9(06).
           05  TXH-CUSTOMER-ID             PIC X(05).
           05  TXH-TAXABLE-SALES           PIC 9(07)V99.
           05  TXH-EXEMPT-SALES            PIC 9(07)V99.
           05  TXH-STATE-TAX               PIC 9(05)V99.
           05  TXH-LOCAL-TAX               PIC 9(05)V99.
           05  TXH-EXEMPT-REASON           PIC X(01).
               88  TXH-EXEMPT-CERTIFICATE  VALUE 'C'.
               88  TXH-NO-RATE-ON-FILE     VALUE 'N'.
           05  TXH-EXEMPT-CERT             PIC X(15).
           05  TXH-ENTRY-TYPE              PIC X(01).
               88  TXH-INVOICE             VALUE ' ' 'I'.
               88  TXH-CREDIT-MEMO         VALUE 'C'.
           05  FILLER                      PIC X(05).
