           05  :TAG:-MONTH  PIC S9(7)V99 COMP-3 OCCURS 12.
           05  :TAG:-OCCUPATION            PIC X(30).
           05  :TAG:-NOTES                 PIC X(120).
      *    PRICE LIST THE CUSTOMER BUYS FROM (PRICLIST TYPE L CODE),
      *    CARVED FROM THE OLD :TAG:-DATA-1.  BLANK MEANS THE STANDARD
      *    LIST.  MAINTAINED BY PRCLOAD 'A' CARDS.
           05  :TAG:-PRICE-LIST            PIC X(04).
           05  :TAG:-DATA-1                PIC X(01).
      *    CREDIT CONTROL FIELDS, CARVED FROM THE OLD :TAG:-DATA-2
      *    SPARE AREA (RECORD LENGTH UNCHANGED).  A ZERO LIMIT MEANS
      *    NO LIMIT IS SET FOR THE CUSTOMER.
           05  :TAG:-CREDIT-LIMIT          PIC 9(07)V99.
           05  :TAG:-HOLD-FLAG             PIC X(01).
      *    SALES TAX FIELDS, ALSO CARVED FROM :TAG:-DATA-2.  THE
      *    LOCALITY (WITH :TAG:-STATE) PICKS THE TAXRATE JURISDICTION;
      *    BLANK MEANS STATE RATE ONLY.  A CUSTOMER WITH A CERTIFICATE
      *    ON FILE IS TAX EXEMPT THROUGH THE EXPIRY DATE (CCYYMMDD).
      *    MAINTAINED BY TAXLOAD 'E' CARDS.
           05  :TAG:-TAX-LOCALITY          PIC X(05).
           05  :TAG:-TAX-EXEMPT-CERT       PIC X(15).
           05  :TAG:-TAX-EXEMPT-EXPIRY     PIC 9(08).
           05  :TAG:-DATA-2                PIC X(02).

       01  :TAG:-CONTACT-REC.
           05  :TAG:-CONTACT-KEY.
