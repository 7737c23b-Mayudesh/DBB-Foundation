      ***************************************************************
      * TAXRATE  - SALES TAX JURISDICTION RATE RECORD.  KEYED BY     *
      *            STATE + LOCALITY ON THE TAXRATE VSAM FILE.  A     *
      *            RECORD WITH A BLANK LOCALITY IS THE STATE-ONLY    *
      *            RATE, USED FOR A CUSTOMER WITH NO LOCALITY OR ONE *
      *            WHOSE LOCALITY HAS NO RECORD OF ITS OWN.  RATES   *
      *            ARE FRACTIONS (0.06250 = 6.25 PERCENT); THE TAX   *
      *            ON A LINE IS ITS AMOUNT TIMES THE STATE RATE PLUS *
      *            ITS AMOUNT TIMES THE LOCAL RATE.  AN ITEM WHOSE   *
      *            TAXCAT CATEGORY IS IN THE EXEMPT LIST IS NOT      *
      *            TAXED HERE.  LOADED BY TAXLOAD; READ BY ORDINV    *
      *            AND TAXRPT.                                       *
      ***************************************************************
       01  TAX-RATE-REC.
           05  TAX-RATE-KEY.
               10  TAX-STATE               PIC X(02).
               10  TAX-LOCALITY            PIC X(05).
           05  TAX-JURISDICTION-NAME       PIC X(20).
           05  TAX-STATE-RATE              PIC 9(01)V9(05).
           05  TAX-LOCAL-RATE              PIC 9(01)V9(05).
           05  TAX-EXEMPT-CATEGORIES.
               10  TAX-EXEMPT-CATEGORY     PIC X(02) OCCURS 8.
           05  TAX-EFFECTIVE-DATE          PIC 9(08).
           05  TAX-CHANGED-BY              PIC X(08).
           05  TAX-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(01).
