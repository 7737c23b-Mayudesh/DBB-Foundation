      ***************************************************************
      * PRICLIST - ITEM SELLING PRICE RECORD.  KEYED BY PRICE TYPE,  *
      *            LIST CODE, ITEM AND EFFECTIVE DATE ON THE         *
      *            PRICLIST VSAM FILE.  TYPE L IS A PRICE LIST (THE  *
      *            CODE IS THE LIST - 'STD' IS THE STANDARD LIST     *
      *            EVERY CUSTOMER FALLS BACK TO); TYPE C IS A        *
      *            CUSTOMER CONTRACT PRICE (THE CODE IS THE CUSTOMER *
      *            ID) AND BEATS ANY LIST.  THE PRICE IN FORCE IS    *
      *            THE LATEST EFFECTIVE DATE NOT AFTER THE ORDER     *
      *            DATE, UNLESS ITS END DATE HAS PASSED (ZERO END    *
      *            DATE MEANS OPEN-ENDED).  A LINE PRICES AT THE     *
      *            BASE PRICE, OR AT THE PRICE OF THE HIGHEST        *
      *            QUANTITY BREAK ITS QUANTITY REACHES (UNUSED       *
      *            BREAKS ARE ZERO).  LOADED BY PRCLOAD; READ BY     *
      *            ORDENTRY.                                         *
      ***************************************************************
       01  PRICE-LIST-REC.
           05  PRC-PRICE-KEY.
               10  PRC-PRICE-TYPE          PIC X(01).
                   88  PRC-LIST-PRICE      VALUE 'L'.
                   88  PRC-CONTRACT-PRICE  VALUE 'C'.
               10  PRC-LIST-CODE           PIC X(05).
               10  PRC-ITEM-CODE           PIC X(23).
               10  PRC-EFFECTIVE-DATE      PIC 9(08).
           05  PRC-END-DATE                PIC 9(08).
           05  PRC-BASE-PRICE              PIC 9(05)V99.
           05  PRC-QTY-BREAKS.
               10  PRC-BREAK OCCURS 4.
                   15  PRC-BREAK-QTY       PIC 9(05).
                   15  PRC-BREAK-PRICE     PIC 9(05)V99.
           05  PRC-CHANGED-BY              PIC X(08).
           05  PRC-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(04).
