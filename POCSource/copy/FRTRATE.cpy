      ***************************************************************
      * FRTRATE - CARRIER FREIGHT RATE RECORD.  KEYED BY CARRIER,    *
      *           DESTINATION ZONE, RATING BASIS AND BAND CEILING    *
      *           ON THE FRTRATE VSAM FILE.  ONE ROW PER BAND OF A   *
      *           CARRIER'S TARIFF: A SHIPMENT RATES ON THE FIRST    *
      *           BAND WHOSE CEILING IS AT OR ABOVE ITS POUNDS       *
      *           (BASIS W) OR, FOR A SHIPMENT WITH NO CATALOG       *
      *           WEIGHT, ITS UNITS (BASIS Q).  THE CHARGE IS THE    *
      *           BASE CHARGE PLUS THE UNIT RATE TIMES THE POUNDS OR *
      *           UNITS, NEVER LESS THAN THE MINIMUM.  LOADED BY     *
      *           FRTLOAD (EVERY CHANGE ALSO GOES TO THE FRTAUDT     *
      *           TRAIL); READ BY SHIPMAN TO RATE THE DAY'S          *
      *           MANIFEST.                                          *
      ***************************************************************
       01  FREIGHT-RATE-REC.
           05  FRT-RATE-KEY.
               10  FRT-CARRIER-CODE        PIC X(04).
               10  FRT-ZONE                PIC X(02).
               10  FRT-BASIS               PIC X(01).
                   88  FRT-BY-WEIGHT       VALUE 'W'.
                   88  FRT-BY-QUANTITY     VALUE 'Q'.
               10  FRT-BAND-CEILING        PIC 9(07).
           05  FRT-BASE-CHARGE             PIC 9(05)V99.
           05  FRT-UNIT-RATE               PIC 9(03)V9999.
           05  FRT-MINIMUM-CHARGE          PIC 9(05)V99.
           05  FRT-EFFECTIVE-DATE          PIC 9(08).
           05  FRT-CHANGED-BY              PIC X(08).
           05  FRT-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(21).
