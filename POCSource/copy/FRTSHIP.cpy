      ***************************************************************
      * FRTSHIP - RATED SHIPMENT RECORD.  KEYED BY CARRIER, ORDER    *
      *           AND SHIP DATE ON THE FRTSHIP VSAM FILE.  SHIPMAN   *
      *           WRITES ONE PER SHIPMENT IT RATES (AN UNRATED       *
      *           SHIPMENT IS KEPT TOO, AT ZERO, SO THE CARRIER'S    *
      *           BILL FOR IT STILL FINDS IT).  FRTMATCH STAMPS THE  *
      *           CARRIER'S INVOICE NUMBER, BILLED AMOUNT AND THE    *
      *           MATCH OUTCOME ON IT AS THE FREIGHT BILLS ARRIVE.   *
      ***************************************************************
       01  FREIGHT-SHIPMENT-REC.
           05  FSH-SHIPMENT-KEY.
               10  FSH-CARRIER-CODE        PIC X(04).
               10  FSH-ORDER-NUM           PIC X(06).
               10  FSH-SHIP-DATE           PIC 9(08).
           05  FSH-ZONE                    PIC X(02).
           05  FSH-BASIS                   PIC X(01).
               88  FSH-RATED-BY-WEIGHT     VALUE 'W'.
               88  FSH-RATED-BY-QUANTITY   VALUE 'Q'.
               88  FSH-UNRATED             VALUE ' '.
           05  FSH-WEIGHT                  PIC 9(07)V99.
           05  FSH-QUANTITY                PIC 9(09).
           05  FSH-RATED-FREIGHT           PIC 9(07)V99.
           05  FSH-INVOICE-NUM             PIC X(10).
           05  FSH-BILLED-FREIGHT          PIC 9(07)V99.
           05  FSH-MATCH-STATUS            PIC X(01).
               88  FSH-NOT-BILLED          VALUE ' '.
               88  FSH-MATCHED             VALUE 'M'.
               88  FSH-DISPUTED            VALUE 'D'.
           05  FSH-MATCH-DATE              PIC 9(08).
           05  FILLER                      PIC X(04).
