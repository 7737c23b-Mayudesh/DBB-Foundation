      *            WAREHOUSE CONFIRMS THE PICKFILE BKORLSE CUT.      *
      *            SHIPMAN GROUPS THESE BY CARRIER INTO THE DAILY    *
      *            SHIPPING MANIFEST THE DOCK SIGNS AGAINST.         *
      *            THE DOCK CARD'S DESTINATION ZONE AND THE LINE'S   *
      *            CATALOG WEIGHT (SHIPPED QTY TIMES UNIT WEIGHT, IN *
      *            POUNDS) RIDE ALONG FOR SHIPMAN'S FREIGHT RATING.  *
      *            ORDSHIP ADDS ONE RECORD PER SHIPPED CUSTOMER      *
      *            ORDER LINE; ITS BACKORDER KEY IS 'C' + THE ORDER  *
      *            AND LINE NUMBER.                                  *
      ***************************************************************
       01  MANIFEST-REC.
           05  MAN-CARRIER-CODE            PIC X(04).
           05  MAN-BACKORDER-KEY           PIC X(10).
           05  MAN-QTY-SHIPPED             PIC 9(07).
           05  MAN-SHIP-DATE               PIC 9(08).
           05  MAN-ZONE                    PIC X(02).
           05  MAN-LINE-WEIGHT             PIC 9(07)V99.
           05  FILLER                      PIC X(17).
