      ***************************************************************
      * TAXCAT   - ITEM SALES TAX CATEGORY RECORD.  KEYED BY PART    *
      *            NUMBER ON THE TAXCAT VSAM FILE.  NAMES THE TAX    *
      *            CATEGORY OF A CATALOG PART (FOOD, MEDICAL, RESALE *
      *            AND THE LIKE) SO A JURISDICTION CAN EXEMPT IT BY  *
      *            LISTING THE CATEGORY ON ITS TAXRATE RECORD.  A    *
      *            PART WITH NO RECORD IS GENERAL MERCHANDISE ('GN') *
      *            AND TAXABLE EVERYWHERE.  KEPT APART FROM PARTCAT  *
      *            BECAUSE PARTCAT IS REBUILT EVERY NIGHT.  LOADED   *
      *            BY TAXLOAD; READ BY ORDINV.                       *
      ***************************************************************
       01  TAX-CATEGORY-REC.
           05  TXC-PART-NUMBER             PIC X(23).
           05  TXC-CATEGORY                PIC X(02).
               88  TXC-GENERAL-MERCHANDISE VALUE 'GN'.
           05  TXC-CHANGED-BY              PIC X(08).
           05  TXC-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(39).
