      ***************************************************************
      * PARTCHG  - PART-TO-CHARGE CODE CROSS-REFERENCE.  KEYED BY    *
      *            PART NUMBER ON THE PARTCHG VSAM FILE.  A STOCK    *
      *            PART THAT IS CHARGEABLE TO THE PATIENT - AN       *
      *            IMPLANT, A SPECIALTY DRESSING - NAMES THE CHGMSTR *
      *            CHARGE CODE IT BILLS UNDER.  MAINTAINED BY        *
      *            PCXLOAD; READ BY SUPISSUE TO PRICE EACH PATIENT   *
      *            SUPPLY ISSUE AT THE CODE'S CURRENT PRICE.  A PART *
      *            NOT ON THIS FILE IS NOT CHARGEABLE.               *
      ***************************************************************
       01  PART-CHARGE-XREF-REC.
           05  PCX-PART-NUM                PIC X(23).
           05  PCX-CHARGE-CODE             PIC X(08).
           05  PCX-CHANGED-BY              PIC X(08).
           05  PCX-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(33).
