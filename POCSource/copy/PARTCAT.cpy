      ***************************************************************
      * PARTCAT  - PART CATALOG EXTRACT RECORD.  KEYED BY PART       *
      *            NUMBER ON THE PARTCAT VSAM FILE.  ONE RECORD PER  *
      *            VPARTSEG PART ON THE VPARTSUP DATABASE, REBUILT   *
      *            NIGHTLY BY CATXTRT AFTER THE B99100/PRTBATCH      *
      *            CATALOG MAINTENANCE, SO THE VSAM/DB2-SIDE ORDER   *
      *            JOBS (ORDENTRY ITEM VALIDATION, ORDSHIP LINE      *
      *            WEIGHTS) CAN CHECK THE CATALOG WITHOUT AN IMS     *
      *            PSB.                                              *
      ***************************************************************
       01  PART-CATALOG-REC.
           05  PCAT-PART-NUMBER            PIC X(23).
           05  PCAT-PART-NAME              PIC X(14).
           05  PCAT-UNIT-OF-MEASURE        PIC X(03).
           05  PCAT-UNIT-WEIGHT            PIC 9(04)V99.
           05  PCAT-QTY-ON-HAND            PIC 9(07).
           05  PCAT-BUILD-DATE             PIC 9(08).
           05  FILLER                      PIC X(19).
