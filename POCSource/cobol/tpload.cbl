      *              1-5   PARTNER ID        6-30  PARTNER NAME       *
      *             31     STATUS (A/I)     32     EXCHANGES CATALOG  *
      *             33     SENDS ASN        34     SENDS INVOICE      *
      *             35     TAKES PURCHASE ORDERS                      *
      *                    (COLS 32-35: Y OR N)                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CRD-DOC-CATALOG             PIC X(01).
           05  CRD-DOC-ASN                 PIC X(01).
           05  CRD-DOC-INVOICE             PIC X(01).
           05  CRD-DOC-PO                  PIC X(01).
           05  FILLER                      PIC X(45).

       FD  TPMSTR
           RECORD CONTAINS 100 CHARACTERS
           MOVE CRD-DOC-CATALOG  TO TPM-DOC-CATALOG.
           MOVE CRD-DOC-ASN      TO TPM-DOC-ASN.
           MOVE CRD-DOC-INVOICE  TO TPM-DOC-INVOICE.
           MOVE CRD-DOC-PO       TO TPM-DOC-PO.
           MOVE ZERO             TO TPM-NEXT-OUT-CONTROL.
           MOVE ZERO             TO TPM-LAST-IN-CONTROL.
       400-EXIT.
