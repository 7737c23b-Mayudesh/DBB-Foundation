      *            AND THE SEQUENTIAL TRANSMISSION CONTROL NUMBERS   *
      *            - THE NEXT ONE WE ASSIGN OUTBOUND AND THE HIGHEST *
      *            ONE RECEIVED INBOUND.  LOADED BY TPLOAD AND       *
      *            CONSULTED BY XMLCATP1 (OUTBOUND CATALOG),         *
      *            XMLPO1 (OUTBOUND PURCHASE ORDERS - THE PARTNER ID *
      *            IS THE SUPPLIER CODE) AND XMLASN1 (INBOUND SHIP   *
      *            NOTICES); EVERY EXCHANGE ALSO LOGS TO THE         *
      *            TPREGIST REGISTER.                                *
      ***************************************************************
       01  TRADING-PARTNER-REC.
           05  TPM-PARTNER-ID              PIC X(05).
               88  TPM-SENDS-INVOICE       VALUE 'Y'.
           05  TPM-NEXT-OUT-CONTROL        PIC 9(06).
           05  TPM-LAST-IN-CONTROL         PIC 9(06).
           05  TPM-DOC-PO                  PIC X(01).
               88  TPM-TAKES-PO            VALUE 'Y'.
           05  FILLER                      PIC X(53).
