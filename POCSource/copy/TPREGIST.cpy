      *            RECORD IS APPENDED TO THE TPREGIST FILE FOR       *
      *            EVERY XML TRANSMISSION EXCHANGED WITH A TRADING   *
      *            PARTNER - OUTBOUND CATALOGS FROM XMLCATP1,        *
      *            OUTBOUND PURCHASE ORDERS FROM XMLPO1 (ONE PER     *
      *            ORDER), INBOUND SHIP NOTICES THROUGH XMLASN1 -    *
      *            CARRYING THE PARTNER, DIRECTION, DOCUMENT TYPE,   *
      *            CONTROL NUMBER, RECORD COUNT, AND DISPOSITION.    *
      *            WHEN A PARTNER ASKS "DID YOU GET OUR FILE FROM    *
      *            TUESDAY?", THIS FILE IS THE ANSWER; TPGAPRPT      *
      *            READS IT TO REPORT INBOUND CONTROL NUMBERS THAT   *
      *            NEVER ARRIVED.                                    *
               88  TPR-DOC-CATALOG         VALUE 'CAT'.
               88  TPR-DOC-SHIP-NOTICE     VALUE 'ASN'.
               88  TPR-DOC-INVOICE         VALUE 'INV'.
               88  TPR-DOC-PURCHASE-ORDER  VALUE 'PO '.
           05  TPR-CONTROL-NUMBER          PIC 9(06).
           05  TPR-EXCHANGE-DATE           PIC 9(08).
           05  TPR-RECORD-COUNT            PIC 9(07).
