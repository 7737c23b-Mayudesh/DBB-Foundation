      ***************************************************************
      * PRCOVRD  - PRICE OVERRIDE RECORD.  ORDENTRY APPENDS ONE TO   *
      *            THE PRCOVRD FILE FOR EVERY ACCEPTED ORDER LINE    *
      *            WHOSE KEYED PRICE IS NOT THE PRICE LIST PRICE -   *
      *            THE CLERK, THE ORDER LINE, THE LIST PRICE IT      *
      *            SHOULD HAVE CARRIED (AND WHERE THAT CAME FROM:    *
      *            C CONTRACT, L PRICE LIST, N NO PRICE ON FILE) AND *
      *            THE PRICE KEYED.  PRCOVRPT LISTS A WEEK OF THEM   *
      *            FOR APPROVAL WITH THE MARGIN GIVEN UP.            *
      ***************************************************************
       01  PRICE-OVERRIDE-REC.
           05  POV-ENTRY-DATE              PIC 9(08).
           05  POV-CLERK-ID                PIC X(08).
           05  POV-ORDER-NUM               PIC 9(06).
           05  POV-LINE-NUM                PIC 9(03).
           05  POV-CUSTOMER-ID             PIC X(05).
           05  POV-ITEM-CODE               PIC X(10).
           05  POV-QTY                     PIC 9(05).
           05  POV-LIST-PRICE              PIC 9(05)V99.
           05  POV-KEYED-PRICE             PIC 9(05)V99.
           05  POV-PRICE-SOURCE            PIC X(01).
               88  POV-FROM-CONTRACT       VALUE 'C'.
               88  POV-FROM-LIST           VALUE 'L'.
               88  POV-NO-LIST-PRICE       VALUE 'N'.
           05  POV-LIST-CODE               PIC X(05).
           05  FILLER                      PIC X(15).
