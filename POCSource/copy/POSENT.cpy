      ***************************************************************
      * POSENT   - PURCHASE ORDER TRANSMISSION RECORD.  KEYED BY     *
      *            ORDER NUMBER ON THE POSENT VSAM FILE, ONE RECORD  *
      *            PER ORDER XMLPO1 HAS SENT TO ITS SUPPLIER - BY    *
      *            XML THROUGH TPMSTR, OR AS A PRINTED PO.  THE      *
      *            SNAPSHOT (SUPPLIER, LINE COUNT, TOTAL QUANTITY    *
      *            AND TOTAL VALUE) IS WHAT THE SUPPLIER LAST SAW;   *
      *            AN OPEN ORDER WHOSE SNAPSHOT NO LONGER AGREES     *
      *            GOES OUT AGAIN AS A CHANGE AT THE NEXT REVISION.  *
      ***************************************************************
       01  PO-SENT-REC.
           05  PST-ORDER-NUM               PIC X(06).
           05  PST-SUPPLIER-CODE           PIC X(05).
           05  PST-REVISION                PIC 9(03).
           05  PST-METHOD                  PIC X(01).
               88  PST-SENT-XML            VALUE 'X'.
               88  PST-SENT-PRINTED        VALUE 'P'.
           05  PST-CONTROL-NUMBER          PIC 9(06).
           05  PST-SENT-DATE               PIC 9(08).
           05  PST-LINE-COUNT              PIC 9(05).
           05  PST-TOTAL-QTY               PIC 9(11).
           05  PST-TOTAL-VALUE             PIC 9(11)V99.
           05  FILLER                      PIC X(22).
