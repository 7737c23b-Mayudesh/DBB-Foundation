      ***************************************************************
      * INVVSUM - INVENTORY VALUATION SUMMARY RECORD.  INVVALUE      *
      *           WRITES ONE EACH MONTH-END WITH THE TOTAL IT PUT ON *
      *           THE BALANCE SHEET AND THE CHANGE FROM THE PRIOR    *
      *           MONTH'S.  INVJRNL PROVES THE MONTH'S JOURNALED     *
      *           INVENTORY MOVEMENT AGAINST THE CHANGE.             *
      ***************************************************************
       01  INV-VALUE-SUMMARY-REC.
           05  IVS-RUN-DATE                PIC 9(08).
           05  IVS-RUN-MONTH REDEFINES IVS-RUN-DATE.
               10  IVS-RUN-CCYYMM          PIC 9(06).
               10  FILLER                  PIC 9(02).
           05  IVS-TOTAL-VALUE             PIC S9(13)V99.
           05  IVS-PRIOR-VALUE             PIC S9(13)V99.
           05  IVS-VALUE-CHANGE            PIC S9(13)V99.
           05  IVS-PARTS-VALUED            PIC 9(07).
           05  FILLER                      PIC X(20).
