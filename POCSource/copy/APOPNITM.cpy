      ***************************************************************
      * APOPNITM - A/P OPEN PAYABLE ITEM.  ONE MATCHED SUPPLIER      *
      *            INVOICE LINE WAITING FOR PAYMENT.  APPAYRUN       *
      *            BUILDS IT FROM THE PAYAPPRV LINE INVMATCH         *
      *            RELEASED, WORKING THE DUE DATE AND EARLY-PAYMENT  *
      *            DISCOUNT OUT OF THE SUPPLIER'S VTRMSEG TERMS      *
      *            ONCE, AT RELEASE; A LINE NOT YET DUE CARRIES      *
      *            FORWARD ON THE APOPEN FILE TO THE NEXT PAYMENT    *
      *            RUN.                                              *
      ***************************************************************
       01  AP-OPEN-ITEM-REC.
           05  APO-SUPPLIER-CODE           PIC X(05).
           05  APO-ORDER-NUM               PIC X(06).
           05  APO-ORDER-LINE              PIC 9(03).
           05  APO-PART-NUM                PIC X(23).
           05  APO-REFERENCE               PIC X(15).
           05  APO-INVOICE-DATE            PIC 9(08).
           05  APO-RELEASE-DATE            PIC 9(08).
           05  APO-GROSS-AMOUNT            PIC 9(11)V99.
      *    TERMS AS APPLIED AT RELEASE - A LATER TERMS CHANGE DOES
      *    NOT REPRICE AN INVOICE ALREADY ON HAND.
           05  APO-TERMS-CODE              PIC X(04).
           05  APO-DUE-DATE                PIC 9(08).
           05  APO-DISC-DATE               PIC 9(08).
           05  APO-DISC-PCT                PIC 9(02)V99.
           05  APO-DISC-AMOUNT             PIC 9(09)V99.
           05  FILLER                      PIC X(04).
