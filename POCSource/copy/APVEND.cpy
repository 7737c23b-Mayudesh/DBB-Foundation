      ***************************************************************
      * APVEND - A/P SUPPLIER REMIT-TO RECORD.  KEYED BY SUPPLIER    *
      *          CODE ON THE APVEND VSAM FILE.  WHERE AND HOW A      *
      *          SUPPLIER IS PAID - THE CHECK PAYEE AND MAILING      *
      *          ADDRESS, OR THE BANK ROUTING AND ACCOUNT FOR ACH -  *
      *          AND WHETHER A/P HAS THE SUPPLIER ON PAYMENT HOLD.   *
      *          LOADED BY APVLOAD; READ BY APPAYRUN.  A SUPPLIER    *
      *          WITH NO RECORD IS NEVER PAID; ITS ITEMS WAIT.       *
      ***************************************************************
       01  AP-VENDOR-REC.
           05  APV-SUPPLIER-CODE           PIC X(05).
           05  APV-REMIT-NAME              PIC X(30).
           05  APV-REMIT-ADDRESS           PIC X(30).
           05  APV-REMIT-CITY              PIC X(20).
           05  APV-REMIT-STATE             PIC X(02).
           05  APV-REMIT-ZIP               PIC X(10).
           05  APV-PAY-METHOD              PIC X(01).
               88  APV-PAY-BY-CHECK        VALUE 'C'.
               88  APV-PAY-BY-ACH          VALUE 'A'.
           05  APV-BANK-ROUTING            PIC 9(09).
           05  APV-BANK-ROUTING-X REDEFINES APV-BANK-ROUTING.
               10  APV-BANK-DFI-ID         PIC 9(08).
               10  APV-BANK-CHECK-DIGIT    PIC 9(01).
           05  APV-BANK-ACCOUNT            PIC X(17).
           05  APV-ACCOUNT-TYPE            PIC X(01).
               88  APV-CHECKING-ACCOUNT    VALUE 'C'.
               88  APV-SAVINGS-ACCOUNT     VALUE 'S'.
           05  APV-HOLD-FLAG               PIC X(01).
               88  APV-ON-HOLD             VALUE 'H'.
           05  APV-LAST-PAID-DATE          PIC 9(08).
           05  APV-LAST-PAID-AMOUNT        PIC 9(09)V99.
           05  FILLER                      PIC X(05).
