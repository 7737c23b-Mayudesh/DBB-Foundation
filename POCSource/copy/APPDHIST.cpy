      ***************************************************************
      * APPDHIST - A/P PAID-INVOICE HISTORY.  ONE RECORD PER         *
      *            INVOICE LINE APPAYRUN PAYS, APPENDED RUN AFTER    *
      *            RUN: WHAT WAS OWED, THE DISCOUNT TAKEN, WHAT WENT *
      *            OUT AND ON WHICH CHECK OR ACH TRACE.  A LINE      *
      *            SETTLED ENTIRELY BY A SUPPLIER DEBIT MEMO CARRIES *
      *            METHOD 'M' AND NO PAYMENT NUMBER.                 *
      ***************************************************************
       01  PAID-INVOICE-HIST-REC.
           05  APH-SUPPLIER-CODE           PIC X(05).
           05  APH-ORDER-NUM               PIC X(06).
           05  APH-ORDER-LINE              PIC 9(03).
           05  APH-PART-NUM                PIC X(23).
           05  APH-REFERENCE               PIC X(15).
           05  APH-INVOICE-DATE            PIC 9(08).
           05  APH-DUE-DATE                PIC 9(08).
           05  APH-GROSS-AMOUNT            PIC 9(11)V99.
           05  APH-DISC-TAKEN              PIC 9(09)V99.
           05  APH-PAID-DATE               PIC 9(08).
           05  APH-PAY-METHOD              PIC X(01).
               88  APH-PAID-BY-CHECK       VALUE 'C'.
               88  APH-PAID-BY-ACH         VALUE 'A'.
               88  APH-SETTLED-BY-MEMO     VALUE 'M'.
      *    CHECK NUMBER, OR THE SEQUENCE PART OF THE ACH TRACE.
           05  APH-PAYMENT-NUMBER          PIC 9(08).
           05  FILLER                      PIC X(11).
