      ***************************************************************
      * LOCKBOX - BANK LOCKBOX PAYMENT ITEM.  ONE RECORD PER PATIENT *
      *           CHECK THE BANK DEPOSITED FROM THE STATEMENT        *
      *           LOCKBOX, WITH THE SCAN LINE IT READ FROM THE       *
      *           PATSTMT REMITTANCE STUB.  LBXPOST PROVES THE SCAN  *
      *           LINE (SEE SCANLINP) AND TURNS GOOD ITEMS INTO      *
      *           PATIENT PAYMENTS FOR REMITPST.                     *
      ***************************************************************
       01  LOCKBOX-REC.
           05  LBX-DEPOSIT-DATE            PIC 9(08).
           05  LBX-BATCH-NO                PIC 9(04).
           05  LBX-ITEM-NO                 PIC 9(04).
           05  LBX-CHECK-NO                PIC X(10).
           05  LBX-PAID-AMT                PIC 9(07)V99.
           05  LBX-SCAN-LINE               PIC X(24).
           05  LBX-SCAN-FIELDS REDEFINES LBX-SCAN-LINE.
               10  LBX-SCAN-PATIENT-ID     PIC X(06).
               10  LBX-SCAN-STMT-DATE      PIC 9(08).
               10  LBX-SCAN-AMOUNT-DUE     PIC 9(07)V99.
               10  LBX-SCAN-CHECK-DIGIT    PIC 9(01).
           05  FILLER                      PIC X(21).
