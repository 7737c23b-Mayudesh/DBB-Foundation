      ***************************************************************
      * DDACCT - DIRECT-DEPOSIT ACCOUNTS.  ONE RECORD PER PERSON,    *
      *          KEYED BY PERSON-NUMBER ON THE DDACCT VSAM FILE,     *
      *          WITH UP TO THREE BANK ACCOUNTS.  MAINTAINED ON THE  *
      *          CDDA400 SCREEN; READ BY DDSPLIT, WHICH SPLITS EACH  *
      *          PERSON'S NET PAY ACROSS THE ACTIVE ACCOUNTS - FLAT  *
      *          AMOUNTS FIRST, THEN THE REMAINDER ACCOUNT - AND     *
      *          PAYS ANYTHING LEFT OVER BY CHECK.                   *
      *                                                              *
      *          A NEW OR CHANGED ACCOUNT IS PRENOTE PENDING.        *
      *          DDSPLIT SENDS THE BANK A ZERO-DOLLAR PRENOTE AND    *
      *          MARKS IT SENT; ONCE THE PRENOTE WAITING DAYS HAVE   *
      *          PASSED WITHOUT A RETURN THE ACCOUNT GOES ACTIVE AND *
      *          IS PAID.  AN INACTIVE ACCOUNT IS KEPT BUT NOT PAID. *
      ***************************************************************
       01  DIRECT-DEPOSIT-REC.
           05  DDA-PERSON-NUMBER           PIC X(10).
           05  DDA-ACCOUNT-ENTRY OCCURS 3 TIMES.
               10  DDA-ROUTING             PIC 9(09).
               10  DDA-ROUTING-X REDEFINES DDA-ROUTING.
                   15  DDA-DFI-ID          PIC 9(08).
                   15  DDA-CHECK-DIGIT     PIC 9(01).
               10  DDA-ACCOUNT-NUMBER      PIC X(17).
               10  DDA-ACCOUNT-TYPE        PIC X(01).
                   88  DDA-CHECKING        VALUE 'C'.
                   88  DDA-SAVINGS         VALUE 'S'.
               10  DDA-METHOD              PIC X(01).
                   88  DDA-FLAT-AMOUNT     VALUE 'F'.
                   88  DDA-REMAINDER       VALUE 'R'.
               10  DDA-AMOUNT              PIC 9(05)V99.
               10  DDA-STATUS              PIC X(01).
                   88  DDA-SLOT-EMPTY      VALUE ' '.
                   88  DDA-PRENOTE-PENDING VALUE 'P'.
                   88  DDA-PRENOTE-SENT    VALUE 'S'.
                   88  DDA-ACTIVE          VALUE 'A'.
                   88  DDA-INACTIVE        VALUE 'I'.
               10  DDA-PRENOTE-DATE        PIC 9(08).
           05  DDA-CHANGED-BY              PIC X(08).
           05  DDA-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(42).
