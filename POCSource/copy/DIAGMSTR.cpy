      *            FREE-KEYED '??????' NEVER REACHES BILLING, AND    *
      *            BY PATSTMT/CLMEXTR SO THE STATEMENT AND CLAIM     *
      *            SHOW THE DESCRIPTION, NOT A BARE CODE.            *
      *            DIAG-MSTR-DEFAULT-DIET IS THE TRAY DIETXTR SENDS  *
      *            THE KITCHEN FOR A PATIENT WITH NO DIETORD ORDER   *
      *            (SPACE = REGULAR).                                *
      ***************************************************************
       01  DIAGNOSIS-MASTER-REC.
           05  DIAG-MSTR-KEY               PIC X(06).
               88  DIAG-MSTR-ACTIVE        VALUE 'A'.
               88  DIAG-MSTR-RETIRED       VALUE 'R'.
           05  DIAG-MSTR-LAST-CHANGE-DATE  PIC X(08).
           05  DIAG-MSTR-DEFAULT-DIET      PIC X(01).
               88  DIAG-MSTR-VALID-DIET    VALUES ' ', 'R', 'D', 'S',
                                                  'N', 'O'.
           05  FILLER                      PIC X(34).
