      ***************************************************************
      * PAYRATE  - PAY RATE MASTER.  KEYED BY PERSON-NUMBER ON THE   *
      *            PAYRATE VSAM FILE.  A PERSON WITH NO RECORD, OR   *
      *            PAY TYPE 'S', IS SALARIED AND PAYREG PAYS FROM    *
      *            PERSON-SALARY AS IT ALWAYS HAS.  PAY TYPE 'H' IS  *
      *            HOURLY: PAYREG COMPUTES GROSS PAY FROM THE        *
      *            PERSON'S APPROVED TIMECARD FOR THE PERIOD -       *
      *                                                              *
      *              REGULAR HOURS  X HOURLY RATE                    *
      *            + OVERTIME HOURS X HOURLY RATE X OVERTIME FACTOR  *
      *            + NIGHT HOURS    X NIGHT DIFFERENTIAL PER HOUR    *
      *            + ON-CALL HOURS  X ON-CALL RATE PER HOUR          *
      *                                                              *
      *            A ZERO OVERTIME FACTOR MEANS TIME AND A HALF.     *
      *            MAINTAINED FROM HR'S 'R' CARDS BY TIMELOAD.       *
      ***************************************************************
       01  PAY-RATE-REC.
           05  PR-PERSON-NUMBER            PIC X(10).
           05  PR-PAY-TYPE                 PIC X(01).
               88  PR-HOURLY               VALUE 'H'.
               88  PR-SALARIED             VALUE 'S'.
           05  PR-HOURLY-RATE              PIC 9(03)V99.
           05  PR-OT-FACTOR                PIC 9(01)V99.
           05  PR-NIGHT-DIFF-RATE          PIC 9(02)V99.
           05  PR-ONCALL-RATE              PIC 9(02)V99.
           05  PR-EFF-DATE                 PIC 9(08).
           05  PR-CHANGED-BY               PIC X(08).
           05  PR-CHANGED-DATE             PIC 9(08).
           05  FILLER                      PIC X(29).
