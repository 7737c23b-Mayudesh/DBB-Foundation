      ***************************************************************
      * INTGHIST - REFERENTIAL INTEGRITY SWEEP HISTORY RECORD.       *
      *            KEYED BY CHECK ID ON THE INTGHIST VSAM FILE, ONE  *
      *            RECORD PER FILE-PAIR CHECK THE WEEKLY INTGSWP     *
      *            SWEEP MAKES.  THE LAST EIGHT RUNS' EXCEPTION      *
      *            COUNTS ARE KEPT NEWEST FIRST, SO THE SWEEP REPORT *
      *            CAN SHOW WHETHER A CHECK'S ORPHANS ARE RISING OR  *
      *            BEING WORKED DOWN.  A SECOND RUN ON THE SAME DATE *
      *            REPLACES THAT DATE'S COUNT.                       *
      ***************************************************************
       01  INTEGRITY-HISTORY-REC.
           05  INH-CHECK-ID                PIC X(08).
           05  INH-CHECK-DESC              PIC X(38).
           05  INH-RUN OCCURS 8 TIMES.
               10  INH-RUN-DATE            PIC 9(08).
               10  INH-RUN-COUNT           PIC 9(07).
           05  FILLER                      PIC X(34).
