      ***************************************************************
      * PHYSHIST - PHYSICIAN PRODUCTIVITY HISTORY RECORD.  KEYED BY  *
      *            PHYSICIAN + MONTH (CCYYMM) ON THE PHYSHIST VSAM   *
      *            FILE, ONE ROW PER PHYSICIAN PER MONTH, WRITTEN BY *
      *            PHYSPROD FROM TRMTHIST AND THE MONTH'S ITEMCOST   *
      *            CYCLE.  THE MONTHLY AND QUARTER-TO-DATE REPORT    *
      *            AND ITS PRIOR-PERIOD COMPARISON ARE BUILT FROM    *
      *            THESE ROWS, SINCE ITEMCOST CARRIES NO DATES.      *
      *                                                              *
      *            THE COUNT BUCKETS FOLLOW TREATMENT-TYPE:          *
      *              1 = MR  2 = CT  3 = CH  4 = RT  5 = SG  6 = LT  *
      *              7 = ANY OTHER TYPE                              *
      *            ORDERED COUNTS ARE AS PRESCRIBING PHYSICIAN,      *
      *            ATTENDED COUNTS AS ATTENDING PHYSICIAN.  CHARGES  *
      *            GO TO THE ATTENDING PHYSICIAN.                    *
      ***************************************************************
       01  PHYSICIAN-HISTORY-REC.
           05  PHH-KEY.
               10  PHH-PHYSICIAN-ID        PIC X(08).
               10  PHH-PERIOD              PIC 9(06).
           05  PHH-SPECIALTY               PIC X(20).
           05  PHH-TYPE-COUNTS OCCURS 7 TIMES.
               10  PHH-ORDERED-COUNT       PIC 9(05).
               10  PHH-ATTENDED-COUNT      PIC 9(05).
           05  PHH-TREATMENT-CHARGES       PIC 9(09)V99.
           05  PHH-ITEM-CHARGES            PIC 9(09)V99.
           05  PHH-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(16).
