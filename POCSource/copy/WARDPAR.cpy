      ***************************************************************
      * WARDPAR  - WARD SUPPLY PAR RECORD.  KEYED BY WARD            *
      *            (BED-WARD-ID) AND PART NUMBER ON THE WARDPAR VSAM *
      *            FILE.  EACH NURSING UNIT'S SUPPLY ROOM HAS A PAR  *
      *            QUANTITY PER PART, SET BY WPARLOAD.  THE WARD     *
      *            KEYS ITS SHELF COUNT ON CPAR400, WHICH LEAVES THE *
      *            SHORTFALL TO PAR AWAITING REPLENISHMENT; THE      *
      *            NIGHTLY WARDREPL RUN PICKS IT FROM THE ISSUING    *
      *            WAREHOUSE AND CHARGES THE WARD'S COST CENTRE.     *
      *            THE WARD'S OWN RECORD (PART NUMBER BLANK, SO IT   *
      *            SORTS FIRST) CARRIES THE COST CENTRE - THE        *
      *            DEPT_BUDGET DEPARTMENT - AND THE WAREHOUSE THE    *
      *            WARD DRAWS FROM.                                  *
      ***************************************************************
       01  WARD-PAR-REC.
           05  WPR-KEY.
               10  WPR-WARD-ID             PIC X(04).
               10  WPR-PART-NUM            PIC X(23).
           05  WPR-PAR-QTY                 PIC 9(07).
      *    BLANK - THE PART COMES FROM THE WARD'S OWN WAREHOUSE.
           05  WPR-ISSUE-WHSE              PIC X(03).
           05  WPR-COUNTED-QTY             PIC 9(07).
           05  WPR-COUNT-DATE              PIC 9(08).
           05  WPR-SHORTFALL-QTY           PIC 9(07).
           05  WPR-REPL-STATUS             PIC X(01).
               88  WPR-NOTHING-DUE         VALUE ' '.
               88  WPR-AWAITING-REPL       VALUE 'C'.
               88  WPR-REPLENISHED         VALUE 'R'.
           05  WPR-LAST-ISSUE-QTY          PIC 9(07).
           05  WPR-LAST-ISSUE-DATE         PIC 9(08).
           05  WPR-CHANGED-BY              PIC X(08).
           05  WPR-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(09).
       01  WARD-PAR-HEADER-REC REDEFINES WARD-PAR-REC.
           05  WPH-KEY.
               10  WPH-WARD-ID             PIC X(04).
               10  WPH-PART-NUM            PIC X(23).
           05  WPH-COST-CENTRE             PIC X(03).
           05  WPH-ISSUE-WHSE              PIC X(03).
           05  WPH-WARD-NAME               PIC X(25).
           05  WPH-CHANGED-BY              PIC X(08).
           05  WPH-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(26).
