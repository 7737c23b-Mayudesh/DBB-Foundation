      ***************************************************************
      * REDEMREC - CONTRACT REDEMPTION RECORD ON THE REDEEDAT VSAM   *
      *            FILE.  REBUILT FROM THE YEAR-FILES ON EVERY       *
      *            WRKSFINL RUN (A LATER YEAR REPLACES AN EARLIER    *
      *            ONE ON THE SAME KEY AND THE LOSER IS LISTED ON    *
      *            REDEECOL).  CONRENEW READS IT MONTHLY FOR THE     *
      *            CONTRACTS COMING UP TO THEIR TERM END.            *
      *                                                              *
      *    THE KEY NOW CARRIES THE CENTURY: END AND START DATES ARE  *
      *    FULL CCYYMMDD, WINDOWED ONCE AT BUILD TIME THROUGH THE    *
      *    SHARED DATESRV SERVICE.  THE FILE IS REBUILT EVERY RUN SO *
      *    NO CONVERSION OF OLD DATA IS NEEDED.                      *
      ***************************************************************
       01  REDEMPTION-REC.
        03 RD-KEY.
           05  RD-END-DATE-N               PIC 9(8).
           05  RD-END-DATE REDEFINES RD-END-DATE-N.
            07  RD-END-CCYY                PIC 9(4).
            07  RD-END-MM                  PIC 99.
            07  RD-END-DD                  PIC 99.
           05   RD-CONTRACT-NO             PIC X(20).
        03 RD-START-DATE-N                 PIC 9(8).
        03 RD-START-DATE REDEFINES RD-START-DATE-N.
           05  RD-START-CCYY               PIC 9(4).
           05  RD-START-MM                 PIC 99.
           05  RD-START-DD                 PIC 99.
        03 RD-CONTRACT-TERM                PIC 99.
        03 RD-CONTRACT-STATUS              PIC XX.
      *    SAME ENDED STATUSES AS CONTRACT-ENDED ON THE YEAR-FILE.
           88  RD-CONTRACT-ENDED           VALUE 'PY' 'CL' 'FL' 'XX'.
        03 RD-SOURCE-YEAR                  PIC 99.
