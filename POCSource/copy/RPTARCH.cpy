      ***************************************************************
      * RPTARCH - REPORT ARCHIVE LINE.  KEYED BY REPORT ID, RUN DATE *
      *           AND LINE NUMBER ON THE RPTARCH VSAM FILE, SO ONE   *
      *           RUN OF ONE REPORT IS A CONTIGUOUS RANGE OF KEYS    *
      *           AND A PAGE IS A RANGE OF LINE NUMBERS.  RPTCAPT    *
      *           WRITES THE PRINT LINES AS 1 THRU N AND THEN LINE   *
      *           ZERO, THE RUN HEADER, WHICH CARRIES THE LINE COUNT *
      *           AND WHEN THE RUN WAS CAPTURED.  CRPT400 PAGES      *
      *           THROUGH IT; RETNMGR SWEEPS EXPIRED RUNS.           *
      ***************************************************************
       01  REPORT-ARCHIVE-REC.
           05  RPA-KEY.
               10  RPA-REPORT-ID           PIC X(08).
               10  RPA-RUN-DATE            PIC 9(08).
               10  RPA-LINE-NO             PIC 9(06).
                   88  RPA-RUN-HEADER      VALUE ZERO.
           05  RPA-LINE-TEXT               PIC X(132).
      *    LINE ZERO - THE RUN HEADER.
           05  RPA-HEADER-DATA REDEFINES RPA-LINE-TEXT.
               10  RPA-LINE-COUNT          PIC 9(06).
               10  RPA-CAPTURE-DATE        PIC 9(08).
               10  RPA-CAPTURE-TIME        PIC 9(06).
               10  FILLER                  PIC X(112).
           05  FILLER                      PIC X(06).
