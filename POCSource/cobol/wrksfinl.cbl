      *    1990S TEST SCENARIO.  P-RUN-MODE OF 'T' STILL SELECTS THAT
      *    ORIGINAL TEST SCENARIO ON DEMAND; ANY OTHER RUN MODE DRIVES
      *    THIS ANALYSIS FOR A REAL BUSINESS YEAR SUPPLIED BY THE PARM.
      *    VERSION 0.7 - REDEMPTION-REC MOVED TO COPYBOOK REDEMREC SO
      *    THE MONTHLY CONRENEW RENEWAL NOTICE RUN SHARES THE LAYOUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        03 YR-TOTAL-AMOUNT                 PIC 9(8)V99.

       FD  REDEMPTION-FILE.
      *    LAYOUT SHARED WITH THE MONTHLY CONRENEW RENEWAL RUN.
           COPY REDEMREC.

       FD  PRINT-FILE.
       01  PRINT-REC                       PIC X(80).
