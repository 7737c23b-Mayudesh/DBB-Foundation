      *          CORRECTED RE-EXTRACT GETS ITS OWN ROW.  PAYPERF     *
      *          SKIPS 'H' AND 'X' ROWS: NEITHER EVER REACHED THE    *
      *          PAYER.                                              *
      *                                                              *
      *          CRG-CLAIM-TYPE SEPARATES THE FACILITY CLAIMS        *
      *          CLMEXTR AND LATECLM WRITE FROM THE PROFESSIONAL-FEE *
      *          CLAIMS PFEXTR WRITES, ONE PER RENDERING PHYSICIAN   *
      *          PER STAY.  ROWS REGISTERED BEFORE THE TYPE WAS      *
      *          CARRIED ARE BLANK AND ARE FACILITY CLAIMS.          *
      ***************************************************************
       01  CLAIM-REGISTER-REC.
           05  CRG-REG-KEY.
           05  CRG-PAID-DATE               PIC 9(08).
           05  CRG-PAID-AMOUNT             PIC S9(09)V99 COMP-3.
           05  CRG-EXPECTED-AMT            PIC S9(09)V99 COMP-3.
           05  CRG-CLAIM-TYPE              PIC X(01).
               88  CRG-FACILITY-CLAIM      VALUES ' ', 'F'.
               88  CRG-PROFESSIONAL-CLAIM  VALUE 'P'.
           05  FILLER                      PIC X(09).
