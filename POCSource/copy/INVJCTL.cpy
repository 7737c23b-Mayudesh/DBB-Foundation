      ***************************************************************
      * INVJCTL - INVENTORY JOURNAL CONTROL RECORD.  INVJRNL WRITES  *
      *           ONE AT THE END OF EACH NIGHT'S RUN (INVJCURR) AND  *
      *           READS LAST NIGHT'S BACK (INVJPRIR), SO EACH        *
      *           MOVLEDGR DAY IS JOURNALED EXACTLY ONCE AND THE     *
      *           MONTH'S NET INVENTORY MOVEMENT BUILDS UP FOR THE   *
      *           PROOF AGAINST INVVALUE.  THE MONTH JUST ENDED      *
      *           RIDES ALONG UNTIL THE MONTH-END VALUATION HAS BEEN *
      *           PROVED.                                            *
      ***************************************************************
       01  INV-JOURNAL-CONTROL-REC.
      *    MOVLEDGR DAYS UP TO AND INCLUDING THIS ONE ARE JOURNALED.
           05  IJC-THROUGH-DATE            PIC 9(08).
           05  IJC-THROUGH-MONTH REDEFINES IJC-THROUGH-DATE.
               10  IJC-THROUGH-CCYYMM      PIC 9(06).
               10  FILLER                  PIC 9(02).
      *    NET VALUE OF THE MONTH'S MOVEMENTS (UP LESS DOWN): WHAT
      *    INVJRNL JOURNALED, WHAT OTHER JOBS JOURNALED, WHAT NO MAP
      *    ENTRY COVERED.
           05  IJC-MTD-CCYYMM              PIC 9(06).
           05  IJC-MTD-JOURNALED           PIC S9(11)V99.
           05  IJC-MTD-ELSEWHERE           PIC S9(11)V99.
           05  IJC-MTD-UNMAPPED            PIC S9(11)V99.
           05  IJC-PRIOR-CCYYMM            PIC 9(06).
           05  IJC-PRIOR-NET               PIC S9(11)V99.
           05  FILLER                      PIC X(08).
