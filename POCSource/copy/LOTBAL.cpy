      *            PER PRODUCTION LOT STILL ON HAND AT A LOCATION.   *
      *            BUILT UP BY LOTAPPLY FROM THE LOT RECEIPT CARDS   *
      *            THE XMLASN1 SHIP-NOTICE FEED WRITES, RELIEVED BY  *
      *            THE SAME JOB'S ISSUE AND TRANSFER CARDS AND BY    *
      *            WARDREPL'S WARD ISSUES, AND                       *
      *            READ BY LOTTRACE WHEN A SUPPLIER RECALLS A LOT.   *
      *                                                              *
      *            THE EXPIRY DATE COMES FROM THE SHIP NOTICE OR THE *
      *            RECEIPT CARD (ZERO - THE LOT DOES NOT EXPIRE).    *
      *            BKORLSE AND WARDREPL PICK THE EARLIEST-EXPIRING   *
      *            LOT FIRST; LOTEXPR QUARANTINES A LOT ONCE ITS     *
      *            EXPIRY DATE HAS PASSED, AND A QUARANTINED LOT IS  *
      *            NEVER PICKED.                                     *
      ***************************************************************
       01  LOT-BALANCE-REC.
           05  LOT-BAL-KEY.
           05  LOT-QTY-ON-HAND             PIC 9(07).
           05  LOT-FIRST-RECEIPT-DATE      PIC 9(08).
           05  LOT-LAST-ACTIVITY-DATE      PIC 9(08).
           05  LOT-EXPIRY-DATE             PIC 9(08).
           05  LOT-STATUS                  PIC X(01).
               88  LOT-AVAILABLE           VALUE ' '.
               88  LOT-QUARANTINED         VALUE 'Q'.
           05  LOT-QUARANTINE-DATE         PIC 9(08).
           05  FILLER                      PIC X(04).
