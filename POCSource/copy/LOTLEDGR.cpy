      ***************************************************************
      * LOTLEDGR - LOT MOVEMENT LEDGER RECORD.  ONE RECORD IS        *
      *            APPENDED TO THE LOTLEDGR FILE FOR EVERY LOT       *
      *            RECEIPT, ISSUE, OR TRANSFER LOTAPPLY POSTS, EACH  *
      *            WARD ISSUE WARDREPL TAKES FROM A LOT, AND EACH    *
      *            LOT LOTEXPR QUARANTINES ON EXPIRY - THE           *
      *            LOT-LEVEL COMPANION TO MOVLEDGR, SO WHEN A        *
      *            SUPPLIER RECALLS A PRODUCTION LOT THE LOTTRACE    *
      *            REPORT CAN LIST EVERY MOVEMENT THAT TOUCHED IT    *
               88  LOTM-ISSUE              VALUE 'I'.
               88  LOTM-TRANSFER-OUT       VALUE 'T'.
               88  LOTM-TRANSFER-IN        VALUE 'N'.
               88  LOTM-QUARANTINE         VALUE 'Q'.
           05  LOTM-QTY                    PIC 9(07).
           05  LOTM-REFERENCE              PIC X(15).
           05  LOTM-SOURCE-PROGRAM         PIC X(08).
