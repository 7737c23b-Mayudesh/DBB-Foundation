      ***************************************************************
      * INVJMAP - INVENTORY JOURNAL ACCOUNT MAP RECORD.  KEYED BY    *
      *           MOVLEDGR REASON CODE ON THE INVJMAP VSAM FILE.     *
      *           SAYS WHICH ACCOUNTS INVJRNL DEBITS AND CREDITS     *
      *           FOR A MOVEMENT THAT RAISES THE QUANTITY ON HAND    *
      *           AND FOR ONE THAT LOWERS IT.  LOADED BY INVJLOAD    *
      *           (EVERY CHANGE ALSO GOES TO THE INVJAUDT TRAIL), SO *
      *           FINANCE RE-POINTS A REASON CODE WITHOUT A PROGRAM  *
      *           CHANGE.  A CODE ANOTHER JOB ALREADY JOURNALS (THE  *
      *           WARDREPL WARD ISSUES) CARRIES IJM-POST-SW 'N': IT  *
      *           IS VALUED FOR THE PROOF BUT NOT JOURNALED TWICE.   *
      ***************************************************************
       01  INV-JOURNAL-MAP-REC.
           05  IJM-REASON-CODE             PIC X(04).
           05  IJM-DESCRIPTION             PIC X(20).
           05  IJM-POST-SW                 PIC X(01).
               88  IJM-POSTS               VALUE 'Y'.
               88  IJM-POSTED-ELSEWHERE    VALUE 'N'.
      *    QUANTITY ON HAND WENT UP.
           05  IJM-INCREASE-DR-ACCT        PIC X(06).
           05  IJM-INCREASE-CR-ACCT        PIC X(06).
      *    QUANTITY ON HAND WENT DOWN.
           05  IJM-DECREASE-DR-ACCT        PIC X(06).
           05  IJM-DECREASE-CR-ACCT        PIC X(06).
           05  IJM-CHANGED-BY              PIC X(08).
           05  IJM-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(15).
