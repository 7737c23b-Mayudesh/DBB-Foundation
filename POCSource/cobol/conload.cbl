      *           EXPECTED REIMBURSEMENT FROM.  A BLANK CHARGE CODE   *
      *           LOADS THE PAYER'S DEFAULT RATE.  PAYERS NOT ON      *
      *           THE INSMSTR FILE REJECT.                            *
      *                                                               *
      *           THE SAME CARDS LOAD A WHAT-IF RATE SET FOR CONMODL  *
      *           WHEN THE CONTRACT DD NAMES THE CONPROP CLUSTER IN   *
      *           PLACE OF THE LIVE TABLE.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
