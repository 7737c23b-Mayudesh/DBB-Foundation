      ***************************************************************
      * BANKOPN - BANK RECONCILIATION OPEN ITEM.  EVERY ITEM BANKREC *
      *           COULD NOT MATCH IS CARRIED TO THE NEXT DAY'S RUN   *
      *           ON THIS FILE WITH ITS ORIGINAL DATE, SO IT AGES    *
      *           UNTIL ITS OTHER HALF TURNS UP.  A BANK ITEM AND A  *
      *           BOOK ITEM THAT MATCHED ON REFERENCE BUT NOT ON     *
      *           AMOUNT LEAVE THE DIFFERENCE AS A RESIDUAL ITEM ON  *
      *           WHICHEVER SIDE IS SHORT OF THE OTHER.              *
      ***************************************************************
       01  BANK-OPEN-ITEM-REC.
           05  BOI-SIDE                    PIC X(01).
               88  BOI-BANK-SIDE           VALUE 'B'.
               88  BOI-BOOK-SIDE           VALUE 'K'.
           05  BOI-SOURCE                  PIC X(01).
               88  BOI-FROM-DRAWER         VALUE 'T'.
               88  BOI-FROM-REMIT          VALUE 'P'.
               88  BOI-FROM-LOCKBOX        VALUE 'L'.
           05  BOI-REFERENCE               PIC X(15).
           05  BOI-ORIG-DATE               PIC 9(08).
           05  BOI-AMOUNT                  PIC 9(09)V99.
           05  BOI-RESIDUAL-SW             PIC X(01).
               88  BOI-IS-RESIDUAL         VALUE 'Y'.
           05  FILLER                      PIC X(43).
