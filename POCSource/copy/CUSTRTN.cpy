      ***************************************************************
      * CUSTRTN  - CUSTOMER RETURN AUTHORIZATION RECORD.  KEYED BY   *
      *            ORDER NUMBER + LINE NUMBER + SEQUENCE ON THE      *
      *            RTNFILE VSAM FILE, SO EVERY RETURN AGAINST AN     *
      *            ORDER LINE LIES TOGETHER AND THE KEY IS THE RMA   *
      *            NUMBER QUOTED TO THE CUSTOMER (ORDER-LINE-SEQ).   *
      *            RTNENTRY AUTHORIZES THE RETURN AGAINST THE        *
      *            QUANTITY INVOICED ON THE LINE, AT THE LINE PRICE. *
      *            RTNRECV RECEIVES THE GOODS - GOOD STOCK BACK ON   *
      *            PART_STOCK (MOVLEDGR 'CRTN'), DAMAGED STOCK       *
      *            SCRAPPED.  RTNCRED ISSUES THE CREDIT MEMO FOR     *
      *            EVERYTHING RECEIVED, WITH THE SALES TAX BILLED ON *
      *            IT, AGAINST THE CUSTOMER'S BALANCE.  RTNANAL      *
      *            ANALYZES A MONTH OF CREDITED RETURNS.             *
      ***************************************************************
       01  CUSTOMER-RETURN-REC.
           05  RTN-KEY.
               10  RTN-ORDER-NUM           PIC 9(06).
               10  RTN-LINE-NUM            PIC 9(03).
               10  RTN-SEQ                 PIC 9(02).
           05  RTN-CUSTOMER-ID             PIC X(05).
           05  RTN-ITEM-CODE               PIC X(10).
           05  RTN-REASON-CODE             PIC X(02).
               88  RTN-DAMAGED-IN-TRANSIT  VALUE 'DT'.
               88  RTN-DEFECTIVE           VALUE 'DF'.
               88  RTN-WRONG-ITEM          VALUE 'WI'.
               88  RTN-OVER-SHIPPED        VALUE 'OS'.
               88  RTN-NOT-WANTED          VALUE 'NW'.
               88  RTN-REASON-VALID        VALUE 'DT' 'DF' 'WI'
                                                 'OS' 'NW'.
           05  RTN-STATUS                  PIC X(01).
               88  RTN-AUTHORIZED          VALUE 'A'.
               88  RTN-RECEIVED            VALUE 'R'.
               88  RTN-CREDITED            VALUE 'C'.
               88  RTN-CANCELLED           VALUE 'X'.
           05  RTN-QTY-AUTHORIZED          PIC 9(05).
           05  RTN-UNIT-PRICE              PIC 9(05)V99.
           05  RTN-AUTH-DATE               PIC 9(08).
           05  RTN-AUTH-BY                 PIC X(08).
      *    FILLED IN WHEN THE GOODS COME BACK.
           05  RTN-QTY-RESTOCKED           PIC 9(05).
           05  RTN-QTY-SCRAPPED            PIC 9(05).
           05  RTN-RECEIVED-DATE           PIC 9(08).
           05  RTN-RECEIVED-BY             PIC X(08).
      *    FILLED IN WHEN THE CREDIT MEMO IS ISSUED.
           05  RTN-CREDIT-AMOUNT           PIC 9(07)V99.
           05  RTN-CREDIT-TAX              PIC 9(05)V99.
           05  RTN-CREDIT-DATE             PIC 9(08).
           05  FILLER                      PIC X(13).
