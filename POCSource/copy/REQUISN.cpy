      ***************************************************************
      * REQUISN  - INTERNAL PURCHASE REQUISITION RECORD.  KEYED BY   *
      *            REQUISITION NUMBER ON THE REQUISN VSAM FILE.  A   *
      *            WARD OR DEPARTMENT KEYS ONE ON CRQN400 FOR A      *
      *            NON-STOCK ITEM, OR MORE OF A STOCK PART THAN THE  *
      *            REORDER POINT COVERS.  ITS DOLLAR VALUE ROUTES    *
      *            IT TO AN APPROVAL LEVEL AGAINST THE DEPARTMENT'S  *
      *            DEPT_BUDGET SUPPLY BUDGET:                        *
      *                                                              *
      *              1 - DEPARTMENT MANAGER     UP TO   500.00       *
      *              2 - MATERIALS MANAGEMENT   UP TO 5,000.00       *
      *              3 - ADMINISTRATION         ABOVE THAT, OR MORE  *
      *                                         THAN THE BUDGET HAS  *
      *                                         LEFT                 *
      *                                                              *
      *            RQNCONS COMBINES THE APPROVED ONES BY SUPPLIER    *
      *            INTO PART_ORDER LINES EACH NIGHT AND FOLLOWS THE  *
      *            ORDER LINE'S SHIPMENTLN RECEIPTS THROUGH TO       *
      *            COMPLETE.  KEY 0000000 IS THE CONTROL RECORD      *
      *            HOLDING THE NEXT REQUISITION NUMBER.              *
      ***************************************************************
       01  REQUISITION-REC.
           05  RQN-KEY.
               10  RQN-NUMBER              PIC 9(07).
           05  RQN-STATUS                  PIC X(01).
               88  RQN-PENDING             VALUE 'P'.
               88  RQN-APPROVED            VALUE 'A'.
               88  RQN-REJECTED            VALUE 'R'.
               88  RQN-CANCELLED           VALUE 'X'.
               88  RQN-ON-ORDER            VALUE 'O'.
               88  RQN-COMPLETE            VALUE 'C'.
           05  RQN-ENTERED-BY              PIC X(08).
           05  RQN-REQUISITIONER           PIC X(25).
           05  RQN-DEPT                    PIC X(03).
           05  RQN-WARD-ID                 PIC X(04).
           05  RQN-ITEM-TYPE               PIC X(01).
               88  RQN-STOCK-ITEM          VALUE 'S'.
               88  RQN-FREE-TEXT-ITEM      VALUE 'F'.
           05  RQN-PART-NUM                PIC X(23).
           05  RQN-ITEM-DESC               PIC X(40).
           05  RQN-QTY                     PIC 9(07).
           05  RQN-UNIT-COST               PIC 9(07)V99.
           05  RQN-EXT-VALUE               PIC 9(09)V99.
           05  RQN-NEEDED-BY               PIC X(08).
           05  RQN-JUSTIFICATION           PIC X(60).
      *    BLANK ON A STOCK PART - RQNCONS TAKES THE PART'S PREFERRED
      *    SUPPLIER.  A FREE-TEXT ITEM WAITS UNTIL PURCHASING NAMES ONE.
           05  RQN-SUPPLIER-CODE           PIC X(05).
           05  RQN-APPROVAL-LEVEL          PIC 9(01).
               88  RQN-LEVEL-DEPARTMENT    VALUE 1.
               88  RQN-LEVEL-MATERIALS     VALUE 2.
               88  RQN-LEVEL-ADMIN         VALUE 3.
           05  RQN-ENTERED-DATE            PIC X(08).
           05  RQN-DECIDED-BY              PIC X(08).
           05  RQN-DECISION-DATE           PIC X(08).
           05  RQN-REJECT-REASON           PIC X(30).
           05  RQN-ORDER-NUM               PIC X(06).
           05  RQN-ORDER-LINE              PIC 9(03).
           05  RQN-ORDERED-DATE            PIC 9(08).
           05  RQN-QTY-RECEIVED            PIC 9(07).
           05  RQN-RECEIVED-DATE           PIC 9(08).
           05  RQN-LAST-CHANGE-DATE        PIC X(08).
           05  FILLER                      PIC X(43).
       01  REQUISITION-CONTROL-REC REDEFINES REQUISITION-REC.
           05  RQC-KEY                     PIC 9(07).
           05  RQC-NEXT-NUMBER             PIC 9(07).
           05  FILLER                      PIC X(336).
