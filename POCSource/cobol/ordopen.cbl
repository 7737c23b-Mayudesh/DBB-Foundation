      * NUMBER, ORDER DATE, LINE COUNT AND VALUE - THEN A SUMMARY
      * OF OPEN ORDER COUNT AND VALUE PER CUSTOMER, SO THE CREDIT
      * DESK CAN SEE EXPOSURE THAT HAS NOT REACHED THE ACCOUNT
      * BALANCE YET.  UNDER EACH ORDER ITS ITEM LINES SHOW WHERE
      * FULFILMENT STANDS - ORDERED, ALLOCATED BUT NOT YET SHIPPED,
      * SHIPPED, ON CUSTOMER BACKORDER, AND INVOICED - SO CUSTOMER
      * SERVICE CAN ANSWER "WHERE IS MY ORDER" FROM ONE LISTING.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDOPEN.
               88  NO-MORE-ORDERS      VALUE 'Y'.
           05  WS-CUST-FOUND-SW        PIC X     VALUE 'N'.
               88  CUST-SLOT-FOUND     VALUE 'Y'.
           05  WS-LISTING-SW           PIC X     VALUE 'N'.
               88  LISTING-OPEN-ORDER  VALUE 'Y'.
           05  WS-LISTING-ORDER        PIC 9(06) VALUE 0.

       01  CUSTOMER-SUMMARY-TABLE.
           05  SUM-COUNT               PIC S9(4) COMP VALUE 0.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OPEN-ORDERS       PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-OPEN-VALUE        PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-UNITS-ALLOCATED   PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-UNITS-SHIPPED     PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-UNITS-BACKORDERED PIC S9(9)   COMP-3  VALUE +0.

       COPY CUSTORD.

           05  RPT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  RPT-ITEM-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' ORD '.
           05  RPT-QTY-ORDERED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' ALC '.
           05  RPT-QTY-ALLOCATED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' SHP '.
           05  RPT-QTY-SHIPPED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' B/O '.
           05  RPT-QTY-BACKORDERED     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' INV '.
           05  RPT-QTY-INVOICED        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05  FILLER                  PIC X(07) VALUE ' CUST: '.
           05  SUML-CUSTOMER           PIC X(05).
           ADD +1 TO NUM-RECS-READ.
           IF ORD-ORDER-NUM NOT = ZERO
             AND ORD-IS-HEADER
               MOVE 'N' TO WS-LISTING-SW
               IF ORD-IS-OPEN
                   MOVE 'Y'           TO WS-LISTING-SW
                   MOVE ORD-ORDER-NUM TO WS-LISTING-ORDER
                   PERFORM 200-LIST-OPEN-ORDER
               END-IF
           ELSE
               IF LISTING-OPEN-ORDER
                 AND ORD-ORDER-NUM = WS-LISTING-ORDER
                   PERFORM 220-LIST-ITEM-LINE
               END-IF
           END-IF.
           PERFORM 730-READ-ORDER.

           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           PERFORM 250-BANK-CUSTOMER.

      *****************************************************************
      * 220-LIST-ITEM-LINE - A LINE ENTERED BEFORE ORDERS CARRIED
      * THEIR FULFILMENT, AND NOT YET SEEN BY ORDSHIP, IS SHOWN AS
      * WHOLLY BACKORDERED - WHICH IS HOW ORDSHIP WILL TREAT IT.
      *****************************************************************
       220-LIST-ITEM-LINE.
           IF ORD-QTY-ALLOCATED NOT NUMERIC
             OR ORD-QTY-SHIPPED NOT NUMERIC
             OR ORD-QTY-BACKORDERED NOT NUMERIC
             OR ORD-QTY-INVOICED NOT NUMERIC
               MOVE ZERO            TO ORD-QTY-ALLOCATED,
                                       ORD-QTY-SHIPPED,
                                       ORD-QTY-INVOICED
               MOVE ORD-QTY-ORDERED TO ORD-QTY-BACKORDERED
           END-IF.
           MOVE ORD-ITEM-CODE       TO RPT-ITEM-CODE.
           MOVE ORD-QTY-ORDERED     TO RPT-QTY-ORDERED.
           MOVE ORD-QTY-ALLOCATED   TO RPT-QTY-ALLOCATED.
           MOVE ORD-QTY-SHIPPED     TO RPT-QTY-SHIPPED.
           MOVE ORD-QTY-BACKORDERED TO RPT-QTY-BACKORDERED.
           MOVE ORD-QTY-INVOICED    TO RPT-QTY-INVOICED.
           WRITE REPORT-RECORD FROM RPT-ITEM-LINE.
           ADD ORD-QTY-ALLOCATED    TO TOT-UNITS-ALLOCATED.
           ADD ORD-QTY-SHIPPED      TO TOT-UNITS-SHIPPED.
           ADD ORD-QTY-BACKORDERED  TO TOT-UNITS-BACKORDERED.

       250-BANK-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           PERFORM 260-CHECK-ONE-SLOT
           MOVE 'OPEN ORDER VALUE:             ' TO RPT-TOTAL-LABEL.
           MOVE TOT-OPEN-VALUE  TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'UNITS ALLOCATED NOT SHIPPED:  ' TO RPT-TOTAL-LABEL.
           MOVE TOT-UNITS-ALLOCATED   TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'UNITS SHIPPED:                ' TO RPT-TOTAL-LABEL.
           MOVE TOT-UNITS-SHIPPED     TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'UNITS ON CUSTOMER BACKORDER:  ' TO RPT-TOTAL-LABEL.
           MOVE TOT-UNITS-BACKORDERED TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           DISPLAY 'ORDOPEN RECORDS READ ' NUM-RECS-READ.
           DISPLAY 'ORDOPEN OPEN ORDERS  ' NUM-OPEN-ORDERS.
