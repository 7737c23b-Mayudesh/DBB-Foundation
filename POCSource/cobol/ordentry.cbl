      * RECORD.  A REJECTED ORDER LISTS ON THE REGISTER WITH ITS
      * REASON AND TOUCHES NOTHING.
      *
      * EVERY ITEM LINE MUST NAME A PART ON THE CATALOG (THE PARTCAT
      * EXTRACT OF VPARTSEG) WITH A REAL QUANTITY AND PRICE, OR THE
      * ORDER REJECTS.  ONCE THE ORDER IS ACCEPTED EACH LINE IS
      * ALLOCATED AGAINST PART_STOCK - WHAT IS ON HAND AND NOT
      * ALREADY PROMISED TO ANOTHER ORDER OR OWED TO AN EARLIER
      * CUSTOMER BACKORDER - AND THE SHORTFALL IS BACKORDERED.
      * ORDSHIP SHIPS THE ALLOCATION AND RELEASES THE BACKORDERS AS
      * STOCK ARRIVES.
      *
      * EVERY LINE IS PRICED FROM PRICLIST AS OF THE ORDER DATE: THE
      * CUSTOMER'S CONTRACT PRICE FOR THE ITEM IF THERE IS ONE, ELSE
      * THE CUSTOMER'S PRICE LIST, ELSE THE STANDARD LIST - AT THE
      * QUANTITY BREAK THE LINE REACHES.  A LINE WITH NO PRICE KEYED
      * TAKES THE LIST PRICE (NO LIST PRICE EITHER REJECTS THE
      * ORDER).  A KEYED PRICE THAT DIFFERS FROM THE LIST IS KEPT
      * BUT FLAGGED: LISTED ON THE REGISTER AND LOGGED TO PRCOVRD,
      * WITH THE CLERK FROM THE HEADER CARD, FOR THE WEEKLY PRCOVRPT
      * APPROVAL REVIEW.
      *
      * NOTHING POSTS TO THE CUSTOMER MASTER HERE - THE BALANCE AND
      * THE MONTH BUCKET MOVE WHEN ORDINV INVOICES THE ORDER.
      *
      * ORDER CARDS (80 COLS):
      *   'H'  2-6   CUSTOMER ID  7-14  CLERK ID
      *   'D'  2-11  ITEM CODE    12-31 DESCRIPTION
      *       32-36  QTY 9(5)     37-43 UNIT PRICE 9(5)V99
      *   A BLANK OR ZERO UNIT PRICE MEANS PRICE FROM THE LIST.
      *   THE ITEM CODE IS THE CATALOG PART NUMBER.  A BLANK
      *   DESCRIPTION TAKES THE CATALOG PART NAME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENTRY.
               RECORD KEY IS CUST-KEY-FD
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT PART-CATALOG-FILE ASSIGN TO PARTCAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PCAT-KEY-FD
               FILE STATUS  IS  WS-PARTCAT-STATUS.

           SELECT PRICE-LIST-FILE ASSIGN TO PRICLIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRC-KEY-FD
               FILE STATUS  IS  WS-PRICLIST-STATUS.

           SELECT PRICE-OVERRIDE-FILE ASSIGN TO PRCOVRD
               FILE STATUS  IS  WS-PRCOVRD-STATUS.

           SELECT REGISTER-FILE ASSIGN TO ORDREG
               FILE STATUS  IS  WS-REGISTER-STATUS.

           05  CARD-BODY               PIC X(79).
           05  CARD-HEADER-AREA REDEFINES CARD-BODY.
               10  CARD-CUSTOMER-ID    PIC X(05).
               10  CARD-CLERK-ID       PIC X(08).
               10  FILLER              PIC X(66).
           05  CARD-DETAIL-AREA REDEFINES CARD-BODY.
               10  CARD-ITEM-CODE      PIC X(10).
               10  CARD-ITEM-DESC      PIC X(20).
               10  CARD-QTY            PIC 9(05).
               10  CARD-UNIT-PRICE     PIC 9(05)V99.
               10  CARD-UNIT-PRICE-X REDEFINES CARD-UNIT-PRICE
                                       PIC X(07).
               10  FILLER              PIC X(37).

       FD  ORDER-FILE
           05  CUST-KEY-FD             PIC X(06).
           05  FILLER                  PIC X(634).

       FD  PART-CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PCAT-REC-FD.
           05  PCAT-KEY-FD             PIC X(23).
           05  FILLER                  PIC X(57).

       FD  PRICE-LIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PRC-REC-FD.
           05  PRC-KEY-FD              PIC X(37).
           05  FILLER                  PIC X(83).

       FD  PRICE-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY PRCOVRD.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD            PIC X(80).
           05  WS-ORDFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REGISTER-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PARTCAT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PRICLIST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PRCOVRD-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CARD-EOF             PIC X     VALUE 'N'.
               88  NO-MORE-CARDS       VALUE 'Y'.
           05  WS-ORDER-OPEN-SW        PIC X     VALUE 'N'.
           05  WS-ORDER-CUSTOMER       PIC X(05) VALUE SPACES.
           05  WS-ORDER-TOTAL          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-NEXT-ORDER-NUM       PIC 9(06) VALUE 0.
           05  WS-ITEM-OK-SW           PIC X     VALUE 'N'.
               88  ITEM-IS-VALID       VALUE 'Y'.
           05  WS-AVAILABLE-QTY        PIC S9(9) COMP VALUE 0.
           05  WS-ORDER-BO-LINES       PIC 9(03) VALUE 0.
           05  WS-BO-LINES-ED          PIC ZZ9.
           05  WS-ORDER-CLERK          PIC X(08) VALUE SPACES.
           05  WS-ORDER-PRICE-LIST     PIC X(05) VALUE SPACES.

      *    LIST PRICING FOR THE LINE IN HAND.  THE SEARCH KEY IS THE
      *    PRICE TYPE, CODE AND ITEM; THE SCAN KEEPS THE LATEST ROW IN
      *    FORCE ON THE ORDER DATE.
       01  WS-PRICING-FIELDS.
           05  WS-PRICE-SEARCH-KEY.
               10  WS-SEARCH-TYPE      PIC X(01) VALUE SPACE.
               10  WS-SEARCH-CODE      PIC X(05) VALUE SPACES.
               10  WS-SEARCH-ITEM      PIC X(23) VALUE SPACES.
           05  WS-PRICE-FOUND-SW       PIC X     VALUE 'N'.
               88  PRICE-FOUND         VALUE 'Y'.
           05  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
               88  PRICE-SCAN-DONE     VALUE 'Y'.
           05  WS-PRICE-SOURCE         PIC X(01) VALUE SPACE.
           05  WS-LIST-PRICE           PIC 9(05)V99 VALUE 0.
           05  WS-FOUND-PRICE-REC      PIC X(120) VALUE SPACES.
           05  WS-BREAK-SUB            PIC S9(4) COMP VALUE 0.
           05  WS-LIST-PRICE-ED        PIC ZZ,ZZ9.99.
           05  WS-LINE-NUM-ED          PIC 999.

       01  ORDER-LINE-TABLE.
           05  OLN-COUNT               PIC S9(4) COMP VALUE 0.
               10  OLN-QTY             PIC 9(05).
               10  OLN-UNIT-PRICE      PIC 9(05)V99.
               10  OLN-AMOUNT          PIC 9(07)V99.
               10  OLN-ALLOCATED       PIC 9(05).
               10  OLN-BACKORDERED     PIC 9(05).
               10  OLN-LIST-PRICE      PIC 9(05)V99.
               10  OLN-PRICE-SOURCE    PIC X(01).
               10  OLN-OVERRIDE-SW     PIC X(01).
                   88  OLN-PRICE-OVERRIDDEN VALUE 'Y'.
           05  OLN-SUB                 PIC S9(4) COMP VALUE 0.

       01  REPORT-TOTALS.
           05  NUM-ORDERS-ACCEPTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-REJECTED   PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-ACCEPTED          PIC S9(11)V99 COMP-3 VALUE +0.
           05  NUM-LINES-ALLOCATED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-BACKORDERED PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRICE-OVERRIDES   PIC S9(9)   COMP-3  VALUE +0.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).
           05  HV-PART-QUANT           PIC S9(9) COMP.
           05  HV-PART-ALLOCATED       PIC S9(9) COMP.
           05  HV-PART-BACKORDERED     PIC S9(9) COMP.
           05  HV-ALLOC-QTY            PIC S9(9) COMP.
           05  HV-BACKORDER-QTY        PIC S9(9) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

       COPY CUSTORD.

       COPY PARTCAT.

       COPY PRICLIST.

       01  REG-DETAIL-LINE.
           05  REG-ACTION              PIC X(11).
           05  FILLER                  PIC X(07) VALUE ' CUST: '.
       200-START-ORDER.
           MOVE 'Y' TO WS-ORDER-OPEN-SW.
           MOVE CARD-CUSTOMER-ID TO WS-ORDER-CUSTOMER.
           MOVE CARD-CLERK-ID    TO WS-ORDER-CLERK.
           MOVE +0 TO WS-ORDER-TOTAL.
           MOVE 0  TO OLN-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
      *    THE LINES PRICE FROM THE CUSTOMER'S LIST AS THEY ARRIVE, SO
      *    THE LIST IS LOOKED UP NOW.  A CUSTOMER NOT ON FILE PRICES
      *    FROM THE STANDARD LIST AND REJECTS AT THE CREDIT CHECK.
           MOVE 'STD'            TO WS-ORDER-PRICE-LIST.
           MOVE SPACES           TO CUST-KEY-FD.
           STRING WS-ORDER-CUSTOMER 'A'
               DELIMITED BY SIZE INTO CUST-KEY-FD.
           READ CUSTOMER-FILE INTO WS-CUST-REC.
           IF WS-CUSTFILE-STATUS = '00'
             AND WS-CUST-PRICE-LIST NOT = SPACES
             AND WS-CUST-PRICE-LIST NOT = LOW-VALUES
               MOVE WS-CUST-PRICE-LIST TO WS-ORDER-PRICE-LIST
           END-IF.

       250-ADD-LINE.
           IF OLN-COUNT >= 50
               MOVE 'TOO MANY LINES ON ORDER' TO WS-REJECT-REASON
           ELSE
               PERFORM 260-CHECK-ITEM
           END-IF.
           IF OLN-COUNT < 50 AND ITEM-IS-VALID
               ADD +1 TO OLN-COUNT
               MOVE CARD-ITEM-CODE  TO OLN-ITEM-CODE(OLN-COUNT)
               MOVE CARD-ITEM-DESC  TO OLN-ITEM-DESC(OLN-COUNT)
               IF CARD-ITEM-DESC = SPACES
                   MOVE PCAT-PART-NAME TO OLN-ITEM-DESC(OLN-COUNT)
               END-IF
               MOVE CARD-QTY        TO OLN-QTY(OLN-COUNT)
               MOVE WS-LIST-PRICE   TO OLN-LIST-PRICE(OLN-COUNT)
               MOVE WS-PRICE-SOURCE TO OLN-PRICE-SOURCE(OLN-COUNT)
               MOVE 'N'             TO OLN-OVERRIDE-SW(OLN-COUNT)
               IF CARD-UNIT-PRICE-X = SPACES
                 OR CARD-UNIT-PRICE = ZERO
                   MOVE WS-LIST-PRICE   TO OLN-UNIT-PRICE(OLN-COUNT)
               ELSE
                   MOVE CARD-UNIT-PRICE TO OLN-UNIT-PRICE(OLN-COUNT)
                   IF CARD-UNIT-PRICE NOT = WS-LIST-PRICE
                       MOVE 'Y' TO OLN-OVERRIDE-SW(OLN-COUNT)
                   END-IF
               END-IF
               COMPUTE OLN-AMOUNT(OLN-COUNT) =
                   CARD-QTY * OLN-UNIT-PRICE(OLN-COUNT)
               ADD OLN-AMOUNT(OLN-COUNT) TO WS-ORDER-TOTAL
           END-IF.

      *****************************************************************
      * 260-CHECK-ITEM - THE LINE NEEDS A QUANTITY, A PART THE
      * CATALOG KNOWS, AND EITHER A KEYED PRICE OR A LIST PRICE.  ANY
      * FAILURE REJECTS THE ORDER.
      *****************************************************************
       260-CHECK-ITEM.
           MOVE 'N' TO WS-ITEM-OK-SW.
           IF CARD-QTY NOT NUMERIC OR CARD-QTY = ZERO
               MOVE 'ITEM LINE QUANTITY NOT VALID' TO WS-REJECT-REASON
           ELSE
               IF CARD-UNIT-PRICE NOT NUMERIC
                 AND CARD-UNIT-PRICE-X NOT = SPACES
                   MOVE 'ITEM LINE PRICE NOT VALID'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE SPACES         TO PCAT-KEY-FD
                   MOVE CARD-ITEM-CODE TO PCAT-KEY-FD
                   READ PART-CATALOG-FILE INTO PART-CATALOG-REC
                   IF WS-PARTCAT-STATUS = '00'
                       PERFORM 270-PRICE-LINE THRU 270-DONE
                   ELSE
                       IF WS-PARTCAT-STATUS = '23'
                           MOVE 'ITEM NOT IN PART CATALOG'
                               TO WS-REJECT-REASON
                       ELSE
                           DISPLAY 'ORDENTRY PARTCAT READ FAILED. RC:'
                                   WS-PARTCAT-STATUS
                           MOVE 16 TO RETURN-CODE
                           MOVE 'PART CATALOG UNAVAILABLE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 270-PRICE-LINE - CONTRACT PRICE FIRST, THEN THE CUSTOMER'S
      * LIST, THEN THE STANDARD LIST.  WITH NO PRICE ON FILE THE LINE
      * STANDS ONLY IF A PRICE WAS KEYED - AND THAT IS AN OVERRIDE.
      *****************************************************************
       270-PRICE-LINE.
           MOVE 0      TO WS-LIST-PRICE.
           MOVE 'C'    TO WS-SEARCH-TYPE.
           MOVE WS-ORDER-CUSTOMER TO WS-SEARCH-CODE.
           MOVE SPACES TO WS-SEARCH-ITEM.
           MOVE CARD-ITEM-CODE    TO WS-SEARCH-ITEM.
           PERFORM 275-FIND-PRICE THRU 275-DONE.
           IF NOT PRICE-FOUND
               MOVE 'L'                 TO WS-SEARCH-TYPE
               MOVE WS-ORDER-PRICE-LIST TO WS-SEARCH-CODE
               PERFORM 275-FIND-PRICE THRU 275-DONE
           END-IF.
           IF NOT PRICE-FOUND
             AND WS-ORDER-PRICE-LIST NOT = 'STD'
               MOVE 'STD'               TO WS-SEARCH-CODE
               PERFORM 275-FIND-PRICE THRU 275-DONE
           END-IF.

           IF PRICE-FOUND
               MOVE WS-SEARCH-TYPE TO WS-PRICE-SOURCE
               PERFORM 280-APPLY-QTY-BREAKS
               MOVE 'Y' TO WS-ITEM-OK-SW
               GO TO 270-DONE.
           MOVE 'N'    TO WS-PRICE-SOURCE.
           MOVE SPACES TO WS-SEARCH-CODE.
           IF CARD-UNIT-PRICE-X = SPACES
             OR CARD-UNIT-PRICE = ZERO
               MOVE 'NO LIST PRICE FOR ITEM' TO WS-REJECT-REASON
           ELSE
               MOVE 'Y' TO WS-ITEM-OK-SW
           END-IF.
       270-DONE.
           EXIT.

      *****************************************************************
      * 275-FIND-PRICE - ROWS FOR ONE TYPE/CODE/ITEM LIE TOGETHER IN
      * EFFECTIVE DATE ORDER.  THE LAST ONE EFFECTIVE BY THE ORDER
      * DATE IS THE PRICE, IF ITS END DATE HAS NOT PASSED.
      *****************************************************************
       275-FIND-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND-SW.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE SPACES TO WS-FOUND-PRICE-REC.
           MOVE LOW-VALUES TO PRC-KEY-FD.
           MOVE WS-PRICE-SEARCH-KEY TO PRC-KEY-FD(1:29).
           START PRICE-LIST-FILE KEY NOT < PRC-KEY-FD
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM 276-SCAN-PRICE
               UNTIL PRICE-SCAN-DONE.
           IF WS-FOUND-PRICE-REC = SPACES
               GO TO 275-DONE.
           MOVE WS-FOUND-PRICE-REC TO PRICE-LIST-REC.
           IF PRC-END-DATE NOT NUMERIC
               MOVE ZERO TO PRC-END-DATE
           END-IF.
           IF PRC-END-DATE = ZERO
             OR PRC-END-DATE NOT < WS-RUN-DATE
               MOVE 'Y' TO WS-PRICE-FOUND-SW
           END-IF.
       275-DONE.
           EXIT.

       276-SCAN-PRICE.
           READ PRICE-LIST-FILE NEXT INTO PRICE-LIST-REC
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ.
           IF NOT PRICE-SCAN-DONE
               IF PRC-PRICE-KEY(1:29) NOT = WS-PRICE-SEARCH-KEY
                 OR PRC-EFFECTIVE-DATE > WS-RUN-DATE
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               ELSE
                   MOVE PRICE-LIST-REC TO WS-FOUND-PRICE-REC
               END-IF
           END-IF.

      *****************************************************************
      * 280-APPLY-QTY-BREAKS - THE BASE PRICE, UNLESS THE QUANTITY
      * REACHES A BREAK; THE HIGHEST BREAK REACHED WINS.
      *****************************************************************
       280-APPLY-QTY-BREAKS.
           MOVE PRC-BASE-PRICE TO WS-LIST-PRICE.
           PERFORM 285-CHECK-ONE-BREAK
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > 4.

       285-CHECK-ONE-BREAK.
           IF PRC-BREAK-QTY(WS-BREAK-SUB) NUMERIC
             AND PRC-BREAK-QTY(WS-BREAK-SUB) > ZERO
             AND CARD-QTY NOT < PRC-BREAK-QTY(WS-BREAK-SUB)
               MOVE PRC-BREAK-PRICE(WS-BREAK-SUB) TO WS-LIST-PRICE
           END-IF.

      *****************************************************************
      * 300-CLOSE-ORDER - THE CREDIT CHECK HAPPENS HERE, AT ORDER
      * TIME: CUSTOMER ON FILE, NOT ON HOLD, AND BALANCE PLUS THIS
           MOVE WS-ORDER-TOTAL    TO ORD-ORDER-TOTAL.
           MOVE ZERO              TO ORD-INVOICE-DATE.
           MOVE OLN-COUNT         TO ORD-LINE-COUNT.
           MOVE ZERO              TO ORD-AMOUNT-INVOICED.
           MOVE ZERO              TO ORD-TAX-INVOICED.
           MOVE WS-ORDER-CLERK    TO ORD-ENTERED-BY.
           MOVE ORD-KEY           TO ORD-KEY-FD.
           WRITE ORD-REC-FD FROM CUSTOMER-ORDER-REC.
           IF WS-ORDFILE-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
           END-IF.

           MOVE 0 TO WS-ORDER-BO-LINES.
           PERFORM 550-WRITE-ONE-LINE
               VARYING OLN-SUB FROM 1 BY 1
               UNTIL OLN-SUB > OLN-COUNT.
           EXEC SQL COMMIT END-EXEC.

           ADD +1 TO NUM-ORDERS-ACCEPTED.
           ADD WS-ORDER-TOTAL TO TOT-ACCEPTED.
           MOVE WS-NEXT-ORDER-NUM TO REG-ORDER-NUM.
           MOVE WS-ORDER-TOTAL    TO REG-AMOUNT.
           MOVE SPACES            TO REG-NOTE.
           IF WS-ORDER-BO-LINES > 0
               MOVE WS-ORDER-BO-LINES TO WS-BO-LINES-ED
               STRING 'LINES BACKORDERED: ' WS-BO-LINES-ED
                   DELIMITED BY SIZE INTO REG-NOTE
           END-IF.
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.
           PERFORM 590-FLAG-OVERRIDE
               VARYING OLN-SUB FROM 1 BY 1
               UNTIL OLN-SUB > OLN-COUNT.

       550-WRITE-ONE-LINE.
           PERFORM 560-ALLOCATE-LINE.
           MOVE SPACES                 TO CUSTOMER-ORDER-REC.
           MOVE WS-NEXT-ORDER-NUM      TO ORD-ORDER-NUM.
           MOVE OLN-SUB                TO ORD-LINE-NUM.
           MOVE OLN-QTY(OLN-SUB)       TO ORD-QTY-ORDERED.
           MOVE OLN-UNIT-PRICE(OLN-SUB) TO ORD-UNIT-PRICE.
           MOVE OLN-AMOUNT(OLN-SUB)    TO ORD-LINE-AMOUNT.
           MOVE OLN-ALLOCATED(OLN-SUB) TO ORD-QTY-ALLOCATED.
           MOVE ZERO                   TO ORD-QTY-SHIPPED.
           MOVE OLN-BACKORDERED(OLN-SUB) TO ORD-QTY-BACKORDERED.
           MOVE ZERO                   TO ORD-QTY-INVOICED.
           MOVE ORD-KEY                TO ORD-KEY-FD.
           WRITE ORD-REC-FD FROM CUSTOMER-ORDER-REC.
           IF WS-ORDFILE-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * 560-ALLOCATE-LINE - A LINE MAY HAVE WHAT IS ON HAND LESS
      * WHAT OTHER ORDERS HOLD ALLOCATED AND WHAT EARLIER CUSTOMER
      * BACKORDERS ARE STILL OWED - THOSE GET THE NEXT ARRIVAL
      * FIRST.  THE REST OF THE LINE IS BACKORDERED.  A CATALOG PART
      * NOT YET ON PART_STOCK IS BACKORDERED WHOLE.
      *****************************************************************
       560-ALLOCATE-LINE.
           MOVE ZERO                   TO OLN-ALLOCATED(OLN-SUB).
           MOVE OLN-QTY(OLN-SUB)       TO OLN-BACKORDERED(OLN-SUB).
           MOVE SPACES                 TO HV-PART-NUM.
           MOVE OLN-ITEM-CODE(OLN-SUB) TO HV-PART-NUM.
           EXEC SQL
                SELECT PART_QUANT, PART_ALLOCATED, PART_BACKORDERED
                INTO   :HV-PART-QUANT, :HV-PART-ALLOCATED,
                       :HV-PART-BACKORDERED
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 0
               COMPUTE WS-AVAILABLE-QTY = HV-PART-QUANT
                   - HV-PART-ALLOCATED - HV-PART-BACKORDERED
               IF WS-AVAILABLE-QTY >= OLN-QTY(OLN-SUB)
                   MOVE OLN-QTY(OLN-SUB) TO OLN-ALLOCATED(OLN-SUB)
               ELSE
                   IF WS-AVAILABLE-QTY > ZERO
                       MOVE WS-AVAILABLE-QTY TO OLN-ALLOCATED(OLN-SUB)
                   END-IF
               END-IF
               SUBTRACT OLN-ALLOCATED(OLN-SUB)
                   FROM OLN-BACKORDERED(OLN-SUB)
               MOVE OLN-ALLOCATED(OLN-SUB)   TO HV-ALLOC-QTY
               MOVE OLN-BACKORDERED(OLN-SUB) TO HV-BACKORDER-QTY
               EXEC SQL
                    UPDATE PART_STOCK
                    SET    PART_ALLOCATED   = PART_ALLOCATED
                                            + :HV-ALLOC-QTY,
                           PART_BACKORDERED = PART_BACKORDERED
                                            + :HV-BACKORDER-QTY
                    WHERE  PART_NUM = :HV-PART-NUM
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ORDENTRY PART_STOCK UPDATE FAILED. SQLCODE:'
                           SQLCODE
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ORDENTRY PART_STOCK SELECT FAILED. SQLCODE:'
                           SQLCODE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF OLN-ALLOCATED(OLN-SUB) > 0
               ADD +1 TO NUM-LINES-ALLOCATED
           END-IF.
           IF OLN-BACKORDERED(OLN-SUB) > 0
               ADD +1 TO WS-ORDER-BO-LINES
               ADD +1 TO NUM-LINES-BACKORDERED
           END-IF.

      *****************************************************************
      * 590-FLAG-OVERRIDE - A LINE KEYED OFF-LIST GOES ON THE REGISTER
      * UNDER ITS ORDER AND TO PRCOVRD FOR APPROVAL.
      *****************************************************************
       590-FLAG-OVERRIDE.
           IF OLN-PRICE-OVERRIDDEN(OLN-SUB)
               ADD +1 TO NUM-PRICE-OVERRIDES
               MOVE SPACES                    TO PRICE-OVERRIDE-REC
               MOVE WS-RUN-DATE               TO POV-ENTRY-DATE
               MOVE WS-ORDER-CLERK            TO POV-CLERK-ID
               MOVE WS-NEXT-ORDER-NUM         TO POV-ORDER-NUM
               MOVE OLN-SUB                   TO POV-LINE-NUM
               MOVE WS-ORDER-CUSTOMER         TO POV-CUSTOMER-ID
               MOVE OLN-ITEM-CODE(OLN-SUB)    TO POV-ITEM-CODE
               MOVE OLN-QTY(OLN-SUB)          TO POV-QTY
               MOVE OLN-LIST-PRICE(OLN-SUB)   TO POV-LIST-PRICE
               MOVE OLN-UNIT-PRICE(OLN-SUB)   TO POV-KEYED-PRICE
               MOVE OLN-PRICE-SOURCE(OLN-SUB) TO POV-PRICE-SOURCE
               IF POV-FROM-CONTRACT
                   MOVE WS-ORDER-CUSTOMER     TO POV-LIST-CODE
               END-IF
               IF POV-FROM-LIST
                   MOVE WS-ORDER-PRICE-LIST   TO POV-LIST-CODE
               END-IF
               WRITE PRICE-OVERRIDE-REC
               IF WS-PRCOVRD-STATUS NOT = '00'
                   DISPLAY 'ORDENTRY PRCOVRD WRITE FAILED. RC:'
                           WS-PRCOVRD-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE ' PRICE OVR:'             TO REG-ACTION
               MOVE WS-ORDER-CUSTOMER         TO REG-CUSTOMER
               MOVE WS-NEXT-ORDER-NUM         TO REG-ORDER-NUM
               MOVE OLN-AMOUNT(OLN-SUB)       TO REG-AMOUNT
               MOVE OLN-SUB                   TO WS-LINE-NUM-ED
               MOVE OLN-LIST-PRICE(OLN-SUB)   TO WS-LIST-PRICE-ED
               MOVE SPACES                    TO REG-NOTE
               STRING 'LINE ' WS-LINE-NUM-ED ' LIST ' WS-LIST-PRICE-ED
                   DELIMITED BY SIZE INTO REG-NOTE
               WRITE REGISTER-RECORD FROM REG-DETAIL-LINE
           END-IF.

       700-OPEN-FILES.
           OPEN INPUT ORDER-CARD-FILE.
           OPEN OUTPUT REGISTER-FILE.
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
           END-IF.
           OPEN INPUT PART-CATALOG-FILE.
           IF WS-PARTCAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PART CATALOG FILE. RC:'
                       WS-PARTCAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
           END-IF.
           OPEN INPUT PRICE-LIST-FILE.
           IF WS-PRICLIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRICE LIST FILE. RC:'
                       WS-PRICLIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
           END-IF.
           OPEN EXTEND PRICE-OVERRIDE-FILE.
           IF WS-PRCOVRD-STATUS NOT = '00'
               OPEN OUTPUT PRICE-OVERRIDE-FILE
           END-IF.
           OPEN I-O ORDER-FILE.
           IF WS-ORDFILE-STATUS = '35'
               OPEN OUTPUT ORDER-FILE

       790-CLOSE-FILES.
           CLOSE ORDER-CARD-FILE, ORDER-FILE,
                 CUSTOMER-FILE, PART-CATALOG-FILE, PRICE-LIST-FILE,
                 PRICE-OVERRIDE-FILE, REGISTER-FILE.

       850-REPORT-TOTALS.
           MOVE 'ORDERS ACCEPTED:              ' TO REG-TOTAL-LABEL.
           MOVE 'VALUE ACCEPTED:               ' TO REG-TOTAL-LABEL.
           MOVE TOT-ACCEPTED        TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'LINES ALLOCATED:              ' TO REG-TOTAL-LABEL.
           MOVE NUM-LINES-ALLOCATED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'LINES BACKORDERED:            ' TO REG-TOTAL-LABEL.
           MOVE NUM-LINES-BACKORDERED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'PRICE OVERRIDES FOR APPROVAL: ' TO REG-TOTAL-LABEL.
           MOVE NUM-PRICE-OVERRIDES TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           DISPLAY 'ORDENTRY CARDS READ       ' NUM-CARDS-READ.
           DISPLAY 'ORDENTRY ORDERS ACCEPTED  ' NUM-ORDERS-ACCEPTED.
           DISPLAY 'ORDENTRY ORDERS REJECTED  ' NUM-ORDERS-REJECTED.
