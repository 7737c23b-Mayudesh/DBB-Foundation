      *****************************************************************
      * PROGRAM:  ORDSHIP
      *
      * CUSTOMER ORDER PICK AND SHIP.  PASSES THE ORDFILE KSDS IN
      * KEY ORDER - OLDEST ORDER FIRST - AND WORKS EVERY ITEM LINE
      * OF EVERY OPEN ORDER:
      *
      *   - RELEASE: A LINE WITH A CUSTOMER BACKORDER TAKES WHATEVER
      *     PART_STOCK NOW HAS ON HAND THAT IS NOT ALLOCATED TO
      *     ANOTHER LINE, SO STOCK THAT HAS ARRIVED SINCE ORDENTRY
      *     GOES TO THE OLDEST BACKORDERS FIRST.
      *   - SHIP: EVERYTHING ALLOCATED TO THE LINE IS PICKED AND
      *     SHIPPED.  PART_STOCK COMES DOWN, THE LINE'S SHIPPED
      *     QUANTITY GOES UP FOR ORDINV TO INVOICE, AND THE SHIPMENT
      *     IS RECORDED THREE WAYS: A PICK LIST LINE FOR THE
      *     WAREHOUSE, A MANIFEST RECORD UNDER THE SHIPCTL CARRIER
      *     AND ZONE (WEIGHED FROM THE PARTCAT CATALOG) FOR SHIPMAN,
      *     AND A MOVLEDGR SALES ISSUE ('SALE') NAMING THE CUSTOMER.
      *     IF THE BOOKS NO LONGER HOLD THE WHOLE ALLOCATION - A WARD
      *     ISSUE OR A COUNT TOOK IT - WHAT IS THERE SHIPS AND THE
      *     REST GOES BACK ON BACKORDER.
      *
      * EACH LINE COMMITS ON ITS OWN.  RUNS AFTER PICKCONF (THE
      * MANIFEST IS EXTENDED, NOT REPLACED) AND AHEAD OF SHIPMAN AND
      * ORDINV.
      *
      * SHIPCTL CARD (80 COLS):
      *    1-4   CARRIER CODE      5-6  DESTINATION ZONE
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDSHIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SHIP-CONTROL-FILE ASSIGN TO SHIPCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SHIPCTL-STATUS.

           SELECT ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ORD-KEY-FD
               FILE STATUS  IS  WS-ORDFILE-STATUS.

           SELECT PART-CATALOG-FILE ASSIGN TO PARTCAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PCAT-KEY-FD
               FILE STATUS  IS  WS-PARTCAT-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               FILE STATUS  IS  WS-MANIFEST-STATUS.

           SELECT MOVLEDGR-FILE ASSIGN TO MOVLEDGR
               FILE STATUS  IS  WS-MOVLEDGR-STATUS.

           SELECT PICK-LIST-FILE ASSIGN TO PICKLIST
               FILE STATUS  IS  WS-PICKLIST-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SHIP-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SHIP-CONTROL-CARD.
           05  SCC-CARRIER-CODE        PIC X(04).
           05  SCC-ZONE                PIC X(02).
           05  FILLER                  PIC X(74).

       FD  ORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ORD-REC-FD.
           05  ORD-KEY-FD              PIC X(09).
           05  FILLER                  PIC X(71).

       FD  PART-CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PCAT-REC-FD.
           05  PCAT-KEY-FD             PIC X(23).
           05  FILLER                  PIC X(57).

       FD  MANIFEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY MANIFREC.

       FD  MOVLEDGR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY MOVLEDGR.

       FD  PICK-LIST-FILE
           RECORDING MODE IS F.
       01  PICK-LIST-RECORD           PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  SYSTEM-DATE-AND-TIME.
           05  WS-RUN-DATE             PIC 9(8) VALUE 0.

       01  WS-FIELDS.
           05  WS-SHIPCTL-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ORDFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PARTCAT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-MANIFEST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-MOVLEDGR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PICKLIST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ORDER-EOF            PIC X     VALUE 'N'.
               88  NO-MORE-ORDERS      VALUE 'Y'.
           05  WS-SHIPPING-SW          PIC X     VALUE 'N'.
               88  ORDER-IS-SHIPPING   VALUE 'Y'.
           05  WS-LINE-CHANGED-SW      PIC X     VALUE 'N'.
               88  LINE-CHANGED        VALUE 'Y'.
           05  WS-CARRIER-CODE         PIC X(04) VALUE SPACES.
           05  WS-ZONE                 PIC X(02) VALUE SPACES.
           05  WS-CURRENT-ORDER        PIC 9(06) VALUE 0.
           05  WS-CURRENT-CUSTOMER     PIC X(05) VALUE SPACES.
           05  WS-AVAILABLE-QTY        PIC S9(9) COMP VALUE 0.
           05  WS-RELEASE-QTY          PIC S9(9) COMP VALUE 0.
           05  WS-SHIP-QTY             PIC S9(9) COMP VALUE 0.
           05  WS-SHORT-QTY            PIC S9(9) COMP VALUE 0.
           05  WS-QTY-BEFORE           PIC S9(9) COMP VALUE 0.

       01  REPORT-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-SHIPPED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNITS-SHIPPED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-RELEASED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-SHORTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LINES-NOT-WEIGHED PIC S9(9)   COMP-3  VALUE +0.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).
           05  HV-PART-QUANT           PIC S9(9) COMP.
           05  HV-PART-ALLOCATED       PIC S9(9) COMP.
           05  HV-RELEASE-QTY          PIC S9(9) COMP.
           05  HV-ALLOC-QTY            PIC S9(9) COMP.
           05  HV-SHIP-QTY             PIC S9(9) COMP.
           05  HV-SHORT-QTY            PIC S9(9) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY CUSTORD.

       COPY PARTCAT.

       01  PCK-HEADER-LINE.
           05  FILLER                  PIC X(36) VALUE
               '** CUSTOMER ORDER PICK LIST - RUN: '.
           05  PCK-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(10) VALUE ' CARRIER: '.
           05  PCK-CARRIER             PIC X(04).
           05  FILLER                  PIC X(07) VALUE ' ZONE: '.
           05  PCK-ZONE                PIC X(02).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  PCK-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' ORDER-LINE CUST  ITEM       DESCRIPTION'.
           05  FILLER                  PIC X(40) VALUE
               '             QTY   NOTE                 '.

       01  PCK-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCK-ORDER-NUM           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  PCK-LINE-NUM            PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCK-CUSTOMER            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCK-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCK-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCK-QTY                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PCK-NOTE                PIC X(21) VALUE SPACES.

       01  PCK-TOTAL-LINE.
           05  PCK-TOTAL-LABEL         PIC X(30).
           05  PCK-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-OPEN-FILES.
           IF NOT NO-MORE-ORDERS
               PERFORM 730-READ-ORDER
           END-IF.
           PERFORM 100-PROCESS-RECORDS
               UNTIL NO-MORE-ORDERS.
           PERFORM 850-REPORT-TOTALS.
           PERFORM 790-CLOSE-FILES.
           GOBACK.

       100-PROCESS-RECORDS.
           ADD +1 TO NUM-RECS-READ.
           IF ORD-ORDER-NUM = ZERO
               CONTINUE
           ELSE
               IF ORD-IS-HEADER
                   MOVE 'N' TO WS-SHIPPING-SW
                   IF ORD-IS-OPEN
                       MOVE 'Y'             TO WS-SHIPPING-SW
                       MOVE ORD-ORDER-NUM   TO WS-CURRENT-ORDER
                       MOVE ORD-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
                   END-IF
               ELSE
                   IF ORDER-IS-SHIPPING
                     AND ORD-ORDER-NUM = WS-CURRENT-ORDER
                       PERFORM 200-FULFIL-LINE THRU 200-DONE
                   END-IF
               END-IF
           END-IF.
           IF NOT NO-MORE-ORDERS
               PERFORM 730-READ-ORDER
           END-IF.

      *****************************************************************
      * 200-FULFIL-LINE - RELEASE, THEN SHIP, THEN REWRITE THE LINE.
      * THE STOCK UPDATES COMMIT ONLY WITH THE REWRITE; THE PICK
      * LIST, MANIFEST AND LEDGER ARE WRITTEN AFTER THE COMMIT.  A
      * LINE ENTERED BEFORE ORDERS CARRIED THEIR FULFILMENT IS
      * TAKEN AS WHOLLY BACKORDERED.
      *****************************************************************
       200-FULFIL-LINE.
           MOVE 'N'  TO WS-LINE-CHANGED-SW.
           MOVE ZERO TO WS-RELEASE-QTY, WS-SHIP-QTY, WS-SHORT-QTY.
           IF ORD-QTY-ALLOCATED NOT NUMERIC
             OR ORD-QTY-SHIPPED NOT NUMERIC
             OR ORD-QTY-BACKORDERED NOT NUMERIC
             OR ORD-QTY-INVOICED NOT NUMERIC
               MOVE ZERO            TO ORD-QTY-ALLOCATED,
                                       ORD-QTY-SHIPPED,
                                       ORD-QTY-INVOICED
               MOVE ORD-QTY-ORDERED TO ORD-QTY-BACKORDERED
               MOVE 'Y'             TO WS-LINE-CHANGED-SW
           END-IF.
           MOVE SPACES        TO HV-PART-NUM.
           MOVE ORD-ITEM-CODE TO HV-PART-NUM.

           IF ORD-QTY-BACKORDERED > ZERO
               PERFORM 300-RELEASE-BACKORDER THRU 300-DONE
           END-IF.
           IF NO-MORE-ORDERS
               GO TO 200-DONE.
           IF ORD-QTY-ALLOCATED > ZERO
               PERFORM 400-SHIP-ALLOCATION THRU 400-DONE
           END-IF.
           IF NO-MORE-ORDERS
               GO TO 200-DONE.
           IF NOT LINE-CHANGED
               GO TO 200-DONE.

           REWRITE ORD-REC-FD FROM CUSTOMER-ORDER-REC.
           IF WS-ORDFILE-STATUS NOT = '00'
               DISPLAY 'ORDSHIP ORDER LINE REWRITE FAILED. RC:'
                       WS-ORDFILE-STATUS ' KEY: ' ORD-KEY
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
               GO TO 200-DONE.
           EXEC SQL COMMIT END-EXEC.

           IF WS-SHIP-QTY > ZERO
               PERFORM 450-RECORD-SHIPMENT
           END-IF.
           IF WS-SHORT-QTY > ZERO
               ADD +1 TO NUM-LINES-SHORTED
               MOVE WS-SHORT-QTY TO PCK-QTY
               MOVE 'SHORT - BACKORDERED' TO PCK-NOTE
               PERFORM 600-WRITE-PICK-LINE
           END-IF.
       200-DONE.
           EXIT.

      *****************************************************************
      * 300-RELEASE-BACKORDER - STOCK ON HAND THAT NO LINE HOLDS
      * ALLOCATED GOES TO THIS BACKORDER, UP TO WHAT IT IS OWED.
      * LINES ARRIVE OLDEST ORDER FIRST, SO THE OLDEST BACKORDERS
      * ARE SATISFIED FIRST.
      *****************************************************************
       300-RELEASE-BACKORDER.
           EXEC SQL
                SELECT PART_QUANT, PART_ALLOCATED
                INTO   :HV-PART-QUANT, :HV-PART-ALLOCATED
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 100
               GO TO 300-DONE.
           IF SQLCODE NOT = 0
               DISPLAY 'ORDSHIP PART_STOCK SELECT FAILED. SQLCODE:'
                       SQLCODE
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
               GO TO 300-DONE.

           COMPUTE WS-AVAILABLE-QTY = HV-PART-QUANT - HV-PART-ALLOCATED.
           IF WS-AVAILABLE-QTY NOT > ZERO
               GO TO 300-DONE.
           IF WS-AVAILABLE-QTY < ORD-QTY-BACKORDERED
               MOVE WS-AVAILABLE-QTY    TO WS-RELEASE-QTY
           ELSE
               MOVE ORD-QTY-BACKORDERED TO WS-RELEASE-QTY
           END-IF.
           MOVE WS-RELEASE-QTY TO HV-RELEASE-QTY.

           EXEC SQL
                UPDATE PART_STOCK
                SET    PART_ALLOCATED   = PART_ALLOCATED
                                        + :HV-RELEASE-QTY,
                       PART_BACKORDERED =
                         CASE WHEN PART_BACKORDERED > :HV-RELEASE-QTY
                              THEN PART_BACKORDERED - :HV-RELEASE-QTY
                              ELSE 0
                         END
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ORDSHIP PART_STOCK UPDATE FAILED. SQLCODE:'
                       SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
               GO TO 300-DONE.

           ADD WS-RELEASE-QTY      TO ORD-QTY-ALLOCATED.
           SUBTRACT WS-RELEASE-QTY FROM ORD-QTY-BACKORDERED.
           MOVE 'Y' TO WS-LINE-CHANGED-SW.
           ADD +1   TO NUM-LINES-RELEASED.
       300-DONE.
           EXIT.

      *****************************************************************
      * 400-SHIP-ALLOCATION - THE WHOLE ALLOCATION SHIPS IF THE BOOKS
      * STILL HOLD IT.  ANY SHORTFALL COMES OFF THE ALLOCATION AND
      * GOES BACK ON THE LINE'S BACKORDER.
      *****************************************************************
       400-SHIP-ALLOCATION.
           EXEC SQL
                SELECT PART_QUANT
                INTO   :HV-PART-QUANT
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 100
               MOVE ZERO TO HV-PART-QUANT
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'ORDSHIP PART_STOCK SELECT FAILED. SQLCODE:'
                           SQLCODE
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 16  TO RETURN-CODE
                   MOVE 'Y' TO WS-ORDER-EOF
                   GO TO 400-DONE
               END-IF
           END-IF.

           MOVE HV-PART-QUANT TO WS-QTY-BEFORE.
           IF HV-PART-QUANT >= ORD-QTY-ALLOCATED
               MOVE ORD-QTY-ALLOCATED TO WS-SHIP-QTY
           ELSE
               IF HV-PART-QUANT > ZERO
                   MOVE HV-PART-QUANT TO WS-SHIP-QTY
               END-IF
           END-IF.
           COMPUTE WS-SHORT-QTY = ORD-QTY-ALLOCATED - WS-SHIP-QTY.

           IF SQLCODE = 0
               MOVE ORD-QTY-ALLOCATED TO HV-ALLOC-QTY
               MOVE WS-SHIP-QTY       TO HV-SHIP-QTY
               MOVE WS-SHORT-QTY      TO HV-SHORT-QTY
               EXEC SQL
                    UPDATE PART_STOCK
                    SET    PART_QUANT       = PART_QUANT - :HV-SHIP-QTY,
                           PART_ALLOCATED   =
                             CASE WHEN PART_ALLOCATED > :HV-ALLOC-QTY
                                  THEN PART_ALLOCATED - :HV-ALLOC-QTY
                                  ELSE 0
                             END,
                           PART_BACKORDERED = PART_BACKORDERED
                                            + :HV-SHORT-QTY
                    WHERE  PART_NUM = :HV-PART-NUM
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ORDSHIP PART_STOCK UPDATE FAILED. SQLCODE:'
                           SQLCODE
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 16  TO RETURN-CODE
                   MOVE 'Y' TO WS-ORDER-EOF
                   GO TO 400-DONE
               END-IF
           END-IF.

           ADD WS-SHIP-QTY      TO ORD-QTY-SHIPPED.
           ADD WS-SHORT-QTY     TO ORD-QTY-BACKORDERED.
           MOVE ZERO            TO ORD-QTY-ALLOCATED.
           MOVE 'Y'             TO WS-LINE-CHANGED-SW.
       400-DONE.
           EXIT.

      *****************************************************************
      * 450-RECORD-SHIPMENT - PICK LIST, MANIFEST AND SALES ISSUE.
      * THE LINE WEIGHT IS THE CATALOG UNIT WEIGHT TIMES THE QUANTITY
      * SHIPPED; A PART THE CATALOG CANNOT WEIGH SHIPS AT ZERO.
      *****************************************************************
       450-RECORD-SHIPMENT.
           ADD +1          TO NUM-LINES-SHIPPED.
           ADD WS-SHIP-QTY TO NUM-UNITS-SHIPPED.
           MOVE WS-SHIP-QTY TO PCK-QTY.
           IF WS-RELEASE-QTY > ZERO
               MOVE 'BACKORDER RELEASED'  TO PCK-NOTE
           ELSE
               MOVE SPACES                TO PCK-NOTE
           END-IF.

           MOVE SPACES             TO MANIFEST-REC.
           MOVE WS-CARRIER-CODE    TO MAN-CARRIER-CODE.
           MOVE ORD-ORDER-NUM      TO MAN-ORDER-NUM.
           MOVE ORD-ITEM-CODE      TO MAN-PART-NUMBER.
           STRING 'C' ORD-KEY DELIMITED BY SIZE
               INTO MAN-BACKORDER-KEY.
           MOVE WS-SHIP-QTY        TO MAN-QTY-SHIPPED.
           MOVE WS-RUN-DATE        TO MAN-SHIP-DATE.
           MOVE WS-ZONE            TO MAN-ZONE.
           MOVE ZERO               TO MAN-LINE-WEIGHT.
           MOVE HV-PART-NUM        TO PCAT-KEY-FD.
           READ PART-CATALOG-FILE INTO PART-CATALOG-REC.
           IF WS-PARTCAT-STATUS = '00'
             AND PCAT-UNIT-WEIGHT NUMERIC
             AND PCAT-UNIT-WEIGHT > ZERO
               COMPUTE MAN-LINE-WEIGHT =
                   WS-SHIP-QTY * PCAT-UNIT-WEIGHT
           ELSE
               ADD +1 TO NUM-LINES-NOT-WEIGHED
               IF PCK-NOTE = SPACES
                   MOVE 'NO CATALOG WEIGHT' TO PCK-NOTE
               END-IF
           END-IF.
           WRITE MANIFEST-REC.

           INITIALIZE MOVEMENT-LEDGER-REC.
           MOVE HV-PART-NUM         TO MOV-PART-NUMBER.
           MOVE WS-RUN-DATE         TO MOV-DATE.
           MOVE WS-QTY-BEFORE       TO MOV-QTY-BEFORE.
           COMPUTE MOV-QTY-AFTER = WS-QTY-BEFORE - WS-SHIP-QTY.
           MOVE 'ORDSHIP '          TO MOV-SOURCE-PROGRAM.
           MOVE 'SALE'              TO MOV-REASON-CODE.
           MOVE WS-CURRENT-CUSTOMER TO MOV-DESTINATION.
           WRITE MOVEMENT-LEDGER-REC.

           PERFORM 600-WRITE-PICK-LINE.

       600-WRITE-PICK-LINE.
           MOVE ORD-ORDER-NUM       TO PCK-ORDER-NUM.
           MOVE ORD-LINE-NUM        TO PCK-LINE-NUM.
           MOVE WS-CURRENT-CUSTOMER TO PCK-CUSTOMER.
           MOVE ORD-ITEM-CODE       TO PCK-ITEM-CODE.
           MOVE ORD-ITEM-DESC       TO PCK-ITEM-DESC.
           WRITE PICK-LIST-RECORD FROM PCK-DETAIL-LINE.

       700-OPEN-FILES.
           OPEN OUTPUT PICK-LIST-FILE.
           OPEN INPUT SHIP-CONTROL-FILE.
           IF WS-SHIPCTL-STATUS = '00'
               READ SHIP-CONTROL-FILE
                   AT END MOVE SPACES TO SHIP-CONTROL-CARD
               END-READ
               MOVE SCC-CARRIER-CODE TO WS-CARRIER-CODE
               MOVE SCC-ZONE         TO WS-ZONE
               CLOSE SHIP-CONTROL-FILE
           END-IF.
           IF WS-CARRIER-CODE = SPACES
               DISPLAY 'ORDSHIP NO CARRIER ON THE SHIPCTL CARD'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-IF.
           OPEN I-O ORDER-FILE.
           IF WS-ORDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ORDER FILE. RC:'
                       WS-ORDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-IF.
           OPEN INPUT PART-CATALOG-FILE.
           IF WS-PARTCAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PART CATALOG FILE. RC:'
                       WS-PARTCAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-IF.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           OPEN EXTEND MOVLEDGR-FILE.
           IF WS-MOVLEDGR-STATUS NOT = '00'
               OPEN OUTPUT MOVLEDGR-FILE
           END-IF.
           MOVE WS-RUN-DATE     TO PCK-RUN-DATE.
           MOVE WS-CARRIER-CODE TO PCK-CARRIER.
           MOVE WS-ZONE         TO PCK-ZONE.
           WRITE PICK-LIST-RECORD FROM PCK-HEADER-LINE.
           WRITE PICK-LIST-RECORD FROM PCK-COLUMN-LINE.

       730-READ-ORDER.
           READ ORDER-FILE INTO CUSTOMER-ORDER-REC
               AT END MOVE 'Y' TO WS-ORDER-EOF
           END-READ.

       790-CLOSE-FILES.
           CLOSE ORDER-FILE, PART-CATALOG-FILE, MANIFEST-FILE,
                 MOVLEDGR-FILE, PICK-LIST-FILE.

       850-REPORT-TOTALS.
           MOVE SPACES TO PICK-LIST-RECORD.
           WRITE PICK-LIST-RECORD.
           MOVE 'LINES SHIPPED:                ' TO PCK-TOTAL-LABEL.
           MOVE NUM-LINES-SHIPPED TO PCK-TOTAL-COUNT.
           WRITE PICK-LIST-RECORD FROM PCK-TOTAL-LINE.
           MOVE 'UNITS SHIPPED:                ' TO PCK-TOTAL-LABEL.
           MOVE NUM-UNITS-SHIPPED TO PCK-TOTAL-COUNT.
           WRITE PICK-LIST-RECORD FROM PCK-TOTAL-LINE.
           MOVE 'BACKORDER LINES RELEASED:     ' TO PCK-TOTAL-LABEL.
           MOVE NUM-LINES-RELEASED TO PCK-TOTAL-COUNT.
           WRITE PICK-LIST-RECORD FROM PCK-TOTAL-LINE.
           MOVE 'LINES SHORTED TO BACKORDER:   ' TO PCK-TOTAL-LABEL.
           MOVE NUM-LINES-SHORTED TO PCK-TOTAL-COUNT.
           WRITE PICK-LIST-RECORD FROM PCK-TOTAL-LINE.
           MOVE 'SHIPPED LINES WITH NO WEIGHT: ' TO PCK-TOTAL-LABEL.
           MOVE NUM-LINES-NOT-WEIGHED TO PCK-TOTAL-COUNT.
           WRITE PICK-LIST-RECORD FROM PCK-TOTAL-LINE.
           DISPLAY 'ORDSHIP RECORDS READ       ' NUM-RECS-READ.
           DISPLAY 'ORDSHIP LINES SHIPPED      ' NUM-LINES-SHIPPED.
           DISPLAY 'ORDSHIP BACKORDERS RELEASED ' NUM-LINES-RELEASED.
           DISPLAY 'ORDSHIP LINES SHORTED      ' NUM-LINES-SHORTED.
