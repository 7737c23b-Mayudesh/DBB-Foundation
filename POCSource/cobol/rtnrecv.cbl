      *****************************************************************
      * PROGRAM:  RTNRECV
      *
      * CUSTOMER RETURN RECEIVING.  READS THE RECEIVING DOCK'S CARDS
      * FOR GOODS THAT HAVE COME BACK AGAINST A RETURN AUTHORIZATION
      * (RMA) ON RTNFILE.  EACH CARD SPLITS WHAT ARRIVED INTO GOOD
      * STOCK AND DAMAGED STOCK:
      *
      *   - GOOD STOCK GOES BACK ON PART_STOCK, WITH A MOVLEDGR
      *     CUSTOMER RETURN ('CRTN') NAMING THE CUSTOMER SO THE
      *     LEDGER EXPLAINS THE BOOK CHANGE.
      *   - DAMAGED STOCK IS SCRAPPED.  IT NEVER COMES BACK ON THE
      *     BOOKS; THE QUANTITY IS KEPT ON THE RMA AND THE REGISTER.
      *
      * THE RMA MUST STILL BE WAITING FOR ITS GOODS, AND WHAT ARRIVED
      * MAY NOT COME TO MORE THAN WAS AUTHORIZED.  LESS IS ALLOWED -
      * THE RMA CLOSES AT WHAT CAME BACK, AND THE CUSTOMER IS
      * CREDITED FOR THAT BY RTNCRED, GOOD AND DAMAGED ALIKE.  EACH
      * CARD COMMITS ON ITS OWN.  A REJECTED CARD LISTS ON THE
      * REGISTER WITH ITS REASON AND TOUCHES NOTHING.
      *
      * RECEIVING CARDS (80 COLS):
      *    1-6   ORDER NUMBER      7-9   LINE NUMBER
      *   10-11  RMA SEQUENCE     12-16  QTY GOOD 9(5)
      *   17-21  QTY DAMAGED 9(5) 22-29  RECEIVED BY
      *   A BLANK QUANTITY IS ZERO.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNRECV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECEIPT-CARD-FILE ASSIGN TO RTNRCVIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARD-STATUS.

           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RTN-KEY-FD
               FILE STATUS  IS  WS-RTNFILE-STATUS.

           SELECT MOVLEDGR-FILE ASSIGN TO MOVLEDGR
               FILE STATUS  IS  WS-MOVLEDGR-STATUS.

           SELECT REGISTER-FILE ASSIGN TO RTNRCREG
               FILE STATUS  IS  WS-REGISTER-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RECEIPT-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RECEIPT-CARD.
           05  CARD-RMA-NUMBER.
               10  CARD-ORDER-NUM      PIC 9(06).
               10  CARD-LINE-NUM       PIC 9(03).
               10  CARD-RMA-SEQ        PIC 9(02).
           05  CARD-QTY-GOOD           PIC 9(05).
           05  CARD-QTY-GOOD-X REDEFINES CARD-QTY-GOOD
                                       PIC X(05).
           05  CARD-QTY-DAMAGED        PIC 9(05).
           05  CARD-QTY-DAMAGED-X REDEFINES CARD-QTY-DAMAGED
                                       PIC X(05).
           05  CARD-RECEIVED-BY        PIC X(08).
           05  FILLER                  PIC X(51).

       FD  RETURN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  RTN-REC-FD.
           05  RTN-KEY-FD              PIC X(11).
           05  FILLER                  PIC X(109).

       FD  MOVLEDGR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY MOVLEDGR.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD            PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  SYSTEM-DATE-AND-TIME.
           05  WS-RUN-DATE             PIC 9(8) VALUE 0.

       01  WS-FIELDS.
           05  WS-CARD-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-RTNFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-MOVLEDGR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REGISTER-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CARD-EOF             PIC X     VALUE 'N'.
               88  NO-MORE-CARDS       VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(25) VALUE SPACES.
           05  WS-QTY-RECEIVED         PIC 9(06) VALUE 0.
           05  WS-QTY-BEFORE           PIC S9(9) COMP VALUE 0.
           05  WS-QTY-ED               PIC ZZ,ZZ9.

       01  WS-RECEIVED-NOTE.
           05  FILLER                  PIC X(05) VALUE 'BACK '.
           05  WS-NOTE-RESTOCKED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' SCRAP '.
           05  WS-NOTE-SCRAPPED        PIC ZZ,ZZ9.

       01  REPORT-TOTALS.
           05  NUM-CARDS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RMAS-RECEIVED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RMAS-SHORT        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNITS-RESTOCKED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNITS-SCRAPPED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CARDS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).
           05  HV-PART-QUANT           PIC S9(9) COMP.
           05  HV-RESTOCK-QTY          PIC S9(9) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY CUSTRTN.

       01  REG-DETAIL-LINE.
           05  REG-ACTION              PIC X(11).
           05  FILLER                  PIC X(07) VALUE ' CUST: '.
           05  REG-CUSTOMER            PIC X(05).
           05  FILLER                  PIC X(06) VALUE ' RMA: '.
           05  REG-RMA-ORDER           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  REG-RMA-LINE            PIC 9(03).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  REG-RMA-SEQ             PIC 9(02).
           05  FILLER                  PIC X(06) VALUE ' QTY: '.
           05  REG-QTY                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-NOTE                PIC X(25) VALUE SPACES.

       01  REG-TOTAL-LINE.
           05  REG-TOTAL-LABEL         PIC X(30).
           05  REG-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-OPEN-FILES.
           PERFORM 730-READ-CARD.
           PERFORM 100-PROCESS-CARDS
               UNTIL NO-MORE-CARDS.
           PERFORM 850-REPORT-TOTALS.
           PERFORM 790-CLOSE-FILES.
           GOBACK.

       100-PROCESS-CARDS.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 200-RECEIVE-RETURN THRU 200-DONE.
           PERFORM 730-READ-CARD.

      *****************************************************************
      * 200-RECEIVE-RETURN - PROVE THE CARD AGAINST THE RMA, PUT THE
      * GOOD STOCK BACK, CLOSE THE RMA AT WHAT ARRIVED, AND LEDGER
      * THE MOVEMENT ONCE IT IS COMMITTED.
      *****************************************************************
       200-RECEIVE-RETURN.
           MOVE SPACES TO CUSTOMER-RETURN-REC.
           IF CARD-RMA-NUMBER NOT NUMERIC
               MOVE 'RMA NUMBER NOT VALID' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF CARD-QTY-GOOD-X = SPACES
               MOVE ZERO TO CARD-QTY-GOOD.
           IF CARD-QTY-DAMAGED-X = SPACES
               MOVE ZERO TO CARD-QTY-DAMAGED.
           IF CARD-QTY-GOOD NOT NUMERIC
             OR CARD-QTY-DAMAGED NOT NUMERIC
               MOVE 'RECEIVED QTY NOT VALID' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           COMPUTE WS-QTY-RECEIVED = CARD-QTY-GOOD + CARD-QTY-DAMAGED.
           IF WS-QTY-RECEIVED = ZERO
               MOVE 'NOTHING RECEIVED' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF CARD-RECEIVED-BY = SPACES
               MOVE 'RECEIVED BY MISSING' TO WS-REJECT-REASON
               GO TO 200-REJECT.

           MOVE CARD-RMA-NUMBER TO RTN-KEY-FD.
           READ RETURN-FILE INTO CUSTOMER-RETURN-REC.
           IF WS-RTNFILE-STATUS NOT = '00'
               MOVE SPACES TO CUSTOMER-RETURN-REC
               MOVE 'RMA NOT ON FILE' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF RTN-CANCELLED
               MOVE 'RMA WAS CANCELLED' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF NOT RTN-AUTHORIZED
               MOVE 'RMA ALREADY RECEIVED' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF WS-QTY-RECEIVED > RTN-QTY-AUTHORIZED
               MOVE 'MORE THAN AUTHORIZED' TO WS-REJECT-REASON
               GO TO 200-REJECT.

           MOVE ZERO TO WS-QTY-BEFORE.
           IF CARD-QTY-GOOD > ZERO
               PERFORM 300-RESTOCK THRU 300-DONE
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 200-REJECT
               END-IF
           END-IF.

           MOVE 'R'              TO RTN-STATUS.
           MOVE CARD-QTY-GOOD    TO RTN-QTY-RESTOCKED.
           MOVE CARD-QTY-DAMAGED TO RTN-QTY-SCRAPPED.
           MOVE WS-RUN-DATE      TO RTN-RECEIVED-DATE.
           MOVE CARD-RECEIVED-BY TO RTN-RECEIVED-BY.
           REWRITE RTN-REC-FD FROM CUSTOMER-RETURN-REC.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'RTNRECV RMA REWRITE FAILED. RC:'
                       WS-RTNFILE-STATUS ' KEY: ' RTN-KEY
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 16  TO RETURN-CODE
               MOVE 'RMA NOT UPDATED' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           EXEC SQL COMMIT END-EXEC.

           IF CARD-QTY-GOOD > ZERO
               INITIALIZE MOVEMENT-LEDGER-REC
               MOVE SPACES          TO MOV-PART-NUMBER
               MOVE RTN-ITEM-CODE   TO MOV-PART-NUMBER
               MOVE WS-RUN-DATE     TO MOV-DATE
               MOVE WS-QTY-BEFORE   TO MOV-QTY-BEFORE
               COMPUTE MOV-QTY-AFTER = WS-QTY-BEFORE + CARD-QTY-GOOD
               MOVE 'RTNRECV '      TO MOV-SOURCE-PROGRAM
               MOVE 'CRTN'          TO MOV-REASON-CODE
               MOVE RTN-CUSTOMER-ID TO MOV-DESTINATION
               WRITE MOVEMENT-LEDGER-REC
           END-IF.

           ADD +1               TO NUM-RMAS-RECEIVED.
           ADD CARD-QTY-GOOD    TO NUM-UNITS-RESTOCKED.
           ADD CARD-QTY-DAMAGED TO NUM-UNITS-SCRAPPED.
           MOVE ' RECEIVED: '   TO REG-ACTION.
           MOVE CARD-QTY-GOOD    TO WS-NOTE-RESTOCKED.
           MOVE CARD-QTY-DAMAGED TO WS-NOTE-SCRAPPED.
           MOVE WS-RECEIVED-NOTE TO REG-NOTE.
           PERFORM 600-WRITE-REGISTER.
           IF WS-QTY-RECEIVED < RTN-QTY-AUTHORIZED
               ADD +1 TO NUM-RMAS-SHORT
               MOVE ' SHORT:    '   TO REG-ACTION
               MOVE SPACES          TO REG-NOTE
               MOVE RTN-QTY-AUTHORIZED TO WS-QTY-ED
               STRING 'AUTHORIZED ' WS-QTY-ED
                   DELIMITED BY SIZE INTO REG-NOTE
               PERFORM 600-WRITE-REGISTER
           END-IF.
           GO TO 200-DONE.

       200-REJECT.
           ADD +1 TO NUM-CARDS-REJECTED.
           MOVE ' REJECTED: '    TO REG-ACTION.
           MOVE WS-REJECT-REASON TO REG-NOTE.
           PERFORM 600-WRITE-REGISTER.
       200-DONE.
           EXIT.

      *****************************************************************
      * 300-RESTOCK - THE GOOD STOCK GOES BACK ON THE PART.  A PART
      * NO LONGER ON PART_STOCK CANNOT TAKE IT AND THE CARD REJECTS.
      *****************************************************************
       300-RESTOCK.
           MOVE SPACES        TO HV-PART-NUM.
           MOVE RTN-ITEM-CODE TO HV-PART-NUM.
           EXEC SQL
                SELECT PART_QUANT
                INTO   :HV-PART-QUANT
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'PART NOT ON PART_STOCK' TO WS-REJECT-REASON
               GO TO 300-DONE.
           IF SQLCODE NOT = 0
               DISPLAY 'RTNRECV PART_STOCK SELECT FAILED. SQLCODE:'
                       SQLCODE
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
               MOVE 'PART_STOCK UNAVAILABLE' TO WS-REJECT-REASON
               GO TO 300-DONE.
           MOVE HV-PART-QUANT TO WS-QTY-BEFORE.

           MOVE CARD-QTY-GOOD TO HV-RESTOCK-QTY.
           EXEC SQL
                UPDATE PART_STOCK
                SET    PART_QUANT = PART_QUANT + :HV-RESTOCK-QTY
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'RTNRECV PART_STOCK UPDATE FAILED. SQLCODE:'
                       SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
               MOVE 'PART_STOCK UNAVAILABLE' TO WS-REJECT-REASON
           END-IF.
       300-DONE.
           EXIT.

       600-WRITE-REGISTER.
           MOVE RTN-CUSTOMER-ID    TO REG-CUSTOMER.
           MOVE CARD-ORDER-NUM     TO REG-RMA-ORDER.
           MOVE CARD-LINE-NUM      TO REG-RMA-LINE.
           MOVE CARD-RMA-SEQ       TO REG-RMA-SEQ.
           MOVE WS-QTY-RECEIVED    TO REG-QTY.
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.

       700-OPEN-FILES.
           OPEN INPUT RECEIPT-CARD-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN I-O RETURN-FILE.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETURN FILE. RC:'
                       WS-RTNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
           END-IF.
           OPEN EXTEND MOVLEDGR-FILE.
           IF WS-MOVLEDGR-STATUS NOT = '00'
               OPEN OUTPUT MOVLEDGR-FILE
           END-IF.
           MOVE '** CUSTOMER RETURN RECEIVING REGISTER **'
               TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       730-READ-CARD.
           READ RECEIPT-CARD-FILE
               AT END MOVE 'Y' TO WS-CARD-EOF
           END-READ.
           IF WS-CARD-EOF NOT = 'Y'
               ADD +1 TO NUM-CARDS-READ
           END-IF.

       790-CLOSE-FILES.
           CLOSE RECEIPT-CARD-FILE, RETURN-FILE, MOVLEDGR-FILE,
                 REGISTER-FILE.

       850-REPORT-TOTALS.
           MOVE 'RMAS RECEIVED:                ' TO REG-TOTAL-LABEL.
           MOVE NUM-RMAS-RECEIVED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE '  RECEIVED SHORT:             ' TO REG-TOTAL-LABEL.
           MOVE NUM-RMAS-SHORT TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'UNITS BACK IN STOCK:          ' TO REG-TOTAL-LABEL.
           MOVE NUM-UNITS-RESTOCKED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'UNITS SCRAPPED:               ' TO REG-TOTAL-LABEL.
           MOVE NUM-UNITS-SCRAPPED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'CARDS REJECTED:               ' TO REG-TOTAL-LABEL.
           MOVE NUM-CARDS-REJECTED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           DISPLAY 'RTNRECV CARDS READ       ' NUM-CARDS-READ.
           DISPLAY 'RTNRECV RMAS RECEIVED    ' NUM-RMAS-RECEIVED.
           DISPLAY 'RTNRECV CARDS REJECTED   ' NUM-CARDS-REJECTED.
