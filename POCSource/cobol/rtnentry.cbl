      *****************************************************************
      * PROGRAM:  RTNENTRY
      *
      * CUSTOMER RETURN AUTHORIZATION.  READS CUSTOMER SERVICE'S
      * RETURN CARDS AND ISSUES A RETURN AUTHORIZATION (RMA) ON THE
      * RTNFILE KSDS AGAINST AN INVOICED ORDER LINE, OR CANCELS ONE
      * THE CUSTOMER NEVER SENT BACK.  THE RMA NUMBER IS THE ORDER,
      * THE LINE AND THE NEXT RETURN SEQUENCE FOR THAT LINE.
      *
      * A RETURN MUST NAME AN ORDER LINE ON ORDFILE THAT ORDINV HAS
      * INVOICED, WITH A REASON CODE AND A QUANTITY.  ALL THE
      * RETURNS ON THE LINE - THOSE STILL AUTHORIZED, AND WHAT CAME
      * BACK ON THOSE ALREADY RECEIVED - MAY NOT COME TO MORE THAN
      * THE QUANTITY INVOICED.  THE RMA CARRIES THE CUSTOMER, THE
      * ITEM AND THE LINE PRICE FOR THE CREDIT MEMO.  ONLY AN RMA
      * STILL WAITING FOR ITS GOODS CAN BE CANCELLED.  RTNRECV
      * RECEIVES THE GOODS AND RTNCRED ISSUES THE CREDIT.
      *
      * A REJECTED CARD LISTS ON THE REGISTER WITH ITS REASON AND
      * TOUCHES NOTHING.
      *
      * RETURN CARDS (80 COLS):
      *   'A'  2-7   ORDER NUMBER  8-10  LINE NUMBER
      *       11-15  QTY 9(5)     16-17  REASON CODE
      *       18-25  AUTHORIZED BY
      *   'X'  2-7   ORDER NUMBER  8-10  LINE NUMBER
      *       11-12  RMA SEQUENCE 18-25  CANCELLED BY
      *   REASON CODES: DT DAMAGED IN TRANSIT  DF DEFECTIVE
      *                 WI WRONG ITEM          OS OVER-SHIPPED
      *                 NW NOT WANTED
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETURN-CARD-FILE ASSIGN TO RTNCARDS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARD-STATUS.

           SELECT ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ORD-KEY-FD
               FILE STATUS  IS  WS-ORDFILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RTN-KEY-FD
               FILE STATUS  IS  WS-RTNFILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO RTNREG
               FILE STATUS  IS  WS-REGISTER-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RETURN-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-CARD.
           05  CARD-TYPE               PIC X(01).
               88  AUTHORIZE-CARD      VALUE 'A'.
               88  CANCEL-CARD         VALUE 'X'.
           05  CARD-ORDER-NUM          PIC 9(06).
           05  CARD-LINE-NUM           PIC 9(03).
           05  CARD-RETURN-AREA        PIC X(07).
           05  CARD-AUTHORIZE-AREA REDEFINES CARD-RETURN-AREA.
               10  CARD-QTY            PIC 9(05).
               10  CARD-REASON-CODE    PIC X(02).
           05  CARD-CANCEL-AREA REDEFINES CARD-RETURN-AREA.
               10  CARD-RMA-SEQ        PIC 9(02).
               10  FILLER              PIC X(05).
           05  CARD-CHANGED-BY         PIC X(08).
           05  FILLER                  PIC X(55).

       FD  ORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ORD-REC-FD.
           05  ORD-KEY-FD              PIC X(09).
           05  FILLER                  PIC X(71).

       FD  RETURN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  RTN-REC-FD.
           05  RTN-KEY-FD              PIC X(11).
           05  FILLER                  PIC X(109).

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
           05  WS-ORDFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-RTNFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REGISTER-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CARD-EOF             PIC X     VALUE 'N'.
               88  NO-MORE-CARDS       VALUE 'Y'.
           05  WS-SCAN-DONE-SW         PIC X     VALUE 'N'.
               88  RETURN-SCAN-DONE    VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(25) VALUE SPACES.
           05  WS-RMA-CUSTOMER         PIC X(05) VALUE SPACES.
           05  WS-QTY-RETURNED         PIC 9(07) VALUE 0.
           05  WS-LAST-SEQ             PIC 9(02) VALUE 0.
           05  WS-RMA-VALUE            PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-SCAN-KEY.
               10  WS-SCAN-ORDER       PIC 9(06) VALUE 0.
               10  WS-SCAN-LINE        PIC 9(03) VALUE 0.
               10  WS-SCAN-SEQ         PIC 9(02) VALUE 0.
           05  WS-PRICE-ED             PIC ZZ,ZZ9.99.

       01  REPORT-TOTALS.
           05  NUM-CARDS-READ        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RMAS-ISSUED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RMAS-CANCELLED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CARDS-REJECTED    PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-AUTHORIZED        PIC S9(11)V99 COMP-3 VALUE +0.

       COPY CUSTORD.

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
           IF AUTHORIZE-CARD
               PERFORM 200-AUTHORIZE-RETURN THRU 200-DONE
           ELSE
               IF CANCEL-CARD
                   PERFORM 300-CANCEL-RETURN THRU 300-DONE
               ELSE
                   DISPLAY 'RTNENTRY CARD TYPE NOT A OR X IGNORED: '
                           RETURN-CARD(1:40)
               END-IF
           END-IF.
           PERFORM 730-READ-CARD.

      *****************************************************************
      * 200-AUTHORIZE-RETURN - THE CARD MUST BE COMPLETE, THE ORDER
      * LINE ON FILE AND INVOICED, AND THE QUANTITY WITHIN WHAT IS
      * LEFT OF THE INVOICED QUANTITY AFTER EARLIER RETURNS.
      *****************************************************************
       200-AUTHORIZE-RETURN.
           IF CARD-ORDER-NUM NOT NUMERIC
             OR CARD-LINE-NUM NOT NUMERIC
             OR CARD-LINE-NUM = ZERO
               MOVE 'ORDER OR LINE NOT VALID' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF CARD-QTY NOT NUMERIC OR CARD-QTY = ZERO
               MOVE 'RETURN QTY NOT VALID' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           MOVE CARD-REASON-CODE TO RTN-REASON-CODE.
           IF NOT RTN-REASON-VALID
               MOVE 'REASON CODE NOT VALID' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF CARD-CHANGED-BY = SPACES
               MOVE 'AUTHORIZED BY MISSING' TO WS-REJECT-REASON
               GO TO 200-REJECT.

           MOVE CARD-ORDER-NUM TO ORD-ORDER-NUM.
           MOVE ZERO           TO ORD-LINE-NUM.
           MOVE ORD-KEY        TO ORD-KEY-FD.
           READ ORDER-FILE INTO CUSTOMER-ORDER-REC.
           IF WS-ORDFILE-STATUS NOT = '00'
               MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           MOVE ORD-CUSTOMER-ID TO WS-RMA-CUSTOMER.

           MOVE CARD-ORDER-NUM TO ORD-ORDER-NUM.
           MOVE CARD-LINE-NUM  TO ORD-LINE-NUM.
           MOVE ORD-KEY        TO ORD-KEY-FD.
           READ ORDER-FILE INTO CUSTOMER-ORDER-REC.
           IF WS-ORDFILE-STATUS NOT = '00'
               MOVE 'ORDER LINE NOT ON FILE' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF ORD-QTY-INVOICED NOT NUMERIC
             OR ORD-QTY-INVOICED = ZERO
               MOVE 'LINE NOT INVOICED' TO WS-REJECT-REASON
               GO TO 200-REJECT.

           PERFORM 250-SCAN-RETURNS THRU 250-DONE.
           IF WS-QTY-RETURNED + CARD-QTY > ORD-QTY-INVOICED
               MOVE 'MORE THAN LEFT INVOICED' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF WS-LAST-SEQ NOT < 99
               MOVE 'TOO MANY RETURNS ON LINE' TO WS-REJECT-REASON
               GO TO 200-REJECT.

           MOVE SPACES              TO CUSTOMER-RETURN-REC.
           MOVE CARD-ORDER-NUM      TO RTN-ORDER-NUM.
           MOVE CARD-LINE-NUM       TO RTN-LINE-NUM.
           COMPUTE RTN-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-RMA-CUSTOMER     TO RTN-CUSTOMER-ID.
           MOVE ORD-ITEM-CODE       TO RTN-ITEM-CODE.
           MOVE CARD-REASON-CODE    TO RTN-REASON-CODE.
           MOVE 'A'                 TO RTN-STATUS.
           MOVE CARD-QTY            TO RTN-QTY-AUTHORIZED.
           MOVE ORD-UNIT-PRICE      TO RTN-UNIT-PRICE.
           MOVE WS-RUN-DATE         TO RTN-AUTH-DATE.
           MOVE CARD-CHANGED-BY     TO RTN-AUTH-BY.
           MOVE ZERO TO RTN-QTY-RESTOCKED, RTN-QTY-SCRAPPED,
                        RTN-RECEIVED-DATE, RTN-CREDIT-AMOUNT,
                        RTN-CREDIT-TAX, RTN-CREDIT-DATE.
           MOVE RTN-KEY             TO RTN-KEY-FD.
           WRITE RTN-REC-FD FROM CUSTOMER-RETURN-REC.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'RTNENTRY RMA WRITE FAILED. RC:'
                       WS-RTNFILE-STATUS ' KEY: ' RTN-KEY
               MOVE 16 TO RETURN-CODE
               MOVE 'RMA NOT WRITTEN' TO WS-REJECT-REASON
               GO TO 200-REJECT.

           COMPUTE WS-RMA-VALUE = CARD-QTY * ORD-UNIT-PRICE.
           ADD +1           TO NUM-RMAS-ISSUED.
           ADD WS-RMA-VALUE TO TOT-AUTHORIZED.
           MOVE ' RMA ISSUED'   TO REG-ACTION.
           MOVE ORD-UNIT-PRICE  TO WS-PRICE-ED.
           MOVE SPACES          TO REG-NOTE.
           STRING 'REASON ' RTN-REASON-CODE ' AT ' WS-PRICE-ED
               DELIMITED BY SIZE INTO REG-NOTE.
           PERFORM 600-WRITE-REGISTER.
           GO TO 200-DONE.

       200-REJECT.
           ADD +1 TO NUM-CARDS-REJECTED.
           MOVE SPACES TO CUSTOMER-RETURN-REC.
           MOVE CARD-ORDER-NUM   TO RTN-ORDER-NUM.
           MOVE CARD-LINE-NUM    TO RTN-LINE-NUM.
           MOVE ZERO             TO RTN-SEQ.
           MOVE WS-RMA-CUSTOMER  TO RTN-CUSTOMER-ID.
           MOVE ' REJECTED: '    TO REG-ACTION.
           MOVE WS-REJECT-REASON TO REG-NOTE.
           PERFORM 600-WRITE-REGISTER.
       200-DONE.
           EXIT.

      *****************************************************************
      * 250-SCAN-RETURNS - EVERY RMA ALREADY ON THE LINE.  ONE STILL
      * AUTHORIZED COUNTS AT ITS AUTHORIZED QUANTITY, ONE RECEIVED AT
      * WHAT ACTUALLY CAME BACK; A CANCELLED ONE DOES NOT COUNT.  THE
      * HIGHEST SEQUENCE USED IS KEPT FOR THE NEXT RMA NUMBER.
      *****************************************************************
       250-SCAN-RETURNS.
           MOVE 0   TO WS-QTY-RETURNED, WS-LAST-SEQ.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE CARD-ORDER-NUM TO WS-SCAN-ORDER.
           MOVE CARD-LINE-NUM  TO WS-SCAN-LINE.
           MOVE ZERO           TO WS-SCAN-SEQ.
           MOVE WS-SCAN-KEY    TO RTN-KEY-FD.
           START RETURN-FILE KEY NOT < RTN-KEY-FD
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM 260-SCAN-ONE-RETURN
               UNTIL RETURN-SCAN-DONE.
       250-DONE.
           EXIT.

       260-SCAN-ONE-RETURN.
           READ RETURN-FILE NEXT INTO CUSTOMER-RETURN-REC
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ.
           IF NOT RETURN-SCAN-DONE
               IF RTN-ORDER-NUM NOT = WS-SCAN-ORDER
                 OR RTN-LINE-NUM NOT = WS-SCAN-LINE
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               ELSE
                   MOVE RTN-SEQ TO WS-LAST-SEQ
                   IF RTN-AUTHORIZED
                       ADD RTN-QTY-AUTHORIZED TO WS-QTY-RETURNED
                   END-IF
                   IF RTN-RECEIVED OR RTN-CREDITED
                       ADD RTN-QTY-RESTOCKED  TO WS-QTY-RETURNED
                       ADD RTN-QTY-SCRAPPED   TO WS-QTY-RETURNED
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 300-CANCEL-RETURN - ONLY AN RMA STILL WAITING FOR ITS GOODS.
      *****************************************************************
       300-CANCEL-RETURN.
           IF CARD-ORDER-NUM NOT NUMERIC
             OR CARD-LINE-NUM NOT NUMERIC
             OR CARD-RMA-SEQ NOT NUMERIC
               MOVE 'RMA NUMBER NOT VALID' TO WS-REJECT-REASON
               GO TO 300-REJECT.
           IF CARD-CHANGED-BY = SPACES
               MOVE 'CANCELLED BY MISSING' TO WS-REJECT-REASON
               GO TO 300-REJECT.
           MOVE CARD-ORDER-NUM TO WS-SCAN-ORDER.
           MOVE CARD-LINE-NUM  TO WS-SCAN-LINE.
           MOVE CARD-RMA-SEQ   TO WS-SCAN-SEQ.
           MOVE WS-SCAN-KEY    TO RTN-KEY-FD.
           READ RETURN-FILE INTO CUSTOMER-RETURN-REC.
           IF WS-RTNFILE-STATUS NOT = '00'
               MOVE 'RMA NOT ON FILE' TO WS-REJECT-REASON
               GO TO 300-REJECT.
           IF RTN-CANCELLED
               MOVE 'RMA ALREADY CANCELLED' TO WS-REJECT-REASON
               GO TO 300-REJECT.
           IF NOT RTN-AUTHORIZED
               MOVE 'GOODS ALREADY RECEIVED' TO WS-REJECT-REASON
               GO TO 300-REJECT.

           MOVE 'X' TO RTN-STATUS.
           REWRITE RTN-REC-FD FROM CUSTOMER-RETURN-REC.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'RTNENTRY RMA REWRITE FAILED. RC:'
                       WS-RTNFILE-STATUS ' KEY: ' RTN-KEY
               MOVE 16 TO RETURN-CODE
               MOVE 'RMA NOT UPDATED' TO WS-REJECT-REASON
               GO TO 300-REJECT.
           ADD +1 TO NUM-RMAS-CANCELLED.
           MOVE ' CANCELLED:'  TO REG-ACTION.
           MOVE SPACES         TO REG-NOTE.
           STRING 'BY ' CARD-CHANGED-BY
               DELIMITED BY SIZE INTO REG-NOTE.
           PERFORM 600-WRITE-REGISTER.
           GO TO 300-DONE.

       300-REJECT.
           ADD +1 TO NUM-CARDS-REJECTED.
           MOVE SPACES TO CUSTOMER-RETURN-REC.
           MOVE CARD-ORDER-NUM   TO RTN-ORDER-NUM.
           MOVE CARD-LINE-NUM    TO RTN-LINE-NUM.
           MOVE CARD-RMA-SEQ     TO RTN-SEQ.
           MOVE ZERO             TO RTN-QTY-AUTHORIZED.
           MOVE ' REJECTED: '    TO REG-ACTION.
           MOVE WS-REJECT-REASON TO REG-NOTE.
           PERFORM 600-WRITE-REGISTER.
       300-DONE.
           EXIT.

       600-WRITE-REGISTER.
           MOVE RTN-CUSTOMER-ID    TO REG-CUSTOMER.
           MOVE RTN-ORDER-NUM      TO REG-RMA-ORDER.
           MOVE RTN-LINE-NUM       TO REG-RMA-LINE.
           MOVE RTN-SEQ            TO REG-RMA-SEQ.
           MOVE ZERO               TO REG-QTY.
           IF CANCEL-CARD
               MOVE RTN-QTY-AUTHORIZED TO REG-QTY
           END-IF.
           IF AUTHORIZE-CARD AND CARD-QTY NUMERIC
               MOVE CARD-QTY           TO REG-QTY
           END-IF.
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.
           MOVE SPACES TO WS-RMA-CUSTOMER.

       700-OPEN-FILES.
           OPEN INPUT RETURN-CARD-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ORDER FILE. RC:'
                       WS-ORDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
           END-IF.
           OPEN I-O RETURN-FILE.
           IF WS-RTNFILE-STATUS = '35'
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
               OPEN I-O RETURN-FILE
           END-IF.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETURN FILE. RC:'
                       WS-RTNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CARD-EOF
           END-IF.
           MOVE '** CUSTOMER RETURN AUTHORIZATION REGISTER **'
               TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       730-READ-CARD.
           READ RETURN-CARD-FILE
               AT END MOVE 'Y' TO WS-CARD-EOF
           END-READ.
           IF WS-CARD-EOF NOT = 'Y'
               ADD +1 TO NUM-CARDS-READ
           END-IF.

       790-CLOSE-FILES.
           CLOSE RETURN-CARD-FILE, ORDER-FILE, RETURN-FILE,
                 REGISTER-FILE.

       850-REPORT-TOTALS.
           MOVE 'RMAS ISSUED:                  ' TO REG-TOTAL-LABEL.
           MOVE NUM-RMAS-ISSUED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'VALUE AUTHORIZED:             ' TO REG-TOTAL-LABEL.
           MOVE TOT-AUTHORIZED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'RMAS CANCELLED:               ' TO REG-TOTAL-LABEL.
           MOVE NUM-RMAS-CANCELLED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'CARDS REJECTED:               ' TO REG-TOTAL-LABEL.
           MOVE NUM-CARDS-REJECTED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           DISPLAY 'RTNENTRY CARDS READ       ' NUM-CARDS-READ.
           DISPLAY 'RTNENTRY RMAS ISSUED      ' NUM-RMAS-ISSUED.
           DISPLAY 'RTNENTRY RMAS CANCELLED   ' NUM-RMAS-CANCELLED.
           DISPLAY 'RTNENTRY CARDS REJECTED   ' NUM-CARDS-REJECTED.
