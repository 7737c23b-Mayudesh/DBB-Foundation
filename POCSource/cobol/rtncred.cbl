      *****************************************************************
      * PROGRAM:  RTNCRED
      *
      * CUSTOMER RETURN CREDIT MEMOS.  PASSES THE RTNFILE KSDS IN KEY
      * ORDER AND ISSUES A CREDIT MEMO FOR EVERY RETURN AUTHORIZATION
      * (RMA) WHOSE GOODS RTNRECV HAS RECEIVED.  THE CUSTOMER IS
      * CREDITED FOR EVERYTHING THAT CAME BACK - RESTOCKED AND
      * SCRAPPED ALIKE - AT THE PRICE THE LINE WAS SOLD AT, PLUS THE
      * SALES TAX ON IT.  THE MEMO (CUSTOMER NAME AND ADDRESS FROM THE
      * MASTER, THE ITEM RETURNED, MERCHANDISE, TAX AND TOTAL) PRINTS,
      * THE TOTAL COMES OFF THE CUSTOMER'S CUST-ACCT-BALANCE AND THE
      * CURRENT CUST-MONTH BUCKET, AND THE RMA IS MARKED CREDITED WITH
      * THE AMOUNTS AND TODAY'S DATE.  AN RMA WHOSE CUSTOMER HAS GONE
      * MISSING FROM THE MASTER IS LEFT RECEIVED AND LISTED ON THE
      * REGISTER FOR SOMEONE TO SORT OUT.
      *
      * SALES TAX: WORKED OUT FOR THE CREDITED LINE THE WAY ORDINV
      * TAXES IT - THE CUSTOMER'S STATE AND TAX LOCALITY PICK THE
      * TAXRATE JURISDICTION (THE STATE-ONLY RATE WHEN THE LOCALITY
      * HAS NONE OF ITS OWN), AN UNEXPIRED EXEMPTION CERTIFICATE OR AN
      * EXEMPT TAXCAT CATEGORY MEANS NO TAX TO GIVE BACK.  EACH MEMO
      * APPENDS A CREDIT MEMO RECORD TO TAXHIST SO TAXRPT TAKES THE
      * SALES AND TAX OFF THE JURISDICTION'S MONTH.
      *
      * RUNS AFTER RTNRECV AND AHEAD OF CUSTSTMT ON STATEMENT NIGHT SO
      * THE STATEMENTS CARRY THE CREDITS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNCRED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RTN-KEY-FD
               FILE STATUS  IS  WS-RTNFILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ORD-KEY-FD
               FILE STATUS  IS  WS-ORDFILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-KEY-FD
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TAX-KEY-FD
               FILE STATUS  IS  WS-TAXRATE-STATUS.

           SELECT TAX-CATEGORY-FILE ASSIGN TO TAXCAT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TXC-KEY-FD
               FILE STATUS  IS  WS-TAXCAT-STATUS.

           SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
               FILE STATUS  IS  WS-TAXHIST-STATUS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO CRMEMO
               FILE STATUS  IS  WS-MEMO-STATUS.

           SELECT REGISTER-FILE ASSIGN TO RTNCREG
               FILE STATUS  IS  WS-REGISTER-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RETURN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  RTN-REC-FD.
           05  RTN-KEY-FD              PIC X(11).
           05  FILLER                  PIC X(109).

       FD  ORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ORD-REC-FD.
           05  ORD-KEY-FD              PIC X(09).
           05  FILLER                  PIC X(71).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 640 CHARACTERS.
       01  CUST-REC-FD.
           05  CUST-KEY-FD             PIC X(06).
           05  FILLER                  PIC X(634).

       FD  TAX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-REC-FD.
           05  TAX-KEY-FD              PIC X(07).
           05  FILLER                  PIC X(73).

       FD  TAX-CATEGORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TXC-REC-FD.
           05  TXC-KEY-FD              PIC X(23).
           05  FILLER                  PIC X(57).

       FD  TAX-HISTORY-FILE
           RECORDING MODE IS F.
           COPY TAXHIST.

       FD  CREDIT-MEMO-FILE
           RECORDING MODE IS F.
       01  CREDIT-MEMO-RECORD         PIC X(132).

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD            PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  SYSTEM-DATE-AND-TIME.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC 9(2).
               10  CURRENT-MONTH           PIC 9(2).
               10  CURRENT-DAY             PIC 9(2).
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-FIELDS.
           05  WS-RTNFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ORDFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-TAXRATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-TAXCAT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TAXHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-MEMO-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-REGISTER-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-RETURN-EOF           PIC X     VALUE 'N'.
               88  NO-MORE-RETURNS     VALUE 'Y'.
           05  WS-CREDIT-QTY           PIC 9(06) VALUE 0.
           05  WS-CREDIT-MERCH         PIC 9(07)V99 VALUE 0.
           05  WS-CREDIT-TOTAL         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-ITEM-DESC            PIC X(20) VALUE SPACES.
           05  WS-LINE-KEY.
               10  WS-LINE-ORDER       PIC 9(06) VALUE 0.
               10  WS-LINE-NUM         PIC 9(03) VALUE 0.

      *    SALES TAX ON THE MEMO IN PROGRESS, SETTLED FROM THE
      *    CUSTOMER AND THE ITEM'S TAX CATEGORY AS ORDINV SETTLES IT.
       01  WS-TAX-FIELDS.
           05  WS-TAX-BASIS            PIC X     VALUE SPACE.
               88  TAX-BY-RATE         VALUE 'T'.
               88  TAX-CERT-EXEMPT     VALUE 'C'.
               88  TAX-NO-RATE         VALUE 'N'.
           05  WS-LINE-EXEMPT-SW       PIC X     VALUE 'N'.
               88  LINE-IS-EXEMPT      VALUE 'Y'.
           05  WS-CAT-SUB              PIC S9(4) COMP VALUE +0.
           05  WS-TAX-JURISDICTION.
               10  WS-TAX-STATE        PIC X(02) VALUE SPACES.
               10  WS-TAX-LOCALITY     PIC X(05) VALUE SPACES.
           05  WS-CREDIT-TAXABLE       PIC 9(07)V99 VALUE 0.
           05  WS-CREDIT-EXEMPT        PIC 9(07)V99 VALUE 0.
           05  WS-CREDIT-STATE-TAX     PIC 9(05)V99 VALUE 0.
           05  WS-CREDIT-LOCAL-TAX     PIC 9(05)V99 VALUE 0.
           05  WS-CREDIT-TAX           PIC 9(05)V99 VALUE 0.

       01  REPORT-TOTALS.
           05  NUM-RETURNS-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MEMOS-ISSUED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RETURNS-SKIPPED   PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-MERCH-CREDITED    PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-TAX-CREDITED      PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-CREDITED          PIC S9(11)V99 COMP-3 VALUE +0.

       COPY CUSTRTN.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

       COPY CUSTORD.

       COPY TAXRATE.

       COPY TAXCAT.

       01  MEMO-HEADER-1.
           05  FILLER                  PIC X(16) VALUE
               ' CREDIT MEMO NO '.
           05  MEMO-ORDER-NUM          PIC 9(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  MEMO-LINE-NUM           PIC 9(03).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  MEMO-RMA-SEQ            PIC 9(02).
           05  FILLER                  PIC X(07) VALUE ' DATE: '.
           05  MEMO-DATE               PIC 9(08).
           05  FILLER                  PIC X(14) VALUE
               '  FOR INVOICE '.
           05  MEMO-INVOICE-ORDER      PIC 9(06).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  MEMO-NAME-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MEMO-CUST-NAME          PIC X(17).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MEMO-CUST-ADDR          PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MEMO-CUST-CITY          PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MEMO-CUST-STATE         PIC X(02).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  MEMO-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MEMO-ITEM-CODE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MEMO-ITEM-DESC          PIC X(20).
           05  FILLER                  PIC X(06) VALUE ' QTY: '.
           05  MEMO-QTY                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE '  @ '.
           05  MEMO-UNIT-PRICE         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE '  AMT: '.
           05  MEMO-LINE-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' TAX: '.
           05  MEMO-LINE-TAX           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MEMO-TAX-FLAG           PIC X(06).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  MEMO-RETURN-LINE.
           05  FILLER                  PIC X(14) VALUE
               ' RETURNED FOR '.
           05  MEMO-REASON             PIC X(20).
           05  FILLER                  PIC X(16) VALUE
               ' BACK IN STOCK: '.
           05  MEMO-QTY-RESTOCKED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               ' SCRAPPED: '.
           05  MEMO-QTY-SCRAPPED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  MEMO-SUBTOTAL-LINE.
           05  FILLER                  PIC X(39) VALUE
               ' MERCHANDISE CREDITED .................'.
           05  MEMO-SUBTOTAL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  MEMO-TAX-LINE.
           05  FILLER                  PIC X(11) VALUE ' SALES TAX '.
           05  MEMO-TAX-JURISDICTION   PIC X(20).
           05  FILLER                  PIC X(08) VALUE ' .......'.
           05  MEMO-TAX-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  MEMO-TOTAL-LINE.
           05  FILLER                  PIC X(39) VALUE
               ' CREDIT TOTAL .........................'.
           05  MEMO-TOTAL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  REG-DETAIL-LINE.
           05  REG-ACTION              PIC X(11).
           05  FILLER                  PIC X(07) VALUE ' CUST: '.
           05  REG-CUSTOMER            PIC X(05).
           05  FILLER                  PIC X(06) VALUE ' ORD: '.
           05  REG-ORDER-NUM           PIC 9(06).
           05  FILLER                  PIC X(06) VALUE ' AMT: '.
           05  REG-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-NOTE                PIC X(26) VALUE SPACES.

       01  REG-RMA-NOTE.
           05  FILLER                  PIC X(04) VALUE 'RMA '.
           05  REG-RMA-ORDER           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  REG-RMA-LINE            PIC 9(03).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  REG-RMA-SEQ             PIC 9(02).

       01  REG-TOTAL-LINE.
           05  REG-TOTAL-LABEL         PIC X(30).
           05  REG-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-OPEN-FILES.
           PERFORM 730-READ-RETURN.
           PERFORM 100-PROCESS-RECORDS
               UNTIL NO-MORE-RETURNS.
           PERFORM 850-REPORT-TOTALS.
           PERFORM 790-CLOSE-FILES.
           GOBACK.

       100-PROCESS-RECORDS.
           ADD +1 TO NUM-RETURNS-READ.
           IF RTN-RECEIVED
               PERFORM 200-CREDIT-RETURN THRU 200-DONE
           END-IF.
           PERFORM 730-READ-RETURN.

      *****************************************************************
      * 200-CREDIT-RETURN - THE CUSTOMER IS FETCHED FIRST; IF THAT
      * FAILS THE RMA STAYS RECEIVED.  THE ORDER LINE SUPPLIES THE
      * DESCRIPTION FOR THE MEMO; THE PRICE IS THE ONE THE RMA WAS
      * AUTHORIZED AT.
      *****************************************************************
       200-CREDIT-RETURN.
           MOVE SPACES TO CUST-KEY-FD.
           STRING RTN-CUSTOMER-ID 'A'
               DELIMITED BY SIZE INTO CUST-KEY-FD.
           READ CUSTOMER-FILE INTO WS-CUST-REC.
           IF WS-CUSTFILE-STATUS NOT = '00'
               ADD +1 TO NUM-RETURNS-SKIPPED
               MOVE ' SKIPPED:  '    TO REG-ACTION
               MOVE RTN-CUSTOMER-ID  TO REG-CUSTOMER
               MOVE RTN-ORDER-NUM    TO REG-ORDER-NUM
               MOVE ZERO             TO REG-AMOUNT
               MOVE 'CUSTOMER NOT ON MASTER' TO REG-NOTE
               WRITE REGISTER-RECORD FROM REG-DETAIL-LINE
               GO TO 200-DONE.

           MOVE SPACES        TO WS-ITEM-DESC.
           MOVE RTN-ORDER-NUM TO WS-LINE-ORDER.
           MOVE RTN-LINE-NUM  TO WS-LINE-NUM.
           MOVE WS-LINE-KEY   TO ORD-KEY-FD.
           READ ORDER-FILE INTO CUSTOMER-ORDER-REC.
           IF WS-ORDFILE-STATUS = '00'
               MOVE ORD-ITEM-DESC TO WS-ITEM-DESC
           END-IF.

           COMPUTE WS-CREDIT-QTY = RTN-QTY-RESTOCKED + RTN-QTY-SCRAPPED.
           COMPUTE WS-CREDIT-MERCH = WS-CREDIT-QTY * RTN-UNIT-PRICE.
           PERFORM 250-SET-TAX-BASIS THRU 250-DONE.
           PERFORM 320-TAX-CREDIT THRU 320-DONE.
           COMPUTE WS-CREDIT-TOTAL = WS-CREDIT-MERCH + WS-CREDIT-TAX.

           SUBTRACT WS-CREDIT-TOTAL FROM WS-CUST-ACCT-BALANCE.
           SUBTRACT WS-CREDIT-TOTAL
               FROM WS-CUST-MONTH(CURRENT-MONTH).
           MOVE WS-CUST-REC TO CUST-REC-FD.
           REWRITE CUST-REC-FD.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'RTNCRED CUSTOMER REWRITE FAILED. RC:'
                       WS-CUSTFILE-STATUS ' RMA: ' RTN-KEY
               MOVE 16 TO RETURN-CODE
               GO TO 200-DONE.

           MOVE 'C'             TO RTN-STATUS.
           MOVE WS-CREDIT-MERCH TO RTN-CREDIT-AMOUNT.
           MOVE WS-CREDIT-TAX   TO RTN-CREDIT-TAX.
           MOVE WS-RUN-DATE     TO RTN-CREDIT-DATE.
           REWRITE RTN-REC-FD FROM CUSTOMER-RETURN-REC.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'RTNCRED RMA REWRITE FAILED. RC:'
                       WS-RTNFILE-STATUS ' RMA: ' RTN-KEY
               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 400-PRINT-MEMO.
           PERFORM 440-WRITE-TAX-HISTORY.
           ADD +1              TO NUM-MEMOS-ISSUED.
           ADD WS-CREDIT-MERCH TO TOT-MERCH-CREDITED.
           ADD WS-CREDIT-TAX   TO TOT-TAX-CREDITED.
           ADD WS-CREDIT-TOTAL TO TOT-CREDITED.
           MOVE ' CREDITED: '   TO REG-ACTION.
           MOVE RTN-CUSTOMER-ID TO REG-CUSTOMER.
           MOVE RTN-ORDER-NUM   TO REG-ORDER-NUM.
           MOVE WS-CREDIT-TOTAL TO REG-AMOUNT.
           MOVE RTN-ORDER-NUM   TO REG-RMA-ORDER.
           MOVE RTN-LINE-NUM    TO REG-RMA-LINE.
           MOVE RTN-SEQ         TO REG-RMA-SEQ.
           MOVE REG-RMA-NOTE    TO REG-NOTE.
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.
       200-DONE.
           EXIT.

      *****************************************************************
      * 250-SET-TAX-BASIS - AN UNEXPIRED CERTIFICATE MEANS NO TAX WAS
      * BILLED TO GIVE BACK.  OTHERWISE THE JURISDICTION IS THE
      * CUSTOMER'S STATE AND LOCALITY, FALLING BACK TO THE STATE-ONLY
      * RATE (AND THEN FILED UNDER THE STATE ALONE).
      *****************************************************************
       250-SET-TAX-BASIS.
           MOVE WS-CUST-STATE        TO WS-TAX-STATE.
           MOVE WS-CUST-TAX-LOCALITY TO WS-TAX-LOCALITY.
           INITIALIZE TAX-RATE-REC.
           IF WS-CUST-TAX-EXEMPT-CERT NOT = SPACES
             AND WS-CUST-TAX-EXEMPT-EXPIRY NUMERIC
             AND WS-CUST-TAX-EXEMPT-EXPIRY NOT < WS-RUN-DATE
               MOVE 'C' TO WS-TAX-BASIS
               GO TO 250-DONE.

           MOVE 'T' TO WS-TAX-BASIS.
           MOVE WS-TAX-JURISDICTION TO TAX-KEY-FD.
           READ TAX-RATE-FILE INTO TAX-RATE-REC.
           IF WS-TAXRATE-STATUS = '00'
               GO TO 250-DONE.
           IF WS-TAX-LOCALITY NOT = SPACES
               MOVE WS-TAX-STATE TO TAX-KEY-FD
               READ TAX-RATE-FILE INTO TAX-RATE-REC
               IF WS-TAXRATE-STATUS = '00'
                   MOVE SPACES TO WS-TAX-LOCALITY
                   GO TO 250-DONE
               END-IF
           END-IF.
           IF WS-TAXRATE-STATUS NOT = '23'
               DISPLAY 'RTNCRED TAXRATE READ FAILED. RC:'
                       WS-TAXRATE-STATUS ' STATE: ' WS-TAX-STATE
               MOVE 16 TO RETURN-CODE
           END-IF.
           INITIALIZE TAX-RATE-REC.
           MOVE 'N' TO WS-TAX-BASIS.
       250-DONE.
           EXIT.

      *****************************************************************
      * 320-TAX-CREDIT - TAX ON THE MERCHANDISE CREDITED.  A PART WITH
      * NO TAXCAT RECORD IS GENERAL MERCHANDISE.  STATE AND LOCAL TAX
      * ARE ROUNDED SEPARATELY, AS ON THE INVOICE.
      *****************************************************************
       320-TAX-CREDIT.
           MOVE 0      TO WS-CREDIT-TAXABLE, WS-CREDIT-EXEMPT,
                          WS-CREDIT-STATE-TAX, WS-CREDIT-LOCAL-TAX,
                          WS-CREDIT-TAX.
           MOVE SPACES TO MEMO-TAX-FLAG.
           IF TAX-CERT-EXEMPT
               MOVE WS-CREDIT-MERCH TO WS-CREDIT-EXEMPT
               MOVE 'EXEMPT' TO MEMO-TAX-FLAG
               GO TO 320-DONE.
           IF TAX-NO-RATE
               MOVE WS-CREDIT-MERCH TO WS-CREDIT-EXEMPT
               MOVE 'NO TAX' TO MEMO-TAX-FLAG
               GO TO 320-DONE.

           MOVE SPACES        TO TXC-KEY-FD.
           MOVE RTN-ITEM-CODE TO TXC-KEY-FD.
           READ TAX-CATEGORY-FILE INTO TAX-CATEGORY-REC.
           IF WS-TAXCAT-STATUS NOT = '00'
               IF WS-TAXCAT-STATUS NOT = '23'
                   DISPLAY 'RTNCRED TAXCAT READ FAILED. RC:'
                           WS-TAXCAT-STATUS ' ITEM: ' RTN-ITEM-CODE
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'GN' TO TXC-CATEGORY
           END-IF.
           MOVE 'N' TO WS-LINE-EXEMPT-SW.
           PERFORM 330-CHECK-CATEGORY THRU 330-DONE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 8 OR LINE-IS-EXEMPT.
           IF LINE-IS-EXEMPT
               MOVE WS-CREDIT-MERCH TO WS-CREDIT-EXEMPT
               MOVE 'EXEMPT' TO MEMO-TAX-FLAG
               GO TO 320-DONE.

           MOVE WS-CREDIT-MERCH TO WS-CREDIT-TAXABLE.
           COMPUTE WS-CREDIT-STATE-TAX ROUNDED =
               WS-CREDIT-MERCH * TAX-STATE-RATE.
           COMPUTE WS-CREDIT-LOCAL-TAX ROUNDED =
               WS-CREDIT-MERCH * TAX-LOCAL-RATE.
           COMPUTE WS-CREDIT-TAX =
               WS-CREDIT-STATE-TAX + WS-CREDIT-LOCAL-TAX.
       320-DONE.
           EXIT.

       330-CHECK-CATEGORY.
           IF TAX-EXEMPT-CATEGORY(WS-CAT-SUB) = TXC-CATEGORY
             AND TXC-CATEGORY NOT = SPACES
               MOVE 'Y' TO WS-LINE-EXEMPT-SW
           END-IF.
       330-DONE.
           EXIT.

      *****************************************************************
      * 400-PRINT-MEMO - THE MEMO QUOTES THE RMA AND THE INVOICED
      * ORDER, WHAT CAME BACK AND WHY, AND THE CREDIT BROKEN INTO
      * MERCHANDISE, SALES TAX AND TOTAL.
      *****************************************************************
       400-PRINT-MEMO.
           MOVE RTN-ORDER-NUM     TO MEMO-ORDER-NUM, MEMO-INVOICE-ORDER.
           MOVE RTN-LINE-NUM      TO MEMO-LINE-NUM.
           MOVE RTN-SEQ           TO MEMO-RMA-SEQ.
           MOVE WS-RUN-DATE       TO MEMO-DATE.
           WRITE CREDIT-MEMO-RECORD FROM MEMO-HEADER-1.
           MOVE WS-CUST-NAME      TO MEMO-CUST-NAME.
           MOVE WS-CUST-ADDR      TO MEMO-CUST-ADDR.
           MOVE WS-CUST-CITY      TO MEMO-CUST-CITY.
           MOVE WS-CUST-STATE     TO MEMO-CUST-STATE.
           WRITE CREDIT-MEMO-RECORD FROM MEMO-NAME-LINE.

           MOVE RTN-ITEM-CODE     TO MEMO-ITEM-CODE.
           MOVE WS-ITEM-DESC      TO MEMO-ITEM-DESC.
           MOVE WS-CREDIT-QTY     TO MEMO-QTY.
           MOVE RTN-UNIT-PRICE    TO MEMO-UNIT-PRICE.
           MOVE WS-CREDIT-MERCH   TO MEMO-LINE-AMOUNT.
           MOVE WS-CREDIT-TAX     TO MEMO-LINE-TAX.
           WRITE CREDIT-MEMO-RECORD FROM MEMO-DETAIL-LINE.

           MOVE SPACES            TO MEMO-REASON.
           IF RTN-DAMAGED-IN-TRANSIT
               MOVE 'DAMAGED IN TRANSIT' TO MEMO-REASON.
           IF RTN-DEFECTIVE
               MOVE 'DEFECTIVE'          TO MEMO-REASON.
           IF RTN-WRONG-ITEM
               MOVE 'WRONG ITEM SHIPPED' TO MEMO-REASON.
           IF RTN-OVER-SHIPPED
               MOVE 'OVER-SHIPPED'       TO MEMO-REASON.
           IF RTN-NOT-WANTED
               MOVE 'NOT WANTED'         TO MEMO-REASON.
           MOVE RTN-QTY-RESTOCKED TO MEMO-QTY-RESTOCKED.
           MOVE RTN-QTY-SCRAPPED  TO MEMO-QTY-SCRAPPED.
           WRITE CREDIT-MEMO-RECORD FROM MEMO-RETURN-LINE.

           MOVE WS-CREDIT-MERCH   TO MEMO-SUBTOTAL-AMOUNT.
           WRITE CREDIT-MEMO-RECORD FROM MEMO-SUBTOTAL-LINE.
           MOVE SPACES TO MEMO-TAX-JURISDICTION.
           IF TAX-BY-RATE
               MOVE TAX-JURISDICTION-NAME TO MEMO-TAX-JURISDICTION
           END-IF.
           IF TAX-CERT-EXEMPT
               STRING 'CERT ' WS-CUST-TAX-EXEMPT-CERT
                   DELIMITED BY SIZE INTO MEMO-TAX-JURISDICTION
           END-IF.
           IF TAX-NO-RATE
               MOVE 'NO RATE ON FILE' TO MEMO-TAX-JURISDICTION
           END-IF.
           MOVE WS-CREDIT-TAX     TO MEMO-TAX-AMOUNT.
           WRITE CREDIT-MEMO-RECORD FROM MEMO-TAX-LINE.
           MOVE WS-CREDIT-TOTAL   TO MEMO-TOTAL-AMOUNT.
           WRITE CREDIT-MEMO-RECORD FROM MEMO-TOTAL-LINE.
           MOVE SPACES TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.

       440-WRITE-TAX-HISTORY.
           MOVE SPACES              TO TAX-HISTORY-REC.
           MOVE WS-TAX-JURISDICTION TO TXH-JURISDICTION.
           MOVE WS-RUN-DATE         TO TXH-INVOICE-DATE.
           MOVE RTN-ORDER-NUM       TO TXH-ORDER-NUM.
           MOVE RTN-CUSTOMER-ID     TO TXH-CUSTOMER-ID.
           MOVE WS-CREDIT-TAXABLE   TO TXH-TAXABLE-SALES.
           MOVE WS-CREDIT-EXEMPT    TO TXH-EXEMPT-SALES.
           MOVE WS-CREDIT-STATE-TAX TO TXH-STATE-TAX.
           MOVE WS-CREDIT-LOCAL-TAX TO TXH-LOCAL-TAX.
           IF TAX-CERT-EXEMPT
               MOVE 'C' TO TXH-EXEMPT-REASON
               MOVE WS-CUST-TAX-EXEMPT-CERT TO TXH-EXEMPT-CERT
           END-IF.
           IF TAX-NO-RATE
               MOVE 'N' TO TXH-EXEMPT-REASON
           END-IF.
           MOVE 'C'                 TO TXH-ENTRY-TYPE.
           WRITE TAX-HISTORY-REC.
           IF WS-TAXHIST-STATUS NOT = '00'
               DISPLAY 'RTNCRED TAXHIST WRITE FAILED. RC:'
                       WS-TAXHIST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       700-OPEN-FILES.
           OPEN I-O RETURN-FILE.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETURN FILE. RC:'
                       WS-RTNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RETURN-EOF
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ORDER FILE. RC:'
                       WS-ORDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RETURN-EOF
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE. RC:'
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RETURN-EOF
           END-IF.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAX RATE FILE. RC:'
                       WS-TAXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RETURN-EOF
           END-IF.
           OPEN INPUT TAX-CATEGORY-FILE.
           IF WS-TAXCAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAX CATEGORY FILE. RC:'
                       WS-TAXCAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RETURN-EOF
           END-IF.
           OPEN EXTEND TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS NOT = '00'
               OPEN OUTPUT TAX-HISTORY-FILE
           END-IF.
           OPEN OUTPUT CREDIT-MEMO-FILE, REGISTER-FILE.
           MOVE '** CUSTOMER RETURN CREDIT MEMO REGISTER **'
               TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       730-READ-RETURN.
           READ RETURN-FILE NEXT INTO CUSTOMER-RETURN-REC
               AT END MOVE 'Y' TO WS-RETURN-EOF
           END-READ.

       790-CLOSE-FILES.
           CLOSE RETURN-FILE, ORDER-FILE, CUSTOMER-FILE,
                 TAX-RATE-FILE, TAX-CATEGORY-FILE, TAX-HISTORY-FILE,
                 CREDIT-MEMO-FILE, REGISTER-FILE.

       850-REPORT-TOTALS.
           MOVE 'CREDIT MEMOS ISSUED:          ' TO REG-TOTAL-LABEL.
           MOVE NUM-MEMOS-ISSUED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'RETURNS SKIPPED:              ' TO REG-TOTAL-LABEL.
           MOVE NUM-RETURNS-SKIPPED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'MERCHANDISE CREDITED:         ' TO REG-TOTAL-LABEL.
           MOVE TOT-MERCH-CREDITED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'SALES TAX CREDITED:           ' TO REG-TOTAL-LABEL.
           MOVE TOT-TAX-CREDITED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'TOTAL CREDITED:               ' TO REG-TOTAL-LABEL.
           MOVE TOT-CREDITED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           DISPLAY 'RTNCRED RETURNS READ   ' NUM-RETURNS-READ.
           DISPLAY 'RTNCRED MEMOS ISSUED   ' NUM-MEMOS-ISSUED.
           DISPLAY 'RTNCRED RETURNS SKIPPED' NUM-RETURNS-SKIPPED.
