      * PROGRAM:  ORDINV
      *
      * CUSTOMER INVOICE GENERATION.  PASSES THE ORDFILE KSDS IN KEY
      * ORDER AND, FOR EVERY ORDER STILL MARKED OPEN, INVOICES WHAT
      * HAS SHIPPED SINCE THE LAST INVOICE - EACH LINE'S ORDSHIP
      * SHIPPED QUANTITY LESS WHAT IS ALREADY INVOICED, AT THE LINE
      * PRICE.  THE INVOICE (CUSTOMER NAME AND ADDRESS FROM THE
      * MASTER, THE SHIPPED LINES, THE INVOICE TOTAL) PRINTS, THE
      * TOTAL POSTS TO THE CUSTOMER'S CUST-ACCT-BALANCE AND THE
      * CURRENT CUST-MONTH BUCKET - THE SAME BUCKET THE CUSTMTH ROLL
      * CLOSES - AND THE ORDER CARRIES TODAY'S INVOICE DATE AND ITS
      * RUNNING INVOICED AMOUNT.  THE ORDER IS MARKED INVOICED ONLY
      * WHEN EVERY LINE HAS SHIPPED AND BEEN INVOICED IN FULL; ONE
      * STILL WAITING ON BACKORDERS STAYS OPEN FOR THE NEXT RUN.  AN
      * ORDER WITH NOTHING NEW SHIPPED IS PASSED OVER.  AN ORDER
      * WHOSE CUSTOMER HAS GONE MISSING FROM THE MASTER IS LEFT OPEN
      * AND LISTED ON THE REGISTER FOR SOMEONE TO SORT OUT.
      *
      * SALES TAX: THE CUSTOMER'S STATE AND TAX LOCALITY PICK THE
      * TAXRATE JURISDICTION (THE STATE-ONLY RATE WHEN THE LOCALITY
      * HAS NONE OF ITS OWN).  EACH LINE IS TAXED AT THE STATE PLUS
      * LOCAL RATE UNLESS ITS TAXCAT CATEGORY IS ONE THE JURISDICTION
      * EXEMPTS.  A CUSTOMER WITH AN UNEXPIRED EXEMPTION CERTIFICATE
      * IS NOT TAXED AT ALL; ONE WHOSE CERTIFICATE HAS LAPSED IS
      * TAXED AND NOTED ON THE REGISTER, AS IS AN INVOICE WITH NO
      * RATE ON FILE FOR ITS STATE.  THE TAX PRINTS PER LINE AND IN
      * TOTAL, POSTS TO CUST-ACCT-BALANCE WITH THE MERCHANDISE, AND
      * EACH INVOICE APPENDS ITS TAXABLE, EXEMPT AND TAX AMOUNTS TO
      * TAXHIST FOR THE MONTHLY TAXRPT LIABILITY REPORT.
      *
      * RUNS AHEAD OF CUSTSTMT ON STATEMENT NIGHT SO THE STATEMENTS
      * CARRY THE INVOICED ACTIVITY.

           SELECT ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ORD-KEY-FD
               FILE STATUS  IS  WS-ORDFILE-STATUS.

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

           SELECT INVOICE-FILE ASSIGN TO INVPRINT
               FILE STATUS  IS  WS-INVOICE-STATUS.

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

       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  INVOICE-RECORD             PIC X(132).
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-INVOICE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REGISTER-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-TAXRATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-TAXCAT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TAXHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ORDER-EOF            PIC X     VALUE 'N'.
               88  NO-MORE-ORDERS      VALUE 'Y'.
           05  WS-INVOICING-SW         PIC X     VALUE 'N'.
           05  WS-CURRENT-ORDER        PIC 9(06) VALUE 0.
           05  WS-CURRENT-CUSTOMER     PIC X(05) VALUE SPACES.
           05  WS-CURRENT-TOTAL        PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-INVOICE-STARTED-SW   PIC X     VALUE 'N'.
               88  INVOICE-STARTED     VALUE 'Y'.
           05  WS-ALL-INVOICED-SW      PIC X     VALUE 'N'.
               88  ALL-LINES-INVOICED  VALUE 'Y'.
           05  WS-INVOICE-QTY          PIC 9(05) VALUE 0.
           05  WS-INVOICE-AMOUNT       PIC 9(07)V99 VALUE 0.
           05  WS-HEADER-KEY.
               10  WS-HEADER-ORDER     PIC 9(06) VALUE 0.
               10  WS-HEADER-LINE      PIC 9(03) VALUE 0.
           05  WS-HOLD-ORDER-REC       PIC X(80) VALUE SPACES.

      *    SALES TAX FOR THE INVOICE IN PROGRESS.  THE TAX BASIS IS
      *    SETTLED ONCE PER ORDER FROM THE CUSTOMER; THE AMOUNTS BUILD
      *    UP LINE BY LINE.
       01  WS-TAX-FIELDS.
           05  WS-TAX-BASIS            PIC X     VALUE SPACE.
               88  TAX-BY-RATE         VALUE 'T'.
               88  TAX-CERT-EXEMPT     VALUE 'C'.
               88  TAX-NO-RATE         VALUE 'N'.
           05  WS-CERT-EXPIRED-SW      PIC X     VALUE 'N'.
               88  CERT-HAS-EXPIRED    VALUE 'Y'.
           05  WS-LINE-EXEMPT-SW       PIC X     VALUE 'N'.
               88  LINE-IS-EXEMPT      VALUE 'Y'.
           05  WS-CAT-SUB              PIC S9(4) COMP VALUE +0.
           05  WS-TAX-JURISDICTION.
               10  WS-TAX-STATE        PIC X(02) VALUE SPACES.
               10  WS-TAX-LOCALITY     PIC X(05) VALUE SPACES.
           05  WS-LINE-STATE-TAX       PIC 9(05)V99 VALUE 0.
           05  WS-LINE-LOCAL-TAX       PIC 9(05)V99 VALUE 0.
           05  WS-LINE-TAX             PIC 9(05)V99 VALUE 0.
           05  WS-CURRENT-TAXABLE      PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-CURRENT-EXEMPT       PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-CURRENT-STATE-TAX    PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CURRENT-LOCAL-TAX    PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-CURRENT-TAX          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-INVOICE-GRAND-TOTAL  PIC S9(9)V99 COMP-3 VALUE +0.

       01  REPORT-TOTALS.
           05  NUM-ORDERS-READ       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICES-CUT      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-SKIPPED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-PARTIAL    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDERS-UNSHIPPED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICES-EXEMPT   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INVOICES-NO-RATE  PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-BILLED            PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-TAX-BILLED        PIC S9(11)V99 COMP-3 VALUE +0.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

       COPY CUSTORD.

       COPY TAXRATE.

       COPY TAXCAT.

       01  INV-HEADER-1.
           05  FILLER                  PIC X(12) VALUE ' INVOICE NO '.
           05  INV-ORDER-NUM           PIC 9(06).
           05  INV-UNIT-PRICE          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE '  AMT: '.
           05  INV-LINE-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' TAX: '.
           05  INV-LINE-TAX            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  INV-TAX-FLAG            PIC X(06).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  INV-SUBTOTAL-LINE.
           05  FILLER                  PIC X(39) VALUE
               ' MERCHANDISE TOTAL ....................'.
           05  INV-SUBTOTAL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  INV-TAX-LINE.
           05  FILLER                  PIC X(11) VALUE ' SALES TAX '.
           05  INV-TAX-JURISDICTION    PIC X(20).
           05  FILLER                  PIC X(08) VALUE ' .......'.
           05  INV-TAX-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  INV-TOTAL-LINE.
           05  FILLER                  PIC X(39) VALUE
               ELSE
                   IF INVOICE-IN-PROGRESS
                     AND ORD-ORDER-NUM = WS-CURRENT-ORDER
                       PERFORM 300-INVOICE-LINE THRU 300-DONE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 200-PROCESS-HEADER - ONLY OPEN ORDERS INVOICE.  THE CUSTOMER
      * IS FETCHED FIRST; IF THAT FAILS THE ORDER STAYS OPEN AND THE
      * DETAIL LINES THAT FOLLOW ARE NOT INVOICED.  THE INVOICE
      * ITSELF STARTS WITH THE FIRST LINE THAT HAS SHIPPED.
      *****************************************************************
       200-PROCESS-HEADER.
           MOVE 'N' TO WS-INVOICING-SW.
               WRITE REGISTER-RECORD FROM REG-DETAIL-LINE
               GO TO 200-DONE.

           MOVE 'Y'             TO WS-INVOICING-SW.
           MOVE 'N'             TO WS-INVOICE-STARTED-SW.
           MOVE 'Y'             TO WS-ALL-INVOICED-SW.
           MOVE ORD-ORDER-NUM   TO WS-CURRENT-ORDER.
           MOVE ORD-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
           MOVE +0              TO WS-CURRENT-TOTAL.
           PERFORM 250-SET-TAX-BASIS THRU 250-DONE.
       200-DONE.
           EXIT.

      *****************************************************************
      * 250-SET-TAX-BASIS - AN UNEXPIRED CERTIFICATE EXEMPTS THE WHOLE
      * ORDER.  OTHERWISE THE JURISDICTION IS THE CUSTOMER'S STATE AND
      * LOCALITY, FALLING BACK TO THE STATE-ONLY RATE (AND THEN FILED
      * UNDER THE STATE ALONE); A STATE WITH NO RATE AT ALL IS NOT
      * TAXED AND THE INVOICE IS FLAGGED.
      *****************************************************************
       250-SET-TAX-BASIS.
           MOVE 'N'  TO WS-CERT-EXPIRED-SW.
           MOVE +0   TO WS-CURRENT-TAXABLE, WS-CURRENT-EXEMPT,
                        WS-CURRENT-STATE-TAX, WS-CURRENT-LOCAL-TAX.
           MOVE WS-CUST-STATE        TO WS-TAX-STATE.
           MOVE WS-CUST-TAX-LOCALITY TO WS-TAX-LOCALITY.
           INITIALIZE TAX-RATE-REC.
           IF WS-CUST-TAX-EXEMPT-CERT NOT = SPACES
               IF WS-CUST-TAX-EXEMPT-EXPIRY NUMERIC
                 AND WS-CUST-TAX-EXEMPT-EXPIRY NOT < WS-RUN-DATE
                   MOVE 'C' TO WS-TAX-BASIS
                   GO TO 250-DONE
               ELSE
                   MOVE 'Y' TO WS-CERT-EXPIRED-SW
               END-IF
           END-IF.

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
               DISPLAY 'ORDINV TAXRATE READ FAILED. RC:'
                       WS-TAXRATE-STATUS ' STATE: ' WS-TAX-STATE
               MOVE 16 TO RETURN-CODE
           END-IF.
           INITIALIZE TAX-RATE-REC.
           MOVE 'N' TO WS-TAX-BASIS.
       250-DONE.
           EXIT.

      *****************************************************************
      * 300-INVOICE-LINE - WHAT HAS SHIPPED AND NOT YET BEEN INVOICED
      * GOES ON THIS INVOICE AND IS MARKED INVOICED ON THE LINE.  A
      * LINE NOT YET THROUGH ORDSHIP HAS NOTHING TO INVOICE.
      *****************************************************************
       300-INVOICE-LINE.
           IF ORD-QTY-SHIPPED NOT NUMERIC
             OR ORD-QTY-INVOICED NOT NUMERIC
               MOVE 'N' TO WS-ALL-INVOICED-SW
               GO TO 300-DONE.
           COMPUTE WS-INVOICE-QTY = ORD-QTY-SHIPPED - ORD-QTY-INVOICED.
           IF ORD-QTY-SHIPPED < ORD-QTY-ORDERED
               MOVE 'N' TO WS-ALL-INVOICED-SW.
           IF ORD-QTY-SHIPPED NOT > ORD-QTY-INVOICED
               GO TO 300-DONE.

           IF NOT INVOICE-STARTED
               PERFORM 350-START-INVOICE
           END-IF.
           COMPUTE WS-INVOICE-AMOUNT = WS-INVOICE-QTY * ORD-UNIT-PRICE.
           MOVE ORD-ITEM-CODE     TO INV-ITEM-CODE.
           MOVE ORD-ITEM-DESC     TO INV-ITEM-DESC.
           MOVE WS-INVOICE-QTY    TO INV-QTY.
           MOVE ORD-UNIT-PRICE    TO INV-UNIT-PRICE.
           MOVE WS-INVOICE-AMOUNT TO INV-LINE-AMOUNT.
           PERFORM 320-TAX-LINE THRU 320-DONE.
           MOVE WS-LINE-TAX       TO INV-LINE-TAX.
           WRITE INVOICE-RECORD FROM INV-DETAIL-LINE.
           ADD WS-INVOICE-AMOUNT  TO WS-CURRENT-TOTAL.

           ADD WS-INVOICE-QTY TO ORD-QTY-INVOICED.
           MOVE CUSTOMER-ORDER-REC TO ORD-REC-FD.
           REWRITE ORD-REC-FD.
           IF WS-ORDFILE-STATUS NOT = '00'
               DISPLAY 'ORDINV ORDER LINE REWRITE FAILED. RC:'
                       WS-ORDFILE-STATUS ' KEY: ' ORD-KEY
               MOVE 16 TO RETURN-CODE
           END-IF.
       300-DONE.
           EXIT.

      *****************************************************************
      * 320-TAX-LINE - TAX ON THE AMOUNT INVOICED FOR THIS LINE.  A
      * PART WITH NO TAXCAT RECORD IS GENERAL MERCHANDISE.  STATE AND
      * LOCAL TAX ARE ROUNDED SEPARATELY SO EACH RETURN TIES TO THE
      * INVOICES.
      *****************************************************************
       320-TAX-LINE.
           MOVE 0      TO WS-LINE-STATE-TAX, WS-LINE-LOCAL-TAX,
                          WS-LINE-TAX.
           MOVE SPACES TO INV-TAX-FLAG.
           IF TAX-CERT-EXEMPT
               ADD WS-INVOICE-AMOUNT TO WS-CURRENT-EXEMPT
               MOVE 'EXEMPT' TO INV-TAX-FLAG
               GO TO 320-DONE.
           IF TAX-NO-RATE
               ADD WS-INVOICE-AMOUNT TO WS-CURRENT-EXEMPT
               MOVE 'NO TAX' TO INV-TAX-FLAG
               GO TO 320-DONE.

           MOVE SPACES        TO TXC-KEY-FD.
           MOVE ORD-ITEM-CODE TO TXC-KEY-FD.
           READ TAX-CATEGORY-FILE INTO TAX-CATEGORY-REC.
           IF WS-TAXCAT-STATUS NOT = '00'
               IF WS-TAXCAT-STATUS NOT = '23'
                   DISPLAY 'ORDINV TAXCAT READ FAILED. RC:'
                           WS-TAXCAT-STATUS ' ITEM: ' ORD-ITEM-CODE
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'GN' TO TXC-CATEGORY
           END-IF.
           MOVE 'N' TO WS-LINE-EXEMPT-SW.
           PERFORM 330-CHECK-CATEGORY THRU 330-DONE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 8 OR LINE-IS-EXEMPT.
           IF LINE-IS-EXEMPT
               ADD WS-INVOICE-AMOUNT TO WS-CURRENT-EXEMPT
               MOVE 'EXEMPT' TO INV-TAX-FLAG
               GO TO 320-DONE.

           COMPUTE WS-LINE-STATE-TAX ROUNDED =
               WS-INVOICE-AMOUNT * TAX-STATE-RATE.
           COMPUTE WS-LINE-LOCAL-TAX ROUNDED =
               WS-INVOICE-AMOUNT * TAX-LOCAL-RATE.
           COMPUTE WS-LINE-TAX = WS-LINE-STATE-TAX + WS-LINE-LOCAL-TAX.
           ADD WS-INVOICE-AMOUNT TO WS-CURRENT-TAXABLE.
           ADD WS-LINE-STATE-TAX TO WS-CURRENT-STATE-TAX.
           ADD WS-LINE-LOCAL-TAX TO WS-CURRENT-LOCAL-TAX.
       320-DONE.
           EXIT.

       330-CHECK-CATEGORY.
           IF TAX-EXEMPT-CATEGORY(WS-CAT-SUB) = TXC-CATEGORY
             AND TXC-CATEGORY NOT = SPACES
               MOVE 'Y' TO WS-LINE-EXEMPT-SW
           END-IF.
       330-DONE.
           EXIT.

       350-START-INVOICE.
           MOVE 'Y'             TO WS-INVOICE-STARTED-SW.
           MOVE WS-CURRENT-ORDER TO INV-ORDER-NUM.
           MOVE WS-RUN-DATE     TO INV-DATE.
           WRITE INVOICE-RECORD FROM INV-HEADER-1.
           MOVE WS-CUST-NAME    TO INV-CUST-NAME.
           MOVE WS-CUST-ADDR    TO INV-CUST-ADDR.
           MOVE WS-CUST-CITY    TO INV-CUST-CITY.
           MOVE WS-CUST-STATE   TO INV-CUST-STATE.
           WRITE INVOICE-RECORD FROM INV-NAME-LINE.

       700-OPEN-FILES.
           OPEN I-O ORDER-FILE.
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-IF.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAX RATE FILE. RC:'
                       WS-TAXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-IF.
           OPEN INPUT TAX-CATEGORY-FILE.
           IF WS-TAXCAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAX CATEGORY FILE. RC:'
                       WS-TAXCAT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-IF.
           OPEN EXTEND TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS NOT = '00'
               OPEN OUTPUT TAX-HISTORY-FILE
           END-IF.
           OPEN OUTPUT INVOICE-FILE, REGISTER-FILE.
           MOVE '** CUSTOMER INVOICE REGISTER **'
               TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       730-READ-ORDER.
           READ ORDER-FILE NEXT INTO CUSTOMER-ORDER-REC
               AT END MOVE 'Y' TO WS-ORDER-EOF
           END-READ.
           IF WS-ORDER-EOF = 'Y'
             AND INVOICE-IN-PROGRESS
               PERFORM 400-FINISH-INVOICE THRU 400-DONE
           END-IF.
           IF WS-ORDER-EOF NOT = 'Y'
             AND INVOICE-IN-PROGRESS
             AND ORD-ORDER-NUM NOT = WS-CURRENT-ORDER
               PERFORM 400-FINISH-INVOICE THRU 400-DONE
           END-IF.

      *****************************************************************
      * 400-FINISH-INVOICE - TOTAL THE INVOICE, POST IT TO THE
      * CUSTOMER AND UPDATE THE ORDER HEADER.  THE RECORD ALREADY
      * READ AHEAD IS HELD WHILE THE HEADER IS READ BACK AND
      * REWRITTEN, THEN READ AGAIN SO THE PASS CARRIES ON FROM IT.
      *****************************************************************
       400-FINISH-INVOICE.
           MOVE 'N' TO WS-INVOICING-SW.
           IF NOT INVOICE-STARTED AND NOT ALL-LINES-INVOICED
               ADD +1 TO NUM-ORDERS-UNSHIPPED
               GO TO 400-DONE.

           COMPUTE WS-CURRENT-TAX =
               WS-CURRENT-STATE-TAX + WS-CURRENT-LOCAL-TAX.
           COMPUTE WS-INVOICE-GRAND-TOTAL =
               WS-CURRENT-TOTAL + WS-CURRENT-TAX.
           IF INVOICE-STARTED
               PERFORM 420-PRINT-TAX-TOTALS
               ADD WS-INVOICE-GRAND-TOTAL TO WS-CUST-ACCT-BALANCE
               ADD WS-INVOICE-GRAND-TOTAL
                 TO WS-CUST-MONTH(CURRENT-MONTH)
               MOVE WS-CUST-REC TO CUST-REC-FD
               REWRITE CUST-REC-FD
               IF WS-CUSTFILE-STATUS NOT = '00'
                   DISPLAY 'ORDINV CUSTOMER REWRITE FAILED. RC:'
                           WS-CUSTFILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE CUSTOMER-ORDER-REC TO WS-HOLD-ORDER-REC.
           MOVE WS-CURRENT-ORDER   TO WS-HEADER-ORDER.
           MOVE WS-HEADER-KEY      TO ORD-KEY-FD.
           READ ORDER-FILE INTO CUSTOMER-ORDER-REC.
           IF WS-ORDFILE-STATUS = '00'
               IF ORD-AMOUNT-INVOICED NOT NUMERIC
                   MOVE ZERO TO ORD-AMOUNT-INVOICED
               END-IF
               ADD WS-CURRENT-TOTAL TO ORD-AMOUNT-INVOICED
               IF ORD-TAX-INVOICED NOT NUMERIC
                   MOVE ZERO TO ORD-TAX-INVOICED
               END-IF
               ADD WS-CURRENT-TAX TO ORD-TAX-INVOICED
               IF INVOICE-STARTED
                   MOVE WS-RUN-DATE TO ORD-INVOICE-DATE
               END-IF
               IF ALL-LINES-INVOICED
                   MOVE 'I' TO ORD-STATUS
               END-IF
               MOVE CUSTOMER-ORDER-REC TO ORD-REC-FD
               REWRITE ORD-REC-FD
           END-IF.
           IF WS-ORDFILE-STATUS NOT = '00'
               DISPLAY 'ORDINV ORDER REWRITE FAILED. RC:'
                       WS-ORDFILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-ORDER-EOF NOT = 'Y'
               MOVE WS-HOLD-ORDER-REC(1:9) TO ORD-KEY-FD
               READ ORDER-FILE INTO CUSTOMER-ORDER-REC
               IF WS-ORDFILE-STATUS NOT = '00'
                   DISPLAY 'ORDINV ORDER REPOSITION FAILED. RC:'
                           WS-ORDFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ORDER-EOF
               END-IF
           END-IF.

           IF NOT INVOICE-STARTED
               GO TO 400-DONE.
           ADD +1 TO NUM-INVOICES-CUT.
           ADD WS-INVOICE-GRAND-TOTAL TO TOT-BILLED.
           ADD WS-CURRENT-TAX      TO TOT-TAX-BILLED.
           PERFORM 440-WRITE-TAX-HISTORY.
           MOVE ' INVOICED: '      TO REG-ACTION.
           MOVE WS-CURRENT-CUSTOMER TO REG-CUSTOMER.
           MOVE WS-CURRENT-ORDER   TO REG-ORDER-NUM.
           MOVE WS-INVOICE-GRAND-TOTAL TO REG-AMOUNT.
           MOVE SPACES             TO REG-NOTE.
           IF NOT ALL-LINES-INVOICED
               ADD +1 TO NUM-ORDERS-PARTIAL
               MOVE 'PART SHIPPED - STAYS OPEN' TO REG-NOTE
           END-IF.
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.
           IF TAX-CERT-EXEMPT
               ADD +1 TO NUM-INVOICES-EXEMPT
           END-IF.
           MOVE SPACES TO REG-NOTE.
           IF TAX-NO-RATE
               ADD +1 TO NUM-INVOICES-NO-RATE
               MOVE 'NO TAX RATE - NOT TAXED' TO REG-NOTE
           END-IF.
           IF CERT-HAS-EXPIRED
               MOVE 'EXEMPT CERT EXPIRED-TAXED' TO REG-NOTE
           END-IF.
           IF REG-NOTE NOT = SPACES
               MOVE ' TAX NOTE: '  TO REG-ACTION
               MOVE WS-CURRENT-TAX TO REG-AMOUNT
               WRITE REGISTER-RECORD FROM REG-DETAIL-LINE
           END-IF.
       400-DONE.
           EXIT.

      *****************************************************************
      * 420-PRINT-TAX-TOTALS - MERCHANDISE, THE SALES TAX (NAMING THE
      * JURISDICTION, OR THE CERTIFICATE FOR AN EXEMPT CUSTOMER) AND
      * THE INVOICE TOTAL THE CUSTOMER OWES.
      *****************************************************************
       420-PRINT-TAX-TOTALS.
           MOVE WS-CURRENT-TOTAL TO INV-SUBTOTAL-AMOUNT.
           WRITE INVOICE-RECORD FROM INV-SUBTOTAL-LINE.
           MOVE SPACES TO INV-TAX-JURISDICTION.
           IF TAX-BY-RATE
               MOVE TAX-JURISDICTION-NAME TO INV-TAX-JURISDICTION
           END-IF.
           IF TAX-CERT-EXEMPT
               STRING 'CERT ' WS-CUST-TAX-EXEMPT-CERT
                   DELIMITED BY SIZE INTO INV-TAX-JURISDICTION
           END-IF.
           IF TAX-NO-RATE
               MOVE 'NO RATE ON FILE' TO INV-TAX-JURISDICTION
           END-IF.
           MOVE WS-CURRENT-TAX TO INV-TAX-AMOUNT.
           WRITE INVOICE-RECORD FROM INV-TAX-LINE.
           MOVE WS-INVOICE-GRAND-TOTAL TO INV-TOTAL-AMOUNT.
           WRITE INVOICE-RECORD FROM INV-TOTAL-LINE.
           MOVE SPACES TO INVOICE-RECORD.
           WRITE INVOICE-RECORD.

       440-WRITE-TAX-HISTORY.
           MOVE SPACES               TO TAX-HISTORY-REC.
           MOVE WS-TAX-JURISDICTION  TO TXH-JURISDICTION.
           MOVE WS-RUN-DATE          TO TXH-INVOICE-DATE.
           MOVE WS-CURRENT-ORDER     TO TXH-ORDER-NUM.
           MOVE WS-CURRENT-CUSTOMER  TO TXH-CUSTOMER-ID.
           MOVE WS-CURRENT-TAXABLE   TO TXH-TAXABLE-SALES.
           MOVE WS-CURRENT-EXEMPT    TO TXH-EXEMPT-SALES.
           MOVE WS-CURRENT-STATE-TAX TO TXH-STATE-TAX.
           MOVE WS-CURRENT-LOCAL-TAX TO TXH-LOCAL-TAX.
           IF TAX-CERT-EXEMPT
               MOVE 'C' TO TXH-EXEMPT-REASON
               MOVE WS-CUST-TAX-EXEMPT-CERT TO TXH-EXEMPT-CERT
           END-IF.
           IF TAX-NO-RATE
               MOVE 'N' TO TXH-EXEMPT-REASON
           END-IF.
           WRITE TAX-HISTORY-REC.
           IF WS-TAXHIST-STATUS NOT = '00'
               DISPLAY 'ORDINV TAXHIST WRITE FAILED. RC:'
                       WS-TAXHIST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       790-CLOSE-FILES.
           CLOSE ORDER-FILE, CUSTOMER-FILE,
                 TAX-RATE-FILE, TAX-CATEGORY-FILE, TAX-HISTORY-FILE,
                 INVOICE-FILE, REGISTER-FILE.

       850-REPORT-TOTALS.
           MOVE 'ORDERS SKIPPED:               ' TO REG-TOTAL-LABEL.
           MOVE NUM-ORDERS-SKIPPED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'PART-SHIPPED INVOICES:        ' TO REG-TOTAL-LABEL.
           MOVE NUM-ORDERS-PARTIAL TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'OPEN ORDERS NOTHING SHIPPED:  ' TO REG-TOTAL-LABEL.
           MOVE NUM-ORDERS-UNSHIPPED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'TAX-EXEMPT INVOICES:          ' TO REG-TOTAL-LABEL.
           MOVE NUM-INVOICES-EXEMPT TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'INVOICES WITH NO TAX RATE:    ' TO REG-TOTAL-LABEL.
           MOVE NUM-INVOICES-NO-RATE TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'SALES TAX BILLED:             ' TO REG-TOTAL-LABEL.
           MOVE TOT-TAX-BILLED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
           MOVE 'TOTAL BILLED:                 ' TO REG-TOTAL-LABEL.
           MOVE TOT-BILLED TO REG-TOTAL-COUNT.
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.
