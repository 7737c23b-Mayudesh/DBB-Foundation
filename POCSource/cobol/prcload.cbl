       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PRCLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * PRCLOAD  - SELLING PRICE MAINTENANCE.  READS THE PRICING      *
      *            DESK'S CARDS AND KEEPS THE PRICES ORDENTRY PRICES  *
      *            ORDER LINES FROM:                                  *
      *              P - A PRICE ROW ON PRICLIST: LIST (L + LIST      *
      *                  CODE) OR CUSTOMER CONTRACT (C + CUSTOMER),   *
      *                  ITEM, EFFECTIVE DATE, END DATE, BASE PRICE   *
      *              B - ONE OF THE FOUR QUANTITY BREAKS ON AN        *
      *                  EXISTING PRICE ROW (BREAKS FILL IN ORDER     *
      *                  WITH RISING QUANTITIES)                      *
      *              A - ASSIGNS A CUSTOMER TO A PRICE LIST ON        *
      *                  CUSTFILE                                     *
      *            A 'D' IN THE ACTION COLUMN DELETES THE PRICE ROW,  *
      *            CLEARS THE BREAK, OR PUTS THE CUSTOMER BACK ON THE *
      *            STANDARD LIST.  A NEW PRICE IS LOADED AS A NEW ROW *
      *            WITH ITS OWN EFFECTIVE DATE SO THE OLD ONE STAYS   *
      *            FOR ORDERS ALREADY PRICED.  EVERY CHANGE WRITES A  *
      *            BEFORE/AFTER LINE TO THE PRCAUDT TRAIL.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRCCARD
           ASSIGN TO UT-S-PRCCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRCAUDT
           ASSIGN TO UT-S-PRCAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRICLIST
                  ASSIGN       to PRICLIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRICLIST-REC-KEY
                  FILE STATUS  is PRICLIST-STATUS.

           SELECT CUSTFILE
                  ASSIGN       to CUSTFILE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CUSTFILE-REC-KEY
                  FILE STATUS  is CUSTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRCCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCCARD-REC.
       01  PRCCARD-REC.
           05  PCD-CARD-TYPE               PIC X(01).
               88  PCD-PRICE-CARD          VALUE 'P'.
               88  PCD-BREAK-CARD          VALUE 'B'.
               88  PCD-ASSIGN-CARD         VALUE 'A'.
           05  PCD-ACTION                  PIC X(01).
               88  PCD-DELETE              VALUE 'D'.
           05  PCD-CARD-DATA               PIC X(63).
           05  PCD-PRICE-DATA REDEFINES PCD-CARD-DATA.
               10  PCD-PRICE-KEY.
                   15  PCD-PRICE-TYPE      PIC X(01).
                       88  PCD-TYPE-VALID  VALUE 'L' 'C'.
                   15  PCD-LIST-CODE       PIC X(05).
                   15  PCD-ITEM-CODE       PIC X(23).
                   15  PCD-EFFECTIVE-DATE  PIC 9(08).
               10  PCD-PRICE-VALUES.
                   15  PCD-END-DATE        PIC 9(08).
                   15  PCD-END-DATE-X REDEFINES PCD-END-DATE
                                           PIC X(08).
                   15  PCD-BASE-PRICE      PIC 9(05)V99.
                   15  FILLER              PIC X(11).
               10  PCD-BREAK-VALUES REDEFINES PCD-PRICE-VALUES.
                   15  PCD-BREAK-NUM       PIC 9(01).
                   15  PCD-BREAK-QTY       PIC 9(05).
                   15  PCD-BREAK-PRICE     PIC 9(05)V99.
                   15  FILLER              PIC X(13).
           05  PCD-ASSIGN-DATA REDEFINES PCD-CARD-DATA.
               10  PCD-CUSTOMER-ID         PIC X(05).
               10  PCD-PRICE-LIST          PIC X(04).
               10  FILLER                  PIC X(54).
           05  PCD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(07).

       FD  PRCAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCAUDT-REC.
       01  PRCAUDT-REC                      PIC X(132).

       FD  PRICLIST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS PRICLIST-FD-REC.
       01  PRICLIST-FD-REC.
           05 PRICLIST-REC-KEY PIC X(37).
           05 FILLER           PIC X(83).

       FD  CUSTFILE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS CUSTFILE-FD-REC.
       01  CUSTFILE-FD-REC.
           05 CUSTFILE-REC-KEY PIC X(06).
           05 FILLER           PIC X(634).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRICLIST-STATUS         PIC X(2).
               88 PRICLIST-FOUND       VALUE "00".
               88 PRICLIST-NOT-FOUND   VALUE "23".
           05  CUSTFILE-STATUS         PIC X(2).
               88 CUSTFILE-FOUND       VALUE "00".
               88 CUSTFILE-NOT-FOUND   VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 RECORD-NEW-SW               PIC X(01) VALUE "N".
              88 RECORD-IS-NEW VALUE "Y".
           05 CUSTFILE-OPEN-SW            PIC X(01) VALUE "N".
              88 CUSTFILE-IS-OPEN VALUE "Y".
           05 WS-BREAK-SUB                PIC S9(4) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 PRICES-ADDED             PIC 9(7) COMP VALUE 0.
           05 PRICES-CHANGED           PIC 9(7) COMP VALUE 0.
           05 PRICES-DELETED           PIC 9(7) COMP VALUE 0.
           05 BREAKS-SET               PIC 9(7) COMP VALUE 0.
           05 CUSTOMERS-CHANGED        PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY PRICLIST.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE AUDIT LINE CARRIES THE OLD AND NEW VALUES TOGETHER, IN
      *    THE VIEW THAT FITS THE CARD TYPE: A ROW'S END DATE AND BASE
      *    PRICE, ONE QUANTITY BREAK, OR A CUSTOMER'S PRICE LIST.
       01  AUD-LINE.
           05  AUD-TYPE                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-KEY                 PIC X(37).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-ACTION              PIC X(04).
           05  FILLER                  PIC X(05) VALUE ' OLD '.
           05  AUD-OLD-VALUES          PIC X(20).
           05  FILLER                  PIC X(05) VALUE ' NEW '.
           05  AUD-NEW-VALUES          PIC X(20).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  AUD-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' ON: '.
           05  AUD-CHANGED-DATE        PIC 9(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  AUD-PRICE-VIEW.
           05  AUD-PV-END-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-PV-BASE-PRICE       PIC ZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  AUD-BREAK-VIEW.
           05  FILLER                  PIC X(01) VALUE 'B'.
           05  AUD-BV-BREAK-NUM        PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-BV-QTY              PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-BV-PRICE            PIC ZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  AUD-CUST-VIEW.
           05  FILLER                  PIC X(05) VALUE 'LIST '.
           05  AUD-CV-PRICE-LIST       PIC X(04).
           05  FILLER                  PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CARDS-REJECTED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PRCCARD.
           OPEN I-O PRICLIST.
           IF NOT PRICLIST-FOUND
               OPEN OUTPUT PRICLIST
               CLOSE PRICLIST
               OPEN I-O PRICLIST.
      *    THE CUSTOMER MASTER IS NEVER CREATED HERE - WITHOUT IT THE
      *    'A' CARDS ARE REJECTED AND THE PRICE WORK STILL GOES AHEAD.
           OPEN I-O CUSTFILE.
           IF CUSTFILE-FOUND
               MOVE "Y" TO CUSTFILE-OPEN-SW
           ELSE
               DISPLAY "** CUSTFILE OPEN FAILED, STATUS "
                       CUSTFILE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           OPEN OUTPUT PRCAUDT.
           PERFORM 900-READ-PRCCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF PCD-CHANGED-BY = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** PRICE CARD WITHOUT CHANGED-BY REJECTED: "
                       PRCCARD-REC(1:40)
               GO TO 100-READ.
           IF PCD-PRICE-CARD
               PERFORM 200-LOAD-ONE-PRICE THRU 200-EXIT
           ELSE
           IF PCD-BREAK-CARD
               PERFORM 400-LOAD-ONE-BREAK THRU 400-EXIT
           ELSE
           IF PCD-ASSIGN-CARD
               PERFORM 500-ASSIGN-CUSTOMER THRU 500-EXIT
           ELSE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** PRICE CARD TYPE NOT P, B OR A REJECTED: "
                       PRCCARD-REC(1:40).
       100-READ.
           PERFORM 900-READ-PRCCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-ONE-PRICE - A PRICE ROW NEEDS ITS FULL KEY AND A   *
      *    BASE PRICE.  A BLANK END DATE IS OPEN-ENDED; AN END DATE    *
      *    BEFORE THE EFFECTIVE DATE IS A KEYING SLIP.  REPLACING A    *
      *    ROW KEEPS ITS BREAKS.                                       *
      ******************************************************************
       200-LOAD-ONE-PRICE.
           MOVE "200-LOAD-ONE-PRICE" TO PARA-NAME.
           IF NOT PCD-TYPE-VALID
             OR PCD-LIST-CODE = SPACES
             OR PCD-ITEM-CODE = SPACES
             OR PCD-EFFECTIVE-DATE NOT NUMERIC
             OR PCD-EFFECTIVE-DATE = ZERO
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BAD PRICE CARD REJECTED: " PCD-PRICE-KEY
               GO TO 200-EXIT.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE PCD-PRICE-KEY TO PRICLIST-REC-KEY.
           READ PRICLIST INTO PRICE-LIST-REC.
           IF NOT PRICLIST-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE PRICE-LIST-REC.

           IF PCD-DELETE
               PERFORM 300-DELETE-PRICE THRU 300-EXIT
               GO TO 200-EXIT.

           IF PCD-END-DATE-X = SPACES
               MOVE ZERO TO PCD-END-DATE.
           IF PCD-END-DATE NOT NUMERIC
             OR PCD-BASE-PRICE NOT NUMERIC
             OR PCD-BASE-PRICE = ZERO
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** PRICE CARD VALUES NOT VALID REJECTED: "
                       PCD-PRICE-KEY
               GO TO 200-EXIT.
           IF PCD-END-DATE NOT = ZERO
             AND PCD-END-DATE < PCD-EFFECTIVE-DATE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** PRICE ENDS BEFORE IT STARTS REJECTED: "
                       PCD-PRICE-KEY
               GO TO 200-EXIT.

           MOVE 'PRCE' TO AUD-TYPE.
           MOVE 'SET ' TO AUD-ACTION.
           MOVE PCD-PRICE-KEY TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF NOT RECORD-IS-NEW
               MOVE PRC-END-DATE   TO AUD-PV-END-DATE
               MOVE PRC-BASE-PRICE TO AUD-PV-BASE-PRICE
               MOVE AUD-PRICE-VIEW TO AUD-OLD-VALUES.
           MOVE PCD-END-DATE   TO AUD-PV-END-DATE.
           MOVE PCD-BASE-PRICE TO AUD-PV-BASE-PRICE.
           MOVE AUD-PRICE-VIEW TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           MOVE PCD-PRICE-KEY        TO PRC-PRICE-KEY.
           MOVE PCD-END-DATE         TO PRC-END-DATE.
           MOVE PCD-BASE-PRICE       TO PRC-BASE-PRICE.
           MOVE PCD-CHANGED-BY       TO PRC-CHANGED-BY.
           MOVE WS-RUN-DATE          TO PRC-CHANGED-DATE.
           MOVE PRC-PRICE-KEY        TO PRICLIST-REC-KEY.
           IF RECORD-IS-NEW
               WRITE PRICLIST-FD-REC FROM PRICE-LIST-REC
               ADD +1 TO PRICES-ADDED
           ELSE
               REWRITE PRICLIST-FD-REC FROM PRICE-LIST-REC
               ADD +1 TO PRICES-CHANGED.
           IF NOT PRICLIST-FOUND
               DISPLAY "** PRICLIST UPDATE FAILED, STATUS "
                       PRICLIST-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       300-DELETE-PRICE.
           MOVE "300-DELETE-PRICE" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** PRICE DELETE - NOT ON FILE: "
                       PCD-PRICE-KEY
               GO TO 300-EXIT.
           MOVE 'PRCE' TO AUD-TYPE.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE PCD-PRICE-KEY  TO AUD-KEY.
           MOVE PRC-END-DATE   TO AUD-PV-END-DATE.
           MOVE PRC-BASE-PRICE TO AUD-PV-BASE-PRICE.
           MOVE AUD-PRICE-VIEW TO AUD-OLD-VALUES.
           MOVE SPACES         TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE PCD-PRICE-KEY TO PRICLIST-REC-KEY.
           DELETE PRICLIST RECORD.
           IF NOT PRICLIST-FOUND
               DISPLAY "** PRICLIST DELETE FAILED, STATUS "
                       PRICLIST-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO PRICES-DELETED.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-LOAD-ONE-BREAK - SETS OR CLEARS ONE QUANTITY BREAK ON   *
      *    AN EXISTING PRICE ROW.  A BREAK NEEDS THE ONE BEFORE IT SET *
      *    AND A QUANTITY ABOVE IT (AND BELOW THE ONE AFTER, IF SET),  *
      *    SO THE HIGHEST BREAK AN ORDER REACHES IS ALWAYS THE LAST.   *
      *    CLEARING A BREAK CLEARS THE ONES AFTER IT TOO.              *
      ******************************************************************
       400-LOAD-ONE-BREAK.
           MOVE "400-LOAD-ONE-BREAK" TO PARA-NAME.
           IF PCD-BREAK-NUM NOT NUMERIC
             OR PCD-BREAK-NUM < 1 OR PCD-BREAK-NUM > 4
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BREAK NUMBER NOT 1-4 REJECTED: "
                       PCD-PRICE-KEY
               GO TO 400-EXIT.
           MOVE PCD-PRICE-KEY TO PRICLIST-REC-KEY.
           READ PRICLIST INTO PRICE-LIST-REC.
           IF NOT PRICLIST-FOUND
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BREAK - PRICE ROW NOT ON FILE: "
                       PCD-PRICE-KEY
               GO TO 400-EXIT.
           MOVE PCD-BREAK-NUM TO WS-BREAK-SUB.

           MOVE 'BRK ' TO AUD-TYPE.
           MOVE PCD-PRICE-KEY TO AUD-KEY.
           MOVE PCD-BREAK-NUM TO AUD-BV-BREAK-NUM.
           MOVE PRC-BREAK-QTY(WS-BREAK-SUB)   TO AUD-BV-QTY.
           MOVE PRC-BREAK-PRICE(WS-BREAK-SUB) TO AUD-BV-PRICE.
           MOVE AUD-BREAK-VIEW TO AUD-OLD-VALUES.

           IF PCD-DELETE
               MOVE 'DEL ' TO AUD-ACTION
               MOVE SPACES TO AUD-NEW-VALUES
               PERFORM 450-CLEAR-ONE-BREAK
                   VARYING WS-BREAK-SUB FROM WS-BREAK-SUB BY 1
                   UNTIL WS-BREAK-SUB > 4
               GO TO 400-UPDATE.

           IF PCD-BREAK-QTY NOT NUMERIC
             OR PCD-BREAK-PRICE NOT NUMERIC
             OR PCD-BREAK-QTY = ZERO
             OR PCD-BREAK-PRICE = ZERO
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BREAK VALUES NOT VALID REJECTED: "
                       PCD-PRICE-KEY
               GO TO 400-EXIT.
           IF WS-BREAK-SUB > 1
               IF PRC-BREAK-QTY(WS-BREAK-SUB - 1) = ZERO
                 OR PRC-BREAK-QTY(WS-BREAK-SUB - 1)
                    NOT < PCD-BREAK-QTY
                   ADD +1 TO CARDS-REJECTED
                   DISPLAY "** BREAK OUT OF QUANTITY ORDER REJECTED: "
                           PCD-PRICE-KEY
                   GO TO 400-EXIT.
           IF WS-BREAK-SUB < 4
               IF PRC-BREAK-QTY(WS-BREAK-SUB + 1) NOT = ZERO
                 AND PRC-BREAK-QTY(WS-BREAK-SUB + 1)
                     NOT > PCD-BREAK-QTY
                   ADD +1 TO CARDS-REJECTED
                   DISPLAY "** BREAK OUT OF QUANTITY ORDER REJECTED: "
                           PCD-PRICE-KEY
                   GO TO 400-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           MOVE PCD-BREAK-QTY   TO PRC-BREAK-QTY(WS-BREAK-SUB).
           MOVE PCD-BREAK-PRICE TO PRC-BREAK-PRICE(WS-BREAK-SUB).
           MOVE PCD-BREAK-QTY   TO AUD-BV-QTY.
           MOVE PCD-BREAK-PRICE TO AUD-BV-PRICE.
           MOVE AUD-BREAK-VIEW  TO AUD-NEW-VALUES.
       400-UPDATE.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE PCD-CHANGED-BY TO PRC-CHANGED-BY.
           MOVE WS-RUN-DATE    TO PRC-CHANGED-DATE.
           REWRITE PRICLIST-FD-REC FROM PRICE-LIST-REC.
           IF NOT PRICLIST-FOUND
               DISPLAY "** PRICLIST UPDATE FAILED, STATUS "
                       PRICLIST-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           ADD +1 TO BREAKS-SET.
       400-EXIT.
           EXIT.

       450-CLEAR-ONE-BREAK.
           MOVE ZERO TO PRC-BREAK-QTY(WS-BREAK-SUB),
                        PRC-BREAK-PRICE(WS-BREAK-SUB).

      ******************************************************************
      *    500-ASSIGN-CUSTOMER - PUTS A CUSTOMER ON A PRICE LIST, OR   *
      *    WITH 'D' BACK ON THE STANDARD LIST.                         *
      ******************************************************************
       500-ASSIGN-CUSTOMER.
           MOVE "500-ASSIGN-CUSTOMER" TO PARA-NAME.
           IF NOT CUSTFILE-IS-OPEN
             OR PCD-CUSTOMER-ID = SPACES
             OR (PCD-PRICE-LIST = SPACES AND NOT PCD-DELETE)
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ASSIGN CARD NOT VALID REJECTED: "
                       PCD-CUSTOMER-ID
               GO TO 500-EXIT.

           MOVE SPACES TO CUSTFILE-REC-KEY.
           STRING PCD-CUSTOMER-ID 'A'
               DELIMITED BY SIZE INTO CUSTFILE-REC-KEY.
           READ CUSTFILE INTO WS-CUST-REC.
           IF NOT CUSTFILE-FOUND
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ASSIGN - CUSTOMER NOT ON MASTER: "
                       PCD-CUSTOMER-ID
               GO TO 500-EXIT.

           MOVE 'CUST' TO AUD-TYPE.
           MOVE PCD-CUSTOMER-ID TO AUD-KEY.
           MOVE WS-CUST-PRICE-LIST TO AUD-CV-PRICE-LIST.
           MOVE AUD-CUST-VIEW TO AUD-OLD-VALUES.
           IF PCD-DELETE
               MOVE 'DEL ' TO AUD-ACTION
               MOVE SPACES TO WS-CUST-PRICE-LIST
           ELSE
               MOVE 'SET ' TO AUD-ACTION
               MOVE PCD-PRICE-LIST TO WS-CUST-PRICE-LIST.
           MOVE WS-CUST-PRICE-LIST TO AUD-CV-PRICE-LIST.
           MOVE AUD-CUST-VIEW TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           REWRITE CUSTFILE-FD-REC FROM WS-CUST-REC.
           IF NOT CUSTFILE-FOUND
               DISPLAY "** CUSTFILE REWRITE FAILED, STATUS "
                       CUSTFILE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO CUSTOMERS-CHANGED.
       500-EXIT.
           EXIT.

       800-WRITE-AUDIT.
           MOVE PCD-CHANGED-BY       TO AUD-CHANGED-BY.
           MOVE WS-RUN-DATE          TO AUD-CHANGED-DATE.
           WRITE PRCAUDT-REC FROM AUD-LINE.
       800-EXIT.
           EXIT.

       900-READ-PRCCARD.
           READ PRCCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE PRCCARD, PRICLIST, PRCAUDT.
           IF CUSTFILE-IS-OPEN
               CLOSE CUSTFILE.
           DISPLAY "** CARDS READ        " CARDS-READ.
           DISPLAY "** PRICES ADDED      " PRICES-ADDED.
           DISPLAY "** PRICES CHANGED    " PRICES-CHANGED.
           DISPLAY "** PRICES DELETED    " PRICES-DELETED.
           DISPLAY "** BREAKS SET        " BREAKS-SET.
           DISPLAY "** CUSTOMERS CHANGED " CUSTOMERS-CHANGED.
           DISPLAY "** CARDS REJECTED    " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PRCLOAD ********".
       999-EXIT.
           EXIT.
