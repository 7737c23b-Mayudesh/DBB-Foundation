      *             12-14  ORDER LINE         15-37  PART NUMBER       *
      *             38-44  QTY BILLED 9(7)    45-53  UNIT PRICE        *
      *                                             9(7)V99            *
      *             54-68  INVOICE REFERENCE  69-76  INVOICE DATE      *
      *                                             CCYYMMDD (BLANK =  *
      *                                             THE MATCH DATE)    *
      *                                                                *
      *            APPAYRUN PICKS THE RELEASED LINES UP AND PAYS THEM  *
      *            ON THE SUPPLIER'S TERMS FROM THE INVOICE DATE.      *
      *                                                                *
      *            RELEASED AND PRICE-DIFFERS LINES ALSO APPEND TO     *
      *            THE PRICEHST SUPPLIER PRICE HISTORY FOR THE         *
      *            MONTHLY PPVRPT PURCHASE PRICE VARIANCE REPORT.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRICEHST
           ASSIGN TO UT-S-PRICEHST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PRICEHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTRY
           05  INV-QTY-BILLED              PIC 9(07).
           05  INV-UNIT-PRICE              PIC 9(07)V99.
           05  INV-REFERENCE               PIC X(15).
           05  INV-INVOICE-DATE            PIC X(08).
           05  FILLER                      PIC X(04).

       FD  PAYAPPRV
           RECORDING MODE IS F
           05  PAY-UNIT-PRICE              PIC 9(07)V99.
           05  PAY-LINE-AMOUNT             PIC 9(11)V99.
           05  PAY-REFERENCE               PIC X(15).
           05  PAY-INVOICE-DATE            PIC 9(08).
           05  PAY-RELEASE-DATE            PIC 9(08).
           05  FILLER                      PIC X(03).

       FD  DEBITMEM
           RECORDING MODE IS F
           DATA RECORD IS MATCHRPT-REC.
       01  MATCHRPT-REC                     PIC X(132).

       FD  PRICEHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICEHST-REC.
       01  PRICEHST-REC                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PRICEHST-STATUS         PIC X(2).
               88 PRICEHST-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  HOST-VARIABLES.
           05  HV-ORDER-NUM            PIC X(06).

       COPY DBMEMO.

       COPY PRICEHST.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INVENTRY, DEBITMEM.
           OPEN OUTPUT PAYAPPRV, MATCHRPT, DBMEMOUT.
           OPEN EXTEND PRICEHST.
           IF NOT PRICEHST-OK
               OPEN OUTPUT PRICEHST.
           PERFORM 150-LOAD-DEBIT-MEMOS THRU 150-EXIT.
           WRITE MATCHRPT-REC FROM RPT-HEADER-LINE.
           PERFORM 900-READ-INVENTRY THRU 900-EXIT.
               MOVE HV-UNIT-PRICE  TO MIS-EXPECTED
               WRITE MATCHRPT-REC FROM RPT-MISMATCH-LINE
               ADD +1 TO LINES-MISMATCHED
               MOVE ZERO TO HV-QTY-RECEIVED
               MOVE 'P'  TO PRH-MATCH-RESULT
               PERFORM 420-WRITE-PRICE-HISTORY THRU 420-EXIT
               GO TO 200-EXIT.

      *    LEG 2 - WHAT WE RECEIVED
           COMPUTE PAY-LINE-AMOUNT =
               INV-QTY-BILLED * INV-UNIT-PRICE.
           MOVE INV-REFERENCE     TO PAY-REFERENCE.
           MOVE WS-RUN-DATE       TO PAY-RELEASE-DATE.
      *    THE TERMS CLOCK RUNS FROM THE INVOICE DATE; A CARD
      *    WITHOUT ONE (OR WITH A FUTURE ONE) STARTS IT AT THE MATCH.
           IF INV-INVOICE-DATE NUMERIC
                   AND INV-INVOICE-DATE NOT > WS-RUN-DATE
               MOVE INV-INVOICE-DATE TO PAY-INVOICE-DATE
           ELSE
               MOVE WS-RUN-DATE      TO PAY-INVOICE-DATE.

      *    AN OPEN DEBIT MEMO FROM A RETURN NETS AGAINST THE
      *    SUPPLIER'S RELEASED LINE BEFORE IT REACHES PAYMENT.
           WRITE PAYAPPRV-REC.
           ADD +1 TO LINES-RELEASED.
           ADD PAY-LINE-AMOUNT TO WS-RELEASED-AMOUNT.
           MOVE 'R' TO PRH-MATCH-RESULT.
           PERFORM 420-WRITE-PRICE-HISTORY THRU 420-EXIT.
       200-EXIT.
           EXIT.

       450-EXIT.
           EXIT.

      ******************************************************************
      *    420-WRITE-PRICE-HISTORY - THE ORDERED AND BILLED PRICES FOR *
      *    THE LINE, FOR THE MONTHLY PURCHASE PRICE VARIANCE REPORT.   *
      ******************************************************************
       420-WRITE-PRICE-HISTORY.
           MOVE INV-SUPPLIER-CODE TO PRH-SUPPLIER-CODE.
           MOVE INV-ORDER-NUM     TO PRH-ORDER-NUM.
           MOVE INV-ORDER-LINE    TO PRH-ORDER-LINE.
           MOVE INV-PART-NUM      TO PRH-PART-NUM.
           MOVE INV-QTY-BILLED    TO PRH-QTY-BILLED.
           MOVE HV-QTY-RECEIVED   TO PRH-QTY-RECEIVED.
           MOVE HV-UNIT-PRICE     TO PRH-PO-PRICE.
           MOVE INV-UNIT-PRICE    TO PRH-INVOICE-PRICE.
           MOVE INV-REFERENCE     TO PRH-REFERENCE.
           MOVE WS-RUN-DATE       TO PRH-MATCH-DATE.
           WRITE PRICEHST-REC FROM PRICE-HISTORY-REC.
       420-EXIT.
           EXIT.

       300-WRITE-MISMATCH.
           MOVE INV-ORDER-NUM  TO MIS-ORDER-NUM.
           MOVE INV-ORDER-LINE TO MIS-ORDER-LINE.
           PERFORM 960-WRITE-ONE-MEMO THRU 960-EXIT
               UNTIL MEMO-SUB > MEMO-COUNT.

           CLOSE INVENTRY, PAYAPPRV, MATCHRPT, DBMEMOUT, PRICEHST.
           DISPLAY "** INVOICE LINES READ  " LINES-READ.
           DISPLAY "** LINES RELEASED      " LINES-RELEASED.
           DISPLAY "** LINES MISMATCHED    " LINES-MISMATCHED.
