       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  FRTMATCH.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * FRTMATCH - CARRIER FREIGHT INVOICE MATCH.  READS THE CARRIERS' *
      *            BILLED FREIGHT LINES (CARRIER, INVOICE, OUR ORDER   *
      *            NUMBER AND SHIP DATE, BILLED AMOUNT) AND MATCHES    *
      *            EACH TO THE SHIPMENT SHIPMAN RATED ON FRTSHIP.  A   *
      *            BILL WITHIN TOLERANCE OF OUR RATED AMOUNT - THE     *
      *            GREATER OF WS-TOLERANCE-AMOUNT AND                 *
      *            WS-TOLERANCE-PERCENT OF THE RATED FREIGHT - IS      *
      *            MATCHED; ANYTHING ELSE IS A DISPUTE LISTED ON       *
      *            FRTMRPT FOR THE TRAFFIC DESK TO TAKE BACK TO THE    *
      *            CARRIER:                                            *
      *              - OVER OR UNDER OUR RATED AMOUNT                  *
      *              - NO SHIPMENT OF OURS UNDER THAT CARRIER, ORDER   *
      *                AND DATE                                        *
      *              - A SHIPMENT ALREADY BILLED ON ANOTHER INVOICE    *
      *              - A SHIPMENT OUR TARIFF COULD NOT RATE            *
      *            THE INVOICE NUMBER, BILLED AMOUNT AND OUTCOME ARE   *
      *            STAMPED ON THE FRTSHIP RECORD, SO A SECOND BILL FOR *
      *            THE SAME SHIPMENT IS CAUGHT ON A LATER RUN TOO.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRTINV
           ASSIGN TO UT-S-FRTINV
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FRTMRPT
           ASSIGN TO UT-S-FRTMRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FRTSHIP
                  ASSIGN       to FRTSHIP
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is FRTSHIP-REC-KEY
                  FILE STATUS  is FRTSHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRTINV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTINV-REC.
       01  FRTINV-REC.
           05  FIV-CARRIER-CODE            PIC X(04).
           05  FIV-INVOICE-NUM             PIC X(10).
           05  FIV-ORDER-NUM               PIC X(06).
           05  FIV-SHIP-DATE               PIC 9(08).
           05  FIV-BILLED-FREIGHT          PIC 9(07)V99.
           05  FILLER                      PIC X(43).

       FD  FRTMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTMRPT-REC.
       01  FRTMRPT-REC                      PIC X(132).

       FD  FRTSHIP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FRTSHIP-FD-REC.
       01  FRTSHIP-FD-REC.
           05 FRTSHIP-REC-KEY  PIC X(18).
           05 FILLER           PIC X(62).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  FRTSHIP-STATUS          PIC X(2).
               88 FRTSHIP-FOUND        VALUE "00".
               88 FRTSHIP-NOT-FOUND    VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-DIFFERENCE               PIC S9(07)V99 VALUE 0.
           05 WS-ABS-DIFFERENCE           PIC 9(07)V99 VALUE 0.
           05 WS-TOLERANCE                PIC 9(07)V99 VALUE 0.
           05 WS-DISPUTE-REASON           PIC X(30) VALUE SPACES.

      *    A CARRIER'S BILL MATCHES WHEN IT IS WITHIN THE GREATER OF
      *    A FLAT AMOUNT (ROUNDING, FUEL-SURCHARGE PENNIES) AND A
      *    PERCENTAGE OF WHAT WE RATED.
       01  MATCH-TOLERANCES.
           05 WS-TOLERANCE-AMOUNT         PIC 9(03)V99 VALUE 2.00.
           05 WS-TOLERANCE-PERCENT        PIC 9(01)V99 VALUE 0.02.

       01  COUNTERS-AND-ACCUMULATORS.
           05 BILLS-READ               PIC 9(7) COMP VALUE 0.
           05 BILLS-MATCHED            PIC 9(7) COMP VALUE 0.
           05 BILLS-DISPUTED           PIC 9(7) COMP VALUE 0.
           05 BILLS-REJECTED           PIC 9(7) COMP VALUE 0.
           05 TOTAL-BILLED             PIC 9(09)V99 VALUE 0.
           05 TOTAL-MATCHED            PIC 9(09)V99 VALUE 0.
           05 TOTAL-DISPUTED           PIC 9(09)V99 VALUE 0.
           05 TOTAL-RATED-DISPUTED     PIC 9(09)V99 VALUE 0.

       COPY FRTSHIP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(42) VALUE
               '** CARRIER FREIGHT INVOICE DISPUTES - RUN '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               ' CARR INVOICE    ORDER  SHIPPED        RATED'.
           05  FILLER                  PIC X(44) VALUE
               '        BILLED   DIFFERENCE   REASON        '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DISPUTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DSP-CARRIER-CODE        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DSP-INVOICE-NUM         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DSP-ORDER-NUM           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DSP-SHIP-DATE           PIC 9(08).
           05  DSP-RATED               PIC ZZ,ZZZ,ZZ9.99.
           05  DSP-BILLED              PIC ZZ,ZZZ,ZZ9.99.
           05  DSP-DIFFERENCE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DSP-REASON              PIC X(30).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(36).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMOUNT-LABEL        PIC X(36).
           05  RPT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 800-WRITE-TOTALS THRU 800-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (BILLS-DISPUTED > 0 OR BILLS-REJECTED > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT FRTINV.
           OPEN I-O FRTSHIP.
           OPEN OUTPUT FRTMRPT.
           IF NOT FRTSHIP-FOUND
               DISPLAY "** FRTSHIP WILL NOT OPEN, STATUS "
                       FRTSHIP-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE FRTMRPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO FRTMRPT-REC.
           WRITE FRTMRPT-REC.
           WRITE FRTMRPT-REC FROM RPT-COLUMN-LINE.
           PERFORM 900-READ-FRTINV THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-MATCH-ONE-BILL THRU 200-EXIT.
           PERFORM 900-READ-FRTINV THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-MATCH-ONE-BILL - FIND OUR SHIPMENT, THEN MATCH OR       *
      *    DISPUTE THE BILLED AMOUNT AND STAMP THE OUTCOME ON IT.      *
      ******************************************************************
       200-MATCH-ONE-BILL.
           MOVE "200-MATCH-ONE-BILL" TO PARA-NAME.
           MOVE SPACES TO WS-DISPUTE-REASON.
           IF FIV-CARRIER-CODE = SPACES
             OR FIV-INVOICE-NUM = SPACES
             OR FIV-ORDER-NUM = SPACES
             OR FIV-SHIP-DATE NOT NUMERIC
             OR FIV-BILLED-FREIGHT NOT NUMERIC
               ADD +1 TO BILLS-REJECTED
               DISPLAY "** BAD FREIGHT BILL LINE REJECTED: "
                       FIV-CARRIER-CODE " " FIV-INVOICE-NUM
               GO TO 200-EXIT.
           ADD FIV-BILLED-FREIGHT TO TOTAL-BILLED.

           MOVE FIV-CARRIER-CODE TO FSH-CARRIER-CODE.
           MOVE FIV-ORDER-NUM    TO FSH-ORDER-NUM.
           MOVE FIV-SHIP-DATE    TO FSH-SHIP-DATE.
           MOVE FSH-SHIPMENT-KEY TO FRTSHIP-REC-KEY.
           READ FRTSHIP INTO FREIGHT-SHIPMENT-REC.
           IF NOT FRTSHIP-FOUND
               INITIALIZE FREIGHT-SHIPMENT-REC
               MOVE "NO SHIPMENT ON FILE" TO WS-DISPUTE-REASON
               GO TO 200-DISPUTE.
           IF FSH-INVOICE-NUM NOT = SPACES
               STRING "ALREADY BILLED ON " DELIMITED BY SIZE
                      FSH-INVOICE-NUM      DELIMITED BY SIZE
                   INTO WS-DISPUTE-REASON
               GO TO 200-DISPUTE.

           COMPUTE WS-DIFFERENCE =
               FIV-BILLED-FREIGHT - FSH-RATED-FREIGHT.
           IF FSH-UNRATED
               MOVE "SHIPMENT NOT RATED BY TARIFF" TO WS-DISPUTE-REASON
               GO TO 200-STAMP.

           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE.
           COMPUTE WS-TOLERANCE ROUNDED =
               FSH-RATED-FREIGHT * WS-TOLERANCE-PERCENT.
           IF WS-TOLERANCE < WS-TOLERANCE-AMOUNT
               MOVE WS-TOLERANCE-AMOUNT TO WS-TOLERANCE.
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
               IF WS-DIFFERENCE > ZERO
                   MOVE "BILLED OVER RATED FREIGHT" TO WS-DISPUTE-REASON
               ELSE
                   MOVE "BILLED UNDER RATED FREIGHT"
                       TO WS-DISPUTE-REASON.

       200-STAMP.
           MOVE FIV-INVOICE-NUM    TO FSH-INVOICE-NUM.
           MOVE FIV-BILLED-FREIGHT TO FSH-BILLED-FREIGHT.
           MOVE WS-RUN-DATE        TO FSH-MATCH-DATE.
           IF WS-DISPUTE-REASON = SPACES
               MOVE "M" TO FSH-MATCH-STATUS
           ELSE
               MOVE "D" TO FSH-MATCH-STATUS.
           REWRITE FRTSHIP-FD-REC FROM FREIGHT-SHIPMENT-REC.
           IF NOT FRTSHIP-FOUND
               DISPLAY "** FRTSHIP UPDATE FAILED, STATUS "
                       FRTSHIP-STATUS " " FSH-SHIPMENT-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           IF WS-DISPUTE-REASON NOT = SPACES
               GO TO 200-DISPUTE.
           ADD +1 TO BILLS-MATCHED.
           ADD FIV-BILLED-FREIGHT TO TOTAL-MATCHED.
           GO TO 200-EXIT.

       200-DISPUTE.
           ADD +1 TO BILLS-DISPUTED.
           ADD FIV-BILLED-FREIGHT TO TOTAL-DISPUTED.
           ADD FSH-RATED-FREIGHT  TO TOTAL-RATED-DISPUTED.
           PERFORM 300-LIST-DISPUTE THRU 300-EXIT.
       200-EXIT.
           EXIT.

       300-LIST-DISPUTE.
           MOVE FIV-CARRIER-CODE   TO DSP-CARRIER-CODE.
           MOVE FIV-INVOICE-NUM    TO DSP-INVOICE-NUM.
           MOVE FIV-ORDER-NUM      TO DSP-ORDER-NUM.
           MOVE FIV-SHIP-DATE      TO DSP-SHIP-DATE.
           MOVE FSH-RATED-FREIGHT  TO DSP-RATED.
           MOVE FIV-BILLED-FREIGHT TO DSP-BILLED.
           COMPUTE WS-DIFFERENCE =
               FIV-BILLED-FREIGHT - FSH-RATED-FREIGHT.
           MOVE WS-DIFFERENCE      TO DSP-DIFFERENCE.
           MOVE WS-DISPUTE-REASON  TO DSP-REASON.
           WRITE FRTMRPT-REC FROM RPT-DISPUTE-LINE.
       300-EXIT.
           EXIT.

       800-WRITE-TOTALS.
           MOVE "800-WRITE-TOTALS" TO PARA-NAME.
           MOVE SPACES TO FRTMRPT-REC.
           WRITE FRTMRPT-REC.
           MOVE 'FREIGHT BILL LINES READ:' TO RPT-TOTAL-LABEL.
           MOVE BILLS-READ            TO RPT-TOTAL-COUNT.
           WRITE FRTMRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'MATCHED WITHIN TOLERANCE:' TO RPT-TOTAL-LABEL.
           MOVE BILLS-MATCHED         TO RPT-TOTAL-COUNT.
           WRITE FRTMRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'DISPUTED:' TO RPT-TOTAL-LABEL.
           MOVE BILLS-DISPUTED        TO RPT-TOTAL-COUNT.
           WRITE FRTMRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'REJECTED (UNREADABLE LINE):' TO RPT-TOTAL-LABEL.
           MOVE BILLS-REJECTED        TO RPT-TOTAL-COUNT.
           WRITE FRTMRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL BILLED:' TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-BILLED          TO RPT-AMOUNT.
           WRITE FRTMRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE 'BILLED - MATCHED:' TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-MATCHED         TO RPT-AMOUNT.
           WRITE FRTMRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE 'BILLED - DISPUTED:' TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-DISPUTED        TO RPT-AMOUNT.
           WRITE FRTMRPT-REC FROM RPT-AMOUNT-LINE.
           MOVE 'OUR RATED FREIGHT ON DISPUTES:' TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-RATED-DISPUTED  TO RPT-AMOUNT.
           WRITE FRTMRPT-REC FROM RPT-AMOUNT-LINE.
       800-EXIT.
           EXIT.

       900-READ-FRTINV.
           READ FRTINV
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO BILLS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE FRTINV, FRTSHIP, FRTMRPT.
           DISPLAY "** BILL LINES READ " BILLS-READ.
           DISPLAY "** MATCHED         " BILLS-MATCHED.
           DISPLAY "** DISPUTED        " BILLS-DISPUTED.
           DISPLAY "** REJECTED        " BILLS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB FRTMATCH ********".
       999-EXIT.
           EXIT.
