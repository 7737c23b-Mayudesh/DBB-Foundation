      *****************************************************************
      * PROGRAM:  PRCOVRPT
      *
      * WEEKLY PRICE OVERRIDE APPROVAL REPORT.  LISTS THE PRCOVRD
      * RECORDS ORDENTRY WROTE FOR ORDER LINES KEYED AT A PRICE OTHER
      * THAN THE PRICE LIST PRICE, SO SALES MANAGEMENT CAN APPROVE
      * THEM.  EACH LINE SHOWS THE CLERK, THE ORDER LINE, THE LIST AND
      * KEYED PRICES, THE PART'S AVERAGE COST FROM PARTCOST, THE
      * MARGIN IMPACT ((KEYED - LIST) X QUANTITY, NEGATIVE WHERE
      * MARGIN WAS GIVEN UP) AND THE MARGIN PERCENT AT THE KEYED
      * PRICE.  A LINE KEYED BELOW COST IS FLAGGED.  A SUMMARY BY
      * CLERK FOLLOWS THE DETAIL.
      *
      * THE ENTRY DATE RANGE (FROM CCYYMMDD, THRU CCYYMMDD) COMES
      * FROM THE PRCCTL CARD; WITH NO CARD, OR A BAD DATE, IT IS THE
      * SEVEN DAYS BEFORE THE RUN DATE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCOVRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICE-CONTROL-FILE ASSIGN TO PRCCTL
               FILE STATUS  IS  WS-PRCCTL-STATUS.

           SELECT PRICE-OVERRIDE-FILE ASSIGN TO PRCOVRD
               FILE STATUS  IS  WS-PRCOVRD-STATUS.

           SELECT PART-COST-FILE ASSIGN TO PARTCOST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PCO-KEY-FD
               FILE STATUS  IS  WS-PARTCOST-STATUS.

           SELECT REPORT-FILE ASSIGN TO PRCOVLST
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PRICE-CONTROL-FILE
           RECORDING MODE IS F.
       01  PRICE-CONTROL-RECORD.
           05  CTL-FROM-DATE           PIC X(08).
           05  CTL-FROM-DATE-N REDEFINES CTL-FROM-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CTL-THRU-DATE           PIC X(08).
           05  CTL-THRU-DATE-N REDEFINES CTL-THRU-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(63).

       FD  PRICE-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY PRCOVRD.

       FD  PART-COST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PCO-REC-FD.
           05  PCO-KEY-FD              PIC X(23).
           05  FILLER                  PIC X(57).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  SYSTEM-DATE-AND-TIME.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-FIELDS.
           05  WS-PRCCTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PRCOVRD-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-PARTCOST-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OVERRIDE-EOF         PIC X     VALUE 'N'.
               88  NO-MORE-OVERRIDES   VALUE 'Y'.
           05  WS-CLERK-FOUND-SW       PIC X     VALUE 'N'.
               88  CLERK-SLOT-FOUND    VALUE 'Y'.
           05  WS-FROM-DATE            PIC 9(08) VALUE 0.
           05  WS-THRU-DATE            PIC 9(08) VALUE 0.
           05  WS-UNIT-COST            PIC S9(7)V99  COMP-3 VALUE +0.
           05  WS-MARGIN-IMPACT        PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-MARGIN-PCT           PIC S9(5)V9   COMP-3 VALUE +0.

      *    ONE SLOT PER CLERK WITH AN OVERRIDE IN THE RANGE.
       01  CLERK-TABLE.
           05  CLK-COUNT               PIC S9(4) COMP VALUE 0.
           05  CLK-ENTRY OCCURS 200 TIMES.
               10  CLK-CLERK-ID        PIC X(08).
               10  CLK-OVERRIDES       PIC S9(7)     COMP-3.
               10  CLK-BELOW-COST      PIC S9(7)     COMP-3.
               10  CLK-IMPACT          PIC S9(11)V99 COMP-3.
           05  CLK-SUB                 PIC S9(4) COMP VALUE 0.
           05  CLK-HIT-SUB             PIC S9(4) COMP VALUE 0.

       01  REPORT-TOTALS.
           05  NUM-OVERRIDES-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OVERRIDES-LISTED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BELOW-COST        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-COST           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-LIST-PRICE     PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-MARGIN-IMPACT     PIC S9(11)V99 COMP-3 VALUE +0.

       COPY PARTCOST.

       COPY DATESRVP.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' ** PRICE OVERRIDES FOR APPROVAL ENTERED'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-HDR-FROM-DATE       PIC 9(08).
           05  FILLER                  PIC X(06) VALUE ' THRU '.
           05  RPT-HDR-THRU-DATE       PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' **'.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(30) VALUE
               ' ENTERED  CLERK    ORDER  LINE'.
           05  FILLER                  PIC X(30) VALUE
               ' CUST  ITEM          QTY S    '.
           05  FILLER                  PIC X(30) VALUE
               ' LIST     KEYED      COST  MAR'.
           05  FILLER                  PIC X(30) VALUE
               'GIN IMPACT MARGIN%            '.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-ENTRY-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CLERK-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-ORDER-NUM           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-LINE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CUSTOMER-ID         PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-QTY                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PRICE-SOURCE        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-LIST-PRICE          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-KEYED-PRICE         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-UNIT-COST           PIC ZZ,ZZ9.99.
           05  RPT-UNIT-COST-X REDEFINES RPT-UNIT-COST
                                       PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-MARGIN-IMPACT       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-MARGIN-PCT          PIC ZZZ9.9-.
           05  RPT-MARGIN-PCT-X REDEFINES RPT-MARGIN-PCT
                                       PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-FLAG                PIC X(10).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  RPT-CLERK-HEADER-LINE.
           05  FILLER                  PIC X(30) VALUE
               ' ** OVERRIDES BY CLERK **     '.
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  RPT-CLERK-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CLK-CLERK-ID        PIC X(08).
           05  FILLER                  PIC X(12) VALUE
               '  OVERRIDES '.
           05  RPT-CLK-OVERRIDES       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  BELOW COST '.
           05  RPT-CLK-BELOW-COST      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  MARGIN IMPACT '.
           05  RPT-CLK-IMPACT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(87) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-OPEN-FILES.
           PERFORM 730-READ-OVERRIDE.
           PERFORM 100-PROCESS-OVERRIDE
               UNTIL NO-MORE-OVERRIDES.
           PERFORM 300-PRINT-CLERK-SUMMARY.
           PERFORM 850-REPORT-TOTALS.
           PERFORM 790-CLOSE-FILES.
           GOBACK.

       100-PROCESS-OVERRIDE.
           ADD +1 TO NUM-OVERRIDES-READ.
           IF POV-ENTRY-DATE NOT < WS-FROM-DATE
             AND POV-ENTRY-DATE NOT > WS-THRU-DATE
               ADD +1 TO NUM-OVERRIDES-LISTED
               PERFORM 200-PRINT-OVERRIDE
               PERFORM 250-BANK-CLERK
           END-IF.
           PERFORM 730-READ-OVERRIDE.

      *****************************************************************
      * 200-PRINT-OVERRIDE - WHERE NO LIST PRICE WAS ON FILE THERE IS
      * NOTHING TO MEASURE THE KEYED PRICE AGAINST, SO THE LINE CARRIES
      * NO MARGIN IMPACT.  A PART NOT ON PARTCOST SHOWS NO COST AND NO
      * MARGIN PERCENT.
      *****************************************************************
       200-PRINT-OVERRIDE.
           MOVE POV-ENTRY-DATE   TO RPT-ENTRY-DATE.
           MOVE POV-CLERK-ID     TO RPT-CLERK-ID.
           MOVE POV-ORDER-NUM    TO RPT-ORDER-NUM.
           MOVE POV-LINE-NUM     TO RPT-LINE-NUM.
           MOVE POV-CUSTOMER-ID  TO RPT-CUSTOMER-ID.
           MOVE POV-ITEM-CODE    TO RPT-ITEM-CODE.
           MOVE POV-QTY          TO RPT-QTY.
           MOVE POV-PRICE-SOURCE TO RPT-PRICE-SOURCE.
           MOVE POV-LIST-PRICE   TO RPT-LIST-PRICE.
           MOVE POV-KEYED-PRICE  TO RPT-KEYED-PRICE.
           MOVE SPACES           TO RPT-FLAG.

           IF POV-NO-LIST-PRICE
               ADD +1 TO NUM-NO-LIST-PRICE
               MOVE +0 TO WS-MARGIN-IMPACT
               MOVE 'NO LIST' TO RPT-FLAG
           ELSE
               COMPUTE WS-MARGIN-IMPACT =
                   (POV-KEYED-PRICE - POV-LIST-PRICE) * POV-QTY
           END-IF.
           MOVE WS-MARGIN-IMPACT TO RPT-MARGIN-IMPACT.
           ADD WS-MARGIN-IMPACT TO TOT-MARGIN-IMPACT.

           MOVE SPACES TO PCO-KEY-FD.
           MOVE POV-ITEM-CODE TO PCO-KEY-FD.
           READ PART-COST-FILE INTO PART-COST-REC.
           IF WS-PARTCOST-STATUS NOT = '00'
               ADD +1 TO NUM-NO-COST
               MOVE '  NO COST' TO RPT-UNIT-COST-X
               MOVE SPACES      TO RPT-MARGIN-PCT-X
           ELSE
               MOVE PCO-AVG-COST TO WS-UNIT-COST
               MOVE WS-UNIT-COST TO RPT-UNIT-COST
               IF POV-KEYED-PRICE > 0
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                       (POV-KEYED-PRICE - WS-UNIT-COST) * 100
                       / POV-KEYED-PRICE
                       ON SIZE ERROR MOVE -9999.9 TO WS-MARGIN-PCT
                   END-COMPUTE
                   MOVE WS-MARGIN-PCT TO RPT-MARGIN-PCT
               ELSE
                   MOVE SPACES TO RPT-MARGIN-PCT-X
               END-IF
               IF POV-KEYED-PRICE < WS-UNIT-COST
                   ADD +1 TO NUM-BELOW-COST
                   MOVE 'BELOW COST' TO RPT-FLAG
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.

       250-BANK-CLERK.
           PERFORM 260-FIND-CLERK.
           IF NOT CLERK-SLOT-FOUND
               IF CLK-COUNT >= 200
                   DISPLAY 'PRCOVRPT OVER 200 CLERKS - SLOT'
                           ' UNAVAILABLE FOR ' POV-CLERK-ID
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD +1 TO CLK-COUNT
                   MOVE CLK-COUNT    TO CLK-HIT-SUB
                   MOVE POV-CLERK-ID TO CLK-CLERK-ID(CLK-HIT-SUB)
                   MOVE +0 TO CLK-OVERRIDES(CLK-HIT-SUB),
                              CLK-BELOW-COST(CLK-HIT-SUB),
                              CLK-IMPACT(CLK-HIT-SUB)
                   MOVE 'Y' TO WS-CLERK-FOUND-SW
               END-IF
           END-IF.
           IF CLERK-SLOT-FOUND
               ADD +1               TO CLK-OVERRIDES(CLK-HIT-SUB)
               ADD WS-MARGIN-IMPACT TO CLK-IMPACT(CLK-HIT-SUB)
               IF RPT-FLAG = 'BELOW COST'
                   ADD +1 TO CLK-BELOW-COST(CLK-HIT-SUB)
               END-IF
           END-IF.

       260-FIND-CLERK.
           MOVE 'N' TO WS-CLERK-FOUND-SW.
           PERFORM 270-CHECK-ONE-SLOT
               VARYING CLK-HIT-SUB FROM 1 BY 1
               UNTIL CLERK-SLOT-FOUND OR CLK-HIT-SUB > CLK-COUNT.
           IF CLERK-SLOT-FOUND
               SUBTRACT +1 FROM CLK-HIT-SUB
           END-IF.

       270-CHECK-ONE-SLOT.
           IF CLK-CLERK-ID(CLK-HIT-SUB) = POV-CLERK-ID
               MOVE 'Y' TO WS-CLERK-FOUND-SW
           END-IF.

       300-PRINT-CLERK-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM RPT-CLERK-HEADER-LINE.
           PERFORM 310-PRINT-ONE-CLERK
               VARYING CLK-SUB FROM 1 BY 1
               UNTIL CLK-SUB > CLK-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       310-PRINT-ONE-CLERK.
           MOVE CLK-CLERK-ID(CLK-SUB)   TO RPT-CLK-CLERK-ID.
           MOVE CLK-OVERRIDES(CLK-SUB)  TO RPT-CLK-OVERRIDES.
           MOVE CLK-BELOW-COST(CLK-SUB) TO RPT-CLK-BELOW-COST.
           MOVE CLK-IMPACT(CLK-SUB)     TO RPT-CLK-IMPACT.
           WRITE REPORT-RECORD FROM RPT-CLERK-LINE.

      *****************************************************************
      * 700-OPEN-FILES - A BLANK OR BAD CONTROL DATE FALLS BACK TO THE
      * WEEK BEFORE THE RUN DATE.
      *****************************************************************
       700-OPEN-FILES.
           OPEN INPUT PRICE-CONTROL-FILE.
           MOVE SPACES TO PRICE-CONTROL-RECORD.
           IF WS-PRCCTL-STATUS = '00'
               READ PRICE-CONTROL-FILE
                   AT END MOVE SPACES TO PRICE-CONTROL-RECORD
               END-READ
               CLOSE PRICE-CONTROL-FILE
           END-IF.

           MOVE 'ADD '      TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           MOVE -7          TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           MOVE DSRV-DATE-2 TO WS-FROM-DATE.
           MOVE -1          TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           MOVE DSRV-DATE-2 TO WS-THRU-DATE.

           IF CTL-FROM-DATE NOT = SPACES
               MOVE 'VAL '        TO DSRV-FUNCTION
               MOVE CTL-FROM-DATE TO DSRV-DATE-1
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD NOT = ZERO
                   DISPLAY 'PRCOVRPT BAD FROM DATE - LAST WEEK USED'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE CTL-FROM-DATE-N TO WS-FROM-DATE
               END-IF
           END-IF.
           IF CTL-THRU-DATE NOT = SPACES
               MOVE 'VAL '        TO DSRV-FUNCTION
               MOVE CTL-THRU-DATE TO DSRV-DATE-1
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD NOT = ZERO
                   DISPLAY 'PRCOVRPT BAD THRU DATE - LAST WEEK USED'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE CTL-THRU-DATE-N TO WS-THRU-DATE
               END-IF
           END-IF.

           OPEN INPUT PRICE-OVERRIDE-FILE.
           IF WS-PRCOVRD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRICE OVERRIDE FILE. RC:'
                       WS-PRCOVRD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OVERRIDE-EOF
           END-IF.
           OPEN INPUT PART-COST-FILE.
           IF WS-PARTCOST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PART COST FILE. RC:'
                       WS-PARTCOST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OVERRIDE-EOF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FROM-DATE TO RPT-HDR-FROM-DATE.
           MOVE WS-THRU-DATE TO RPT-HDR-THRU-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE.
           WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.

       730-READ-OVERRIDE.
           READ PRICE-OVERRIDE-FILE
               AT END MOVE 'Y' TO WS-OVERRIDE-EOF
           END-READ.

       790-CLOSE-FILES.
           CLOSE PRICE-OVERRIDE-FILE, PART-COST-FILE, REPORT-FILE.

       850-REPORT-TOTALS.
           MOVE 'OVERRIDES LISTED:             ' TO RPT-TOTAL-LABEL.
           MOVE NUM-OVERRIDES-LISTED TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'KEYED BELOW COST:             ' TO RPT-TOTAL-LABEL.
           MOVE NUM-BELOW-COST TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'NO LIST PRICE ON FILE:        ' TO RPT-TOTAL-LABEL.
           MOVE NUM-NO-LIST-PRICE TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'NO COST ON FILE:              ' TO RPT-TOTAL-LABEL.
           MOVE NUM-NO-COST TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL MARGIN IMPACT:          ' TO RPT-TOTAL-LABEL.
           MOVE TOT-MARGIN-IMPACT TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           IF NUM-BELOW-COST > 0
             AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'PRCOVRPT FROM          ' WS-FROM-DATE.
           DISPLAY 'PRCOVRPT THRU          ' WS-THRU-DATE.
           DISPLAY 'PRCOVRPT OVERRIDES READ ' NUM-OVERRIDES-READ.
           DISPLAY 'PRCOVRPT LISTED         ' NUM-OVERRIDES-LISTED.
