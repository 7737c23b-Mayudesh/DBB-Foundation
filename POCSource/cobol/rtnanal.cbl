      *****************************************************************
      * PROGRAM:  RTNANAL
      *
      * MONTHLY CUSTOMER RETURNS ANALYSIS.  PASSES THE RTNFILE KSDS
      * AND TAKES EVERY RETURN AUTHORIZATION (RMA) RTNCRED CREDITED IN
      * ONE CALENDAR MONTH.  THEY ARE SUMMED TWO WAYS - BY RETURN
      * REASON, EVERY REASON LISTED EVEN WHEN NOTHING CAME BACK FOR
      * IT, AND BY ITEM IN ITEM ORDER - SHOWING FOR EACH THE RMAS, THE
      * UNITS RETURNED, HOW MANY WENT BACK IN STOCK AND HOW MANY WERE
      * SCRAPPED, THE CREDIT GIVEN (MERCHANDISE PLUS TAX) AND ITS
      * SHARE OF THE MONTH'S CREDITS.  THE TOTALS ALSO COUNT THE RMAS
      * STILL WAITING ON THEIR GOODS AND THOSE RECEIVED BUT NOT YET
      * CREDITED, WHATEVER THE MONTH.
      *
      * THE MONTH (CCYYMM) COMES FROM THE RTNCTL CARD; WITH NO CARD
      * IT IS THE MONTH BEFORE THE RUN DATE, SO THE NORMAL RUN EARLY
      * IN THE MONTH REPORTS THE MONTH JUST CLOSED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETURN-CONTROL-FILE ASSIGN TO RTNCTL
               FILE STATUS  IS  WS-RTNCTL-STATUS.

           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RTN-KEY-FD
               FILE STATUS  IS  WS-RTNFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RTNANLS
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RETURN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RETURN-CONTROL-RECORD.
           05  CTL-REPORT-MONTH        PIC X(06).
           05  FILLER                  PIC X(74).

       FD  RETURN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  RTN-REC-FD.
           05  RTN-KEY-FD              PIC X(11).
           05  FILLER                  PIC X(109).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  SYSTEM-DATE-AND-TIME.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR             PIC 9(4).
               10  WS-RUN-MONTH            PIC 9(2).
               10  WS-RUN-DAY              PIC 9(2).

       01  WS-FIELDS.
           05  WS-RTNCTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-RTNFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-RETURN-EOF           PIC X     VALUE 'N'.
               88  NO-MORE-RETURNS     VALUE 'Y'.
           05  WS-ITEM-FOUND-SW        PIC X     VALUE 'N'.
               88  ITEM-SLOT-FOUND     VALUE 'Y'.
           05  WS-REPORT-MONTH         PIC 9(06) VALUE 0.
           05  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR      PIC 9(04).
               10  WS-REPORT-MM        PIC 9(02).
           05  WS-CREDIT-MONTH         PIC 9(06) VALUE 0.
           05  WS-FIND-ITEM            PIC X(10) VALUE SPACES.
           05  WS-RETURN-QTY           PIC 9(06) VALUE 0.
           05  WS-RETURN-CREDIT        PIC 9(07)V99 VALUE 0.

      *    THE RETURN REASONS, IN THE ORDER THEY PRINT.
       01  RSN-TABLE-VALUES.
           05  FILLER                  PIC X(22) VALUE
               'DTDAMAGED IN TRANSIT  '.
           05  FILLER                  PIC X(22) VALUE
               'DFDEFECTIVE           '.
           05  FILLER                  PIC X(22) VALUE
               'WIWRONG ITEM SHIPPED  '.
           05  FILLER                  PIC X(22) VALUE
               'OSOVER-SHIPPED        '.
           05  FILLER                  PIC X(22) VALUE
               'NWNOT WANTED          '.
       01  RSN-TABLE REDEFINES RSN-TABLE-VALUES.
           05  RSN-ENTRY OCCURS 5 TIMES.
               10  RSN-CODE            PIC X(02).
               10  RSN-DESC            PIC X(20).

      *    ONE BUCKET PER REASON, IN STEP WITH RSN-TABLE.
       01  RSN-BUCKETS.
           05  RSN-BUCKET OCCURS 5 TIMES.
               10  RSN-RMAS            PIC S9(7)     COMP-3.
               10  RSN-RETURNED        PIC S9(9)     COMP-3.
               10  RSN-RESTOCKED       PIC S9(9)     COMP-3.
               10  RSN-SCRAPPED        PIC S9(9)     COMP-3.
               10  RSN-CREDIT          PIC S9(11)V99 COMP-3.
           05  RSN-SUB                 PIC S9(4) COMP VALUE 0.
           05  RSN-HIT-SUB             PIC S9(4) COMP VALUE 0.

      *    ONE SLOT PER ITEM RETURNED IN THE MONTH, KEPT IN ITEM ORDER
      *    AS THEY ARRIVE SO THE SECTION PRINTS STRAIGHT DOWN.
       01  ITEM-TABLE.
           05  ITM-COUNT               PIC S9(4) COMP VALUE 0.
           05  ITM-ENTRY OCCURS 500 TIMES.
               10  ITM-CODE            PIC X(10).
               10  ITM-RMAS            PIC S9(7)     COMP-3.
               10  ITM-RETURNED        PIC S9(9)     COMP-3.
               10  ITM-RESTOCKED       PIC S9(9)     COMP-3.
               10  ITM-SCRAPPED        PIC S9(9)     COMP-3.
               10  ITM-CREDIT          PIC S9(11)V99 COMP-3.
           05  ITM-SUB                 PIC S9(4) COMP VALUE 0.
           05  ITM-HIT-SUB             PIC S9(4) COMP VALUE 0.

      *    MONTH TOTALS, IN THE SAME SHAPE AS A BUCKET SO ONE PRINT
      *    LINE SERVES BOTH.
       01  MONTH-TOTALS.
           05  TOT-RMAS                PIC S9(7)     COMP-3 VALUE +0.
           05  TOT-RETURNED            PIC S9(9)     COMP-3 VALUE +0.
           05  TOT-RESTOCKED           PIC S9(9)     COMP-3 VALUE +0.
           05  TOT-SCRAPPED            PIC S9(9)     COMP-3 VALUE +0.
           05  TOT-CREDIT              PIC S9(11)V99 COMP-3 VALUE +0.

      *    THE LINE BEING PRINTED.
       01  PRINT-BUCKET.
           05  PRT-RMAS                PIC S9(7)     COMP-3 VALUE +0.
           05  PRT-RETURNED            PIC S9(9)     COMP-3 VALUE +0.
           05  PRT-RESTOCKED           PIC S9(9)     COMP-3 VALUE +0.
           05  PRT-SCRAPPED            PIC S9(9)     COMP-3 VALUE +0.
           05  PRT-CREDIT              PIC S9(11)V99 COMP-3 VALUE +0.

       01  REPORT-TOTALS.
           05  NUM-RETURNS-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-AWAITING-GOODS    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-AWAITING-CREDIT   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ITEMS             PIC S9(9)   COMP-3  VALUE +0.

       COPY CUSTRTN.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(34) VALUE
               ' ** CUSTOMER RETURNS FOR MONTH OF '.
           05  RPT-HDR-MONTH           PIC 9(06).
           05  FILLER                  PIC X(03) VALUE ' **'.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-SECTION-TITLE       PIC X(30).
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(33) VALUE
               ' CODE       DESCRIPTION          '.
           05  FILLER                  PIC X(06) VALUE '  RMAS'.
           05  FILLER                  PIC X(09) VALUE ' RETURNED'.
           05  FILLER                  PIC X(09) VALUE '  RESTOCK'.
           05  FILLER                  PIC X(09) VALUE '    SCRAP'.
           05  FILLER                  PIC X(16) VALUE
               '          CREDIT'.
           05  FILLER                  PIC X(07) VALUE '   PCT%'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CODE                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-DESC                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-RMAS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RETURNED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RESTOCKED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SCRAPPED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PCT                 PIC ZZ9.9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(88) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-OPEN-FILES.
           PERFORM 730-READ-RETURN.
           PERFORM 100-BANK-RETURN
               UNTIL NO-MORE-RETURNS.
           PERFORM 200-PRINT-REASONS.
           PERFORM 300-PRINT-ITEMS.
           PERFORM 850-REPORT-TOTALS.
           PERFORM 790-CLOSE-FILES.
           GOBACK.

       100-BANK-RETURN.
           ADD +1 TO NUM-RETURNS-READ.
           IF RTN-AUTHORIZED
               ADD +1 TO NUM-AWAITING-GOODS
           END-IF.
           IF RTN-RECEIVED
               ADD +1 TO NUM-AWAITING-CREDIT
           END-IF.
           IF RTN-CREDITED
               MOVE RTN-CREDIT-DATE(1:6) TO WS-CREDIT-MONTH
               IF WS-CREDIT-MONTH = WS-REPORT-MONTH
                   PERFORM 150-BANK-CREDITED THRU 150-EXIT
               END-IF
           END-IF.
           PERFORM 730-READ-RETURN.

      *****************************************************************
      * 150-BANK-CREDITED - A CREDITED RMA GOES INTO ITS REASON, ITS
      * ITEM AND THE MONTH TOTALS.  A REASON NOT IN THE TABLE STILL
      * COUNTS IN THE ITEM AND THE TOTALS.
      *****************************************************************
       150-BANK-CREDITED.
           COMPUTE WS-RETURN-QTY = RTN-QTY-RESTOCKED + RTN-QTY-SCRAPPED.
           COMPUTE WS-RETURN-CREDIT =
               RTN-CREDIT-AMOUNT + RTN-CREDIT-TAX.
           ADD +1                TO TOT-RMAS.
           ADD WS-RETURN-QTY     TO TOT-RETURNED.
           ADD RTN-QTY-RESTOCKED TO TOT-RESTOCKED.
           ADD RTN-QTY-SCRAPPED  TO TOT-SCRAPPED.
           ADD WS-RETURN-CREDIT  TO TOT-CREDIT.

           MOVE 0 TO RSN-HIT-SUB.
           PERFORM 155-CHECK-ONE-REASON
               VARYING RSN-SUB FROM 1 BY 1
               UNTIL RSN-SUB > 5.
           IF RSN-HIT-SUB > 0
               ADD +1                TO RSN-RMAS(RSN-HIT-SUB)
               ADD WS-RETURN-QTY     TO RSN-RETURNED(RSN-HIT-SUB)
               ADD RTN-QTY-RESTOCKED TO RSN-RESTOCKED(RSN-HIT-SUB)
               ADD RTN-QTY-SCRAPPED  TO RSN-SCRAPPED(RSN-HIT-SUB)
               ADD WS-RETURN-CREDIT  TO RSN-CREDIT(RSN-HIT-SUB)
           END-IF.

           MOVE RTN-ITEM-CODE TO WS-FIND-ITEM.
           PERFORM 160-FIND-ITEM.
           IF ITEM-SLOT-FOUND
               IF ITM-CODE(ITM-HIT-SUB) NOT = WS-FIND-ITEM
                   MOVE 'N' TO WS-ITEM-FOUND-SW
               END-IF
           END-IF.
           IF NOT ITEM-SLOT-FOUND
               IF ITM-COUNT >= 500
                   DISPLAY 'RTNANAL OVER 500 ITEMS - SLOT'
                           ' UNAVAILABLE FOR ' WS-FIND-ITEM
                   MOVE 16 TO RETURN-CODE
                   GO TO 150-EXIT
               END-IF
               PERFORM 180-SHIFT-ONE-SLOT
                   VARYING ITM-SUB FROM ITM-COUNT BY -1
                   UNTIL ITM-SUB < ITM-HIT-SUB
               ADD +1 TO ITM-COUNT
               MOVE WS-FIND-ITEM TO ITM-CODE(ITM-HIT-SUB)
               MOVE +0 TO ITM-RMAS(ITM-HIT-SUB),
                          ITM-RETURNED(ITM-HIT-SUB),
                          ITM-RESTOCKED(ITM-HIT-SUB),
                          ITM-SCRAPPED(ITM-HIT-SUB),
                          ITM-CREDIT(ITM-HIT-SUB)
           END-IF.
           ADD +1                TO ITM-RMAS(ITM-HIT-SUB).
           ADD WS-RETURN-QTY     TO ITM-RETURNED(ITM-HIT-SUB).
           ADD RTN-QTY-RESTOCKED TO ITM-RESTOCKED(ITM-HIT-SUB).
           ADD RTN-QTY-SCRAPPED  TO ITM-SCRAPPED(ITM-HIT-SUB).
           ADD WS-RETURN-CREDIT  TO ITM-CREDIT(ITM-HIT-SUB).
       150-EXIT.
           EXIT.

       155-CHECK-ONE-REASON.
           IF RSN-CODE(RSN-SUB) = RTN-REASON-CODE
               MOVE RSN-SUB TO RSN-HIT-SUB
           END-IF.

      *****************************************************************
      * 160-FIND-ITEM - THE FIRST SLOT AT OR PAST THE ITEM, WHERE IT
      * IS OR WHERE IT GOES.  WHEN THERE IS NONE THE HIT IS THE SLOT
      * AFTER THE LAST ONE IN USE.
      *****************************************************************
       160-FIND-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           PERFORM 170-CHECK-ONE-SLOT
               VARYING ITM-HIT-SUB FROM 1 BY 1
               UNTIL ITEM-SLOT-FOUND OR ITM-HIT-SUB > ITM-COUNT.
           IF ITEM-SLOT-FOUND
               SUBTRACT +1 FROM ITM-HIT-SUB
           END-IF.

       170-CHECK-ONE-SLOT.
           IF ITM-CODE(ITM-HIT-SUB) NOT < WS-FIND-ITEM
               MOVE 'Y' TO WS-ITEM-FOUND-SW
           END-IF.

       180-SHIFT-ONE-SLOT.
           MOVE ITM-ENTRY(ITM-SUB) TO ITM-ENTRY(ITM-SUB + 1).

      *****************************************************************
      * 200-PRINT-REASONS - EVERY REASON PRINTS, SO A QUIET MONTH FOR
      * ONE SHOWS AS ZEROS RATHER THAN DROPPING OFF THE PAGE.
      *****************************************************************
       200-PRINT-REASONS.
           MOVE 'RETURNS BY REASON' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
           WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM 210-PRINT-ONE-REASON
               VARYING RSN-SUB FROM 1 BY 1
               UNTIL RSN-SUB > 5.
           PERFORM 400-PRINT-MONTH-TOTAL.

       210-PRINT-ONE-REASON.
           MOVE RSN-CODE(RSN-SUB)      TO RPT-CODE.
           MOVE RSN-DESC(RSN-SUB)      TO RPT-DESC.
           MOVE RSN-RMAS(RSN-SUB)      TO PRT-RMAS.
           MOVE RSN-RETURNED(RSN-SUB)  TO PRT-RETURNED.
           MOVE RSN-RESTOCKED(RSN-SUB) TO PRT-RESTOCKED.
           MOVE RSN-SCRAPPED(RSN-SUB)  TO PRT-SCRAPPED.
           MOVE RSN-CREDIT(RSN-SUB)    TO PRT-CREDIT.
           PERFORM 450-PRINT-BUCKET.

       300-PRINT-ITEMS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'RETURNS BY ITEM' TO RPT-SECTION-TITLE.
           WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
           WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM 310-PRINT-ONE-ITEM
               VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITM-COUNT.
           PERFORM 400-PRINT-MONTH-TOTAL.

       310-PRINT-ONE-ITEM.
           ADD +1 TO NUM-ITEMS.
           MOVE ITM-CODE(ITM-SUB)      TO RPT-CODE.
           MOVE SPACES                 TO RPT-DESC.
           MOVE ITM-RMAS(ITM-SUB)      TO PRT-RMAS.
           MOVE ITM-RETURNED(ITM-SUB)  TO PRT-RETURNED.
           MOVE ITM-RESTOCKED(ITM-SUB) TO PRT-RESTOCKED.
           MOVE ITM-SCRAPPED(ITM-SUB)  TO PRT-SCRAPPED.
           MOVE ITM-CREDIT(ITM-SUB)    TO PRT-CREDIT.
           PERFORM 450-PRINT-BUCKET.

       400-PRINT-MONTH-TOTAL.
           MOVE 'TOTAL'    TO RPT-CODE.
           MOVE SPACES     TO RPT-DESC.
           MOVE MONTH-TOTALS TO PRINT-BUCKET.
           PERFORM 450-PRINT-BUCKET.

       450-PRINT-BUCKET.
           MOVE PRT-RMAS      TO RPT-RMAS.
           MOVE PRT-RETURNED  TO RPT-RETURNED.
           MOVE PRT-RESTOCKED TO RPT-RESTOCKED.
           MOVE PRT-SCRAPPED  TO RPT-SCRAPPED.
           MOVE PRT-CREDIT    TO RPT-CREDIT.
           MOVE 0             TO RPT-PCT.
           IF TOT-CREDIT > 0
               COMPUTE RPT-PCT ROUNDED =
                   PRT-CREDIT * 100 / TOT-CREDIT
           END-IF.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.

       700-OPEN-FILES.
           OPEN INPUT RETURN-CONTROL-FILE.
           MOVE SPACES TO RETURN-CONTROL-RECORD.
           IF WS-RTNCTL-STATUS = '00'
               READ RETURN-CONTROL-FILE
                   AT END MOVE SPACES TO RETURN-CONTROL-RECORD
               END-READ
               CLOSE RETURN-CONTROL-FILE
           END-IF.
           IF CTL-REPORT-MONTH NUMERIC
             AND CTL-REPORT-MONTH(5:2) >= '01'
             AND CTL-REPORT-MONTH(5:2) <= '12'
               MOVE CTL-REPORT-MONTH TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-YEAR  TO WS-REPORT-YEAR
               MOVE WS-RUN-MONTH TO WS-REPORT-MM
               IF WS-REPORT-MM = 1
                   MOVE 12 TO WS-REPORT-MM
                   SUBTRACT 1 FROM WS-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           END-IF.
           PERFORM 710-CLEAR-REASON
               VARYING RSN-SUB FROM 1 BY 1
               UNTIL RSN-SUB > 5.
           OPEN INPUT RETURN-FILE.
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETURN FILE. RC:'
                       WS-RTNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RETURN-EOF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-MONTH TO RPT-HDR-MONTH.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE.

       710-CLEAR-REASON.
           MOVE +0 TO RSN-RMAS(RSN-SUB), RSN-RETURNED(RSN-SUB),
                      RSN-RESTOCKED(RSN-SUB), RSN-SCRAPPED(RSN-SUB),
                      RSN-CREDIT(RSN-SUB).

       730-READ-RETURN.
           READ RETURN-FILE NEXT INTO CUSTOMER-RETURN-REC
               AT END MOVE 'Y' TO WS-RETURN-EOF
           END-READ.

       790-CLOSE-FILES.
           CLOSE RETURN-FILE, REPORT-FILE.

       850-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'RMAS CREDITED IN MONTH:       ' TO RPT-TOTAL-LABEL.
           MOVE TOT-RMAS TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'ITEMS RETURNED:               ' TO RPT-TOTAL-LABEL.
           MOVE NUM-ITEMS TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'UNITS BACK IN STOCK:          ' TO RPT-TOTAL-LABEL.
           MOVE TOT-RESTOCKED TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'UNITS SCRAPPED:               ' TO RPT-TOTAL-LABEL.
           MOVE TOT-SCRAPPED TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL CREDITED:               ' TO RPT-TOTAL-LABEL.
           MOVE TOT-CREDIT TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'RMAS AWAITING GOODS:          ' TO RPT-TOTAL-LABEL.
           MOVE NUM-AWAITING-GOODS TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'RMAS AWAITING CREDIT:         ' TO RPT-TOTAL-LABEL.
           MOVE NUM-AWAITING-CREDIT TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           DISPLAY 'RTNANAL MONTH          ' WS-REPORT-MONTH.
           DISPLAY 'RTNANAL RETURNS READ   ' NUM-RETURNS-READ.
           DISPLAY 'RTNANAL RMAS CREDITED  ' TOT-RMAS.
