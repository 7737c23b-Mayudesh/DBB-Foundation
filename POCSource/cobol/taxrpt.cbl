      *****************************************************************
      * PROGRAM:  TAXRPT
      *
      * MONTHLY SALES TAX LIABILITY REPORT.  SUMS ONE CALENDAR MONTH
      * OF THE TAXHIST RECORDS ORDINV APPENDS AT EACH INVOICE, BY
      * JURISDICTION (STATE + LOCALITY), AND LISTS FOR EACH ONE THE
      * INVOICES, TAXABLE SALES, EXEMPT SALES (WITH THE PART OF IT
      * EXEMPT BY CUSTOMER CERTIFICATE) AND THE STATE, LOCAL AND
      * TOTAL TAX COLLECTED - THE FIGURES THE RETURNS ARE FILED FROM.
      * JURISDICTIONS PRINT IN TAXRATE ORDER WITH A TOTAL PER STATE.
      * SALES INVOICED WHERE NO RATE WAS ON FILE ARE LISTED APART SO
      * THE TAX DESK CAN DECIDE WHAT IS OWED ON THEM.  CREDIT MEMOS
      * RTNCRED ISSUED FOR CUSTOMER RETURNS IN THE MONTH COME OFF THE
      * SALES AND TAX OF THEIR JURISDICTION; THEY DO NOT COUNT AS
      * INVOICES.
      *
      * THE MONTH (CCYYMM) COMES FROM THE TAXCTL CARD; WITH NO CARD
      * IT IS THE MONTH BEFORE THE RUN DATE, SO THE NORMAL RUN EARLY
      * IN THE MONTH REPORTS THE MONTH JUST CLOSED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TAX-CONTROL-FILE ASSIGN TO TAXCTL
               FILE STATUS  IS  WS-TAXCTL-STATUS.

           SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
               FILE STATUS  IS  WS-TAXHIST-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TAX-KEY-FD
               FILE STATUS  IS  WS-TAXRATE-STATUS.

           SELECT REPORT-FILE ASSIGN TO TAXLIAB
               FILE STATUS  IS  WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TAX-CONTROL-FILE
           RECORDING MODE IS F.
       01  TAX-CONTROL-RECORD.
           05  CTL-REPORT-MONTH        PIC X(06).
           05  FILLER                  PIC X(74).

       FD  TAX-HISTORY-FILE
           RECORDING MODE IS F.
           COPY TAXHIST.

       FD  TAX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-REC-FD.
           05  TAX-KEY-FD              PIC X(07).
           05  FILLER                  PIC X(73).

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
           05  WS-TAXCTL-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-TAXHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-TAXRATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-HISTORY-EOF          PIC X     VALUE 'N'.
               88  NO-MORE-HISTORY     VALUE 'Y'.
           05  WS-RATE-EOF             PIC X     VALUE 'N'.
               88  NO-MORE-RATES       VALUE 'Y'.
           05  WS-JUR-FOUND-SW         PIC X     VALUE 'N'.
               88  JUR-SLOT-FOUND      VALUE 'Y'.
           05  WS-REPORT-MONTH         PIC 9(06) VALUE 0.
           05  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR      PIC 9(04).
               10  WS-REPORT-MM        PIC 9(02).
           05  WS-PRIOR-STATE          PIC X(02) VALUE SPACES.
           05  WS-FIND-KEY             PIC X(07) VALUE SPACES.

      *    ONE SLOT PER JURISDICTION INVOICED IN THE MONTH.  A SLOT IS
      *    MARKED PRINTED WHEN ITS TAXRATE RECORD COMES ROUND, SO ANY
      *    LEFT AFTER THE PASS HAD NO RATE ON FILE.
       01  JURISDICTION-TABLE.
           05  JUR-COUNT               PIC S9(4) COMP VALUE 0.
           05  JUR-ENTRY OCCURS 300 TIMES.
               10  JUR-KEY.
                   15  JUR-STATE       PIC X(02).
                   15  JUR-LOCALITY    PIC X(05).
               10  JUR-PRINTED-SW      PIC X(01).
                   88  JUR-PRINTED     VALUE 'Y'.
               10  JUR-INVOICES        PIC S9(7)     COMP-3.
               10  JUR-TAXABLE         PIC S9(11)V99 COMP-3.
               10  JUR-EXEMPT          PIC S9(11)V99 COMP-3.
               10  JUR-CERT-EXEMPT     PIC S9(11)V99 COMP-3.
               10  JUR-STATE-TAX       PIC S9(9)V99  COMP-3.
               10  JUR-LOCAL-TAX       PIC S9(9)V99  COMP-3.
           05  JUR-SUB                 PIC S9(4) COMP VALUE 0.
           05  JUR-HIT-SUB             PIC S9(4) COMP VALUE 0.

      *    STATE SUBTOTALS, THEN GRAND TOTALS, IN THE SAME SHAPE AS A
      *    JURISDICTION SO ONE PRINT LINE SERVES ALL THREE.
       01  STATE-TOTALS.
           05  STT-JURISDICTIONS       PIC S9(5)     COMP-3 VALUE +0.
           05  STT-INVOICES            PIC S9(7)     COMP-3 VALUE +0.
           05  STT-TAXABLE             PIC S9(11)V99 COMP-3 VALUE +0.
           05  STT-EXEMPT              PIC S9(11)V99 COMP-3 VALUE +0.
           05  STT-CERT-EXEMPT         PIC S9(11)V99 COMP-3 VALUE +0.
           05  STT-STATE-TAX           PIC S9(9)V99  COMP-3 VALUE +0.
           05  STT-LOCAL-TAX           PIC S9(9)V99  COMP-3 VALUE +0.

       01  REPORT-TOTALS.
           05  NUM-HISTORY-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HISTORY-USED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JURISDICTIONS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-RATE           PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-INVOICES          PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-TAXABLE           PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-EXEMPT            PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-CERT-EXEMPT       PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-STATE-TAX         PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-LOCAL-TAX         PIC S9(11)V99 COMP-3 VALUE +0.

       COPY TAXRATE.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(38) VALUE
               ' ** SALES TAX LIABILITY FOR MONTH OF '.
           05  RPT-HDR-MONTH           PIC 9(06).
           05  FILLER                  PIC X(03) VALUE ' **'.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(30) VALUE
               ' ST LOCAL JURISDICTION        '.
           05  FILLER                  PIC X(30) VALUE
               '    INV  TAXABLE SALES   EXEMP'.
           05  FILLER                  PIC X(30) VALUE
               'T SALES    CERT EXEMPT     STA'.
           05  FILLER                  PIC X(30) VALUE
               'TE TAX     LOCAL TAX     TOTAL'.
           05  FILLER                  PIC X(12) VALUE
               ' TAX        '.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-STATE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-LOCALITY            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-NAME                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-INVOICES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TAXABLE             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-EXEMPT              PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CERT-EXEMPT         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-STATE-TAX           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-LOCAL-TAX           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-TAX           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.

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
           PERFORM 730-READ-HISTORY.
           PERFORM 100-BANK-HISTORY
               UNTIL NO-MORE-HISTORY.
           PERFORM 740-READ-RATE.
           PERFORM 200-PRINT-RATE-JURISDICTION
               UNTIL NO-MORE-RATES.
           PERFORM 260-PRINT-STATE-TOTAL THRU 260-DONE.
           PERFORM 300-PRINT-NO-RATE.
           PERFORM 850-REPORT-TOTALS.
           PERFORM 790-CLOSE-FILES.
           GOBACK.

       100-BANK-HISTORY.
           ADD +1 TO NUM-HISTORY-READ.
           IF TXH-INVOICE-CCYYMM = WS-REPORT-MONTH
               ADD +1 TO NUM-HISTORY-USED
               PERFORM 150-BANK-JURISDICTION
           END-IF.
           PERFORM 730-READ-HISTORY.

       150-BANK-JURISDICTION.
           MOVE TXH-JURISDICTION TO WS-FIND-KEY.
           PERFORM 160-FIND-JURISDICTION.
           IF NOT JUR-SLOT-FOUND
               IF JUR-COUNT >= 300
                   DISPLAY 'TAXRPT OVER 300 JURISDICTIONS - SLOT'
                           ' UNAVAILABLE FOR ' TXH-JURISDICTION
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD +1 TO JUR-COUNT
                   MOVE JUR-COUNT        TO JUR-HIT-SUB
                   MOVE TXH-JURISDICTION TO JUR-KEY(JUR-HIT-SUB)
                   MOVE 'N'              TO JUR-PRINTED-SW(JUR-HIT-SUB)
                   MOVE +0 TO JUR-INVOICES(JUR-HIT-SUB),
                              JUR-TAXABLE(JUR-HIT-SUB),
                              JUR-EXEMPT(JUR-HIT-SUB),
                              JUR-CERT-EXEMPT(JUR-HIT-SUB),
                              JUR-STATE-TAX(JUR-HIT-SUB),
                              JUR-LOCAL-TAX(JUR-HIT-SUB)
                   MOVE 'Y' TO WS-JUR-FOUND-SW
               END-IF
           END-IF.
           IF JUR-SLOT-FOUND
               IF TXH-CREDIT-MEMO
                   PERFORM 180-TAKE-OFF-CREDIT
               ELSE
                   PERFORM 190-ADD-INVOICE
               END-IF
           END-IF.

       160-FIND-JURISDICTION.
           MOVE 'N' TO WS-JUR-FOUND-SW.
           PERFORM 170-CHECK-ONE-SLOT
               VARYING JUR-HIT-SUB FROM 1 BY 1
               UNTIL JUR-SLOT-FOUND OR JUR-HIT-SUB > JUR-COUNT.
           IF JUR-SLOT-FOUND
               SUBTRACT +1 FROM JUR-HIT-SUB
           END-IF.

       170-CHECK-ONE-SLOT.
           IF JUR-KEY(JUR-HIT-SUB) = WS-FIND-KEY
               MOVE 'Y' TO WS-JUR-FOUND-SW
           END-IF.

       180-TAKE-OFF-CREDIT.
           SUBTRACT TXH-TAXABLE-SALES FROM JUR-TAXABLE(JUR-HIT-SUB).
           SUBTRACT TXH-EXEMPT-SALES  FROM JUR-EXEMPT(JUR-HIT-SUB).
           SUBTRACT TXH-STATE-TAX     FROM JUR-STATE-TAX(JUR-HIT-SUB).
           SUBTRACT TXH-LOCAL-TAX     FROM JUR-LOCAL-TAX(JUR-HIT-SUB).
           IF TXH-EXEMPT-CERTIFICATE
               SUBTRACT TXH-EXEMPT-SALES
                   FROM JUR-CERT-EXEMPT(JUR-HIT-SUB)
           END-IF.

       190-ADD-INVOICE.
           ADD +1                TO JUR-INVOICES(JUR-HIT-SUB).
           ADD TXH-TAXABLE-SALES TO JUR-TAXABLE(JUR-HIT-SUB).
           ADD TXH-EXEMPT-SALES  TO JUR-EXEMPT(JUR-HIT-SUB).
           ADD TXH-STATE-TAX     TO JUR-STATE-TAX(JUR-HIT-SUB).
           ADD TXH-LOCAL-TAX     TO JUR-LOCAL-TAX(JUR-HIT-SUB).
           IF TXH-EXEMPT-CERTIFICATE
               ADD TXH-EXEMPT-SALES TO JUR-CERT-EXEMPT(JUR-HIT-SUB)
           END-IF.

      *****************************************************************
      * 200-PRINT-RATE-JURISDICTION - TAXRATE COMES IN STATE ORDER, SO
      * A NEW STATE CLOSES OFF THE LAST ONE'S TOTAL.  A JURISDICTION
      * WITH NO SALES IN THE MONTH DOES NOT PRINT.
      *****************************************************************
       200-PRINT-RATE-JURISDICTION.
           MOVE TAX-RATE-KEY TO WS-FIND-KEY.
           PERFORM 160-FIND-JURISDICTION.
           IF JUR-SLOT-FOUND
               IF TAX-STATE NOT = WS-PRIOR-STATE
                   PERFORM 260-PRINT-STATE-TOTAL THRU 260-DONE
                   MOVE TAX-STATE TO WS-PRIOR-STATE
               END-IF
               MOVE 'Y'                   TO JUR-PRINTED-SW(JUR-HIT-SUB)
               MOVE TAX-JURISDICTION-NAME TO RPT-NAME
               PERFORM 250-PRINT-JURISDICTION
           END-IF.
           PERFORM 740-READ-RATE.

       250-PRINT-JURISDICTION.
           ADD +1 TO NUM-JURISDICTIONS, STT-JURISDICTIONS.
           MOVE JUR-STATE(JUR-HIT-SUB)       TO RPT-STATE.
           MOVE JUR-LOCALITY(JUR-HIT-SUB)    TO RPT-LOCALITY.
           MOVE JUR-INVOICES(JUR-HIT-SUB)    TO RPT-INVOICES.
           MOVE JUR-TAXABLE(JUR-HIT-SUB)     TO RPT-TAXABLE.
           MOVE JUR-EXEMPT(JUR-HIT-SUB)      TO RPT-EXEMPT.
           MOVE JUR-CERT-EXEMPT(JUR-HIT-SUB) TO RPT-CERT-EXEMPT.
           MOVE JUR-STATE-TAX(JUR-HIT-SUB)   TO RPT-STATE-TAX.
           MOVE JUR-LOCAL-TAX(JUR-HIT-SUB)   TO RPT-LOCAL-TAX.
           COMPUTE RPT-TOTAL-TAX = JUR-STATE-TAX(JUR-HIT-SUB)
                                 + JUR-LOCAL-TAX(JUR-HIT-SUB).
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           ADD JUR-INVOICES(JUR-HIT-SUB)    TO STT-INVOICES.
           ADD JUR-TAXABLE(JUR-HIT-SUB)     TO STT-TAXABLE.
           ADD JUR-EXEMPT(JUR-HIT-SUB)      TO STT-EXEMPT.
           ADD JUR-CERT-EXEMPT(JUR-HIT-SUB) TO STT-CERT-EXEMPT.
           ADD JUR-STATE-TAX(JUR-HIT-SUB)   TO STT-STATE-TAX.
           ADD JUR-LOCAL-TAX(JUR-HIT-SUB)   TO STT-LOCAL-TAX.

      *****************************************************************
      * 260-PRINT-STATE-TOTAL - THE TOTAL FOR THE STATE JUST FINISHED,
      * ROLLED INTO THE GRAND TOTALS.  NOTHING PRINTS FOR A STATE WITH
      * NO SALES.
      *****************************************************************
       260-PRINT-STATE-TOTAL.
           IF STT-JURISDICTIONS = 0
               GO TO 260-DONE.
           MOVE WS-PRIOR-STATE    TO RPT-STATE.
           MOVE SPACES            TO RPT-LOCALITY.
           MOVE '  STATE TOTAL'   TO RPT-NAME.
           MOVE STT-INVOICES      TO RPT-INVOICES.
           MOVE STT-TAXABLE       TO RPT-TAXABLE.
           MOVE STT-EXEMPT        TO RPT-EXEMPT.
           MOVE STT-CERT-EXEMPT   TO RPT-CERT-EXEMPT.
           MOVE STT-STATE-TAX     TO RPT-STATE-TAX.
           MOVE STT-LOCAL-TAX     TO RPT-LOCAL-TAX.
           COMPUTE RPT-TOTAL-TAX = STT-STATE-TAX + STT-LOCAL-TAX.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD STT-INVOICES    TO TOT-INVOICES.
           ADD STT-TAXABLE     TO TOT-TAXABLE.
           ADD STT-EXEMPT      TO TOT-EXEMPT.
           ADD STT-CERT-EXEMPT TO TOT-CERT-EXEMPT.
           ADD STT-STATE-TAX   TO TOT-STATE-TAX.
           ADD STT-LOCAL-TAX   TO TOT-LOCAL-TAX.
           INITIALIZE STATE-TOTALS.
       260-DONE.
           EXIT.

      *****************************************************************
      * 300-PRINT-NO-RATE - JURISDICTIONS INVOICED WITH NO RATE ON
      * FILE.  ORDINV CHARGED NO TAX ON THEM, SO THEIR SALES SHOW AS
      * EXEMPT HERE; THEY ARE KEPT OUT OF THE FILING TOTALS.
      *****************************************************************
       300-PRINT-NO-RATE.
           MOVE ' ** SALES INVOICED WITH NO TAX RATE ON FILE **'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 310-PRINT-ONE-NO-RATE
               VARYING JUR-SUB FROM 1 BY 1
               UNTIL JUR-SUB > JUR-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       310-PRINT-ONE-NO-RATE.
           IF NOT JUR-PRINTED(JUR-SUB)
               ADD +1 TO NUM-NO-RATE
               MOVE JUR-SUB TO JUR-HIT-SUB
               MOVE 'NO RATE ON FILE' TO RPT-NAME
               PERFORM 250-PRINT-JURISDICTION
               SUBTRACT +1 FROM NUM-JURISDICTIONS
               INITIALIZE STATE-TOTALS
           END-IF.

       700-OPEN-FILES.
           OPEN INPUT TAX-CONTROL-FILE.
           MOVE SPACES TO TAX-CONTROL-RECORD.
           IF WS-TAXCTL-STATUS = '00'
               READ TAX-CONTROL-FILE
                   AT END MOVE SPACES TO TAX-CONTROL-RECORD
               END-READ
               CLOSE TAX-CONTROL-FILE
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
           OPEN INPUT TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAX HISTORY FILE. RC:'
                       WS-TAXHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-HISTORY-EOF
           END-IF.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAX RATE FILE. RC:'
                       WS-TAXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RATE-EOF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-MONTH TO RPT-HDR-MONTH.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE.
           WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.

       730-READ-HISTORY.
           READ TAX-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HISTORY-EOF
           END-READ.

       740-READ-RATE.
           IF NOT NO-MORE-RATES
               READ TAX-RATE-FILE INTO TAX-RATE-REC
                   AT END MOVE 'Y' TO WS-RATE-EOF
               END-READ
           END-IF.

       790-CLOSE-FILES.
           CLOSE TAX-HISTORY-FILE, TAX-RATE-FILE, REPORT-FILE.

       850-REPORT-TOTALS.
           MOVE 'JURISDICTIONS FILED:          ' TO RPT-TOTAL-LABEL.
           MOVE NUM-JURISDICTIONS TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'INVOICES:                     ' TO RPT-TOTAL-LABEL.
           MOVE TOT-INVOICES TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'TAXABLE SALES:                ' TO RPT-TOTAL-LABEL.
           MOVE TOT-TAXABLE TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'EXEMPT SALES:                 ' TO RPT-TOTAL-LABEL.
           MOVE TOT-EXEMPT TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE '  BY EXEMPTION CERTIFICATE:   ' TO RPT-TOTAL-LABEL.
           MOVE TOT-CERT-EXEMPT TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'STATE TAX COLLECTED:          ' TO RPT-TOTAL-LABEL.
           MOVE TOT-STATE-TAX TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'LOCAL TAX COLLECTED:          ' TO RPT-TOTAL-LABEL.
           MOVE TOT-LOCAL-TAX TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'JURISDICTIONS WITH NO RATE:   ' TO RPT-TOTAL-LABEL.
           MOVE NUM-NO-RATE TO RPT-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           IF NUM-NO-RATE > 0
             AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'TAXRPT MONTH          ' WS-REPORT-MONTH.
           DISPLAY 'TAXRPT HISTORY READ   ' NUM-HISTORY-READ.
           DISPLAY 'TAXRPT HISTORY USED   ' NUM-HISTORY-USED.
           DISPLAY 'TAXRPT JURISDICTIONS  ' NUM-JURISDICTIONS.
