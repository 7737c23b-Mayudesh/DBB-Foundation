       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  CHRTDLQ.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * CHRTDLQ - WEEKLY DELINQUENT CHART REPORT BY PHYSICIAN FOR      *
      *           HEALTH INFORMATION MANAGEMENT (HIM).                 *
      *                                                                *
      *             PASS 1 - CHARTDEF: EVERY CHART STILL OPEN AND      *
      *                      OUTSTANDING LONGER THAN THE DELINQUENCY   *
      *                      LIMIT INTO THE CHART TABLE, WITH ITS      *
      *                      DAYS SINCE DISCHARGE FROM DATESRV         *
      *             PASS 2 - THE TABLE SORTED BY ATTENDING PHYSICIAN,  *
      *                      OLDEST CHART FIRST.  ONE LINE PER CHART   *
      *                      LISTING THE ITEMS STILL OUTSTANDING, AND  *
      *                      A PHYSICIAN LINE OF CHARTS AND OLDEST     *
      *                      DAYS OUTSTANDING                          *
      *                                                                *
      *           THE LIMIT COMES FROM A SYSIN CONTROL CARD (COLUMNS   *
      *           1-3, DAYS); A BLANK CARD TAKES THE 30-DAY DEFAULT    *
      *           AND A ZERO CARD LISTS EVERY OPEN CHART.  CHARTS ARE  *
      *           OPENED AT DISCHARGE BY CADT400 AND CLEARED ON        *
      *           CCDF400; CLMEXTR HOLDS THEIR CLAIMS MEANWHILE.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARTDEF
                  ASSIGN       to CHARTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CHARTDEF-REC-KEY
                  FILE STATUS  is CHARTDEF-STATUS.

           SELECT DLQRPT
           ASSIGN TO UT-S-DLQRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARTDEF
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHARTDEF-FD-REC.
       01  CHARTDEF-FD-REC.
           05 CHARTDEF-REC-KEY PIC X(14).
           05 FILLER           PIC X(106).

       FD  DLQRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DLQRPT-REC.
       01  DLQRPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  CHARTDEF-STATUS         PIC X(2).
               88 CHARTDEF-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-DELINQUENT-DAYS          PIC S9(07) VALUE +30.
           05 WS-DAYS-OUT                 PIC S9(07) VALUE +0.
           05 WS-PREV-PHYS-ID             PIC X(08) VALUE SPACES.
           05 CT-SUB                      PIC S9(04) COMP VALUE +0.

       01  DLQ-CONTROL-CARD.
           05  DLQ-CTL-DAYS            PIC X(03).
               88 DLQ-DEFAULT-DAYS     VALUE SPACES.
           05  DLQ-CTL-DAYS-N REDEFINES DLQ-CTL-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(77).

      *    ONE ENTRY PER DELINQUENT CHART.  CT-SORT-KEY ORDERS THE
      *    REPORT BY PHYSICIAN, THEN OLDEST CHART FIRST (THE DAYS ARE
      *    CARRIED AS 9999 LESS DAYS OUTSTANDING SO ASCENDING ORDER
      *    PUTS THE OLDEST AT THE TOP).
       01  CHART-TABLE.
           05 CHART-COUNT                 PIC S9(04) COMP VALUE +0.
           05 CHART-ENTRY OCCURS 3000 TIMES.
              10 CT-SORT-KEY.
                 15 CT-PHYS-ID            PIC X(08).
                 15 CT-AGE-KEY            PIC 9(04).
                 15 CT-PATIENT-ID         PIC X(06).
              10 CT-ADMIT-DATE            PIC X(08).
              10 CT-DISCHARGE-DATE        PIC X(08).
              10 CT-DAYS-OUT              PIC 9(04).
              10 CT-SIGNATURE-STATUS      PIC X(01).
                 88 CT-SIGNATURE-DUE      VALUE 'O'.
              10 CT-FINAL-DIAG-STATUS     PIC X(01).
                 88 CT-FINAL-DIAG-DUE     VALUE 'O'.
              10 CT-CODING-STATUS         PIC X(01).
                 88 CT-CODING-DUE         VALUE 'O'.

       01  CHART-SORT-WORK.
           05 CT-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 CT-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 CT-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 CT-SAVE-ENTRY.
              10 CT-SAVE-SORT-KEY         PIC X(18).
              10 FILLER                   PIC X(23).

      *    THE PHYSICIAN IN PROGRESS.
       01  PHYSICIAN-COUNTS.
           05 PC-CHARTS                   PIC 9(05) COMP VALUE 0.
           05 PC-SIGNATURES               PIC 9(05) COMP VALUE 0.
           05 PC-DIAGNOSES                PIC 9(05) COMP VALUE 0.
           05 PC-CODING                   PIC 9(05) COMP VALUE 0.
           05 PC-OLDEST                   PIC 9(04) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CHARTS-READ              PIC 9(7) COMP VALUE 0.
           05 CHARTS-OPEN              PIC 9(7) COMP VALUE 0.
           05 CHARTS-DELINQUENT        PIC 9(7) COMP VALUE 0.
           05 PHYSICIANS-LISTED        PIC 9(7) COMP VALUE 0.

       COPY CHARTDEF.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** HIM DELINQUENT CHARTS BY PHYSICIAN - RUN:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(19) VALUE
               '  OUTSTANDING OVER '.
           05  HDR-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' PHYSICIAN PATIENT ADMITTED DISCHARGED  DAYS'.
           05  FILLER                  PIC X(44) VALUE
               '  OUTSTANDING ITEMS                         '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PHYS-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ADMIT-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DISCHARGE-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DAYS-OUT            PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SIGNATURE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-FINAL-DIAG          PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-CODING              PIC X(07).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  RPT-PHYS-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'PHYSICIAN  '.
           05  PHY-PHYS-ID             PIC X(08).
           05  FILLER                  PIC X(10) VALUE
               '  CHARTS: '.
           05  PHY-CHARTS              PIC ZZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  SIGNATURES: '.
           05  PHY-SIGNATURES          PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  DIAGNOSES: '.
           05  PHY-DIAGNOSES           PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE
               '  CODING: '.
           05  PHY-CODING              PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  OLDEST (DAYS):'.
           05  PHY-OLDEST              PIC ZZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-CHARTS THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-SORT-CHART-TABLE THRU 200-EXIT.
           PERFORM 300-PRINT-DELINQUENTS THRU 300-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO DLQ-CONTROL-CARD.
           ACCEPT DLQ-CONTROL-CARD.
           IF DLQ-DEFAULT-DAYS
               NEXT SENTENCE
           ELSE
           IF DLQ-CTL-DAYS-N NUMERIC
               MOVE DLQ-CTL-DAYS-N TO WS-DELINQUENT-DAYS
           ELSE
               DISPLAY "** BAD CONTROL CARD - 30-DAY DEFAULT USED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           DISPLAY "** DELINQUENT CHARTS OUTSTANDING OVER "
                   WS-DELINQUENT-DAYS " DAYS".
           OPEN INPUT CHARTDEF.
           OPEN OUTPUT DLQRPT.
           MOVE WS-RUN-DATE        TO HDR-RUN-DATE.
           MOVE WS-DELINQUENT-DAYS TO HDR-DAYS.
           WRITE DLQRPT-REC FROM RPT-HEADER-1.
           WRITE DLQRPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-CHARTDEF THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-LOAD-CHARTS - AGE EACH OPEN CHART FROM ITS DISCHARGE    *
      *    DATE TO THE RUN DATE AND TABLE THE ONES PAST THE LIMIT.     *
      ******************************************************************
       100-LOAD-CHARTS.
           MOVE "100-LOAD-CHARTS" TO PARA-NAME.
           IF NOT CDF-CHART-OPEN
               GO TO 100-READ-NEXT.
           ADD +1 TO CHARTS-OPEN.
           MOVE 'DIF '             TO DSRV-FUNCTION.
           MOVE CDF-DISCHARGE-DATE TO DSRV-DATE-1.
           MOVE WS-RUN-DATE        TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** BAD DISCHARGE DATE ON CHART "
                       CDF-PATIENT-ID " " CDF-ADMIT-DATE
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.
           MOVE DSRV-DAYS TO WS-DAYS-OUT.
           IF WS-DAYS-OUT NOT > WS-DELINQUENT-DAYS
               GO TO 100-READ-NEXT.
           IF WS-DAYS-OUT > 9999
               MOVE 9999 TO WS-DAYS-OUT.
           IF CHART-COUNT >= 3000
               DISPLAY "** CHART TABLE FULL AT 3000, CHART "
                       CDF-PATIENT-ID " " CDF-ADMIT-DATE " NOT LISTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.
           ADD +1 TO CHART-COUNT.
           MOVE CDF-ATTENDING-PHYS-ID TO CT-PHYS-ID (CHART-COUNT).
           COMPUTE CT-AGE-KEY (CHART-COUNT) = 9999 - WS-DAYS-OUT.
           MOVE CDF-PATIENT-ID        TO CT-PATIENT-ID (CHART-COUNT).
           MOVE CDF-ADMIT-DATE        TO CT-ADMIT-DATE (CHART-COUNT).
           MOVE CDF-DISCHARGE-DATE
                                TO CT-DISCHARGE-DATE (CHART-COUNT).
           MOVE WS-DAYS-OUT           TO CT-DAYS-OUT (CHART-COUNT).
           MOVE CDF-SIGNATURE-STATUS
                                TO CT-SIGNATURE-STATUS (CHART-COUNT).
           MOVE CDF-FINAL-DIAG-STATUS
                                TO CT-FINAL-DIAG-STATUS (CHART-COUNT).
           MOVE CDF-CODING-STATUS
                                TO CT-CODING-STATUS (CHART-COUNT).
       100-READ-NEXT.
           PERFORM 900-READ-CHARTDEF THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-SORT-CHART-TABLE - A PLAIN INSERTION SORT ON            *
      *    CT-SORT-KEY (PHYSICIAN, AGE, PATIENT), ASCENDING.           *
      ******************************************************************
       200-SORT-CHART-TABLE.
           MOVE "200-SORT-CHART-TABLE" TO PARA-NAME.
           PERFORM 210-INSERTION-SORT-PASS THRU 210-EXIT
               VARYING CT-OUTER-SUB FROM 2 BY 1
               UNTIL CT-OUTER-SUB > CHART-COUNT.
       200-EXIT.
           EXIT.

       210-INSERTION-SORT-PASS.
           MOVE CHART-ENTRY (CT-OUTER-SUB) TO CT-SAVE-ENTRY.
           COMPUTE CT-INNER-SUB = CT-OUTER-SUB - 1.
           PERFORM 220-SHIFT-IF-NEEDED THRU 220-EXIT
               UNTIL CT-INNER-SUB = 0
               OR CT-SORT-KEY (CT-INNER-SUB) <= CT-SAVE-SORT-KEY.
           COMPUTE CT-INSERT-SUB = CT-INNER-SUB + 1.
           MOVE CT-SAVE-ENTRY TO CHART-ENTRY (CT-INSERT-SUB).
       210-EXIT.
           EXIT.

       220-SHIFT-IF-NEEDED.
           MOVE CHART-ENTRY (CT-INNER-SUB)
               TO CHART-ENTRY (CT-INNER-SUB + 1).
           SUBTRACT 1 FROM CT-INNER-SUB.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300-PRINT-DELINQUENTS - WALK THE SORTED CHARTS.  AT EACH    *
      *    NEW PHYSICIAN PRINT THE LAST PHYSICIAN'S COUNTS.            *
      ******************************************************************
       300-PRINT-DELINQUENTS.
           MOVE "300-PRINT-DELINQUENTS" TO PARA-NAME.
           IF CHART-COUNT = ZERO
               GO TO 300-EXIT.
           MOVE CT-PHYS-ID (1) TO WS-PREV-PHYS-ID.
           PERFORM 350-PRINT-ONE-CHART THRU 350-EXIT
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CHART-COUNT.
           PERFORM 500-PHYSICIAN-TOTAL THRU 500-EXIT.
       300-EXIT.
           EXIT.

       350-PRINT-ONE-CHART.
           IF CT-PHYS-ID (CT-SUB) NOT = WS-PREV-PHYS-ID
               PERFORM 500-PHYSICIAN-TOTAL THRU 500-EXIT
               MOVE CT-PHYS-ID (CT-SUB) TO WS-PREV-PHYS-ID.
           ADD +1 TO PC-CHARTS, CHARTS-DELINQUENT.
           IF CT-DAYS-OUT (CT-SUB) > PC-OLDEST
               MOVE CT-DAYS-OUT (CT-SUB) TO PC-OLDEST.
           MOVE CT-PHYS-ID (CT-SUB)        TO DTL-PHYS-ID.
           IF DTL-PHYS-ID = SPACES
               MOVE '*NONE*' TO DTL-PHYS-ID.
           MOVE CT-PATIENT-ID (CT-SUB)     TO DTL-PATIENT-ID.
           MOVE CT-ADMIT-DATE (CT-SUB)     TO DTL-ADMIT-DATE.
           MOVE CT-DISCHARGE-DATE (CT-SUB) TO DTL-DISCHARGE-DATE.
           MOVE CT-DAYS-OUT (CT-SUB)       TO DTL-DAYS-OUT.
           MOVE SPACES TO DTL-SIGNATURE, DTL-FINAL-DIAG, DTL-CODING.
           IF CT-SIGNATURE-DUE (CT-SUB)
               MOVE 'SIGNATURE' TO DTL-SIGNATURE
               ADD +1 TO PC-SIGNATURES.
           IF CT-FINAL-DIAG-DUE (CT-SUB)
               MOVE 'FINAL DIAGNOSIS' TO DTL-FINAL-DIAG
               ADD +1 TO PC-DIAGNOSES.
           IF CT-CODING-DUE (CT-SUB)
               MOVE 'CODING' TO DTL-CODING
               ADD +1 TO PC-CODING.
           WRITE DLQRPT-REC FROM RPT-DETAIL-LINE.
       350-EXIT.
           EXIT.

       500-PHYSICIAN-TOTAL.
           MOVE WS-PREV-PHYS-ID TO PHY-PHYS-ID.
           IF PHY-PHYS-ID = SPACES
               MOVE '*NONE*' TO PHY-PHYS-ID.
           MOVE PC-CHARTS       TO PHY-CHARTS.
           MOVE PC-SIGNATURES   TO PHY-SIGNATURES.
           MOVE PC-DIAGNOSES    TO PHY-DIAGNOSES.
           MOVE PC-CODING       TO PHY-CODING.
           MOVE PC-OLDEST       TO PHY-OLDEST.
           WRITE DLQRPT-REC FROM RPT-PHYS-LINE.
           ADD +1 TO PHYSICIANS-LISTED.
           MOVE ZERO TO PC-CHARTS, PC-SIGNATURES, PC-DIAGNOSES,
                        PC-CODING, PC-OLDEST.
       500-EXIT.
           EXIT.

       900-READ-CHARTDEF.
           READ CHARTDEF INTO CHART-DEFICIENCY-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CHARTS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'CHARTS READ:                  ' TO RPT-TOTAL-LABEL.
           MOVE CHARTS-READ TO RPT-TOTAL-COUNT.
           WRITE DLQRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CHARTS STILL OPEN:            ' TO RPT-TOTAL-LABEL.
           MOVE CHARTS-OPEN TO RPT-TOTAL-COUNT.
           WRITE DLQRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CHARTS DELINQUENT:            ' TO RPT-TOTAL-LABEL.
           MOVE CHARTS-DELINQUENT TO RPT-TOTAL-COUNT.
           WRITE DLQRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PHYSICIANS WITH DELINQUENCIES:' TO RPT-TOTAL-LABEL.
           MOVE PHYSICIANS-LISTED TO RPT-TOTAL-COUNT.
           WRITE DLQRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE CHARTDEF, DLQRPT.
           DISPLAY "** CHARTS STILL OPEN     " CHARTS-OPEN.
           DISPLAY "** CHARTS DELINQUENT     " CHARTS-DELINQUENT.
           DISPLAY "******** NORMAL END OF JOB CHRTDLQ ********".
       999-EXIT.
           EXIT.
