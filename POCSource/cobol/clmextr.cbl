      *                       PAYER SHARES (ITEMCOST TYPES P/S) PLUS  *
      *                       THE PATIENT-DUE AMOUNT FROM PATMSTR     *
      *                                                               *
      *           THE INPUT ITEMCOST FILE IS THE CLMSCRB PRE-BILL     *
      *           SCRUB'S OUTPUT - THE COSTING PASS'S LINES FOR THE   *
      *           CLAIMS THAT PASSED THE PAYER EDITS, THEN THOSE      *
      *           BILLING RELEASED FROM THE PREBILLQ WORK QUEUE.  IT  *
      *           ARRIVES GROUPED BY PATIENT (CALCCOST WRITES ALL OF  *
      *           A PATIENT'S LINES TOGETHER AND THE SCRUB KEEPS      *
      *           THEM SO), SO A CONTROL BREAK ON PATIENT-ID CLOSES   *
      *           EACH CLAIM.  EVERY OUTPUT RECORD LEADS WITH THE     *
      *           PRIMARY PAYER ID - THE FOLLOWING JOB STEP SORTS ON  *
      *           IT TO BATCH THE TRANSMISSION BY INSURER.            *
      *           CLAIMS RELEASED SINCE THE LAST RUN FOLD INTO THIS   *
      *           CYCLE'S CLAIMOUT WITH THEIR ORIGINAL CONTROL        *
      *           NUMBERS BEFORE THE NEW EXTRACT BEGINS.              *
      *                                                               *
      *           A STAY WHOSE CHART IS STILL DEFICIENT (AN OPEN      *
      *           CHARTDEF RECORD - UNSIGNED, NO FINAL DIAGNOSIS, OR  *
      *           UNCODED) HOLDS ON CLMHOLD WITH STATUS 'C' WHATEVER  *
      *           ITS TOTAL.  EACH RUN RECHECKS THE CHART-HELD        *
      *           CLAIMS; ONCE HIM COMPLETES THE CHART ON CCDF400 THE *
      *           CLAIM RELEASES, OR MOVES TO THE AUDIT HOLD IF IT IS *
      *           OVER THE AUDIT THRESHOLD.                           *
      *                                                               *
      *           AFTER THE INPATIENT STAYS, EVERY CLOSED OUTPATIENT  *
      *           ENCNTR VISIT BILLS AS ITS OWN CLAIM WITH AN 'O'     *
      *           HEADER - ONE 'D' LINE PER CHARGE CLASS OF EACH      *
      *           TREATMENT BNCHS602 POSTED TO ENCCHG - AND THE VISIT *
      *           IS MARKED BILLED WITH ITS CONTROL NUMBER.  IT TAKES *
      *           THE SAME AUDIT-HOLD PATH AS A STAY BUT NEVER TOUCHES*
      *           STAYBILL.  A CLOSED VISIT WITH NOTHING POSTED IS    *
      *           MARKED NO-CHARGE.                                   *
      *                                                               *
      *           EVERY CLAIM REGISTERS AS A FACILITY CLAIM.  A STAY  *
      *           IS MARKED ON STAYBILL WITH ITS PROFESSIONAL FEES    *
      *           PENDING; PFEXTR BILLS THE PHYSICIANS SEPARATELY.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT CHARTDEF
                  ASSIGN       to CHARTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CHARTDEF-REC-KEY
                  FILE STATUS  is CHARTDEF-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT ENCNTR
                  ASSIGN       to ENCNTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is ENCNTR-REC-KEY
                  FILE STATUS  is ENCNTR-STATUS.

           SELECT ENCCHG
                  ASSIGN       to ENCCHG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is ENCCHG-REC-KEY
                  FILE STATUS  is ENCCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMCOST
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  CHARTDEF
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHARTDEF-FD-REC.
       01  CHARTDEF-FD-REC.
           05 CHARTDEF-REC-KEY PIC X(14).
           05 FILLER           PIC X(106).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-REC-KEY       PIC X(06).
           05 FILLER               PIC X(696).

       FD  ENCNTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ENCNTR-FD-REC.
       01  ENCNTR-FD-REC.
           05 ENCNTR-REC-KEY   PIC X(09).
           05 FILLER           PIC X(111).

       FD  ENCCHG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ENCCHG-FD-REC.
       01  ENCCHG-FD-REC.
           05 ENCCHG-REC-KEY   PIC X(36).
           05 FILLER           PIC X(44).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 DIAG-CODE-FOUND      VALUE "00".
           05  CLMHOLD-STATUS          PIC X(2).
               88 CLMHOLD-OK           VALUE "00".
           05  CHARTDEF-STATUS         PIC X(2).
               88 CHARTDEF-FOUND       VALUE "00".
           05  STAYBILL-STATUS         PIC X(2).
               88 STAYBILL-OK          VALUE "00".
               88 STAYBILL-DUP         VALUE "22".
           05  ENCNTR-STATUS           PIC X(2).
               88 ENCNTR-OK            VALUE "00".
           05  ENCCHG-STATUS           PIC X(2).
               88 ENCCHG-OK            VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 WS-PREV-PATIENT-ID          PIC X(08) VALUE LOW-VALUES.
           05 WS-CLAIM-OPEN-SW            PIC X(01) VALUE "N".
              88 CLAIM-IS-OPEN VALUE "Y".
           05 WS-OUTPT-CLAIM-SW           PIC X(01) VALUE "N".
              88 CLAIM-IS-OUTPATIENT VALUE "Y".
           05 WS-ENC-SCAN-SW              PIC X(01) VALUE "N".
              88 ENC-SCAN-DONE VALUE "Y".
           05 WS-ENC-CHG-SW               PIC X(01) VALUE "N".
              88 ENC-CHARGES-DONE VALUE "Y".
           05 WS-ENC-ITEM-ID              PIC X(08) VALUE SPACES.
           05 WS-ENC-AMOUNT               PIC 9(07)V99 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CLAIMS-WRITTEN           PIC 9(7) COMP VALUE 0.
           05 CLAIMS-RELEASED          PIC 9(7) COMP VALUE 0.
           05 CLAIMS-RETIRED           PIC 9(7) COMP VALUE 0.
           05 WS-HELD-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
           05 CLAIMS-CHART-HELD        PIC 9(7) COMP VALUE 0.
           05 CLAIMS-CHART-RELEASED    PIC 9(7) COMP VALUE 0.
           05 WS-CHART-HELD-TOTAL      PIC S9(11)V99 COMP-3 VALUE +0.
           05 OUTPT-CLAIMS-BUILT       PIC 9(7) COMP VALUE 0.
           05 OUTPT-VISITS-SKIPPED     PIC 9(7) COMP VALUE 0.
           05 OUTPT-VISITS-NO-CHARGE   PIC 9(7) COMP VALUE 0.
           05 WS-OUTPT-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.

      *    DEFAULT AUDIT THRESHOLD WHEN NO AUDPARM CARD IS SUPPLIED.
       01  AUDIT-HOLD-CONTROLS.
           05 WS-RELEASING-CONTROL     PIC 9(10) VALUE 0.
           05 WS-REG-STATUS            PIC X(01) VALUE "S".
           05 WS-REG-NEW-STATUS        PIC X(01) VALUE SPACE.
           05 WS-HOLD-STATUS           PIC X(01) VALUE "H".
           05 WS-CHART-HOLD-SW         PIC X(01) VALUE "N".
              88 CLAIM-CHART-HELD VALUE "Y".
           05 WS-CHART-ADMIT-DATE      PIC X(08) VALUE SPACES.

      *    THE CLAIM'S RECORDS ARE BUFFERED UNTIL ITS TOTAL IS KNOWN
      *    SO A HIGH-DOLLAR CLAIM CAN DIVERT WHOLE TO CLMHOLD.  A

       COPY CLMHOLD.

       COPY CHARTDEF.

       COPY STAYBILL.

       COPY CONTRACT.

       COPY PATINS.

       COPY ENCNTR.

       COPY ENCCHG.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

      * RUN-CONTROL INTERLOCK - THE EXTRACT MUST NOT RUN UNTIL THE
      * PRE-BILL SCRUB COMPLETED FOR THE SAME DATE.
       COPY RUNCTLP.

       01  RUN-ABORT-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.

      *    THE RUN-CONTROL INTERLOCK: THE PRE-BILL SCRUB MUST HAVE
      *    COMPLETED FOR THIS DATE AND THE EXTRACT MUST NOT ALREADY
      *    HAVE RUN.  CLMSCRB READS THE COSTING PASS'S ITEMCOST FILE
      *    AND HANDS THIS STEP ONLY THE CLEAN AND RELEASED CLAIMS'
      *    LINES, SO IT - NOT BNCHS602 - IS THE STEP AHEAD OF THE
      *    EXTRACT THAT MARKS COMPLETE.
           MOVE 'CHK '      TO RCT-FUNCTION.
           MOVE 'CLMEXTR '  TO RCT-STEP-NAME.
           MOVE 'CLMSCRB '  TO RCT-PRED-STEP.
           MOVE WS-RUN-DATE TO RCT-PROC-DATE.
           MOVE ZERO        TO RCT-RECORD-COUNT.
           CALL 'RUNCTL' USING RUN-CTL-PARMS.
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-RUN-ABORT-SW
               GO TO 000-EXIT.
           OPEN INPUT ITEMCOST, PATMSTR, PATINS, CONTRACT, DIAGMSTR,
                      CHARTDEF.
           OPEN OUTPUT CLAIMOUT, CLMREGST.
           OPEN I-O CLMREG.
           OPEN I-O CLMHOLD.
               OPEN OUTPUT STAYBILL
               CLOSE STAYBILL
               OPEN I-O STAYBILL.
           OPEN I-O ENCNTR.
           OPEN INPUT ENCCHG.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           WRITE CLMREGST-REC FROM REG-HEADER-LINE.
           PERFORM 050-GET-AUDIT-PARM THRU 050-EXIT.
           IF HLD-SEQ = ZERO
               MOVE "N" TO WS-CLAIM-RELEASING-SW
               MOVE "N" TO WS-CLAIM-RETIRING-SW
               IF HLD-IS-CHART-HELD
                   PERFORM 075-CHECK-CHART THRU 075-EXIT
               END-IF
               IF HLD-IS-RELEASED
                   ADD +1 TO CLAIMS-RELEASED
                   MOVE "Y" TO WS-CLAIM-RELEASING-SW
       070-EXIT.
           EXIT.

      ******************************************************************
      *    075-CHECK-CHART - A CLAIM HELD FOR CHART COMPLETION STAYS   *
      *    HELD WHILE ITS CHARTDEF RECORD IS OPEN.  ONCE THE CHART IS  *
      *    COMPLETE (OR THE RECORD IS GONE) IT IS TREATED AS RELEASED  *
      *    AND FOLDS INTO CLAIMOUT IN 070 - UNLESS ITS TOTAL IS OVER   *
      *    THE AUDIT THRESHOLD, WHEN IT MOVES TO THE AUDIT HOLD FOR    *
      *    CAUD400 INSTEAD.  THE SEQ-000 RECORD CARRIES THE CLAIM'S    *
      *    'T' TOTALS RECORD IMAGE.                                    *
      ******************************************************************
       075-CHECK-CHART.
           MOVE "075-CHECK-CHART" TO PARA-NAME.
           MOVE HLD-CLAIM-REC        TO CLAIM-EXTRACT-REC.
           MOVE CLM-PATIENT-ID       TO CDF-PATIENT-ID.
           MOVE HLD-CHART-ADMIT-DATE TO CDF-ADMIT-DATE.
           MOVE CDF-KEY              TO CHARTDEF-REC-KEY.
           READ CHARTDEF INTO CHART-DEFICIENCY-REC.
           IF CHARTDEF-FOUND AND CDF-CHART-OPEN
               GO TO 075-EXIT.
           ADD +1 TO CLAIMS-CHART-RELEASED.
           IF CLM-IS-TOTAL
                   AND CLM-CLAIM-TOTAL > WS-AUDIT-THRESHOLD
               MOVE "H" TO HLD-STATUS
               REWRITE CLMHOLD-FD-REC FROM CLAIM-HOLD-REC
               DISPLAY "** CHART COMPLETE, CLAIM HELD FOR AUDIT: "
                       HLD-CONTROL-NUMBER
               GO TO 075-EXIT.
           MOVE "R" TO HLD-STATUS.
       075-EXIT.
           EXIT.

      ******************************************************************
      *    080-UPDATE-REGISTER - POST THE AUDIT DECISION TO THE          *
      *    CLAIM'S CLMREG ROW.  THE SEQ-000 HOLD RECORD CARRIES THE      *
               MOVE DIAG-MSTR-DESC TO CLM-DIAG-DESC
           ELSE
               MOVE SPACES         TO CLM-DIAG-DESC.
      *    A STAY WHOSE CHART IS STILL DEFICIENT MAY NOT BILL - THE
      *    CLAIM WILL HOLD FOR CHART COMPLETION WHEN IT CLOSES.
           MOVE "N" TO WS-CHART-HOLD-SW.
           MOVE PATIENT-ADMIT-DATE TO WS-CHART-ADMIT-DATE.
           MOVE CLM-PATIENT-ID     TO CDF-PATIENT-ID.
           MOVE PATIENT-ADMIT-DATE TO CDF-ADMIT-DATE.
           MOVE CDF-KEY            TO CHARTDEF-REC-KEY.
           READ CHARTDEF INTO CHART-DEFICIENCY-REC.
           IF CHARTDEF-FOUND AND CDF-CHART-OPEN
               MOVE "Y" TO WS-CHART-HOLD-SW.
           MOVE ZERO TO WS-CB-COUNT.
           MOVE "N"  TO WS-CLAIM-UNHOLDABLE-SW.
           PERFORM 320-BUFFER-RECORD THRU 320-EXIT.
      *    350-EXPECTED-PAYMENT - PRICE THE LINE AT THE PAYER'S        *
      *    CONTRACT RATE: THE CHARGE-CODE ROW IF ONE IS LOADED, THE    *
      *    PAYER'S BLANK-CODE DEFAULT OTHERWISE, AND FULL BILLED       *
      *    CHARGES WHEN THE PAYER HAS NO CONTRACT ROW AT ALL.  PRICES  *
      *    THE 'D' RECORD JUST BUILT, STAY OR OUTPATIENT ALIKE.        *
      ******************************************************************
       350-EXPECTED-PAYMENT.
           MOVE "350-EXPECTED-PAYMENT" TO PARA-NAME.
           MOVE CLM-PAYER-ID     TO CON-PAYER-ID.
           MOVE CLM-ITEM-ID      TO CON-CHARGE-CODE.
           MOVE CON-KEY          TO CONTRACT-REC-KEY.
           READ CONTRACT INTO CONTRACT-RATE-REC.
           IF NOT CONTRACT-FOUND
               READ CONTRACT INTO CONTRACT-RATE-REC.
           IF CONTRACT-FOUND
               COMPUTE WS-LINE-EXPECTED ROUNDED =
                   CLM-LINE-AMOUNT * CON-PCT-OF-CHARGE / 100
           ELSE
               MOVE CLM-LINE-AMOUNT TO WS-LINE-EXPECTED.
           ADD WS-LINE-EXPECTED TO WS-CLAIM-EXPECTED.
       350-EXIT.
           EXIT.
           MOVE WS-CLAIM-TOTAL      TO CLM-CLAIM-TOTAL.
           MOVE WS-PRIMARY-PAID     TO CLM-PRIMARY-PAID.
           MOVE WS-SECONDARY-PAID   TO CLM-SECONDARY-PAID.
           IF CLAIM-IS-OUTPATIENT
               MOVE ZERO            TO CLM-PATIENT-DUE
           ELSE
               MOVE PATIENT-TOT-AMT TO CLM-PATIENT-DUE.
           PERFORM 320-BUFFER-RECORD THRU 320-EXIT.

      *    THE CLAIM'S TOTAL IS NOW KNOWN - A HIGH-DOLLAR CLAIM
      *    DOES NOT COUNT IN THE TRANSMISSION TOTALS - IT HAS NOT
      *    TRANSMITTED - BUT IT STILL GOES ON THE CLMREG REGISTER.
           MOVE "S" TO WS-REG-STATUS.
           MOVE "H" TO WS-HOLD-STATUS.
           IF CLAIM-CHART-HELD
                   AND NOT CLAIM-UNHOLDABLE
               MOVE "C" TO WS-HOLD-STATUS
               PERFORM 420-HOLD-CLAIM THRU 420-EXIT
               ADD +1 TO CLAIMS-CHART-HELD
               ADD WS-CLAIM-TOTAL TO WS-CHART-HELD-TOTAL
               MOVE "H" TO WS-REG-STATUS
           ELSE
           IF WS-CLAIM-TOTAL > WS-AUDIT-THRESHOLD
                   AND NOT CLAIM-UNHOLDABLE
               PERFORM 420-HOLD-CLAIM THRU 420-EXIT
                   DISPLAY "** HIGH-DOLLAR CLAIM TOO BIG TO HOLD,"
                           " TRANSMITTED: " CLM-CONTROL-NUMBER
               END-IF
               IF CLAIM-CHART-HELD
                   DISPLAY "** CHART-DEFICIENT CLAIM TOO BIG TO HOLD,"
                           " TRANSMITTED: " CLM-CONTROL-NUMBER
               END-IF
               PERFORM 410-FLUSH-CLAIM THRU 410-EXIT
               ADD +1 TO CLAIMS-WRITTEN
               ADD WS-CLAIM-TOTAL TO WS-RUN-CLAIM-TOTAL
           INITIALIZE CLAIM-HOLD-REC.
           MOVE CLM-CONTROL-NUMBER TO HLD-CONTROL-NUMBER.
           MOVE ZERO               TO HLD-SEQ.
           MOVE WS-HOLD-STATUS     TO HLD-STATUS.
           MOVE CLAIM-EXTRACT-REC  TO HLD-CLAIM-REC.
           IF HLD-IS-CHART-HELD
               MOVE WS-CHART-ADMIT-DATE TO HLD-CHART-ADMIT-DATE.
           PERFORM 428-WRITE-HOLD-REC THRU 428-EXIT.

           MOVE +1 TO WS-CB-SUB.
           PERFORM 425-HOLD-ONE THRU 425-EXIT
               UNTIL WS-CB-SUB > WS-CB-COUNT.
           IF WS-HOLD-STATUS = "C"
               DISPLAY "** CLAIM HELD FOR CHART: " CLM-CONTROL-NUMBER
           ELSE
               DISPLAY "** CLAIM HELD FOR AUDIT: " CLM-CONTROL-NUMBER.
       420-EXIT.
           EXIT.

           MOVE WS-RUN-DATE         TO CRG-EXTRACT-DATE.
           MOVE WS-CLAIM-TOTAL      TO CRG-CLAIM-TOTAL.
           MOVE WS-CLAIM-EXPECTED   TO CRG-EXPECTED-AMT.
           MOVE "F"                 TO CRG-CLAIM-TYPE.
      *    A CLAIM DIVERTED TO CLMHOLD REGISTERS 'H' - IT HAS NOT
      *    TRANSMITTED; THE RELEASE SCAN FLIPS IT TO 'S' WHEN IT
      *    ACTUALLY FOLDS INTO CLAIMOUT.
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.

      *    MARK THE STAY BILLED SO THE EDIT STREAM ROUTES ANY CHARGE
      *    THAT STRAGGLES IN AFTERWARD TO THE LATE-CHARGE FILE.  AN
      *    OUTPATIENT VISIT IS MARKED BILLED ON ENCNTR INSTEAD - THE
      *    PATIENT'S INPATIENT STAY IS NOT ITS TO CLOSE.
           IF CLAIM-IS-OUTPATIENT
               GO TO 450-EXIT.
           INITIALIZE STAY-BILLED-REC.
           MOVE CLM-PATIENT-ID     TO SB-PATIENT-ID.
           MOVE CLM-CONTROL-NUMBER TO SB-CONTROL-NUMBER.
           MOVE WS-RUN-DATE        TO SB-CLAIM-DATE.
      *    THE PHYSICIANS' PROFESSIONAL FEES FOR THE STAY BILL
      *    SEPARATELY - PFEXTR PICKS UP EVERY PENDING STAY.
           MOVE "P"                TO SB-PROF-STATUS.
           MOVE SB-PATIENT-ID      TO STAYBILL-REC-KEY.
           WRITE STAYBILL-FD-REC FROM STAY-BILLED-REC.
           IF STAYBILL-DUP
       450-EXIT.
           EXIT.

      ******************************************************************
      *    500-BILL-ENCOUNTERS - BROWSE ENCNTR FOR CLOSED OUTPATIENT   *
      *    VISITS AND BILL EACH AS ITS OWN CLAIM, APART FROM THE       *
      *    PATIENT'S INPATIENT STAY.                                   *
      ******************************************************************
       500-BILL-ENCOUNTERS.
           MOVE "500-BILL-ENCOUNTERS" TO PARA-NAME.
           MOVE "N" TO WS-ENC-SCAN-SW.
           MOVE LOW-VALUES TO ENCNTR-REC-KEY.
           START ENCNTR KEY NOT < ENCNTR-REC-KEY.
           IF NOT ENCNTR-OK
               GO TO 500-EXIT.
           PERFORM 510-BILL-ONE-ENCOUNTER THRU 510-EXIT
               UNTIL ENC-SCAN-DONE.
           MOVE "N" TO WS-OUTPT-CLAIM-SW.
       500-EXIT.
           EXIT.

       510-BILL-ONE-ENCOUNTER.
           READ ENCNTR NEXT RECORD INTO ENCOUNTER-REC
               AT END MOVE "Y" TO WS-ENC-SCAN-SW
               GO TO 510-EXIT
           END-READ.
           IF NOT ENC-CLOSED
               GO TO 510-EXIT.

      *    A CLOSED VISIT WITH NO CHARGE POSTED HAS NOTHING TO BILL.
           MOVE LOW-VALUES TO ECH-KEY.
           MOVE ENC-KEY    TO ECH-ENC-KEY.
           MOVE ECH-KEY    TO ENCCHG-REC-KEY.
           MOVE "N" TO WS-ENC-CHG-SW.
           START ENCCHG KEY NOT < ENCCHG-REC-KEY.
           IF ENCCHG-OK
               PERFORM 540-READ-ENCCHG THRU 540-EXIT
           ELSE
               MOVE "Y" TO WS-ENC-CHG-SW.
           IF ENC-CHARGES-DONE
               ADD +1 TO OUTPT-VISITS-NO-CHARGE
               MOVE "N"         TO ENC-VISIT-STATUS
               MOVE WS-RUN-DATE TO ENC-BILLED-DATE
               PERFORM 560-REWRITE-ENCOUNTER THRU 560-EXIT
               GO TO 510-EXIT.

           MOVE ENC-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               ADD +1 TO OUTPT-VISITS-SKIPPED
               DISPLAY "** PATIENT NOT ON PATMSTR, VISIT SKIPPED: "
                       ENC-KEY
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 510-EXIT.
           MOVE ENC-PATIENT-ID TO PATINS-REC-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               ADD +1 TO OUTPT-VISITS-SKIPPED
               DISPLAY "** PATIENT NOT ON PATINS, VISIT SKIPPED: "
                       ENC-KEY
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 510-EXIT.

           MOVE "Y" TO WS-OUTPT-CLAIM-SW.
           MOVE "Y" TO WS-CLAIM-OPEN-SW.
           MOVE ZERO TO WS-LINE-COUNT, WS-CLAIM-TOTAL,
                        WS-PRIMARY-PAID, WS-SECONDARY-PAID,
                        WS-CLAIM-EXPECTED.
           ADD +1 TO WS-CLAIM-SEQ.
           COMPUTE CLM-CONTROL-NUMBER =
               WS-RUN-DATE-YYMMDD * 10000 + WS-CLAIM-SEQ.

           MOVE INS-COMPANY-PRIMARY-ID TO CLM-PAYER-ID.
           MOVE "O"                    TO CLM-RECORD-TYPE.
           MOVE ENC-PATIENT-ID         TO CLM-PATIENT-ID.
           MOVE SPACES                 TO CLM-BODY.
           MOVE PATIENT-NAME           TO CLM-PATIENT-NAME.
           MOVE POLICY-NUMBER          TO CLM-POLICY-NUMBER.
           MOVE GROUP-NUMBER           TO CLM-GROUP-NUMBER.
           MOVE INS-COMPANY-SECONDARY-ID TO CLM-SECONDARY-PAYER-ID.
      *    THE VISIT'S OWN DIAGNOSIS WHEN REGISTRATION KEYED ONE.
           IF ENC-PRIMARY-DIAG = SPACES
               MOVE DIAGNOSTIC-CODE-PRIMARY TO CLM-DIAGNOSTIC-CODE
           ELSE
               MOVE ENC-PRIMARY-DIAG        TO CLM-DIAGNOSTIC-CODE.
           MOVE EMP-STATE              TO CLM-EMP-STATE.
           MOVE WS-RUN-DATE            TO CLM-EXTRACT-DATE.
           MOVE CLM-DIAGNOSTIC-CODE    TO DIAG-MSTR-REC-KEY.
           READ DIAGMSTR INTO DIAGNOSIS-MASTER-REC.
           IF DIAG-CODE-FOUND
               MOVE DIAG-MSTR-DESC TO CLM-DIAG-DESC
           ELSE
               MOVE SPACES         TO CLM-DIAG-DESC.
           MOVE "N"  TO WS-CHART-HOLD-SW.
           MOVE ZERO TO WS-CB-COUNT.
           MOVE "N"  TO WS-CLAIM-UNHOLDABLE-SW.
           PERFORM 320-BUFFER-RECORD THRU 320-EXIT.

           PERFORM 530-ENC-CHARGE-LINES THRU 530-EXIT
               UNTIL ENC-CHARGES-DONE.
           PERFORM 400-CLOSE-CLAIM THRU 400-EXIT.
           ADD +1 TO OUTPT-CLAIMS-BUILT.
           ADD WS-CLAIM-TOTAL TO WS-OUTPT-TOTAL.

           MOVE "B"                TO ENC-VISIT-STATUS.
           MOVE WS-RUN-DATE        TO ENC-BILLED-DATE.
           MOVE CLM-CONTROL-NUMBER TO ENC-CONTROL-NUMBER.
           PERFORM 560-REWRITE-ENCOUNTER THRU 560-EXIT.
       510-EXIT.
           EXIT.

      ******************************************************************
      *    530-ENC-CHARGE-LINES - ONE 'D' LINE PER NON-ZERO CHARGE     *
      *    CLASS OF THE POSTED TREATMENT, THE SAME SPLIT LATECLM       *
      *    BILLS, EACH CARRYING ITS DATE OF SERVICE.                   *
      ******************************************************************
       530-ENC-CHARGE-LINES.
           IF ECH-MEDICATION-COST > ZERO
               MOVE ECH-MEDICATION-ID   TO WS-ENC-ITEM-ID
               MOVE ECH-MEDICATION-COST TO WS-ENC-AMOUNT
               PERFORM 535-ENC-DETAIL THRU 535-EXIT.
           IF ECH-PHARMACY-COST > ZERO
               MOVE "PHARMACY"          TO WS-ENC-ITEM-ID
               MOVE ECH-PHARMACY-COST   TO WS-ENC-AMOUNT
               PERFORM 535-ENC-DETAIL THRU 535-EXIT.
           IF ECH-ANCILLARY-CHARGE > ZERO
               MOVE SPACES              TO WS-ENC-ITEM-ID
               MOVE ECH-TREATMENT-TYPE  TO WS-ENC-ITEM-ID(1:2)
               MOVE ECH-ANCILLARY-CHARGE TO WS-ENC-AMOUNT
               PERFORM 535-ENC-DETAIL THRU 535-EXIT.
           PERFORM 540-READ-ENCCHG THRU 540-EXIT.
       530-EXIT.
           EXIT.

       535-ENC-DETAIL.
           MOVE "D"                   TO CLM-RECORD-TYPE.
           MOVE SPACES                TO CLM-BODY.
           MOVE WS-ENC-ITEM-ID        TO CLM-ITEM-ID.
           MOVE ECH-ATTENDING-PHYS-ID TO CLM-PROVIDER-ID.
           MOVE SPACE                 TO CLM-NETWORK-FLAG.
           MOVE WS-ENC-AMOUNT         TO CLM-LINE-AMOUNT.
           MOVE ECH-TREATMENT-DATE    TO CLM-SERVICE-DATE.
           PERFORM 320-BUFFER-RECORD THRU 320-EXIT.
           ADD +1 TO WS-LINE-COUNT.
           ADD WS-ENC-AMOUNT TO WS-CLAIM-TOTAL.
           PERFORM 350-EXPECTED-PAYMENT THRU 350-EXIT.
       535-EXIT.
           EXIT.

      *    THE VISIT'S CHARGES END AT THE FIRST KEY FOR ANOTHER VISIT.
       540-READ-ENCCHG.
           READ ENCCHG NEXT RECORD INTO ENCOUNTER-CHARGE-REC
               AT END MOVE "Y" TO WS-ENC-CHG-SW
               GO TO 540-EXIT
           END-READ.
           IF ECH-ENC-KEY NOT = ENC-KEY
               MOVE "Y" TO WS-ENC-CHG-SW.
       540-EXIT.
           EXIT.

       560-REWRITE-ENCOUNTER.
           MOVE ENC-KEY TO ENCNTR-REC-KEY.
           REWRITE ENCNTR-FD-REC FROM ENCOUNTER-REC.
           IF NOT ENCNTR-OK
               DISPLAY "** ENCNTR REWRITE FAILED, STATUS "
                       ENCNTR-STATUS " VISIT " ENC-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       560-EXIT.
           EXIT.

       900-READ-ITEMCOST.
           READ ITEMCOST
               AT END MOVE "N" TO MORE-DATA-SW
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF CLAIM-IS-OPEN
               PERFORM 400-CLOSE-CLAIM THRU 400-EXIT.
           PERFORM 500-BILL-ENCOUNTERS THRU 500-EXIT.
           MOVE 'CLAIMS WRITTEN:               ' TO REG-TOTAL-LABEL.
           MOVE CLAIMS-WRITTEN     TO REG-TOTAL-COUNT.
           MOVE WS-RUN-CLAIM-TOTAL TO REG-TOTAL-AMOUNT.
           MOVE CLAIMS-HELD        TO REG-TOTAL-COUNT.
           MOVE WS-HELD-TOTAL      TO REG-TOTAL-AMOUNT.
           WRITE CLMREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'CLAIMS HELD FOR CHART:        ' TO REG-TOTAL-LABEL.
           MOVE CLAIMS-CHART-HELD  TO REG-TOTAL-COUNT.
           MOVE WS-CHART-HELD-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE CLMREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'CHART HOLDS CLEARED THIS RUN: ' TO REG-TOTAL-LABEL.
           MOVE CLAIMS-CHART-RELEASED TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE CLMREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'HELD CLAIMS RELEASED THIS RUN:' TO REG-TOTAL-LABEL.
           MOVE CLAIMS-RELEASED    TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           MOVE CLAIMS-RETIRED     TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE CLMREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'OUTPATIENT VISIT CLAIMS BUILT:' TO REG-TOTAL-LABEL.
           MOVE OUTPT-CLAIMS-BUILT TO REG-TOTAL-COUNT.
           MOVE WS-OUTPT-TOTAL     TO REG-TOTAL-AMOUNT.
           WRITE CLMREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'OUTPATIENT VISITS NO CHARGE:  ' TO REG-TOTAL-LABEL.
           MOVE OUTPT-VISITS-NO-CHARGE TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE CLMREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'OUTPATIENT VISITS SKIPPED:    ' TO REG-TOTAL-LABEL.
           MOVE OUTPT-VISITS-SKIPPED TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE CLMREGST-REC FROM REG-TOTAL-LINE.
           CLOSE ITEMCOST, PATMSTR, PATINS, CONTRACT, DIAGMSTR,
                 CHARTDEF, CLAIMOUT, CLMREGST, CLMREG, CLMHOLD,
                 STAYBILL, ENCNTR, ENCCHG.
           DISPLAY "** ITEMCOST LINES READ  " LINES-READ.
           DISPLAY "** CLAIMS WRITTEN       " CLAIMS-WRITTEN.
           DISPLAY "** CLAIMS SKIPPED       " CLAIMS-SKIPPED.
           DISPLAY "** OUTPATIENT CLAIMS    " OUTPT-CLAIMS-BUILT.
           DISPLAY "******** NORMAL END OF JOB CLMEXTR ********".
       999-EXIT.
           EXIT.
