       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PFEXTR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * PFEXTR - PROFESSIONAL-FEE CLAIMS EXTRACT.  RUNS AFTER CLMEXTR *
      *          AND BILLS THE PHYSICIANS' SERVICES ON EVERY STAY     *
      *          WHOSE FACILITY CLAIM HAS GONE OUT, ONE CLAIM PER     *
      *          RENDERING PHYSICIAN PER STAY:                        *
      *                                                               *
      *            'F' HEADER - PATMSTR / PATINS COVERAGE FIELDS, AS  *
      *                         ON THE FACILITY CLAIM                 *
      *            'D' LINES  - ONE PER TRMTHIST TREATMENT THE        *
      *                         PHYSICIAN ATTENDED OR (WHEN ANOTHER   *
      *                         PHYSICIAN ATTENDED) PRESCRIBED,       *
      *                         PRICED FROM THE PHYSFEE SCHEDULE      *
      *            'T' TOTALS - LINE COUNT AND CLAIM TOTAL            *
      *                                                               *
      *          THE WORK LIST IS STAYBILL: CLMEXTR MARKS EACH STAY   *
      *          IT BILLS WITH ITS PROFESSIONAL FEES PENDING.  THE    *
      *          STAY'S TREATMENTS ARE THOSE ON TRMTHIST FROM THE     *
      *          ADMIT DATE THROUGH THE FACILITY CLAIM DATE.  A       *
      *          TREATMENT TYPE/ROLE WITH NO FEE SCHEDULE ROW IS NOT  *
      *          BILLED PROFESSIONALLY AND IS COUNTED ON THE          *
      *          REGISTER.  A STAY WHOSE CHART IS STILL DEFICIENT     *
      *          STAYS PENDING UNTIL HIM COMPLETES IT.                *
      *                                                               *
      *          EACH CLAIM GOES ON CLMREG AS A PROFESSIONAL CLAIM    *
      *          (CRG-CLAIM-TYPE 'P') SO THE ACKNOWLEDGMENT, REMIT    *
      *          AND PAYER-PERFORMANCE RUNS KEEP PROFESSIONAL         *
      *          REVENUE APART FROM THE FACILITY CLAIM'S.  THE STAY   *
      *          IS THEN MARKED BILLED (OR NONE, WHEN NOTHING ON IT   *
      *          WAS ON THE FEE SCHEDULE).                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLAIMOUT
           ASSIGN TO UT-S-PFCLMOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PFREGST
           ASSIGN TO UT-S-PFREGST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT STAYBILL
                  ASSIGN       to STAYBILL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is STAYBILL-REC-KEY
                  FILE STATUS  is STAYBILL-STATUS.

           SELECT TRMTHIST
                  ASSIGN       to TRMTHIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is TRMTHIST-REC-KEY
                  FILE STATUS  is TRMTHIST-STATUS.

           SELECT PHYSFEE
                  ASSIGN       to PHYSFEE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PHYSFEE-REC-KEY
                  FILE STATUS  is PHYSFEE-STATUS.

           SELECT DIAGMSTR
                  ASSIGN       to DIAGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is DIAG-MSTR-REC-KEY
                  FILE STATUS  is DIAGMSTR-STATUS.

           SELECT CONTRACT
                  ASSIGN       to CONTRACT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CONTRACT-REC-KEY
                  FILE STATUS  is CONTRACT-STATUS.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CLMREG-REC-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
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
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIMOUT-REC.
       01  CLAIMOUT-REC                     PIC X(120).

       FD  PFREGST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PFREGST-REC.
       01  PFREGST-REC                      PIC X(80).

       FD  STAYBILL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STAYBILL-FD-REC.
       01  STAYBILL-FD-REC.
           05 STAYBILL-REC-KEY PIC X(06).
           05 FILLER           PIC X(74).

       FD  TRMTHIST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TRMTHIST-FD-REC.
       01  TRMTHIST-FD-REC.
           05 TRMTHIST-REC-KEY PIC X(17).
           05 FILLER           PIC X(83).

       FD  PHYSFEE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PHYSFEE-FD-REC.
       01  PHYSFEE-FD-REC.
           05 PHYSFEE-REC-KEY  PIC X(03).
           05 FILLER           PIC X(77).

       FD  DIAGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DIAGMSTR-FD-REC.
       01  DIAGMSTR-FD-REC.
           05 DIAG-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(74).

       FD  CONTRACT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONTRACT-FD-REC.
       01  CONTRACT-FD-REC.
           05 CONTRACT-REC-KEY PIC X(14).
           05 FILLER           PIC X(66).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLMREG-FD-REC.
       01  CLMREG-FD-REC.
           05 CLMREG-REC-KEY   PIC X(16).
           05 FILLER           PIC X(64).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-OK            VALUE "00".
           05  CONTRACT-STATUS         PIC X(2).
               88 CONTRACT-FOUND       VALUE "00".
           05  DIAGMSTR-STATUS         PIC X(2).
               88 DIAG-CODE-FOUND      VALUE "00".
           05  CHARTDEF-STATUS         PIC X(2).
               88 CHARTDEF-FOUND       VALUE "00".
           05  STAYBILL-STATUS         PIC X(2).
               88 STAYBILL-OK          VALUE "00".
           05  TRMTHIST-STATUS         PIC X(2).
               88 TRMTHIST-OK          VALUE "00".
           05  PHYSFEE-STATUS          PIC X(2).
               88 PHYSFEE-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-HIST-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-HIST VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-YYMMDD          PIC 9(06) VALUE 0.
           05 WS-STAY-FROM-DATE           PIC X(08) VALUE SPACES.
           05 WS-STAY-THRU-DATE           PIC X(08) VALUE SPACES.
           05 WS-FEE-ROLE                 PIC X(01) VALUE SPACE.
           05 WS-FEE-PHYS-ID              PIC X(08) VALUE SPACES.
           05 WS-CUR-PHYS-ID              PIC X(08) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 STAYS-READ               PIC 9(7) COMP VALUE 0.
           05 STAYS-BILLED             PIC 9(7) COMP VALUE 0.
           05 STAYS-NO-FEES            PIC 9(7) COMP VALUE 0.
           05 STAYS-CHART-HELD         PIC 9(7) COMP VALUE 0.
           05 STAYS-SKIPPED            PIC 9(7) COMP VALUE 0.
           05 CLAIMS-WRITTEN           PIC 9(7) COMP VALUE 0.
           05 SERVICES-UNPRICED        PIC 9(7) COMP VALUE 0.
           05 SERVICES-DROPPED         PIC 9(7) COMP VALUE 0.
      *    CONTROL NUMBERS ARE DATE * 10000 + SEQUENCE, THE SAME
      *    SCHEME CLMEXTR AND LATECLM USE THE SAME DAY.  CLMEXTR'S
      *    SEQUENCE STARTS AT 1 AND LATECLM'S AT 5000, SO THIS
      *    JOB'S STARTS AT 7000 - NO TWO RUNS MINT THE SAME KEY.
           05 WS-CLAIM-SEQ             PIC 9(4) COMP VALUE 7000.
           05 WS-STAY-CLAIMS           PIC 9(3) COMP VALUE 0.
           05 WS-LINE-COUNT            PIC 9(5) COMP VALUE 0.
           05 WS-CLAIM-TOTAL           PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-CLAIM-EXPECTED        PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-LINE-EXPECTED         PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-RUN-CLAIM-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.

      *    THE STAY'S PRICED SERVICES, KEPT IN PHYSICIAN + DATE ORDER
      *    SO EACH PHYSICIAN'S LINES FALL TOGETHER FOR ONE CLAIM.
       01  FEE-LINE-TABLE.
           05 WS-FL-COUNT              PIC S9(04) COMP VALUE +0.
           05 WS-FL-SUB                PIC S9(04) COMP VALUE +0.
           05 WS-FL-INS                PIC S9(04) COMP VALUE +0.
           05 FL-ENTRY OCCURS 500 TIMES.
              10 FL-SORT-KEY.
                 15 FL-PHYS-ID         PIC X(08).
                 15 FL-SERVICE-DATE    PIC X(08).
              10 FL-ROLE               PIC X(01).
              10 FL-SERVICE-CODE       PIC X(08).
              10 FL-FEE-AMOUNT         PIC 9(07)V99.
       01  WS-FL-NEW-KEY               PIC X(16).
       01  WS-FL-SHIFT-SW              PIC X(01) VALUE "N".
           88 FL-SLOT-FOUND VALUE "Y".

       COPY CLAIMREC.

       COPY CLMREG.

       COPY CHARTDEF.

       COPY STAYBILL.

       COPY TRMTHIST.

       COPY PHYSFEE.

       COPY CONTRACT.

       COPY DIAGMSTR.

       COPY PATMSTR.

       COPY PATINS.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

      * RUN-CONTROL INTERLOCK - THE PROFESSIONAL EXTRACT MUST NOT RUN
      * UNTIL THE FACILITY EXTRACT HAS MARKED THE DAY'S STAYS.
       COPY RUNCTLP.

       01  RUN-ABORT-CONTROLS.
           05 WS-RUN-ABORT-SW             PIC X(01) VALUE "N".
              88 RUN-ABORTED VALUE "Y".

       01  REG-HEADER-LINE.
           05  FILLER                  PIC X(39) VALUE
               '** PROFESSIONAL-FEE CLAIMS REGISTER    '.
           05  FILLER                  PIC X(08) VALUE ' - RUN: '.
           05  REG-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  REG-DETAIL-LINE.
           05  FILLER                  PIC X(08) VALUE ' CLAIM: '.
           05  REG-CONTROL-NUMBER      PIC 9(10).
           05  FILLER                  PIC X(08) VALUE ' PAYER: '.
           05  REG-PAYER-ID            PIC X(06).
           05  FILLER                  PIC X(06) VALUE ' PAT: '.
           05  REG-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(07) VALUE ' PHYS: '.
           05  REG-PHYS-ID             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-CLAIM-TOTAL         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  REG-TOTAL-LINE.
           05  REG-TOTAL-LABEL         PIC X(30).
           05  REG-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REG-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-ABORTED
               CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY
               GOBACK.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE 'CMPL'         TO RCT-FUNCTION.
           MOVE CLAIMS-WRITTEN TO RCT-RECORD-COUNT.
           CALL 'RUNCTL' USING RUN-CTL-PARMS.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.

      *    CLMEXTR MARKS THE STAYS THIS RUN BILLS, SO IT MUST HAVE
      *    COMPLETED FOR THE DATE, AND THIS STEP MUST NOT HAVE RUN.
           MOVE 'CHK '      TO RCT-FUNCTION.
           MOVE 'PFEXTR  '  TO RCT-STEP-NAME.
           MOVE 'CLMEXTR '  TO RCT-PRED-STEP.
           MOVE WS-RUN-DATE TO RCT-PROC-DATE.
           MOVE ZERO        TO RCT-RECORD-COUNT.
           CALL 'RUNCTL' USING RUN-CTL-PARMS.
           IF RCT-RETURN-CD < ZERO
               DISPLAY "** RUN CONTROL REFUSED PFEXTR FOR "
                       WS-RUN-DATE " RC " RCT-RETURN-CD
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-RUN-ABORT-SW
               GO TO 000-EXIT.
           OPEN INPUT TRMTHIST, PHYSFEE, PATMSTR, PATINS, CONTRACT,
                      DIAGMSTR, CHARTDEF.
           OPEN OUTPUT CLAIMOUT, PFREGST.
           OPEN I-O CLMREG.
           OPEN I-O STAYBILL.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           WRITE PFREGST-REC FROM REG-HEADER-LINE.
           MOVE LOW-VALUES TO STAYBILL-REC-KEY.
           START STAYBILL KEY NOT < STAYBILL-REC-KEY.
           IF NOT STAYBILL-OK
               DISPLAY "** NO BILLED STAYS ON STAYBILL"
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-STAYBILL THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF SB-PROF-PENDING
               PERFORM 200-BILL-STAY THRU 200-EXIT.
           PERFORM 900-READ-STAYBILL THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-BILL-STAY - GATHER THE PENDING STAY'S PRICED SERVICES   *
      *    AND BILL ONE CLAIM PER PHYSICIAN.  A PATIENT MISSING FROM   *
      *    PATMSTR OR PATINS, OR A STAY WHOSE CHART IS STILL OPEN,     *
      *    STAYS PENDING FOR A LATER RUN.                              *
      ******************************************************************
       200-BILL-STAY.
           MOVE "200-BILL-STAY" TO PARA-NAME.
           ADD +1 TO STAYS-READ.
           MOVE SB-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               ADD +1 TO STAYS-SKIPPED
               DISPLAY "** PATIENT NOT ON PATMSTR, STAY SKIPPED: "
                       SB-PATIENT-ID
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.
           MOVE SB-PATIENT-ID TO PATINS-REC-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               ADD +1 TO STAYS-SKIPPED
               DISPLAY "** PATIENT NOT ON PATINS, STAY SKIPPED: "
                       SB-PATIENT-ID
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           MOVE SB-PATIENT-ID      TO CDF-PATIENT-ID.
           MOVE PATIENT-ADMIT-DATE TO CDF-ADMIT-DATE.
           MOVE CDF-KEY            TO CHARTDEF-REC-KEY.
           READ CHARTDEF INTO CHART-DEFICIENCY-REC.
           IF CHARTDEF-FOUND AND CDF-CHART-OPEN
               ADD +1 TO STAYS-CHART-HELD
               GO TO 200-EXIT.

           PERFORM 300-GATHER-SERVICES THRU 300-EXIT.
           MOVE ZERO TO WS-STAY-CLAIMS.
           MOVE +1 TO WS-FL-SUB.
           PERFORM 400-BILL-PHYSICIAN THRU 400-EXIT
               UNTIL WS-FL-SUB > WS-FL-COUNT.

           IF WS-STAY-CLAIMS > ZERO
               MOVE "B" TO SB-PROF-STATUS
               ADD +1 TO STAYS-BILLED
           ELSE
               MOVE "N" TO SB-PROF-STATUS
               ADD +1 TO STAYS-NO-FEES.
           MOVE WS-RUN-DATE    TO SB-PROF-BILLED-DATE.
           MOVE WS-STAY-CLAIMS TO SB-PROF-CLAIM-COUNT.
           MOVE SB-PATIENT-ID  TO STAYBILL-REC-KEY.
           REWRITE STAYBILL-FD-REC FROM STAY-BILLED-REC.
           IF NOT STAYBILL-OK
               DISPLAY "** STAYBILL REWRITE FAILED, STATUS "
                       STAYBILL-STATUS " PATIENT " SB-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-GATHER-SERVICES - BROWSE THE PATIENT'S TRMTHIST ROWS,   *
      *    NEWEST FIRST, FOR THE TREATMENTS FROM ADMISSION THROUGH     *
      *    THE FACILITY CLAIM DATE.  THE ATTENDING PHYSICIAN BILLS     *
      *    EVERY TREATMENT; THE PRESCRIBING PHYSICIAN BILLS ONLY WHEN  *
      *    SOMEONE ELSE ATTENDED - ONE PHYSICIAN, ONE FEE PER SERVICE. *
      ******************************************************************
       300-GATHER-SERVICES.
           MOVE "300-GATHER-SERVICES" TO PARA-NAME.
           MOVE ZERO               TO WS-FL-COUNT.
           MOVE PATIENT-ADMIT-DATE TO WS-STAY-FROM-DATE.
           MOVE SB-CLAIM-DATE      TO WS-STAY-THRU-DATE.
           MOVE SB-PATIENT-ID      TO THX-PATIENT-ID.
           MOVE ZERO               TO THX-DATE-COMP, THX-SEQ.
           MOVE THX-KEY            TO TRMTHIST-REC-KEY.
           START TRMTHIST KEY NOT < TRMTHIST-REC-KEY.
           IF NOT TRMTHIST-OK
               GO TO 300-EXIT.
           MOVE "Y" TO MORE-HIST-SW.
           PERFORM 310-READ-ONE-HISTORY THRU 310-EXIT
               UNTIL NO-MORE-HIST.
       300-EXIT.
           EXIT.

       310-READ-ONE-HISTORY.
           READ TRMTHIST NEXT INTO TREATMENT-HISTORY-REC
               AT END MOVE "N" TO MORE-HIST-SW
               GO TO 310-EXIT
           END-READ.
           IF THX-PATIENT-ID NOT = SB-PATIENT-ID
                   OR THX-TREATMENT-DATE < WS-STAY-FROM-DATE
               MOVE "N" TO MORE-HIST-SW
               GO TO 310-EXIT.
           IF THX-TREATMENT-DATE > WS-STAY-THRU-DATE
               GO TO 310-EXIT.

           IF THX-ATTENDING-PHYS-ID NOT = SPACES
               MOVE "A"                   TO WS-FEE-ROLE
               MOVE THX-ATTENDING-PHYS-ID TO WS-FEE-PHYS-ID
               PERFORM 320-PRICE-SERVICE THRU 320-EXIT.
           IF THX-PRESCRIBING-PHYS-ID NOT = SPACES
                   AND THX-PRESCRIBING-PHYS-ID
                       NOT = THX-ATTENDING-PHYS-ID
               MOVE "P"                     TO WS-FEE-ROLE
               MOVE THX-PRESCRIBING-PHYS-ID TO WS-FEE-PHYS-ID
               PERFORM 320-PRICE-SERVICE THRU 320-EXIT.
       310-EXIT.
           EXIT.

      ******************************************************************
      *    320-PRICE-SERVICE - LOOK THE TREATMENT TYPE AND ROLE UP ON  *
      *    THE FEE SCHEDULE AND FILE THE PRICED LINE IN PHYSICIAN +    *
      *    DATE ORDER.                                                 *
      ******************************************************************
       320-PRICE-SERVICE.
           MOVE THX-TREATMENT-TYPE TO PFS-TREATMENT-TYPE.
           MOVE WS-FEE-ROLE        TO PFS-ROLE.
           MOVE PFS-KEY            TO PHYSFEE-REC-KEY.
           READ PHYSFEE INTO PHYSICIAN-FEE-REC.
           IF NOT PHYSFEE-FOUND
               ADD +1 TO SERVICES-UNPRICED
               GO TO 320-EXIT.
           IF WS-FL-COUNT NOT < 500
               ADD +1 TO SERVICES-DROPPED
               DISPLAY "** FEE TABLE FULL, SERVICE NOT BILLED: "
                       SB-PATIENT-ID " " THX-TREATMENT-DATE
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 320-EXIT.

           ADD +1 TO WS-FL-COUNT.
           MOVE WS-FL-COUNT TO WS-FL-INS.
           MOVE WS-FEE-PHYS-ID     TO WS-FL-NEW-KEY(1:8).
           MOVE THX-TREATMENT-DATE TO WS-FL-NEW-KEY(9:8).
           MOVE "N" TO WS-FL-SHIFT-SW.
           PERFORM 325-SHIFT-ONE THRU 325-EXIT
               UNTIL WS-FL-INS = 1 OR FL-SLOT-FOUND.
           MOVE WS-FEE-PHYS-ID     TO FL-PHYS-ID (WS-FL-INS).
           MOVE THX-TREATMENT-DATE TO FL-SERVICE-DATE (WS-FL-INS).
           MOVE WS-FEE-ROLE        TO FL-ROLE (WS-FL-INS).
           MOVE PFS-SERVICE-CODE   TO FL-SERVICE-CODE (WS-FL-INS).
           MOVE PFS-FEE-AMOUNT     TO FL-FEE-AMOUNT (WS-FL-INS).
       320-EXIT.
           EXIT.

      *    OPEN A SLOT FOR THE NEW LINE BY MOVING EACH HIGHER ENTRY UP
      *    ONE; STOP AT THE FIRST ENTRY THAT SORTS AT OR BELOW IT.
       325-SHIFT-ONE.
           IF FL-SORT-KEY (WS-FL-INS - 1) NOT > WS-FL-NEW-KEY
               MOVE "Y" TO WS-FL-SHIFT-SW
               GO TO 325-EXIT.
           MOVE FL-ENTRY (WS-FL-INS - 1) TO FL-ENTRY (WS-FL-INS).
           SUBTRACT 1 FROM WS-FL-INS.
       325-EXIT.
           EXIT.

      ******************************************************************
      *    400-BILL-PHYSICIAN - WRITE THE CLAIM FOR THE PHYSICIAN AT   *
      *    WS-FL-SUB: HEADER, ONE 'D' LINE PER PRICED SERVICE, TOTALS, *
      *    THEN THE CLMREG ROW AND REGISTER LINE.                      *
      ******************************************************************
       400-BILL-PHYSICIAN.
           MOVE "400-BILL-PHYSICIAN" TO PARA-NAME.
           MOVE FL-PHYS-ID (WS-FL-SUB) TO WS-CUR-PHYS-ID.
           MOVE ZERO TO WS-LINE-COUNT, WS-CLAIM-TOTAL,
                        WS-CLAIM-EXPECTED.
           ADD +1 TO WS-CLAIM-SEQ.
           COMPUTE CLM-CONTROL-NUMBER =
               WS-RUN-DATE-YYMMDD * 10000 + WS-CLAIM-SEQ.

           MOVE INS-COMPANY-PRIMARY-ID TO CLM-PAYER-ID.
           MOVE "F"                    TO CLM-RECORD-TYPE.
           MOVE SB-PATIENT-ID          TO CLM-PATIENT-ID.
           MOVE SPACES                 TO CLM-BODY.
           MOVE PATIENT-NAME           TO CLM-PATIENT-NAME.
           MOVE POLICY-NUMBER          TO CLM-POLICY-NUMBER.
           MOVE GROUP-NUMBER           TO CLM-GROUP-NUMBER.
           MOVE INS-COMPANY-SECONDARY-ID TO CLM-SECONDARY-PAYER-ID.
           MOVE DIAGNOSTIC-CODE-PRIMARY  TO CLM-DIAGNOSTIC-CODE.
           MOVE EMP-STATE              TO CLM-EMP-STATE.
           MOVE WS-RUN-DATE            TO CLM-EXTRACT-DATE.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO DIAG-MSTR-REC-KEY.
           READ DIAGMSTR INTO DIAGNOSIS-MASTER-REC.
           IF DIAG-CODE-FOUND
               MOVE DIAG-MSTR-DESC TO CLM-DIAG-DESC
           ELSE
               MOVE SPACES         TO CLM-DIAG-DESC.
           WRITE CLAIMOUT-REC FROM CLAIM-EXTRACT-REC.

           PERFORM 410-DETAIL-LINE THRU 410-EXIT
               UNTIL WS-FL-SUB > WS-FL-COUNT
                  OR FL-PHYS-ID (WS-FL-SUB) NOT = WS-CUR-PHYS-ID.

           MOVE "T"                 TO CLM-RECORD-TYPE.
           MOVE SPACES              TO CLM-BODY.
           MOVE WS-LINE-COUNT       TO CLM-LINE-COUNT.
           MOVE WS-CLAIM-TOTAL      TO CLM-CLAIM-TOTAL.
           MOVE ZERO                TO CLM-PRIMARY-PAID,
                                       CLM-SECONDARY-PAID,
                                       CLM-PATIENT-DUE.
           WRITE CLAIMOUT-REC FROM CLAIM-EXTRACT-REC.
           ADD +1 TO CLAIMS-WRITTEN, WS-STAY-CLAIMS.
           ADD WS-CLAIM-TOTAL TO WS-RUN-CLAIM-TOTAL.

           MOVE CLM-CONTROL-NUMBER  TO REG-CONTROL-NUMBER.
           MOVE CLM-PAYER-ID        TO REG-PAYER-ID.
           MOVE CLM-PATIENT-ID      TO REG-PATIENT-ID.
           MOVE WS-CUR-PHYS-ID      TO REG-PHYS-ID.
           MOVE WS-CLAIM-TOTAL      TO REG-CLAIM-TOTAL.
           WRITE PFREGST-REC FROM REG-DETAIL-LINE.
           PERFORM 450-WRITE-REGISTER THRU 450-EXIT.
       400-EXIT.
           EXIT.

       410-DETAIL-LINE.
           MOVE "D"                           TO CLM-RECORD-TYPE.
           MOVE SPACES                        TO CLM-BODY.
           MOVE FL-ROLE (WS-FL-SUB)           TO CLM-SERVICE-TYPE.
           MOVE FL-SERVICE-CODE (WS-FL-SUB)   TO CLM-ITEM-ID.
           MOVE FL-PHYS-ID (WS-FL-SUB)        TO CLM-PROVIDER-ID.
           MOVE SPACE                         TO CLM-NETWORK-FLAG.
           MOVE FL-FEE-AMOUNT (WS-FL-SUB)     TO CLM-LINE-AMOUNT.
           MOVE FL-SERVICE-DATE (WS-FL-SUB)   TO CLM-SERVICE-DATE.
           WRITE CLAIMOUT-REC FROM CLAIM-EXTRACT-REC.
           ADD +1 TO WS-LINE-COUNT.
           ADD FL-FEE-AMOUNT (WS-FL-SUB) TO WS-CLAIM-TOTAL.
           PERFORM 350-EXPECTED-PAYMENT THRU 350-EXIT.
           ADD +1 TO WS-FL-SUB.
       410-EXIT.
           EXIT.

      ******************************************************************
      *    350-EXPECTED-PAYMENT - PRICE THE LINE AT THE PAYER'S        *
      *    CONTRACT RATE, THE SAME WAY CLMEXTR PRICES A FACILITY LINE: *
      *    THE SERVICE-CODE ROW, ELSE THE PAYER'S BLANK-CODE DEFAULT,  *
      *    ELSE FULL BILLED CHARGES.                                   *
      ******************************************************************
       350-EXPECTED-PAYMENT.
           MOVE "350-EXPECTED-PAYMENT" TO PARA-NAME.
           MOVE CLM-PAYER-ID     TO CON-PAYER-ID.
           MOVE CLM-ITEM-ID      TO CON-CHARGE-CODE.
           MOVE CON-KEY          TO CONTRACT-REC-KEY.
           READ CONTRACT INTO CONTRACT-RATE-REC.
           IF NOT CONTRACT-FOUND
               MOVE CLM-PAYER-ID TO CON-PAYER-ID
               MOVE SPACES       TO CON-CHARGE-CODE
               MOVE CON-KEY      TO CONTRACT-REC-KEY
               READ CONTRACT INTO CONTRACT-RATE-REC.
           IF CONTRACT-FOUND
               COMPUTE WS-LINE-EXPECTED ROUNDED =
                   CLM-LINE-AMOUNT * CON-PCT-OF-CHARGE / 100
           ELSE
               MOVE CLM-LINE-AMOUNT TO WS-LINE-EXPECTED.
           ADD WS-LINE-EXPECTED TO WS-CLAIM-EXPECTED.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    450-WRITE-REGISTER - LOG THE CLAIM ON CLMREG AS A           *
      *    PROFESSIONAL CLAIM, SENT THIS RUN.                          *
      ******************************************************************
       450-WRITE-REGISTER.
           MOVE "450-WRITE-REGISTER" TO PARA-NAME.
           INITIALIZE CLAIM-REGISTER-REC.
           MOVE CLM-PAYER-ID        TO CRG-PAYER-ID.
           MOVE CLM-CONTROL-NUMBER  TO CRG-CONTROL-NUMBER.
           MOVE CLM-PATIENT-ID      TO CRG-PATIENT-ID.
           MOVE WS-RUN-DATE         TO CRG-EXTRACT-DATE.
           MOVE WS-CLAIM-TOTAL      TO CRG-CLAIM-TOTAL.
           MOVE WS-CLAIM-EXPECTED   TO CRG-EXPECTED-AMT.
           MOVE "P"                 TO CRG-CLAIM-TYPE.
           MOVE "S"                 TO CRG-CLAIM-STATUS.
           MOVE ZERO                TO CRG-STATUS-DATE.
           MOVE CRG-REG-KEY         TO CLMREG-REC-KEY.
           WRITE CLMREG-FD-REC FROM CLAIM-REGISTER-REC.
           IF NOT CLMREG-OK
               DISPLAY "** CLMREG WRITE FAILED, STATUS " CLMREG-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       450-EXIT.
           EXIT.

       900-READ-STAYBILL.
           READ STAYBILL NEXT RECORD INTO STAY-BILLED-REC
               AT END MOVE "N" TO MORE-DATA-SW
           END-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'PROFESSIONAL CLAIMS WRITTEN:  ' TO REG-TOTAL-LABEL.
           MOVE CLAIMS-WRITTEN     TO REG-TOTAL-COUNT.
           MOVE WS-RUN-CLAIM-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE PFREGST-REC FROM REG-TOTAL-LINE.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           MOVE 'STAYS BILLED:                 ' TO REG-TOTAL-LABEL.
           MOVE STAYS-BILLED       TO REG-TOTAL-COUNT.
           WRITE PFREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'STAYS WITH NO SCHEDULED FEES: ' TO REG-TOTAL-LABEL.
           MOVE STAYS-NO-FEES      TO REG-TOTAL-COUNT.
           WRITE PFREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'STAYS PENDING CHART:          ' TO REG-TOTAL-LABEL.
           MOVE STAYS-CHART-HELD   TO REG-TOTAL-COUNT.
           WRITE PFREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'STAYS SKIPPED (NO MASTER):    ' TO REG-TOTAL-LABEL.
           MOVE STAYS-SKIPPED      TO REG-TOTAL-COUNT.
           WRITE PFREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'SERVICES NOT ON FEE SCHEDULE: ' TO REG-TOTAL-LABEL.
           MOVE SERVICES-UNPRICED  TO REG-TOTAL-COUNT.
           WRITE PFREGST-REC FROM REG-TOTAL-LINE.
           MOVE 'SERVICES DROPPED (TABLE FULL):' TO REG-TOTAL-LABEL.
           MOVE SERVICES-DROPPED   TO REG-TOTAL-COUNT.
           WRITE PFREGST-REC FROM REG-TOTAL-LINE.
           CLOSE TRMTHIST, PHYSFEE, PATMSTR, PATINS, CONTRACT,
                 DIAGMSTR, CHARTDEF, CLAIMOUT, PFREGST, CLMREG,
                 STAYBILL.
           DISPLAY "** PENDING STAYS READ   " STAYS-READ.
           DISPLAY "** CLAIMS WRITTEN       " CLAIMS-WRITTEN.
           DISPLAY "** STAYS SKIPPED        " STAYS-SKIPPED.
           DISPLAY "******** NORMAL END OF JOB PFEXTR ********".
       999-EXIT.
           EXIT.
