       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  DISCABS.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * DISCABS - QUARTERLY STATE DISCHARGE DATA ABSTRACT.  ONE        *
      *           ABSTRACT RECORD (SEE DSCHABS) PER INPATIENT STAY     *
      *           DISCHARGED IN THE QUARTER, IN THE STATE HEALTH       *
      *           DEPARTMENT'S FIXED LAYOUT, PLUS A CONTROL TOTAL      *
      *           RECORD AT THE END OF THE FILE.                       *
      *                                                                *
      *             PASS 1 - CHARTDEF: EVERY STAY (CADT400 OPENS ONE   *
      *                      CHART PER DISCHARGE) WHOSE DISCHARGE DATE *
      *                      FALLS IN THE QUARTER INTO THE STAY TABLE, *
      *                      WITH ITS ATTENDING PHYSICIAN AND CODED    *
      *                      DIAGNOSES.  CHARTDEF IS IN PATIENT ORDER, *
      *                      SO THE TABLE IS TOO                       *
      *             PASS 2 - ITEMCOST: THE LAB/EQUIPMENT CHARGE LINES  *
      *                      (TYPES L/E) TOTALLED ONTO THE PATIENT'S   *
      *                      LATEST STAY IN THE TABLE                  *
      *             PASS 3 - EACH STAY: DEMOGRAPHICS FROM PRSNMSTR,    *
      *                      PAYERS FROM PATINS, FACILITY FROM PATMSTR *
      *                      AND THE DISTINCT TREATMENT TYPES FROM     *
      *                      TRMTHIST BETWEEN ADMIT AND DISCHARGE AS   *
      *                      THE PROCEDURE CODES                       *
      *                                                                *
      *           A STAY MISSING A REQUIRED ELEMENT IS HELD OFF THE    *
      *           FILE AND LISTED ON THE ABSEDIT REPORT, ONE LINE PER  *
      *           MISSING ELEMENT, SO HIM CAN CORRECT IT (CPRS400,     *
      *           CCDF400, CINS400) AND RERUN THE QUARTER BEFORE THE   *
      *           FILE GOES OUT.  HELD STAYS END THE JOB WITH A        *
      *           WARNING.                                             *
      *                                                                *
      *           THE QUARTER COMES FROM A SYSIN CONTROL CARD (COLUMNS *
      *           1-5, CCYYQ); A BLANK CARD TAKES THE LAST COMPLETE    *
      *           QUARTER BEFORE THE RUN DATE.                         *
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

           SELECT ITEMCOST
           ASSIGN TO UT-S-ITEMCST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-REC-KEY
                  FILE STATUS  is PRSN-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT TRMTHIST
                  ASSIGN       to TRMTHIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is TRMTHIST-REC-KEY
                  FILE STATUS  is TRMTHIST-STATUS.

           SELECT ABSTOUT
           ASSIGN TO UT-S-ABSTOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT ABSEDIT
           ASSIGN TO UT-S-ABSEDIT
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

       FD  ITEMCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ITEMCOST-REC.
       01  ITEMCOST-REC.
           05  ITEMCOST-TYPE                PIC X.
               88  ITEMCOST-IS-LAB-TEST  VALUE "L".
               88  ITEMCOST-IS-EQUIPMENT VALUE "E".
               88  ITEMCOST-IS-PRIMARY-PAYER   VALUE "P".
               88  ITEMCOST-IS-SECONDARY-PAYER VALUE "S".
           05  ITEMCOST-PATIENT-ID          PIC X(8).
           05  ITEMCOST-ITEM-ID             PIC X(8).
           05  ITEMCOST-PROVIDER-ID         PIC X(8).
           05  ITEMCOST-NETWORK-FLAG        PIC X.
           05  ITEMCOST-AMOUNT              PIC 9(7)V99.
           05  FILLER                       PIC X(10).

       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-REC-KEY     PIC X(06).
           05 FILLER           PIC X(794).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-REC-KEY       PIC X(06).
           05 FILLER               PIC X(696).

       FD  TRMTHIST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TRMTHIST-FD-REC.
       01  TRMTHIST-FD-REC.
           05 TRMTHIST-REC-KEY PIC X(17).
           05 FILLER           PIC X(83).

       FD  ABSTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABSTOUT-REC.
       01  ABSTOUT-REC                      PIC X(250).

       FD  ABSEDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABSEDIT-REC.
       01  ABSEDIT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  CHARTDEF-STATUS         PIC X(2).
               88 CHARTDEF-OK          VALUE "00".
           05  PRSN-STATUS             PIC X(2).
               88 PRSN-FOUND           VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  TRMTHIST-STATUS         PIC X(2).
               88 TRMTHIST-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-CHARTS-SW              PIC X(01) VALUE "Y".
              88 NO-MORE-CHARTS VALUE "N".
           05 MORE-ITEMS-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-ITEMS  VALUE "N".
           05 MORE-HIST-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-HIST   VALUE "N".
           05 STAY-FOUND-SW               PIC X(01) VALUE "N".
              88 STAY-FOUND     VALUE "Y".
           05 PROC-FOUND-SW               PIC X(01) VALUE "N".
              88 PROC-FOUND     VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
              10 WS-RUN-YEAR              PIC 9(04).
              10 WS-RUN-MONTH             PIC 9(02).
              10 WS-RUN-DAY               PIC 9(02).
           05 WS-QTR-YEAR                 PIC 9(04) VALUE 0.
           05 WS-QTR-NO                   PIC 9(01) VALUE 0.
           05 WS-QTR-FROM                 PIC X(08) VALUE SPACES.
           05 WS-QTR-FROM-X REDEFINES WS-QTR-FROM.
              10 WS-QTR-FROM-YEAR         PIC 9(04).
              10 WS-QTR-FROM-MMDD         PIC X(04).
           05 WS-QTR-THRU                 PIC X(08) VALUE SPACES.
           05 WS-QTR-THRU-X REDEFINES WS-QTR-THRU.
              10 WS-QTR-THRU-YEAR         PIC 9(04).
              10 WS-QTR-THRU-MMDD         PIC X(04).
           05 WS-REPORT-QUARTER.
              10 WS-RPT-QTR-YEAR          PIC 9(04).
              10 WS-RPT-QTR-NO            PIC 9(01).
           05 WS-ITEM-PATIENT-ID          PIC X(06) VALUE SPACES.
           05 WS-DISCH-DATE-NUM           PIC 9(08) VALUE 0.
           05 WS-DISCH-DATE-COMP          PIC 9(08) VALUE 0.
           05 WS-MISSING-ELEMENT          PIC X(30) VALUE SPACES.
           05 WS-STAY-ERRORS              PIC S9(04) COMP VALUE +0.
           05 PROC-SUB                    PIC S9(04) COMP VALUE +0.
           05 PROC-COUNT                  PIC S9(04) COMP VALUE +0.
           05 ST-SUB                      PIC S9(04) COMP VALUE +0.

       01  ABS-CONTROL-CARD.
           05  ABS-CTL-QUARTER         PIC X(05).
               88 ABS-DEFAULT-QUARTER  VALUE SPACES.
           05  ABS-CTL-QUARTER-N REDEFINES ABS-CTL-QUARTER.
               10 ABS-CTL-YEAR         PIC 9(04).
               10 ABS-CTL-QTR          PIC 9(01).
                  88 ABS-CTL-QTR-VALID VALUES 1 THRU 4.
           05  FILLER                  PIC X(75).

      *    ONE ENTRY PER STAY DISCHARGED IN THE QUARTER, IN CHARTDEF
      *    (PATIENT + ADMIT DATE) ORDER SO THE ITEMCOST PASS CAN FIND
      *    A PATIENT WITH SEARCH ALL.
       01  STAY-TABLE.
           05 STAY-COUNT                  PIC S9(04) COMP VALUE +0.
           05 STAY-ENTRY OCCURS 1 TO 5000 TIMES
                         DEPENDING ON STAY-COUNT
                         ASCENDING KEY IS ST-PATIENT-ID
                         INDEXED BY ST-IDX.
              10 ST-PATIENT-ID            PIC X(06).
              10 ST-ADMIT-DATE            PIC X(08).
              10 ST-DISCHARGE-DATE        PIC X(08).
              10 ST-ATTENDING-PHYS-ID     PIC X(08).
              10 ST-PRIMARY-DIAG          PIC X(06).
              10 ST-SECONDARY-DIAG        PIC X(06) OCCURS 3 TIMES.
              10 ST-TOTAL-CHARGES         PIC 9(09)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CHARTS-READ              PIC 9(7) COMP VALUE 0.
           05 STAYS-IN-QUARTER         PIC 9(7) COMP VALUE 0.
           05 ITEMCOST-READ            PIC 9(7) COMP VALUE 0.
           05 ITEMCOST-UNMATCHED       PIC 9(7) COMP VALUE 0.
           05 ABSTRACTS-WRITTEN        PIC 9(7) COMP VALUE 0.
           05 STAYS-HELD               PIC 9(7) COMP VALUE 0.
           05 EDIT-LINES-WRITTEN       PIC 9(7) COMP VALUE 0.
           05 WS-TOTAL-CHARGES         PIC 9(11)V99 COMP-3 VALUE 0.

       COPY CHARTDEF.
       COPY PATPERSN.
       COPY PATMSTR.
       COPY PATINS.
       COPY TRMTHIST.
       COPY DSCHABS.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** STATE DISCHARGE ABSTRACT EDITS - QUARTER '.
           05  HDR-QUARTER             PIC X(05).
           05  FILLER                  PIC X(07) VALUE '  RUN: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' PATIENT ADMITTED DISCHARGED  MISSING ELEMEN'.
           05  FILLER                  PIC X(44) VALUE
               'T                                           '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ADMIT-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DISCHARGE-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-MISSING-ELEMENT     PIC X(30).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  RPT-CHARGES-LINE.
           05  FILLER                  PIC X(30) VALUE
               'TOTAL CHARGES REPORTED:       '.
           05  RPT-TOTAL-CHARGES       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-STAYS THRU 100-EXIT
                   UNTIL NO-MORE-CHARTS.
           PERFORM 200-APPLY-ITEMCOST THRU 200-EXIT
                   UNTIL NO-MORE-ITEMS.
           PERFORM 300-ABSTRACT-STAY THRU 300-EXIT
                   VARYING ST-SUB FROM 1 BY 1
                   UNTIL ST-SUB > STAY-COUNT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO ABS-CONTROL-CARD.
           ACCEPT ABS-CONTROL-CARD.
           IF ABS-DEFAULT-QUARTER
               PERFORM 050-DEFAULT-QUARTER THRU 050-EXIT
           ELSE
           IF ABS-CTL-QUARTER-N NUMERIC AND ABS-CTL-QTR-VALID
               MOVE ABS-CTL-YEAR TO WS-QTR-YEAR
               MOVE ABS-CTL-QTR  TO WS-QTR-NO
           ELSE
               DISPLAY "** BAD CONTROL CARD - LAST QUARTER USED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               PERFORM 050-DEFAULT-QUARTER THRU 050-EXIT.

           MOVE WS-QTR-YEAR TO WS-QTR-FROM-YEAR, WS-QTR-THRU-YEAR,
                               WS-RPT-QTR-YEAR.
           MOVE WS-QTR-NO   TO WS-RPT-QTR-NO.
           IF WS-QTR-NO = 1
               MOVE '0101' TO WS-QTR-FROM-MMDD
               MOVE '0331' TO WS-QTR-THRU-MMDD.
           IF WS-QTR-NO = 2
               MOVE '0401' TO WS-QTR-FROM-MMDD
               MOVE '0630' TO WS-QTR-THRU-MMDD.
           IF WS-QTR-NO = 3
               MOVE '0701' TO WS-QTR-FROM-MMDD
               MOVE '0930' TO WS-QTR-THRU-MMDD.
           IF WS-QTR-NO = 4
               MOVE '1001' TO WS-QTR-FROM-MMDD
               MOVE '1231' TO WS-QTR-THRU-MMDD.
           DISPLAY "** DISCHARGE ABSTRACT QUARTER " WS-REPORT-QUARTER
                   " - DISCHARGES " WS-QTR-FROM " THRU " WS-QTR-THRU.

           OPEN INPUT CHARTDEF, ITEMCOST, PRSNMSTR, PATMSTR, PATINS,
                      TRMTHIST.
           OPEN OUTPUT ABSTOUT, ABSEDIT.
           MOVE WS-REPORT-QUARTER  TO HDR-QUARTER.
           MOVE WS-RUN-DATE        TO HDR-RUN-DATE.
           WRITE ABSEDIT-REC FROM RPT-HEADER-1.
           WRITE ABSEDIT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-CHARTDEF THRU 900-EXIT.
           PERFORM 910-READ-ITEMCOST THRU 910-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-DEFAULT-QUARTER - THE LAST QUARTER COMPLETE BEFORE THE  *
      *    RUN DATE (A JANUARY RUN REPORTS LAST YEAR'S FOURTH).        *
      ******************************************************************
       050-DEFAULT-QUARTER.
           MOVE WS-RUN-YEAR TO WS-QTR-YEAR.
           COMPUTE WS-QTR-NO = (WS-RUN-MONTH - 1) / 3.
           IF WS-QTR-NO = 0
               MOVE 4 TO WS-QTR-NO
               SUBTRACT 1 FROM WS-QTR-YEAR.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-LOAD-STAYS - TABLE EVERY STAY DISCHARGED IN THE QUARTER *
      ******************************************************************
       100-LOAD-STAYS.
           MOVE "100-LOAD-STAYS" TO PARA-NAME.
           IF CDF-DISCHARGE-DATE < WS-QTR-FROM
              OR CDF-DISCHARGE-DATE > WS-QTR-THRU
               GO TO 100-READ-NEXT.
           IF STAY-COUNT >= 5000
               DISPLAY "** STAY TABLE FULL AT 5000, STAY "
                       CDF-PATIENT-ID " " CDF-ADMIT-DATE " NOT REPORTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.
           ADD +1 TO STAY-COUNT, STAYS-IN-QUARTER.
           MOVE CDF-PATIENT-ID        TO ST-PATIENT-ID (STAY-COUNT).
           MOVE CDF-ADMIT-DATE        TO ST-ADMIT-DATE (STAY-COUNT).
           MOVE CDF-DISCHARGE-DATE
                                TO ST-DISCHARGE-DATE (STAY-COUNT).
           MOVE CDF-ATTENDING-PHYS-ID
                                TO ST-ATTENDING-PHYS-ID (STAY-COUNT).
           MOVE CDF-PRIMARY-DIAG      TO ST-PRIMARY-DIAG (STAY-COUNT).
           MOVE CDF-SECONDARY-DIAG (1)
                                TO ST-SECONDARY-DIAG (STAY-COUNT, 1).
           MOVE CDF-SECONDARY-DIAG (2)
                                TO ST-SECONDARY-DIAG (STAY-COUNT, 2).
           MOVE CDF-SECONDARY-DIAG (3)
                                TO ST-SECONDARY-DIAG (STAY-COUNT, 3).
           MOVE ZERO                  TO ST-TOTAL-CHARGES (STAY-COUNT).
       100-READ-NEXT.
           PERFORM 900-READ-CHARTDEF THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-APPLY-ITEMCOST - ADD EACH LAB/EQUIPMENT CHARGE LINE TO  *
      *    THE PATIENT'S LATEST STAY IN THE TABLE.  ITEMCOST PRICES    *
      *    THE STAY ON PATMSTR, WHICH IS ALWAYS THE PATIENT'S LATEST.  *
      *    PAYER-SHARE LINES (TYPES P/S) ARE NOT CHARGES.              *
      ******************************************************************
       200-APPLY-ITEMCOST.
           MOVE "200-APPLY-ITEMCOST" TO PARA-NAME.
           IF NOT ITEMCOST-IS-LAB-TEST AND NOT ITEMCOST-IS-EQUIPMENT
               GO TO 200-READ-NEXT.
           IF STAY-COUNT = ZERO
               ADD +1 TO ITEMCOST-UNMATCHED
               GO TO 200-READ-NEXT.
           MOVE ITEMCOST-PATIENT-ID(1:6) TO WS-ITEM-PATIENT-ID.
           MOVE "N" TO STAY-FOUND-SW.
           SEARCH ALL STAY-ENTRY
               AT END
                   ADD +1 TO ITEMCOST-UNMATCHED
               WHEN ST-PATIENT-ID (ST-IDX) = WS-ITEM-PATIENT-ID
                   MOVE "Y" TO STAY-FOUND-SW
           END-SEARCH.
           IF NOT STAY-FOUND
               GO TO 200-READ-NEXT.
           PERFORM 210-FIND-LATEST-STAY THRU 210-EXIT.
           ADD ITEMCOST-AMOUNT TO ST-TOTAL-CHARGES (ST-IDX).
       200-READ-NEXT.
           PERFORM 910-READ-ITEMCOST THRU 910-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    210-FIND-LATEST-STAY - SEARCH ALL LANDS ON ANY OF THE       *
      *    PATIENT'S STAYS; STEP TO THE LAST (NEWEST ADMIT) ONE.       *
      ******************************************************************
       210-FIND-LATEST-STAY.
           IF ST-IDX < STAY-COUNT
               IF ST-PATIENT-ID (ST-IDX + 1) = WS-ITEM-PATIENT-ID
                   SET ST-IDX UP BY 1
                   GO TO 210-FIND-LATEST-STAY.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    300-ABSTRACT-STAY - BUILD ONE STAY'S ABSTRACT, EDIT IT, AND *
      *    WRITE IT OR HOLD IT FOR CORRECTION.                         *
      ******************************************************************
       300-ABSTRACT-STAY.
           MOVE "300-ABSTRACT-STAY" TO PARA-NAME.
           MOVE SPACES                 TO DISCHARGE-ABSTRACT-REC.
           MOVE 'D'                    TO ABS-RECORD-TYPE.
           MOVE WS-REPORT-QUARTER      TO ABS-REPORT-QUARTER.
           MOVE ST-PATIENT-ID (ST-SUB) TO ABS-PATIENT-ID.
           MOVE ST-ADMIT-DATE (ST-SUB) TO ABS-ADMIT-DATE.
           MOVE ST-DISCHARGE-DATE (ST-SUB) TO ABS-DISCHARGE-DATE.
           MOVE ST-PRIMARY-DIAG (ST-SUB)   TO ABS-PRIMARY-DIAG.
           MOVE ST-SECONDARY-DIAG (ST-SUB, 1) TO ABS-SECONDARY-DIAG (1).
           MOVE ST-SECONDARY-DIAG (ST-SUB, 2) TO ABS-SECONDARY-DIAG (2).
           MOVE ST-SECONDARY-DIAG (ST-SUB, 3) TO ABS-SECONDARY-DIAG (3).
           MOVE ST-ATTENDING-PHYS-ID (ST-SUB) TO ABS-ATTENDING-PHYS-ID.
           MOVE ST-TOTAL-CHARGES (ST-SUB)  TO ABS-TOTAL-CHARGES.
           MOVE ZERO                   TO ABS-LENGTH-OF-STAY.

           MOVE ST-PATIENT-ID (ST-SUB) TO PRSN-REC-KEY.
           READ PRSNMSTR INTO PATIENT-PERSONAL.
           IF PRSN-FOUND
               MOVE PRSN-LAST-NAME     TO ABS-LAST-NAME
               MOVE PRSN-FIRST-NAME    TO ABS-FIRST-NAME
               MOVE PRSN-BIRTH-DATE    TO ABS-BIRTH-DATE
               MOVE PRSN-SEX           TO ABS-SEX
               MOVE PRSN-ADDRESS       TO ABS-ADDRESS
               MOVE PRSN-CITY          TO ABS-CITY
               MOVE PRSN-STATE         TO ABS-STATE
               MOVE PRSN-ZIP           TO ABS-ZIP.

           MOVE ST-PATIENT-ID (ST-SUB) TO PATINS-REC-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF PATINS-FOUND
               MOVE INS-COMPANY-PRIMARY-ID   TO ABS-PRIMARY-PAYER-ID
               MOVE INS-COMPANY-SECONDARY-ID TO ABS-SECONDARY-PAYER-ID.

           MOVE ST-PATIENT-ID (ST-SUB) TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF PATMSTR-FOUND
               MOVE PATIENT-FACILITY-ID TO ABS-FACILITY-ID
               IF ABS-PRIMARY-DIAG = SPACES
                  AND PATIENT-ADMIT-DATE = ST-ADMIT-DATE (ST-SUB)
                   MOVE DIAGNOSTIC-CODE-PRIMARY TO ABS-PRIMARY-DIAG.

           MOVE 'DIF '                     TO DSRV-FUNCTION.
           MOVE ST-ADMIT-DATE (ST-SUB)     TO DSRV-DATE-1.
           MOVE ST-DISCHARGE-DATE (ST-SUB) TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD = ZERO AND DSRV-DAYS NOT < ZERO
               MOVE DSRV-DAYS TO ABS-LENGTH-OF-STAY.

           PERFORM 400-GET-PROCEDURES THRU 400-EXIT.
           PERFORM 500-EDIT-ABSTRACT THRU 500-EXIT.

           IF WS-STAY-ERRORS > ZERO
               ADD +1 TO STAYS-HELD
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.

           WRITE ABSTOUT-REC FROM DISCHARGE-ABSTRACT-REC.
           ADD +1 TO ABSTRACTS-WRITTEN.
           ADD ABS-TOTAL-CHARGES TO WS-TOTAL-CHARGES.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-GET-PROCEDURES - TRMTHIST IS KEYED PATIENT + NINES      *
      *    COMPLEMENT OF THE TREATMENT DATE, SO A START AT THE         *
      *    DISCHARGE DATE READS THE STAY BACKWARD TO ITS ADMIT DATE.   *
      *    EACH DISTINCT TREATMENT TYPE IS ONE PROCEDURE CODE.         *
      ******************************************************************
       400-GET-PROCEDURES.
           MOVE ZERO TO PROC-COUNT.
           MOVE ST-DISCHARGE-DATE (ST-SUB) TO WS-DISCH-DATE-NUM.
           COMPUTE WS-DISCH-DATE-COMP = 99999999 - WS-DISCH-DATE-NUM.
           MOVE ST-PATIENT-ID (ST-SUB) TO THX-PATIENT-ID.
           MOVE WS-DISCH-DATE-COMP     TO THX-DATE-COMP.
           MOVE ZERO                   TO THX-SEQ.
           MOVE THX-KEY                TO TRMTHIST-REC-KEY.
           START TRMTHIST KEY NOT < TRMTHIST-REC-KEY.
           IF NOT TRMTHIST-OK
               GO TO 400-EXIT.
           MOVE "Y" TO MORE-HIST-SW.
           PERFORM 410-READ-ONE-HISTORY THRU 410-EXIT
               UNTIL NO-MORE-HIST.
       400-EXIT.
           EXIT.

       410-READ-ONE-HISTORY.
           READ TRMTHIST NEXT INTO TREATMENT-HISTORY-REC
               AT END MOVE "N" TO MORE-HIST-SW
               GO TO 410-EXIT
           END-READ
           IF NOT TRMTHIST-OK
               MOVE "N" TO MORE-HIST-SW
               GO TO 410-EXIT
           END-IF
           IF THX-PATIENT-ID NOT = ST-PATIENT-ID (ST-SUB)
             OR THX-TREATMENT-DATE < ST-ADMIT-DATE (ST-SUB)
               MOVE "N" TO MORE-HIST-SW
               GO TO 410-EXIT
           END-IF
           MOVE "N" TO PROC-FOUND-SW.
           PERFORM 420-CHECK-PROCEDURE THRU 420-EXIT
               VARYING PROC-SUB FROM 1 BY 1
               UNTIL PROC-SUB > PROC-COUNT OR PROC-FOUND.
           IF NOT PROC-FOUND AND PROC-COUNT < 10
               ADD +1 TO PROC-COUNT
               MOVE THX-TREATMENT-TYPE
                                 TO ABS-PROCEDURE-CODE (PROC-COUNT).
       410-EXIT.
           EXIT.

       420-CHECK-PROCEDURE.
           IF ABS-PROCEDURE-CODE (PROC-SUB) = THX-TREATMENT-TYPE
               MOVE "Y" TO PROC-FOUND-SW.
       420-EXIT.
           EXIT.

      ******************************************************************
      *    500-EDIT-ABSTRACT - EVERY ELEMENT THE STATE REQUIRES MUST   *
      *    BE PRESENT.  ONE EDIT LINE PER MISSING ELEMENT.             *
      ******************************************************************
       500-EDIT-ABSTRACT.
           MOVE ZERO TO WS-STAY-ERRORS.
           IF NOT PRSN-FOUND
               MOVE 'PATIENT NOT ON PRSNMSTR' TO WS-MISSING-ELEMENT
               PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT
           ELSE
               IF ABS-LAST-NAME = SPACES
                   MOVE 'PATIENT NAME' TO WS-MISSING-ELEMENT
                   PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT
               END-IF
               IF ABS-BIRTH-DATE = SPACES
                   MOVE 'DATE OF BIRTH' TO WS-MISSING-ELEMENT
                   PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT
               END-IF
               IF ABS-SEX = SPACES
                   MOVE 'SEX' TO WS-MISSING-ELEMENT
                   PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT
               END-IF
               IF ABS-ZIP = SPACES
                   MOVE 'RESIDENCE ZIP CODE' TO WS-MISSING-ELEMENT
                   PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT
               END-IF
           END-IF.
           IF ABS-ADMIT-DATE = SPACES
               MOVE 'ADMIT DATE' TO WS-MISSING-ELEMENT
               PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT.
           IF ABS-PRIMARY-DIAG = SPACES
               MOVE 'PRIMARY DIAGNOSIS' TO WS-MISSING-ELEMENT
               PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT.
           IF ABS-ATTENDING-PHYS-ID = SPACES
               MOVE 'ATTENDING PHYSICIAN' TO WS-MISSING-ELEMENT
               PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT.
           IF ABS-PRIMARY-PAYER-ID = SPACES
               MOVE 'PRIMARY PAYER' TO WS-MISSING-ELEMENT
               PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT.
           IF ABS-TOTAL-CHARGES = ZERO
               MOVE 'TOTAL CHARGES' TO WS-MISSING-ELEMENT
               PERFORM 550-WRITE-EDIT-LINE THRU 550-EXIT.
       500-EXIT.
           EXIT.

       550-WRITE-EDIT-LINE.
           ADD +1 TO WS-STAY-ERRORS.
           MOVE ABS-PATIENT-ID       TO DTL-PATIENT-ID.
           MOVE ABS-ADMIT-DATE       TO DTL-ADMIT-DATE.
           MOVE ABS-DISCHARGE-DATE   TO DTL-DISCHARGE-DATE.
           MOVE WS-MISSING-ELEMENT   TO DTL-MISSING-ELEMENT.
           WRITE ABSEDIT-REC FROM RPT-DETAIL-LINE.
           ADD +1 TO EDIT-LINES-WRITTEN.
       550-EXIT.
           EXIT.

       900-READ-CHARTDEF.
           READ CHARTDEF INTO CHART-DEFICIENCY-REC
               AT END MOVE "N" TO MORE-CHARTS-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CHARTS-READ.
       900-EXIT.
           EXIT.

       910-READ-ITEMCOST.
           READ ITEMCOST
               AT END MOVE "N" TO MORE-ITEMS-SW
               GO TO 910-EXIT
           END-READ
           ADD +1 TO ITEMCOST-READ.
       910-EXIT.
           EXIT.

      ******************************************************************
      *    999-CLEANUP - THE CONTROL TOTAL RECORD CLOSES THE FILE; THE *
      *    STATE BALANCES ITS RECORD COUNT AND CHARGES TO THE DETAIL.  *
      ******************************************************************
       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES              TO DISCHARGE-ABSTRACT-REC.
           MOVE 'T'                 TO ABS-RECORD-TYPE.
           MOVE WS-REPORT-QUARTER   TO ABS-REPORT-QUARTER.
           MOVE WS-RUN-DATE         TO ABS-CTL-CREATE-DATE.
           MOVE ABSTRACTS-WRITTEN   TO ABS-CTL-RECORD-COUNT.
           MOVE WS-TOTAL-CHARGES    TO ABS-CTL-TOTAL-CHARGES.
           MOVE STAYS-HELD          TO ABS-CTL-HELD-COUNT.
           WRITE ABSTOUT-REC FROM DISCHARGE-ABSTRACT-REC.

           MOVE 'CHARTS READ:                  ' TO RPT-TOTAL-LABEL.
           MOVE CHARTS-READ TO RPT-TOTAL-COUNT.
           WRITE ABSEDIT-REC FROM RPT-TOTAL-LINE.
           MOVE 'STAYS DISCHARGED IN QUARTER:  ' TO RPT-TOTAL-LABEL.
           MOVE STAYS-IN-QUARTER TO RPT-TOTAL-COUNT.
           WRITE ABSEDIT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ABSTRACTS WRITTEN:            ' TO RPT-TOTAL-LABEL.
           MOVE ABSTRACTS-WRITTEN TO RPT-TOTAL-COUNT.
           WRITE ABSEDIT-REC FROM RPT-TOTAL-LINE.
           MOVE 'STAYS HELD FOR CORRECTION:    ' TO RPT-TOTAL-LABEL.
           MOVE STAYS-HELD TO RPT-TOTAL-COUNT.
           WRITE ABSEDIT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ITEMCOST LINES WITH NO STAY:  ' TO RPT-TOTAL-LABEL.
           MOVE ITEMCOST-UNMATCHED TO RPT-TOTAL-COUNT.
           WRITE ABSEDIT-REC FROM RPT-TOTAL-LINE.
           MOVE WS-TOTAL-CHARGES TO RPT-TOTAL-CHARGES.
           WRITE ABSEDIT-REC FROM RPT-CHARGES-LINE.
           CLOSE CHARTDEF, ITEMCOST, PRSNMSTR, PATMSTR, PATINS,
                 TRMTHIST, ABSTOUT, ABSEDIT.
           DISPLAY "** ABSTRACTS WRITTEN     " ABSTRACTS-WRITTEN.
           DISPLAY "** STAYS HELD            " STAYS-HELD.
           DISPLAY "******** NORMAL END OF JOB DISCABS ********".
       999-EXIT.
           EXIT.
