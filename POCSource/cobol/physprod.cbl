       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PHYSPROD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * PHYSPROD - MONTHLY PHYSICIAN PRODUCTIVITY REPORT FOR MEDICAL   *
      *            STAFF LEADERSHIP.  FOR EACH PHYSICIAN, GROUPED BY   *
      *            PROVIDER-SPECIALTY: TREATMENTS ORDERED (AS          *
      *            PRESCRIBING PHYSICIAN) AND ATTENDED (AS ATTENDING   *
      *            PHYSICIAN) BY TREATMENT TYPE, CHARGES GENERATED,    *
      *            THE PHYSICIAN'S SHARE OF THE SPECIALTY'S CHARGES,   *
      *            AND THE CHANGE AGAINST THE PRIOR PERIOD - FOR THE   *
      *            MONTH AND FOR THE QUARTER TO DATE.                  *
      *                                                                *
      *             PASS 1 - TRMTHIST: EVERY TREATMENT DATED IN THE    *
      *                      REPORT MONTH, COUNTED BY TYPE TO ITS      *
      *                      PRESCRIBING AND ATTENDING PHYSICIANS; THE *
      *                      MEDICATION, PHARMACY AND ANCILLARY        *
      *                      CHARGES TO THE ATTENDING PHYSICIAN        *
      *             PASS 2 - ITEMCOST: THE LAB/EQUIPMENT CHARGE LINES  *
      *                      (TYPES L/E) TO THE ATTENDING PHYSICIAN OF *
      *                      THE PATIENT'S LATEST TREATMENT IN THE     *
      *                      MONTH                                     *
      *             PASS 3 - ONE PHYSHIST ROW PER PHYSICIAN FOR THE    *
      *                      MONTH, WITH THE SPECIALTY FROM            *
      *                      DDS0001.PROVIDER.  A RE-RUN REPLACES THE  *
      *                      MONTH'S ROWS                              *
      *             PASS 4 - PHYSHIST FOR THE MONTH, PRIOR MONTH,      *
      *                      QUARTER TO DATE AND THE SAME MONTHS OF    *
      *                      THE PRIOR QUARTER, SORTED BY SPECIALTY    *
      *                      AND PHYSICIAN, AND PRINTED                *
      *                                                                *
      *           ITEMCOST CARRIES ONLY THE CURRENT BILLING CYCLE, SO  *
      *           ITS CHARGES ARE APPLIED ONLY ON THE NORMAL RUN FOR   *
      *           THE MONTH JUST CLOSED.  A RE-RUN FOR AN EARLIER      *
      *           MONTH KEEPS THE ITEM CHARGES ALREADY ON PHYSHIST.    *
      *                                                                *
      *           SYSIN CONTROL CARD:                                  *
      *             COLUMNS  1-6  REPORT MONTH CCYYMM (BLANK = THE     *
      *                           MONTH BEFORE THE RUN DATE)           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRMTHIST
                  ASSIGN       to TRMTHIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TRMTHIST-REC-KEY
                  FILE STATUS  is TRMTHIST-STATUS.

           SELECT ITEMCOST
           ASSIGN TO UT-S-ITEMCST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PHYSHIST
                  ASSIGN       to PHYSHIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PHYSHIST-REC-KEY
                  FILE STATUS  is PHYSHIST-STATUS.

           SELECT PHYPRPT
           ASSIGN TO UT-S-PHYPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRMTHIST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TRMTHIST-FD-REC.
       01  TRMTHIST-FD-REC.
           05 TRMTHIST-REC-KEY PIC X(17).
           05 FILLER           PIC X(83).

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

       FD  PHYSHIST
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS PHYSHIST-FD-REC.
       01  PHYSHIST-FD-REC.
           05 PHYSHIST-REC-KEY PIC X(14).
           05 FILLER           PIC X(136).

       FD  PHYPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYPRPT-REC.
       01  PHYPRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRMTHIST-STATUS         PIC X(2).
               88 TRMTHIST-OK          VALUE "00".
           05  PHYSHIST-STATUS         PIC X(2).
               88 PHYSHIST-OK          VALUE "00".
               88 PHYSHIST-NOTFND      VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 END-OF-ITEMCOST-SW          PIC X(01) VALUE "N".
              88 END-OF-ITEMCOST VALUE "Y".
           05 END-OF-PHYSHIST-SW          PIC X(01) VALUE "N".
              88 END-OF-PHYSHIST VALUE "Y".
           05 WS-APPLY-ITEMS-SW           PIC X(01) VALUE "Y".
              88 APPLY-ITEMCOST VALUE "Y".
           05 WS-FIRST-LINE-SW            PIC X(01) VALUE "Y".
              88 FIRST-LINE-OF-PHYSICIAN VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-CCYY              PIC 9(04).
              10 WS-RUN-MM                PIC 9(02).
              10 WS-RUN-DD                PIC 9(02).
           05 WS-REPORT-PERIOD            PIC 9(06) VALUE 0.
           05 WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
              10 WS-RPT-CCYY              PIC 9(04).
              10 WS-RPT-MM                PIC 9(02).
           05 WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD
                                          PIC X(06).
           05 WS-HIST-PERIOD              PIC 9(06) VALUE 0.
           05 WS-HIST-PERIOD-R REDEFINES WS-HIST-PERIOD.
              10 WS-HIST-CCYY             PIC 9(04).
              10 WS-HIST-MM               PIC 9(02).
           05 WS-MONTH-IDX                PIC S9(07) COMP VALUE +0.
           05 WS-QTR-START-IDX            PIC S9(07) COMP VALUE +0.
           05 WS-HIST-IDX                 PIC S9(07) COMP VALUE +0.
           05 WS-WORK-IDX                 PIC S9(07) COMP VALUE +0.
           05 WS-WORK-MM                  PIC S9(04) COMP VALUE +0.
           05 WS-QTR-NBR                  PIC S9(04) COMP VALUE +0.
           05 WS-QTR-OFFSET               PIC S9(04) COMP VALUE +0.
           05 WS-TYPE-SUB                 PIC S9(04) COMP VALUE +0.
           05 WS-TREATMENT-CHARGE         PIC 9(07)V99 VALUE 0.
           05 WS-PHYSICIAN-ID             PIC X(08) VALUE SPACES.
           05 WS-PATIENT-ID               PIC X(06) VALUE SPACES.
           05 WS-PREV-SPECIALTY           PIC X(20) VALUE LOW-VALUES.
           05 WS-PCT                      PIC S9(05)V9 VALUE 0.

      *    CONTROL CARD - REPORT MONTH.  BLANK IS THE MONTH BEFORE
      *    THE RUN DATE.
       01  PHP-CONTROL-CARD.
           05  PHP-CTL-PERIOD          PIC X(06).
           05  PHP-CTL-PERIOD-R REDEFINES PHP-CTL-PERIOD.
               10  PHP-CTL-CCYY        PIC 9(04).
               10  PHP-CTL-MM          PIC 9(02).
           05  FILLER                  PIC X(74).

       01  COUNTERS-AND-ACCUMULATORS.
           05 TREATMENTS-READ          PIC 9(7) COMP VALUE 0.
           05 TREATMENTS-IN-MONTH      PIC 9(7) COMP VALUE 0.
           05 ITEMCOST-READ            PIC 9(7) COMP VALUE 0.
           05 ITEMCOST-APPLIED         PIC 9(7) COMP VALUE 0.
           05 ITEMCOST-UNMATCHED       PIC 9(7) COMP VALUE 0.
           05 HISTORY-WRITTEN          PIC 9(7) COMP VALUE 0.
           05 HISTORY-REPLACED         PIC 9(7) COMP VALUE 0.
           05 HISTORY-READ             PIC 9(7) COMP VALUE 0.
           05 PHYSICIANS-REPORTED      PIC 9(7) COMP VALUE 0.
           05 SPECIALTIES-REPORTED     PIC 9(7) COMP VALUE 0.

      *    BUILD TABLE - THE REPORT MONTH'S NUMBERS PER PHYSICIAN,
      *    GATHERED FROM TRMTHIST AND ITEMCOST BEFORE THEY ARE
      *    POSTED TO PHYSHIST.  COUNT BUCKETS AS IN PHYSHIST.
       01  BUILD-TABLE.
           05 BUILD-COUNT                 PIC S9(04) COMP VALUE +0.
           05 BT-SUB                      PIC S9(04) COMP VALUE +0.
           05 BT-HIT                      PIC S9(04) COMP VALUE +0.
           05 BUILD-ENTRY OCCURS 1000 TIMES.
              10 BT-PHYSICIAN-ID          PIC X(08).
              10 BT-ORDERED-COUNT         PIC 9(05) OCCURS 7 TIMES.
              10 BT-ATTENDED-COUNT        PIC 9(05) OCCURS 7 TIMES.
              10 BT-TREATMENT-CHARGES     PIC 9(09)V99.
              10 BT-ITEM-CHARGES          PIC 9(09)V99.

      *    PATIENT TABLE - THE ATTENDING PHYSICIAN OF EACH PATIENT'S
      *    LATEST TREATMENT IN THE MONTH, FOR THE ITEMCOST PASS.
      *    TRMTHIST IS IN PATIENT ORDER, SO THE TABLE IS TOO.
       01  PATIENT-TABLE.
           05 PATIENT-COUNT               PIC S9(04) COMP VALUE +0.
           05 PAT-SUB                     PIC S9(04) COMP VALUE +0.
           05 PAT-HIT                     PIC S9(04) COMP VALUE +0.
           05 PATIENT-ENTRY OCCURS 5000 TIMES.
              10 PAT-PATIENT-ID           PIC X(06).
              10 PAT-LATEST-DATE          PIC X(08).
              10 PAT-ATTENDING-ID         PIC X(08).

      *    REPORT TABLE - ONE ENTRY PER PHYSICIAN ON PHYSHIST IN THE
      *    REPORT WINDOWS:  1 = THE MONTH        2 = THE PRIOR MONTH
      *                     3 = QUARTER TO DATE  4 = PRIOR QUARTER,
      *                                              SAME MONTHS
      *    RPT-SORT-KEY ORDERS THE REPORT (SPECIALTY, PHYSICIAN).
       01  REPORT-TABLE.
           05 REPORT-COUNT                PIC S9(04) COMP VALUE +0.
           05 REPORT-ENTRY OCCURS 1000 TIMES.
              10 RPT-SORT-KEY.
                 15 RPT-SPECIALTY         PIC X(20).
                 15 RPT-PHYSICIAN-ID      PIC X(08).
              10 RPT-WINDOW OCCURS 4 TIMES.
                 15 RPT-ORDERED-COUNT     PIC 9(05) OCCURS 7 TIMES.
                 15 RPT-ATTENDED-COUNT    PIC 9(05) OCCURS 7 TIMES.
                 15 RPT-CHARGES           PIC 9(09)V99.

       01  REPORT-SORT-WORK.
           05 RPT-SUB                     PIC S9(04) COMP VALUE +0.
           05 RPT-OUTER-SUB               PIC S9(04) COMP VALUE +0.
           05 RPT-INNER-SUB               PIC S9(04) COMP VALUE +0.
           05 RPT-INSERT-SUB              PIC S9(04) COMP VALUE +0.
           05 RPT-WIN-SUB                 PIC S9(04) COMP VALUE +0.
           05 RPT-SAVE-ENTRY.
              10 RPT-SAVE-SORT-KEY        PIC X(28).
              10 FILLER                   PIC X(324).

      *    SPECIALTY TOTALS - ATTENDED COUNTS AND CHARGES PER WINDOW,
      *    THE BASE FOR EACH PHYSICIAN'S SHARE.
       01  SPECIALTY-TABLE.
           05 SPECIALTY-COUNT             PIC S9(04) COMP VALUE +0.
           05 SPC-SUB                     PIC S9(04) COMP VALUE +0.
           05 SPC-HIT                     PIC S9(04) COMP VALUE +0.
           05 SPECIALTY-ENTRY OCCURS 200 TIMES.
              10 SPC-SPECIALTY            PIC X(20).
              10 SPC-WINDOW OCCURS 4 TIMES.
                 15 SPC-ATTENDED-COUNT    PIC 9(07) OCCURS 7 TIMES.
                 15 SPC-CHARGES           PIC 9(11)V99.

      *    ONE PRINT LINE'S NUMBERS, LOADED BY THE CALLER AND EDITED
      *    BY 780-FORMAT-AND-WRITE.
       01  LINE-WORK.
           05 LW-LABEL                    PIC X(08).
           05 LW-PERIOD                   PIC X(05).
           05 LW-ROLE                     PIC X(04).
           05 LW-COUNT                    PIC 9(07) OCCURS 7 TIMES.
           05 LW-TOTAL                    PIC 9(07).
           05 LW-PRIOR-TOTAL              PIC 9(07).
           05 LW-CHARGES-SW               PIC X(01).
              88 LW-SHOW-CHARGES VALUE "Y".
           05 LW-CHARGES                  PIC 9(11)V99.
           05 LW-PRIOR-CHARGES            PIC 9(11)V99.
           05 LW-SPECIALTY-CHARGES        PIC 9(11)V99.
           05 LW-CUR-WIN                  PIC S9(04) COMP.
           05 LW-PRI-WIN                  PIC S9(04) COMP.

       COPY PHYSHIST.
       COPY TRMTHIST.
       COPY PROVIDER.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(38) VALUE
               '** PHYSICIAN PRODUCTIVITY - MONTH:    '.
           05  HDR-PERIOD              PIC 9(06).
           05  FILLER                  PIC X(16) VALUE
               '   QTR-TO-DATE: '.
           05  HDR-QTR-FROM            PIC 9(06).
           05  FILLER                  PIC X(06) VALUE ' THRU '.
           05  HDR-QTR-THRU            PIC 9(06).
           05  FILLER                  PIC X(13) VALUE
               '   RUN DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(22) VALUE
               '  PHYS ID   PER   ROLE'.
           05  FILLER                  PIC X(28) VALUE
               '     MR     CT     CH     RT'.
           05  FILLER                  PIC X(21) VALUE
               '     SG     LT  OTHER'.
           05  FILLER                  PIC X(24) VALUE
               '   TOTAL   PRIOR    CHG%'.
           05  FILLER                  PIC X(15) VALUE
               '        CHARGES'.
           05  FILLER                  PIC X(15) VALUE
               '   SHR%    CHG%'.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  RPT-SPECIALTY-LINE.
           05  FILLER                  PIC X(13) VALUE
               ' SPECIALTY:  '.
           05  SPC-LINE-SPECIALTY      PIC X(20).
           05  FILLER                  PIC X(99) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PHYSICIAN-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PERIOD              PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ROLE                PIC X(04).
           05  DTL-TYPE-COUNT          PIC ZZZ,ZZ9 OCCURS 7 TIMES.
           05  DTL-TOTAL               PIC ZZZZ,ZZ9.
           05  DTL-PRIOR-TOTAL         PIC ZZZZ,ZZ9.
           05  DTL-COUNT-CHANGE-X      PIC X(08).
           05  DTL-COUNT-CHANGE REDEFINES DTL-COUNT-CHANGE-X
                                       PIC -ZZZZ9.9.
           05  DTL-CHARGE-AREA.
               10  DTL-CHARGES         PIC ZZZZ,ZZZ,ZZ9.99.
               10  DTL-SHARE-PCT       PIC ZZZZ9.9.
               10  DTL-CHARGE-CHANGE-X PIC X(08).
               10  DTL-CHARGE-CHANGE REDEFINES DTL-CHARGE-CHANGE-X
                                       PIC -ZZZZ9.9.
           05  FILLER                  PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-BUILD-MONTH THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-APPLY-ITEMCOST THRU 200-EXIT
                   UNTIL END-OF-ITEMCOST.
           PERFORM 300-POST-HISTORY THRU 300-EXIT
                   VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > BUILD-COUNT.
           PERFORM 400-LOAD-REPORT-TABLE THRU 400-EXIT.
           PERFORM 500-SORT-REPORT-TABLE THRU 500-EXIT.
           PERFORM 600-SPECIALTY-TOTALS THRU 600-EXIT
                   VARYING RPT-SUB FROM 1 BY 1
                   UNTIL RPT-SUB > REPORT-COUNT.
           PERFORM 700-PRINT-REPORT THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

      ******************************************************************
      *    000-HOUSEKEEPING - FIX THE REPORT MONTH AND ITS WINDOWS.    *
      *    MONTHS ARE CARRIED AS AN INDEX (CCYY * 12 + MM - 1) SO THE  *
      *    WINDOWS CAN CROSS A YEAR END BY SIMPLE SUBTRACTION.         *
      ******************************************************************
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PHP-CONTROL-CARD.
           ACCEPT PHP-CONTROL-CARD.
           OPEN INPUT TRMTHIST.
           OPEN I-O PHYSHIST.
           OPEN OUTPUT PHYPRPT.
           IF NOT PHYSHIST-OK
               DISPLAY "** PHYSHIST OPEN FAILED, STATUS "
                       PHYSHIST-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.

           COMPUTE WS-WORK-IDX = WS-RUN-CCYY * 12 + WS-RUN-MM - 2.
           IF PHP-CTL-PERIOD NOT = SPACES
               IF PHP-CTL-PERIOD NOT NUMERIC
                  OR PHP-CTL-MM < 1 OR PHP-CTL-MM > 12
                   DISPLAY "** BAD REPORT MONTH - PRIOR MONTH USED"
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               ELSE
                   COMPUTE WS-WORK-IDX =
                       PHP-CTL-CCYY * 12 + PHP-CTL-MM - 1
                   MOVE "N" TO WS-APPLY-ITEMS-SW.
           PERFORM 050-IDX-TO-PERIOD THRU 050-EXIT.
           MOVE WS-HIST-PERIOD TO WS-REPORT-PERIOD.
           MOVE WS-WORK-IDX    TO WS-MONTH-IDX.

           COMPUTE WS-WORK-MM = WS-RPT-MM - 1.
           DIVIDE WS-WORK-MM BY 3 GIVING WS-QTR-NBR
               REMAINDER WS-QTR-OFFSET.
           COMPUTE WS-QTR-START-IDX = WS-MONTH-IDX - WS-QTR-OFFSET.

           MOVE WS-REPORT-PERIOD TO HDR-PERIOD, HDR-QTR-THRU.
           MOVE WS-QTR-START-IDX TO WS-WORK-IDX.
           PERFORM 050-IDX-TO-PERIOD THRU 050-EXIT.
           MOVE WS-HIST-PERIOD   TO HDR-QTR-FROM.
           MOVE WS-RUN-DATE      TO HDR-RUN-DATE.
           WRITE PHYPRPT-REC FROM RPT-HEADER-1.
           WRITE PHYPRPT-REC FROM RPT-HEADER-2.

           IF APPLY-ITEMCOST
               OPEN INPUT ITEMCOST
               PERFORM 910-READ-ITEMCOST THRU 910-EXIT
           ELSE
               DISPLAY "** RE-RUN FOR " WS-REPORT-PERIOD
                       " - ITEMCOST NOT APPLIED"
               MOVE "Y" TO END-OF-ITEMCOST-SW.
           PERFORM 900-READ-TRMTHIST THRU 900-EXIT.
       000-EXIT.
           EXIT.

       050-IDX-TO-PERIOD.
           DIVIDE WS-WORK-IDX BY 12 GIVING WS-HIST-CCYY
               REMAINDER WS-WORK-MM.
           COMPUTE WS-HIST-MM = WS-WORK-MM + 1.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-BUILD-MONTH - COUNT EACH TREATMENT DATED IN THE MONTH   *
      *    TO ITS PRESCRIBING AND ATTENDING PHYSICIANS.                *
      ******************************************************************
       100-BUILD-MONTH.
           MOVE "100-BUILD-MONTH" TO PARA-NAME.
           IF THX-TREATMENT-DATE (1:6) NOT = WS-REPORT-PERIOD-X
               GO TO 100-READ-NEXT.
           ADD +1 TO TREATMENTS-IN-MONTH.
           EVALUATE THX-TREATMENT-TYPE
               WHEN 'MR'  MOVE 1 TO WS-TYPE-SUB
               WHEN 'CT'  MOVE 2 TO WS-TYPE-SUB
               WHEN 'CH'  MOVE 3 TO WS-TYPE-SUB
               WHEN 'RT'  MOVE 4 TO WS-TYPE-SUB
               WHEN 'SG'  MOVE 5 TO WS-TYPE-SUB
               WHEN 'LT'  MOVE 6 TO WS-TYPE-SUB
               WHEN OTHER MOVE 7 TO WS-TYPE-SUB
           END-EVALUATE.

           IF THX-PRESCRIBING-PHYS-ID NOT = SPACES
               MOVE THX-PRESCRIBING-PHYS-ID TO WS-PHYSICIAN-ID
               PERFORM 150-FIND-BUILD-ENTRY THRU 150-EXIT
               IF BT-HIT > ZERO
                   ADD +1 TO BT-ORDERED-COUNT (BT-HIT, WS-TYPE-SUB).

           IF THX-ATTENDING-PHYS-ID NOT = SPACES
               MOVE THX-ATTENDING-PHYS-ID TO WS-PHYSICIAN-ID
               PERFORM 150-FIND-BUILD-ENTRY THRU 150-EXIT
               IF BT-HIT > ZERO
                   ADD +1 TO BT-ATTENDED-COUNT (BT-HIT, WS-TYPE-SUB)
                   COMPUTE WS-TREATMENT-CHARGE =
                       THX-MEDICATION-COST + THX-PHARMACY-COST
                       + THX-ANCILLARY-CHARGE
                   ADD WS-TREATMENT-CHARGE
                       TO BT-TREATMENT-CHARGES (BT-HIT)
                   PERFORM 170-NOTE-PATIENT THRU 170-EXIT.
       100-READ-NEXT.
           PERFORM 900-READ-TRMTHIST THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-FIND-BUILD-ENTRY.
           MOVE ZERO TO BT-HIT.
           MOVE +1   TO BT-SUB.
           PERFORM 160-SCAN-ONE-BUILD THRU 160-EXIT
               UNTIL BT-HIT > ZERO OR BT-SUB > BUILD-COUNT.
           IF BT-HIT > ZERO
               GO TO 150-EXIT.
           IF BUILD-COUNT NOT < 1000
               DISPLAY "** PHYSICIAN TABLE FULL - " WS-PHYSICIAN-ID
                       " NOT COUNTED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 150-EXIT.
           ADD +1 TO BUILD-COUNT.
           MOVE BUILD-COUNT TO BT-HIT.
           INITIALIZE BUILD-ENTRY (BT-HIT).
           MOVE WS-PHYSICIAN-ID TO BT-PHYSICIAN-ID (BT-HIT).
       150-EXIT.
           EXIT.

       160-SCAN-ONE-BUILD.
           IF BT-PHYSICIAN-ID (BT-SUB) = WS-PHYSICIAN-ID
               MOVE BT-SUB TO BT-HIT
           ELSE
               ADD +1 TO BT-SUB.
       160-EXIT.
           EXIT.

      *    THE LATEST TREATMENT'S ATTENDING PHYSICIAN TAKES THE
      *    PATIENT'S ITEMCOST CHARGES.
       170-NOTE-PATIENT.
           IF PATIENT-COUNT > ZERO
               IF PAT-PATIENT-ID (PATIENT-COUNT) = THX-PATIENT-ID
                   IF THX-TREATMENT-DATE >
                      PAT-LATEST-DATE (PATIENT-COUNT)
                       MOVE THX-TREATMENT-DATE
                           TO PAT-LATEST-DATE (PATIENT-COUNT)
                       MOVE THX-ATTENDING-PHYS-ID
                           TO PAT-ATTENDING-ID (PATIENT-COUNT)
                   END-IF
                   GO TO 170-EXIT.
           IF PATIENT-COUNT NOT < 5000
               DISPLAY "** PATIENT TABLE FULL - " THX-PATIENT-ID
                       " ITEM CHARGES NOT ATTRIBUTED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 170-EXIT.
           ADD +1 TO PATIENT-COUNT.
           MOVE THX-PATIENT-ID
               TO PAT-PATIENT-ID (PATIENT-COUNT).
           MOVE THX-TREATMENT-DATE
               TO PAT-LATEST-DATE (PATIENT-COUNT).
           MOVE THX-ATTENDING-PHYS-ID
               TO PAT-ATTENDING-ID (PATIENT-COUNT).
       170-EXIT.
           EXIT.

      ******************************************************************
      *    200-APPLY-ITEMCOST - ADD EACH LAB/EQUIPMENT CHARGE LINE TO  *
      *    THE ATTENDING PHYSICIAN OF THE PATIENT'S LATEST TREATMENT.  *
      *    ITEMCOST PATIENT IDS ARE CARRIED IN AN 8-BYTE FIELD.        *
      ******************************************************************
       200-APPLY-ITEMCOST.
           MOVE "200-APPLY-ITEMCOST" TO PARA-NAME.
           IF NOT ITEMCOST-IS-LAB-TEST AND NOT ITEMCOST-IS-EQUIPMENT
               GO TO 200-READ-NEXT.
           MOVE ITEMCOST-PATIENT-ID (1:6) TO WS-PATIENT-ID.
           MOVE ZERO TO PAT-HIT.
           MOVE +1   TO PAT-SUB.
           PERFORM 210-SCAN-ONE-PATIENT THRU 210-EXIT
               UNTIL PAT-HIT > ZERO OR PAT-SUB > PATIENT-COUNT.
           IF PAT-HIT = ZERO
               ADD +1 TO ITEMCOST-UNMATCHED
               GO TO 200-READ-NEXT.
           MOVE PAT-ATTENDING-ID (PAT-HIT) TO WS-PHYSICIAN-ID.
           PERFORM 150-FIND-BUILD-ENTRY THRU 150-EXIT.
           IF BT-HIT = ZERO
               ADD +1 TO ITEMCOST-UNMATCHED
               GO TO 200-READ-NEXT.
           ADD ITEMCOST-AMOUNT TO BT-ITEM-CHARGES (BT-HIT).
           ADD +1 TO ITEMCOST-APPLIED.
       200-READ-NEXT.
           PERFORM 910-READ-ITEMCOST THRU 910-EXIT.
       200-EXIT.
           EXIT.

       210-SCAN-ONE-PATIENT.
           IF PAT-PATIENT-ID (PAT-SUB) = WS-PATIENT-ID
               MOVE PAT-SUB TO PAT-HIT
           ELSE
               ADD +1 TO PAT-SUB.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    300-POST-HISTORY - ONE PHYSHIST ROW PER PHYSICIAN FOR THE   *
      *    MONTH.  A RE-RUN REPLACES THE ROW; ON A RE-RUN WITHOUT      *
      *    ITEMCOST THE ITEM CHARGES ALREADY ON THE ROW ARE KEPT.      *
      ******************************************************************
       300-POST-HISTORY.
           MOVE "300-POST-HISTORY" TO PARA-NAME.
           MOVE BT-PHYSICIAN-ID (BT-SUB) TO PHH-PHYSICIAN-ID.
           MOVE WS-REPORT-PERIOD         TO PHH-PERIOD.
           MOVE PHH-KEY                  TO PHYSHIST-REC-KEY.
           READ PHYSHIST INTO PHYSICIAN-HISTORY-REC.
           IF PHYSHIST-OK
               IF NOT APPLY-ITEMCOST
                   MOVE PHH-ITEM-CHARGES TO BT-ITEM-CHARGES (BT-SUB)
               END-IF
           ELSE
               INITIALIZE PHYSICIAN-HISTORY-REC
               MOVE BT-PHYSICIAN-ID (BT-SUB) TO PHH-PHYSICIAN-ID
               MOVE WS-REPORT-PERIOD         TO PHH-PERIOD.

           PERFORM 350-GET-SPECIALTY THRU 350-EXIT.
           PERFORM 320-MOVE-ONE-TYPE THRU 320-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 7.
           MOVE BT-TREATMENT-CHARGES (BT-SUB) TO PHH-TREATMENT-CHARGES.
           MOVE BT-ITEM-CHARGES (BT-SUB)      TO PHH-ITEM-CHARGES.
           MOVE WS-RUN-DATE                   TO PHH-RUN-DATE.

           IF PHYSHIST-OK
               REWRITE PHYSHIST-FD-REC FROM PHYSICIAN-HISTORY-REC
               IF PHYSHIST-OK
                   ADD +1 TO HISTORY-REPLACED
               END-IF
           ELSE
               WRITE PHYSHIST-FD-REC FROM PHYSICIAN-HISTORY-REC
               IF PHYSHIST-OK
                   ADD +1 TO HISTORY-WRITTEN.
           IF NOT PHYSHIST-OK
               DISPLAY "** PHYSHIST WRITE FAILED, STATUS "
                       PHYSHIST-STATUS " FOR " PHH-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       300-EXIT.
           EXIT.

       320-MOVE-ONE-TYPE.
           MOVE BT-ORDERED-COUNT (BT-SUB, WS-TYPE-SUB)
               TO PHH-ORDERED-COUNT (WS-TYPE-SUB).
           MOVE BT-ATTENDED-COUNT (BT-SUB, WS-TYPE-SUB)
               TO PHH-ATTENDED-COUNT (WS-TYPE-SUB).
       320-EXIT.
           EXIT.

       350-GET-SPECIALTY.
           MOVE PHH-PHYSICIAN-ID TO PROVIDER-ID.
           EXEC SQL
              SELECT PROVIDER_SPECIALTY
              INTO :PROVIDER-SPECIALTY
              FROM DDS0001.PROVIDER
              WHERE PROVIDER_ID = :PROVIDER-ID
           END-EXEC.

           IF SQLCODE = -811 OR 0
               MOVE PROVIDER-SPECIALTY TO PHH-SPECIALTY
           ELSE
           IF SQLCODE = +100
               MOVE "NOT ON PROVIDER FILE" TO PHH-SPECIALTY
           ELSE
               DISPLAY "** PROVIDER SELECT FAILED " SQLCODE
                       " FOR " PHH-PHYSICIAN-ID
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               IF PHH-SPECIALTY = SPACES
                   MOVE "UNKNOWN" TO PHH-SPECIALTY.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    400-LOAD-REPORT-TABLE - PASS PHYSHIST IN KEY ORDER          *
      *    (PHYSICIAN, THEN MONTH) AND ADD EACH ROW IN THE WINDOWS TO  *
      *    ITS PHYSICIAN'S ENTRY.  THE LATEST ROW'S SPECIALTY WINS.    *
      ******************************************************************
       400-LOAD-REPORT-TABLE.
           MOVE "400-LOAD-REPORT-TABLE" TO PARA-NAME.
           MOVE LOW-VALUES TO PHYSHIST-REC-KEY.
           START PHYSHIST KEY IS NOT LESS THAN PHYSHIST-REC-KEY
               INVALID KEY MOVE "Y" TO END-OF-PHYSHIST-SW.
           IF NOT END-OF-PHYSHIST
               PERFORM 920-READ-PHYSHIST THRU 920-EXIT.
           PERFORM 410-LOAD-ONE-ROW THRU 410-EXIT
               UNTIL END-OF-PHYSHIST.
       400-EXIT.
           EXIT.

       410-LOAD-ONE-ROW.
           MOVE PHH-PERIOD TO WS-HIST-PERIOD.
           COMPUTE WS-HIST-IDX = WS-HIST-CCYY * 12 + WS-HIST-MM - 1.
           IF WS-HIST-IDX < WS-QTR-START-IDX - 3
              OR WS-HIST-IDX > WS-MONTH-IDX
               GO TO 410-READ-NEXT.

           IF REPORT-COUNT = ZERO
              OR RPT-PHYSICIAN-ID (REPORT-COUNT) NOT = PHH-PHYSICIAN-ID
               IF REPORT-COUNT NOT < 1000
                   DISPLAY "** REPORT TABLE FULL - " PHH-PHYSICIAN-ID
                           " NOT REPORTED"
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
                   GO TO 410-READ-NEXT
               ELSE
                   ADD +1 TO REPORT-COUNT
                   INITIALIZE REPORT-ENTRY (REPORT-COUNT)
                   MOVE PHH-PHYSICIAN-ID
                       TO RPT-PHYSICIAN-ID (REPORT-COUNT).
           MOVE PHH-SPECIALTY TO RPT-SPECIALTY (REPORT-COUNT).

           IF WS-HIST-IDX = WS-MONTH-IDX
               MOVE 1 TO RPT-WIN-SUB
               PERFORM 430-ADD-TO-WINDOW THRU 430-EXIT.
           IF WS-HIST-IDX = WS-MONTH-IDX - 1
               MOVE 2 TO RPT-WIN-SUB
               PERFORM 430-ADD-TO-WINDOW THRU 430-EXIT.
           IF WS-HIST-IDX NOT < WS-QTR-START-IDX
               MOVE 3 TO RPT-WIN-SUB
               PERFORM 430-ADD-TO-WINDOW THRU 430-EXIT.
           IF WS-HIST-IDX NOT < WS-QTR-START-IDX - 3
              AND WS-HIST-IDX NOT > WS-MONTH-IDX - 3
               MOVE 4 TO RPT-WIN-SUB
               PERFORM 430-ADD-TO-WINDOW THRU 430-EXIT.
       410-READ-NEXT.
           PERFORM 920-READ-PHYSHIST THRU 920-EXIT.
       410-EXIT.
           EXIT.

       430-ADD-TO-WINDOW.
           PERFORM 440-ADD-ONE-TYPE THRU 440-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 7.
           ADD PHH-TREATMENT-CHARGES, PHH-ITEM-CHARGES
               TO RPT-CHARGES (REPORT-COUNT, RPT-WIN-SUB).
       430-EXIT.
           EXIT.

       440-ADD-ONE-TYPE.
           ADD PHH-ORDERED-COUNT (WS-TYPE-SUB) TO
               RPT-ORDERED-COUNT (REPORT-COUNT, RPT-WIN-SUB,
                                  WS-TYPE-SUB).
           ADD PHH-ATTENDED-COUNT (WS-TYPE-SUB) TO
               RPT-ATTENDED-COUNT (REPORT-COUNT, RPT-WIN-SUB,
                                   WS-TYPE-SUB).
       440-EXIT.
           EXIT.

      ******************************************************************
      *    500-SORT-REPORT-TABLE - A PLAIN INSERTION SORT ON           *
      *    RPT-SORT-KEY (SPECIALTY, PHYSICIAN), ASCENDING.             *
      ******************************************************************
       500-SORT-REPORT-TABLE.
           MOVE "500-SORT-REPORT-TABLE" TO PARA-NAME.
           PERFORM 510-INSERTION-SORT-PASS THRU 510-EXIT
               VARYING RPT-OUTER-SUB FROM 2 BY 1
               UNTIL RPT-OUTER-SUB > REPORT-COUNT.
       500-EXIT.
           EXIT.

       510-INSERTION-SORT-PASS.
           MOVE REPORT-ENTRY (RPT-OUTER-SUB) TO RPT-SAVE-ENTRY.
           COMPUTE RPT-INNER-SUB = RPT-OUTER-SUB - 1.
           PERFORM 520-SHIFT-IF-NEEDED THRU 520-EXIT
               UNTIL RPT-INNER-SUB = 0
               OR RPT-SORT-KEY (RPT-INNER-SUB) <= RPT-SAVE-SORT-KEY.
           COMPUTE RPT-INSERT-SUB = RPT-INNER-SUB + 1.
           MOVE RPT-SAVE-ENTRY TO REPORT-ENTRY (RPT-INSERT-SUB).
       510-EXIT.
           EXIT.

       520-SHIFT-IF-NEEDED.
           MOVE REPORT-ENTRY (RPT-INNER-SUB)
               TO REPORT-ENTRY (RPT-INNER-SUB + 1).
           SUBTRACT 1 FROM RPT-INNER-SUB.
       520-EXIT.
           EXIT.

      ******************************************************************
      *    600-SPECIALTY-TOTALS - ROLL EACH PHYSICIAN'S ATTENDED       *
      *    COUNTS AND CHARGES TO THE SPECIALTY.  THE TABLE IS SORTED,  *
      *    SO A NEW SPECIALTY IS ALWAYS THE NEXT ENTRY.                *
      ******************************************************************
       600-SPECIALTY-TOTALS.
           IF SPECIALTY-COUNT = ZERO
              OR SPC-SPECIALTY (SPECIALTY-COUNT)
                 NOT = RPT-SPECIALTY (RPT-SUB)
               IF SPECIALTY-COUNT NOT < 200
                   DISPLAY "** SPECIALTY TABLE FULL - "
                           RPT-SPECIALTY (RPT-SUB)
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
                   GO TO 600-EXIT
               ELSE
                   ADD +1 TO SPECIALTY-COUNT
                   INITIALIZE SPECIALTY-ENTRY (SPECIALTY-COUNT)
                   MOVE RPT-SPECIALTY (RPT-SUB)
                       TO SPC-SPECIALTY (SPECIALTY-COUNT).
           PERFORM 610-ROLL-ONE-WINDOW THRU 610-EXIT
               VARYING RPT-WIN-SUB FROM 1 BY 1
               UNTIL RPT-WIN-SUB > 4.
       600-EXIT.
           EXIT.

       610-ROLL-ONE-WINDOW.
           PERFORM 620-ROLL-ONE-TYPE THRU 620-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 7.
           ADD RPT-CHARGES (RPT-SUB, RPT-WIN-SUB)
               TO SPC-CHARGES (SPECIALTY-COUNT, RPT-WIN-SUB).
       610-EXIT.
           EXIT.

       620-ROLL-ONE-TYPE.
           ADD RPT-ATTENDED-COUNT (RPT-SUB, RPT-WIN-SUB, WS-TYPE-SUB)
               TO SPC-ATTENDED-COUNT (SPECIALTY-COUNT, RPT-WIN-SUB,
                                      WS-TYPE-SUB).
       620-EXIT.
           EXIT.

      ******************************************************************
      *    700-PRINT-REPORT - WALK THE SORTED PHYSICIANS.  AT EACH NEW *
      *    SPECIALTY PRINT THE LAST SPECIALTY'S TOTALS AND THE NEW     *
      *    SPECIALTY'S HEADING.  PER PHYSICIAN: ORDERED AND ATTENDED   *
      *    LINES FOR THE MONTH (AGAINST THE PRIOR MONTH) AND THE       *
      *    QUARTER TO DATE (AGAINST THE SAME MONTHS LAST QUARTER).     *
      ******************************************************************
       700-PRINT-REPORT.
           MOVE "700-PRINT-REPORT" TO PARA-NAME.
           MOVE ZERO TO SPC-SUB.
           PERFORM 710-PRINT-ONE-PHYSICIAN THRU 710-EXIT
               VARYING RPT-SUB FROM 1 BY 1
               UNTIL RPT-SUB > REPORT-COUNT.
           IF SPC-SUB > ZERO
               PERFORM 740-PRINT-SPECIALTY-TOTAL THRU 740-EXIT.
       700-EXIT.
           EXIT.

       710-PRINT-ONE-PHYSICIAN.
           IF RPT-SPECIALTY (RPT-SUB) NOT = WS-PREV-SPECIALTY
               IF SPC-SUB > ZERO
                   PERFORM 740-PRINT-SPECIALTY-TOTAL THRU 740-EXIT
               END-IF
               IF SPC-SUB < SPECIALTY-COUNT
                   ADD +1 TO SPC-SUB
               END-IF
               MOVE RPT-SPECIALTY (RPT-SUB) TO WS-PREV-SPECIALTY
               MOVE RPT-SPECIALTY (RPT-SUB) TO SPC-LINE-SPECIALTY
               MOVE SPACES TO PHYPRPT-REC
               WRITE PHYPRPT-REC
               WRITE PHYPRPT-REC FROM RPT-SPECIALTY-LINE
               ADD +1 TO SPECIALTIES-REPORTED.

           MOVE "Y" TO WS-FIRST-LINE-SW.
           MOVE RPT-PHYSICIAN-ID (RPT-SUB) TO LW-LABEL.
           MOVE "MONTH" TO LW-PERIOD.
           MOVE 1 TO LW-CUR-WIN.
           MOVE 2 TO LW-PRI-WIN.
           PERFORM 720-PRINT-ORDERED THRU 720-EXIT.
           PERFORM 730-PRINT-ATTENDED THRU 730-EXIT.
           MOVE "QTD" TO LW-PERIOD.
           MOVE 3 TO LW-CUR-WIN.
           MOVE 4 TO LW-PRI-WIN.
           PERFORM 720-PRINT-ORDERED THRU 720-EXIT.
           PERFORM 730-PRINT-ATTENDED THRU 730-EXIT.
           ADD +1 TO PHYSICIANS-REPORTED.
       710-EXIT.
           EXIT.

       720-PRINT-ORDERED.
           MOVE "ORD" TO LW-ROLE.
           MOVE "N"   TO LW-CHARGES-SW.
           MOVE ZERO  TO LW-TOTAL, LW-PRIOR-TOTAL.
           PERFORM 725-LOAD-ORDERED-TYPE THRU 725-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 7.
           IF LW-TOTAL = ZERO AND LW-PRIOR-TOTAL = ZERO
               GO TO 720-EXIT.
           PERFORM 780-FORMAT-AND-WRITE THRU 780-EXIT.
       720-EXIT.
           EXIT.

       725-LOAD-ORDERED-TYPE.
           MOVE RPT-ORDERED-COUNT (RPT-SUB, LW-CUR-WIN, WS-TYPE-SUB)
               TO LW-COUNT (WS-TYPE-SUB).
           ADD LW-COUNT (WS-TYPE-SUB) TO LW-TOTAL.
           ADD RPT-ORDERED-COUNT (RPT-SUB, LW-PRI-WIN, WS-TYPE-SUB)
               TO LW-PRIOR-TOTAL.
       725-EXIT.
           EXIT.

       730-PRINT-ATTENDED.
           MOVE "ATT" TO LW-ROLE.
           MOVE "Y"   TO LW-CHARGES-SW.
           MOVE ZERO  TO LW-TOTAL, LW-PRIOR-TOTAL.
           PERFORM 735-LOAD-ATTENDED-TYPE THRU 735-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 7.
           MOVE RPT-CHARGES (RPT-SUB, LW-CUR-WIN) TO LW-CHARGES.
           MOVE RPT-CHARGES (RPT-SUB, LW-PRI-WIN) TO LW-PRIOR-CHARGES.
           IF LW-TOTAL = ZERO AND LW-PRIOR-TOTAL = ZERO
              AND LW-CHARGES = ZERO AND LW-PRIOR-CHARGES = ZERO
               GO TO 730-EXIT.
           MOVE SPC-CHARGES (SPC-SUB, LW-CUR-WIN)
               TO LW-SPECIALTY-CHARGES.
           PERFORM 780-FORMAT-AND-WRITE THRU 780-EXIT.
       730-EXIT.
           EXIT.

       735-LOAD-ATTENDED-TYPE.
           MOVE RPT-ATTENDED-COUNT (RPT-SUB, LW-CUR-WIN, WS-TYPE-SUB)
               TO LW-COUNT (WS-TYPE-SUB).
           ADD LW-COUNT (WS-TYPE-SUB) TO LW-TOTAL.
           ADD RPT-ATTENDED-COUNT (RPT-SUB, LW-PRI-WIN, WS-TYPE-SUB)
               TO LW-PRIOR-TOTAL.
       735-EXIT.
           EXIT.

      *    SPECIALTY TOTALS - ATTENDED COUNTS AND CHARGES FOR THE
      *    MONTH AND THE QUARTER TO DATE.
       740-PRINT-SPECIALTY-TOTAL.
           MOVE "Y"   TO WS-FIRST-LINE-SW.
           MOVE "TOTAL" TO LW-LABEL.
           MOVE "ATT" TO LW-ROLE.
           MOVE "Y"   TO LW-CHARGES-SW.
           MOVE "MONTH" TO LW-PERIOD.
           MOVE 1 TO LW-CUR-WIN.
           MOVE 2 TO LW-PRI-WIN.
           PERFORM 750-LOAD-SPECIALTY-LINE THRU 750-EXIT.
           MOVE "QTD" TO LW-PERIOD.
           MOVE 3 TO LW-CUR-WIN.
           MOVE 4 TO LW-PRI-WIN.
           PERFORM 750-LOAD-SPECIALTY-LINE THRU 750-EXIT.
       740-EXIT.
           EXIT.

       750-LOAD-SPECIALTY-LINE.
           MOVE ZERO TO LW-TOTAL, LW-PRIOR-TOTAL.
           PERFORM 755-LOAD-SPECIALTY-TYPE THRU 755-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 7.
           MOVE SPC-CHARGES (SPC-SUB, LW-CUR-WIN)
               TO LW-CHARGES, LW-SPECIALTY-CHARGES.
           MOVE SPC-CHARGES (SPC-SUB, LW-PRI-WIN) TO LW-PRIOR-CHARGES.
           PERFORM 780-FORMAT-AND-WRITE THRU 780-EXIT.
       750-EXIT.
           EXIT.

       755-LOAD-SPECIALTY-TYPE.
           MOVE SPC-ATTENDED-COUNT (SPC-SUB, LW-CUR-WIN, WS-TYPE-SUB)
               TO LW-COUNT (WS-TYPE-SUB).
           ADD LW-COUNT (WS-TYPE-SUB) TO LW-TOTAL.
           ADD SPC-ATTENDED-COUNT (SPC-SUB, LW-PRI-WIN, WS-TYPE-SUB)
               TO LW-PRIOR-TOTAL.
       755-EXIT.
           EXIT.

      ******************************************************************
      *    780-FORMAT-AND-WRITE - EDIT LINE-WORK INTO THE DETAIL LINE. *
      *    THE PHYSICIAN ID SHOWS ON THE FIRST LINE ONLY.  A CHANGE    *
      *    AGAINST A ZERO PRIOR PERIOD PRINTS AS NEW.                  *
      ******************************************************************
       780-FORMAT-AND-WRITE.
           IF FIRST-LINE-OF-PHYSICIAN
               MOVE LW-LABEL TO DTL-PHYSICIAN-ID
               MOVE "N" TO WS-FIRST-LINE-SW
           ELSE
               MOVE SPACES TO DTL-PHYSICIAN-ID.
           MOVE LW-PERIOD TO DTL-PERIOD.
           MOVE LW-ROLE   TO DTL-ROLE.
           PERFORM 785-EDIT-ONE-TYPE THRU 785-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 7.
           MOVE LW-TOTAL       TO DTL-TOTAL.
           MOVE LW-PRIOR-TOTAL TO DTL-PRIOR-TOTAL.
           IF LW-PRIOR-TOTAL = ZERO
               IF LW-TOTAL = ZERO
                   MOVE SPACES TO DTL-COUNT-CHANGE-X
               ELSE
                   MOVE "     NEW" TO DTL-COUNT-CHANGE-X
               END-IF
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (LW-TOTAL - LW-PRIOR-TOTAL) * 100 / LW-PRIOR-TOTAL
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO DTL-COUNT-CHANGE.

           IF NOT LW-SHOW-CHARGES
               MOVE SPACES TO DTL-CHARGE-AREA
               GO TO 780-WRITE.
           MOVE LW-CHARGES TO DTL-CHARGES.
           IF LW-SPECIALTY-CHARGES > ZERO
               COMPUTE WS-PCT ROUNDED =
                   LW-CHARGES * 100 / LW-SPECIALTY-CHARGES
           ELSE
               MOVE ZERO TO WS-PCT.
           MOVE WS-PCT TO DTL-SHARE-PCT.
           IF LW-PRIOR-CHARGES = ZERO
               IF LW-CHARGES = ZERO
                   MOVE SPACES TO DTL-CHARGE-CHANGE-X
               ELSE
                   MOVE "     NEW" TO DTL-CHARGE-CHANGE-X
               END-IF
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (LW-CHARGES - LW-PRIOR-CHARGES) * 100
                   / LW-PRIOR-CHARGES
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO DTL-CHARGE-CHANGE.
       780-WRITE.
           WRITE PHYPRPT-REC FROM RPT-DETAIL-LINE.
       780-EXIT.
           EXIT.

       785-EDIT-ONE-TYPE.
           MOVE LW-COUNT (WS-TYPE-SUB) TO DTL-TYPE-COUNT (WS-TYPE-SUB).
       785-EXIT.
           EXIT.

       900-READ-TRMTHIST.
           READ TRMTHIST INTO TREATMENT-HISTORY-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO TREATMENTS-READ.
       900-EXIT.
           EXIT.

       910-READ-ITEMCOST.
           READ ITEMCOST
               AT END MOVE "Y" TO END-OF-ITEMCOST-SW
               GO TO 910-EXIT
           END-READ
           ADD +1 TO ITEMCOST-READ.
       910-EXIT.
           EXIT.

       920-READ-PHYSHIST.
           READ PHYSHIST NEXT RECORD INTO PHYSICIAN-HISTORY-REC
               AT END MOVE "Y" TO END-OF-PHYSHIST-SW
               GO TO 920-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
       920-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF APPLY-ITEMCOST
               CLOSE ITEMCOST.
           CLOSE TRMTHIST, PHYSHIST, PHYPRPT.
           DISPLAY "** REPORT MONTH          " WS-REPORT-PERIOD.
           DISPLAY "** TREATMENTS READ       " TREATMENTS-READ.
           DISPLAY "** TREATMENTS IN MONTH   " TREATMENTS-IN-MONTH.
           DISPLAY "** ITEMCOST READ         " ITEMCOST-READ.
           DISPLAY "** ITEMCOST APPLIED      " ITEMCOST-APPLIED.
           DISPLAY "** ITEMCOST UNMATCHED    " ITEMCOST-UNMATCHED.
           DISPLAY "** HISTORY ROWS WRITTEN  " HISTORY-WRITTEN.
           DISPLAY "** HISTORY ROWS REPLACED " HISTORY-REPLACED.
           DISPLAY "** HISTORY ROWS READ     " HISTORY-READ.
           DISPLAY "** PHYSICIANS REPORTED   " PHYSICIANS-REPORTED.
           DISPLAY "** SPECIALTIES REPORTED  " SPECIALTIES-REPORTED.
           DISPLAY "******** NORMAL END OF JOB PHYSPROD ********".
       999-EXIT.
           EXIT.
