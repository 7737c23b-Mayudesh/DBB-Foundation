       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  CONRENEW.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * CONRENEW - MONTHLY CONTRACT EXPIRY AND RENEWAL NOTICE RUN.    *
      *            RUNS AFTER WRKSFINL HAS REBUILT REDEEDAT.  EVERY   *
      *            CONTRACT WHOSE START DATE PLUS ITS TERM IN YEARS   *
      *            FALLS WITHIN 90 DAYS OF THE RUN DATE GETS A        *
      *            RENEWAL NOTICE ON RENEWNTC, FLAGGED AS A 30, 60    *
      *            OR 90 DAY NOTICE, AND IS COUNTED ON THE RENEWAL    *
      *            PIPELINE REPORT (RENEWRPT) BY MONTH OF EXPIRY.     *
      *                                                               *
      *            LEFT OUT:  CONTRACTS ALREADY REDEEMED (AN ENDED    *
      *                       STATUS - PY, CL, FL, XX) AND CONTRACTS  *
      *                       LISTED ON WRKSFINL'S REDEECOL COLLISION *
      *                       FILE, WHOSE REDEEDAT ROW MAY BE THE     *
      *                       WRONG YEAR'S.                           *
      *                                                               *
      *            A START DATE THAT WILL NOT VALIDATE IS LISTED AND  *
      *            SETS A WARNING RETURN CODE.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REDEEDAT
                  ASSIGN       to REDEEDAT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is REDEEDAT-REC-KEY
                  FILE STATUS  is REDEEDAT-STATUS.

           SELECT REDEECOL
           ASSIGN TO UT-S-REDEECOL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RENEWNTC
           ASSIGN TO UT-S-RENEWNTC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RENEWRPT
           ASSIGN TO UT-S-RENEWRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  REDEEDAT
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REDEEDAT-FD-REC.
       01  REDEEDAT-FD-REC.
           05 REDEEDAT-REC-KEY PIC X(28).
           05 FILLER           PIC X(14).

      *    WRKSFINL'S COLLISION LISTING - COLLISION-REC2 LINES PLUS
      *    ONE 'TOTAL YEAR-FILE COLLISIONS' LINE.
       FD  REDEECOL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REDEECOL-REC.
       01  REDEECOL-REC.
           05  FILLER                      PIC X(05).
           05  COL-CONTRACT-NO             PIC X(20).
           05  FILLER                      PIC X(03).
           05  COL-LOST-YEAR-LIT           PIC X(10).
               88  COL-DETAIL-LINE         VALUE 'LOST YEAR:'.
           05  FILLER                      PIC X(42).

       FD  RENEWNTC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RENEWNTC-REC.
       01  RENEWNTC-REC                     PIC X(132).

       FD  RENEWRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RENEWRPT-REC.
       01  RENEWRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  REDEEDAT-STATUS         PIC X(2).
               88 REDEEDAT-FOUND       VALUE "00".
               88 REDEEDAT-EOF         VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-COLLISIONS-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-COLLISIONS VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-TERM-END-DATE            PIC 9(08) VALUE 0.
           05 WS-TERM-END-PARTS REDEFINES WS-TERM-END-DATE.
              10 WS-TERM-END-CCYYMM       PIC 9(06).
              10 WS-TERM-END-DD           PIC 9(02).
           05 WS-TERM-END-MMDD-VIEW REDEFINES WS-TERM-END-DATE.
              10 FILLER                   PIC 9(04).
              10 WS-TERM-END-MMDD         PIC 9(04).
           05 WS-DAYS-TO-TERM-END         PIC S9(05) COMP-3 VALUE 0.
           05 WS-NOTICE-DAYS              PIC 9(02) VALUE 0.
           05 COL-SUB                     PIC S9(04) COMP VALUE +0.
           05 PL-SUB                      PIC S9(04) COMP VALUE +0.

      *    CONTRACT NUMBERS NAMED ON REDEECOL.
       01  COLLISION-TABLE.
           05 COL-COUNT                   PIC S9(04) COMP VALUE +0.
           05 COL-ENTRY OCCURS 2000 TIMES.
              10 COL-TBL-CONTRACT-NO      PIC X(20).

      *    ONE ENTRY PER MONTH OF EXPIRY, KEPT IN CCYYMM ORDER FOR THE
      *    PIPELINE REPORT.
       01  PIPELINE-TABLE.
           05 PL-COUNT                    PIC S9(04) COMP VALUE +0.
           05 PL-ENTRY OCCURS 12 TIMES.
              10 PL-CCYYMM                PIC 9(06).
              10 PL-30-DAY                PIC 9(05) COMP.
              10 PL-60-DAY                PIC 9(05) COMP.
              10 PL-90-DAY                PIC 9(05) COMP.

       01  PIPELINE-SORT-WORK.
           05 PL-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 PL-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 PL-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 PL-SAVE-ENTRY.
              10 PL-SAVE-CCYYMM           PIC 9(06).
              10 FILLER                   PIC X(12).

       01  COUNTERS-AND-ACCUMULATORS.
           05 CONTRACTS-READ           PIC 9(7) COMP VALUE 0.
           05 CONTRACTS-REDEEMED       PIC 9(7) COMP VALUE 0.
           05 CONTRACTS-IN-COLLISION   PIC 9(7) COMP VALUE 0.
           05 CONTRACTS-BAD-DATE       PIC 9(7) COMP VALUE 0.
           05 NOTICES-30-DAY           PIC 9(7) COMP VALUE 0.
           05 NOTICES-60-DAY           PIC 9(7) COMP VALUE 0.
           05 NOTICES-90-DAY           PIC 9(7) COMP VALUE 0.
           05 NOTICES-WRITTEN          PIC 9(7) COMP VALUE 0.
           05 COLLISION-LINES-READ     PIC 9(7) COMP VALUE 0.

       COPY REDEMREC.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  NTC-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'CONTRACT RENEWAL NOTICE      '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  NTC-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  NTC-NOTICE-DAYS         PIC Z9.
           05  FILLER                  PIC X(11) VALUE '-DAY NOTICE'.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  NTC-LINE-2.
           05  FILLER                  PIC X(12) VALUE
               '  CONTRACT: '.
           05  NTC-CONTRACT-NO         PIC X(20).
           05  FILLER                  PIC X(11) VALUE '  STARTED: '.
           05  NTC-START-DATE          PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  TERM: '.
           05  NTC-CONTRACT-TERM       PIC Z9.
           05  FILLER                  PIC X(06) VALUE ' YEARS'.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  NTC-LINE-3.
           05  FILLER                  PIC X(13) VALUE
               '  TERM ENDS: '.
           05  NTC-TERM-END-DATE       PIC 9(08).
           05  FILLER                  PIC X(06) VALUE '  IN  '.
           05  NTC-DAYS-TO-END         PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  NTC-LINE-4.
           05  FILLER                  PIC X(44) VALUE
               '  THIS CONTRACT REACHES THE END OF ITS TERM '.
           05  FILLER                  PIC X(44) VALUE
               'ON THE DATE ABOVE. PLEASE CONTACT US BEFORE '.
           05  FILLER                  PIC X(44) VALUE
               'THEN TO RENEW IT.                           '.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               '** CONTRACT RENEWAL PIPELINE - RUN DATE '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' EXPIRY MONTH   30-DAY   60-DAY   90-DAY    '.
           05  FILLER                  PIC X(44) VALUE
               'TOTAL                                       '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-CCYYMM              PIC 9999/99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-30-DAY              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-60-DAY              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-90-DAY              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-MONTH-TOTAL         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-SORT-PIPELINE THRU 200-EXIT.
           PERFORM 400-PRINT-PIPELINE THRU 400-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CONTRACTS-BAD-DATE > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REDEECOL.
           PERFORM 050-LOAD-COLLISIONS THRU 050-EXIT
                   UNTIL NO-MORE-COLLISIONS.
           CLOSE REDEECOL.
           OPEN INPUT REDEEDAT.
           OPEN OUTPUT RENEWNTC, RENEWRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE, NTC-RUN-DATE.
           WRITE RENEWRPT-REC FROM RPT-HEADER-1.
           WRITE RENEWRPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-REDEEDAT THRU 900-EXIT.
       000-EXIT.
           EXIT.

       050-LOAD-COLLISIONS.
           READ REDEECOL
               AT END MOVE "N" TO MORE-COLLISIONS-SW
               GO TO 050-EXIT
           END-READ.
           ADD +1 TO COLLISION-LINES-READ.
           IF NOT COL-DETAIL-LINE
               GO TO 050-EXIT.
           IF COL-COUNT >= 2000
               DISPLAY "** COLLISION TABLE FULL AT 2000, CONTRACT "
                       COL-CONTRACT-NO " NOT HELD BACK"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 050-EXIT.
           ADD +1 TO COL-COUNT.
           MOVE COL-CONTRACT-NO TO COL-TBL-CONTRACT-NO (COL-COUNT).
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF RD-CONTRACT-ENDED
               ADD +1 TO CONTRACTS-REDEEMED
               GO TO 100-READ-NEXT.

           PERFORM 150-FIND-COLLISION THRU 150-EXIT
               VARYING COL-SUB FROM 1 BY 1
               UNTIL COL-SUB > COL-COUNT
               OR COL-TBL-CONTRACT-NO (COL-SUB) = RD-CONTRACT-NO.
           IF COL-SUB NOT > COL-COUNT
               ADD +1 TO CONTRACTS-IN-COLLISION
               GO TO 100-READ-NEXT.

           PERFORM 300-TERM-END-DATE THRU 300-EXIT.
           IF WS-TERM-END-DATE = ZERO
               GO TO 100-READ-NEXT.

           MOVE 'DIF '           TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE      TO DSRV-DATE-1.
           MOVE WS-TERM-END-DATE TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               GO TO 100-READ-NEXT.
           MOVE DSRV-DAYS TO WS-DAYS-TO-TERM-END.
           IF WS-DAYS-TO-TERM-END < ZERO
                   OR WS-DAYS-TO-TERM-END > 90
               GO TO 100-READ-NEXT.

           IF WS-DAYS-TO-TERM-END <= 30
               MOVE 30 TO WS-NOTICE-DAYS
               ADD +1 TO NOTICES-30-DAY
           ELSE
               IF WS-DAYS-TO-TERM-END <= 60
                   MOVE 60 TO WS-NOTICE-DAYS
                   ADD +1 TO NOTICES-60-DAY
               ELSE
                   MOVE 90 TO WS-NOTICE-DAYS
                   ADD +1 TO NOTICES-90-DAY.

           PERFORM 500-WRITE-NOTICE THRU 500-EXIT.
           PERFORM 600-ADD-TO-PIPELINE THRU 600-EXIT.
       100-READ-NEXT.
           PERFORM 900-READ-REDEEDAT THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-FIND-COLLISION.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    200-SORT-PIPELINE - A PLAIN INSERTION SORT ON PL-CCYYMM,    *
      *    ASCENDING.                                                  *
      ******************************************************************
       200-SORT-PIPELINE.
           MOVE "200-SORT-PIPELINE" TO PARA-NAME.
           PERFORM 210-INSERTION-SORT-PASS THRU 210-EXIT
               VARYING PL-OUTER-SUB FROM 2 BY 1
               UNTIL PL-OUTER-SUB > PL-COUNT.
       200-EXIT.
           EXIT.

       210-INSERTION-SORT-PASS.
           MOVE PL-ENTRY (PL-OUTER-SUB) TO PL-SAVE-ENTRY.
           COMPUTE PL-INNER-SUB = PL-OUTER-SUB - 1.
           PERFORM 220-SHIFT-IF-NEEDED THRU 220-EXIT
               UNTIL PL-INNER-SUB = 0
               OR PL-CCYYMM (PL-INNER-SUB) <= PL-SAVE-CCYYMM.
           COMPUTE PL-INSERT-SUB = PL-INNER-SUB + 1.
           MOVE PL-SAVE-ENTRY TO PL-ENTRY (PL-INSERT-SUB).
       210-EXIT.
           EXIT.

       220-SHIFT-IF-NEEDED.
           MOVE PL-ENTRY (PL-INNER-SUB)
               TO PL-ENTRY (PL-INNER-SUB + 1).
           SUBTRACT 1 FROM PL-INNER-SUB.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300-TERM-END-DATE - START DATE PLUS THE TERM IN WHOLE       *
      *    YEARS.  A 29 FEBRUARY START ENDS ON 28 FEBRUARY IN A        *
      *    NON-LEAP YEAR.  ZERO BACK MEANS THE START DATE IS BAD.      *
      ******************************************************************
       300-TERM-END-DATE.
           COMPUTE WS-TERM-END-DATE =
                   RD-START-DATE-N + (RD-CONTRACT-TERM * 10000).
           MOVE 'VAL '           TO DSRV-FUNCTION.
           MOVE WS-TERM-END-DATE TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD = ZERO
               GO TO 300-EXIT.
           IF WS-TERM-END-MMDD = 0229
               MOVE 28 TO WS-TERM-END-DD
               GO TO 300-EXIT.
           DISPLAY "** BAD START DATE " RD-START-DATE-N
                   " ON CONTRACT " RD-CONTRACT-NO.
           ADD +1 TO CONTRACTS-BAD-DATE.
           MOVE ZERO TO WS-TERM-END-DATE.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-PRINT-PIPELINE - ONE LINE PER MONTH OF EXPIRY.          *
      ******************************************************************
       400-PRINT-PIPELINE.
           MOVE "400-PRINT-PIPELINE" TO PARA-NAME.
           PERFORM 450-PRINT-ONE-MONTH THRU 450-EXIT
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB > PL-COUNT.
       400-EXIT.
           EXIT.

       450-PRINT-ONE-MONTH.
           MOVE PL-CCYYMM (PL-SUB) TO DTL-CCYYMM.
           MOVE PL-30-DAY (PL-SUB) TO DTL-30-DAY.
           MOVE PL-60-DAY (PL-SUB) TO DTL-60-DAY.
           MOVE PL-90-DAY (PL-SUB) TO DTL-90-DAY.
           COMPUTE DTL-MONTH-TOTAL = PL-30-DAY (PL-SUB)
                   + PL-60-DAY (PL-SUB) + PL-90-DAY (PL-SUB).
           WRITE RENEWRPT-REC FROM RPT-DETAIL-LINE.
       450-EXIT.
           EXIT.

       500-WRITE-NOTICE.
           MOVE WS-NOTICE-DAYS      TO NTC-NOTICE-DAYS.
           MOVE RD-CONTRACT-NO      TO NTC-CONTRACT-NO.
           MOVE RD-START-DATE-N     TO NTC-START-DATE.
           MOVE RD-CONTRACT-TERM    TO NTC-CONTRACT-TERM.
           MOVE WS-TERM-END-DATE    TO NTC-TERM-END-DATE.
           MOVE WS-DAYS-TO-TERM-END TO NTC-DAYS-TO-END.
           WRITE RENEWNTC-REC FROM NTC-LINE-1.
           WRITE RENEWNTC-REC FROM NTC-LINE-2.
           WRITE RENEWNTC-REC FROM NTC-LINE-3.
           WRITE RENEWNTC-REC FROM NTC-LINE-4.
           MOVE SPACES TO RENEWNTC-REC.
           WRITE RENEWNTC-REC.
           ADD +1 TO NOTICES-WRITTEN.
       500-EXIT.
           EXIT.

       600-ADD-TO-PIPELINE.
           PERFORM 650-FIND-MONTH THRU 650-EXIT
               VARYING PL-SUB FROM 1 BY 1
               UNTIL PL-SUB > PL-COUNT
               OR PL-CCYYMM (PL-SUB) = WS-TERM-END-CCYYMM.
           IF PL-SUB > PL-COUNT
               IF PL-COUNT >= 12
                   GO TO 600-EXIT
               ELSE
                   ADD +1 TO PL-COUNT
                   MOVE WS-TERM-END-CCYYMM TO PL-CCYYMM (PL-COUNT)
                   MOVE ZERO TO PL-30-DAY (PL-COUNT),
                                PL-60-DAY (PL-COUNT),
                                PL-90-DAY (PL-COUNT).
           IF WS-NOTICE-DAYS = 30
               ADD +1 TO PL-30-DAY (PL-SUB)
           ELSE
               IF WS-NOTICE-DAYS = 60
                   ADD +1 TO PL-60-DAY (PL-SUB)
               ELSE
                   ADD +1 TO PL-90-DAY (PL-SUB).
       600-EXIT.
           EXIT.

       650-FIND-MONTH.
       650-EXIT.
           EXIT.

       900-READ-REDEEDAT.
           READ REDEEDAT INTO REDEMPTION-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CONTRACTS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO RENEWRPT-REC.
           WRITE RENEWRPT-REC.
           MOVE '30-DAY NOTICES'        TO RPT-TOTAL-LABEL.
           MOVE NOTICES-30-DAY          TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '60-DAY NOTICES'        TO RPT-TOTAL-LABEL.
           MOVE NOTICES-60-DAY          TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '90-DAY NOTICES'        TO RPT-TOTAL-LABEL.
           MOVE NOTICES-90-DAY          TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL RENEWALS DUE'    TO RPT-TOTAL-LABEL.
           MOVE NOTICES-WRITTEN         TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CONTRACTS READ'        TO RPT-TOTAL-LABEL.
           MOVE CONTRACTS-READ          TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY REDEEMED'      TO RPT-TOTAL-LABEL.
           MOVE CONTRACTS-REDEEMED      TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'HELD BACK - COLLISION' TO RPT-TOTAL-LABEL.
           MOVE CONTRACTS-IN-COLLISION  TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'BAD START DATE'        TO RPT-TOTAL-LABEL.
           MOVE CONTRACTS-BAD-DATE      TO RPT-TOTAL-COUNT.
           WRITE RENEWRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE REDEEDAT, RENEWNTC, RENEWRPT.
           DISPLAY "** CONTRACTS READ     " CONTRACTS-READ.
           DISPLAY "** NOTICES WRITTEN    " NOTICES-WRITTEN.
           DISPLAY "** HELD BACK          " CONTRACTS-IN-COLLISION.
           DISPLAY "******** NORMAL END OF JOB CONRENEW ********".
       999-EXIT.
           EXIT.
