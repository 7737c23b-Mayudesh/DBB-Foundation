       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  WSUPRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * WSUPRPT - MONTHLY WARD SUPPLY CONSUMPTION.  SETS EACH WARD'S  *
      *           SUPPLY ISSUES FOR THE MONTH AGAINST ITS CENSUS DAYS *
      *           SO NURSING MATERIALS CAN COMPARE UNITS OF DIFFERENT *
      *           SIZE AND SPOT A WARD WHOSE USE HAS DRIFTED:         *
      *                                                               *
      *             - CENSHIST GIVES THE CENSUS DAYS - THE OCCUPIED   *
      *               BEDS OF EVERY MIDNIGHT SNAPSHOT IN THE MONTH    *
      *             - MOVLEDGR GIVES THE WARDREPL ISSUES ('WARD') IN  *
      *               THE MONTH: LINES, UNITS AND VALUE AT THE UNIT   *
      *               COST EACH WAS CHARGED AT                        *
      *                                                               *
      *           PER WARD THE REPORT SHOWS BOTH, WITH THE VALUE AND  *
      *           THE UNITS PER CENSUS DAY, THEN THE HOSPITAL TOTAL.  *
      *           A WARD IS LISTED WHEN IT IS SET UP ON WARDPAR OR    *
      *           HAD ISSUES IN THE MONTH.                            *
      *                                                               *
      *           WSUPPARM CARD COLS 1-6 = REPORT MONTH CCYYMM, BLANK *
      *           OR NO CARD FOR THE RUN DATE'S MONTH.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WSUPPARM
           ASSIGN TO UT-S-WSUPPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CENSHIST
                  ASSIGN       to CENSHIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSHIST-REC-KEY
                  FILE STATUS  is CENSHIST-STATUS.

           SELECT MOVLEDGR-FILE ASSIGN TO UT-S-MOVLEDGR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT WARDPAR
                  ASSIGN       to WARDPAR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is WARDPAR-REC-KEY
                  FILE STATUS  is WARDPAR-STATUS.

           SELECT WSUPRPT
           ASSIGN TO UT-S-WSUPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  WSUPPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WSUPPARM-REC.
       01  WSUPPARM-REC.
           05  PARM-REPORT-MONTH           PIC X(06).
           05  PARM-REPORT-MONTH-N REDEFINES PARM-REPORT-MONTH.
               10  PARM-REPORT-CCYY        PIC 9(04).
               10  PARM-REPORT-MM          PIC 9(02).
           05  FILLER                      PIC X(74).

       FD  CENSHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CENSHIST-FD-REC.
       01  CENSHIST-FD-REC.
           05 CENSHIST-REC-KEY PIC X(12).
           05 FILLER           PIC X(68).

       FD  MOVLEDGR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVEMENT-LEDGER-REC.
           COPY MOVLEDGR.

       FD  WARDPAR
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WARDPAR-FD-REC.
       01  WARDPAR-FD-REC.
           05 WARDPAR-REC-KEY  PIC X(27).
           05 FILLER           PIC X(73).

       FD  WSUPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WSUPRPT-REC.
       01  WSUPRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  CENSHIST-STATUS         PIC X(2).
               88 CENSHIST-OK          VALUE "00".
           05  WARDPAR-STATUS          PIC X(2).
               88 WARDPAR-FOUND        VALUE "00".
               88 WARDPAR-NOT-FOUND    VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-PARM-SW                  PIC X(01) VALUE "Y".
              88 PARM-REJECTED VALUE "N".
           05 WS-WARDPAR-SW               PIC X(01) VALUE "Y".
              88 WARDPAR-OPEN  VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
              10 WS-RUN-CCYYMM            PIC 9(06).
              10 FILLER                   PIC 9(02).
           05 WS-RPT-MONTH                PIC 9(06) VALUE 0.
           05 WS-REC-MONTH                PIC 9(06) VALUE 0.
           05 WS-WARD-ID                  PIC X(04) VALUE SPACES.
           05 WS-ISSUE-QTY                PIC S9(07) COMP-3 VALUE +0.
           05 WS-ISSUE-VALUE              PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-VALUE-PER-DAY            PIC S9(7)V99 COMP-3 VALUE +0.
           05 WS-UNITS-PER-DAY            PIC S9(5)V99 COMP-3 VALUE +0.
           05 WT-SUB                      PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER WARD WITH CENSUS OR ISSUES IN THE MONTH.
      *    CENSHIST IS READ FIRST, SO THE TABLE IS IN WARD ORDER
      *    EXCEPT FOR A WARD WITH ISSUES BUT NO CENSUS.
       01  WARD-TABLE.
           05 WT-COUNT                    PIC S9(04) COMP VALUE +0.
           05 WT-ENTRY OCCURS 300 TIMES.
              10 WT-WARD-ID               PIC X(04).
              10 WT-LINES                 PIC 9(07) COMP.
              10 WT-UNITS                 PIC 9(09) COMP.
              10 WT-VALUE                 PIC S9(11)V99 COMP-3.
              10 WT-CENSUS-DAYS           PIC 9(07) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CENSUS-RECORDS-READ      PIC 9(7) COMP VALUE 0.
           05 LEDGER-RECORDS-READ      PIC 9(7) COMP VALUE 0.
           05 WARD-ISSUES-COUNTED      PIC 9(7) COMP VALUE 0.
           05 WARDS-NOT-TABLED         PIC 9(7) COMP VALUE 0.
           05 WARDS-LISTED             PIC 9(7) COMP VALUE 0.
           05 WS-TOT-LINES             PIC 9(7) COMP VALUE 0.
           05 WS-TOT-UNITS             PIC 9(9) COMP VALUE 0.
           05 WS-TOT-VALUE             PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-CENSUS-DAYS       PIC 9(9) COMP VALUE 0.

       COPY CENSHIST.

       COPY WARDPAR.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               '** WARD SUPPLY CONSUMPTION - MONTH:     '.
           05  HDR-RPT-MONTH           PIC 9(06).
           05  FILLER                  PIC X(08) VALUE
               '   RUN: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE 'WARD'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE 'NAME'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '  LINES'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE '    UNITS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               '  ISSUE VALUE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE ' CENSUS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE ' VALUE/DAY'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE ' UNITS/DY'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-WARD-NAME           PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-LINES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-UNITS               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-VALUE               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-CENSUS-DAYS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-VALUE-PER-DAY       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-UNITS-PER-DAY       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NOTE                PIC X(20).
           05  FILLER                  PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-CENSUS-PASS THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-LEDGER-SETUP THRU 200-EXIT.
           PERFORM 300-LEDGER-PASS THRU 300-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 700-PRINT-REPORT THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF WARDS-NOT-TABLED > 0
                   OR PARM-REJECTED
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           OPEN OUTPUT WSUPRPT.
           OPEN INPUT WARDPAR.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR OPEN FAILED " WARDPAR-STATUS
                       " - WARDS LISTED WITHOUT NAMES"
               MOVE "N" TO WS-WARDPAR-SW.
           OPEN INPUT CENSHIST.
           IF NOT CENSHIST-OK
               DISPLAY "** CENSHIST OPEN FAILED " CENSHIST-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-CENSHIST THRU 900-EXIT.
       000-EXIT.
           EXIT.

      *    NO CARD OR A BLANK MONTH REPORTS THE RUN DATE'S MONTH.  A
      *    MONTH THAT IS NOT A MONTH IS NOTED AND THE DEFAULT USED.
       050-GET-PARM.
           MOVE "050-GET-PARM" TO PARA-NAME.
           MOVE WS-RUN-CCYYMM TO WS-RPT-MONTH.
           OPEN INPUT WSUPPARM.
           READ WSUPPARM
               AT END GO TO 050-CLOSE
           END-READ.
           IF PARM-REPORT-MONTH = SPACES
               GO TO 050-CLOSE.
           IF PARM-REPORT-MONTH NOT NUMERIC
                   OR PARM-REPORT-MM < 01 OR PARM-REPORT-MM > 12
               MOVE "N" TO WS-PARM-SW
               DISPLAY "** WSUPPARM MONTH NOT VALID, RUN MONTH USED: "
                       PARM-REPORT-MONTH
               GO TO 050-CLOSE.
           MOVE PARM-REPORT-MONTH-N TO WS-RPT-MONTH.
       050-CLOSE.
           CLOSE WSUPPARM.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-CENSUS-PASS - EACH MIDNIGHT'S OCCUPIED BEDS IN THE      *
      *    MONTH ARE THAT MANY CENSUS (PATIENT) DAYS FOR THE WARD.     *
      ******************************************************************
       100-CENSUS-PASS.
           MOVE "100-CENSUS-PASS" TO PARA-NAME.
           COMPUTE WS-REC-MONTH = CEN-CENSUS-DATE / 100.
           IF WS-REC-MONTH NOT = WS-RPT-MONTH
               GO TO 100-READ.
           MOVE CEN-WARD-ID TO WS-WARD-ID.
           PERFORM 500-FIND-WARD THRU 500-EXIT.
           IF WT-SUB > WT-COUNT
               GO TO 100-READ.
           ADD CEN-BEDS-OCCUPIED TO WT-CENSUS-DAYS (WT-SUB).
       100-READ.
           PERFORM 900-READ-CENSHIST THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-LEDGER-SETUP.
           MOVE "200-LEDGER-SETUP" TO PARA-NAME.
           IF CENSHIST-STATUS = "10"
               CLOSE CENSHIST.
           MOVE "Y" TO MORE-DATA-SW.
           OPEN INPUT MOVLEDGR-FILE.
           PERFORM 950-READ-MOVLEDGR THRU 950-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-LEDGER-PASS - EVERY WARD ISSUE IN THE MONTH: THE UNITS  *
      *    ARE WHAT CAME OFF THE BOOKS, VALUED AT THE CHARGED COST.    *
      ******************************************************************
       300-LEDGER-PASS.
           MOVE "300-LEDGER-PASS" TO PARA-NAME.
           IF NOT MOV-REASON-WARD-ISSUE
               GO TO 300-READ.
           COMPUTE WS-REC-MONTH = MOV-DATE / 100.
           IF WS-REC-MONTH NOT = WS-RPT-MONTH
               GO TO 300-READ.
           MOVE MOV-DESTINATION TO WS-WARD-ID.
           PERFORM 500-FIND-WARD THRU 500-EXIT.
           IF WT-SUB > WT-COUNT
               GO TO 300-READ.
           COMPUTE WS-ISSUE-QTY = MOV-QTY-BEFORE - MOV-QTY-AFTER.
           COMPUTE WS-ISSUE-VALUE ROUNDED =
               WS-ISSUE-QTY * MOV-UNIT-COST.
           ADD +1             TO WT-LINES (WT-SUB).
           ADD WS-ISSUE-QTY   TO WT-UNITS (WT-SUB).
           ADD WS-ISSUE-VALUE TO WT-VALUE (WT-SUB).
           ADD +1 TO WARD-ISSUES-COUNTED.
       300-READ.
           PERFORM 950-READ-MOVLEDGR THRU 950-EXIT.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    500-FIND-WARD - WT-SUB POINTS AT WS-WARD-ID'S ENTRY, A NEW  *
      *    ONE IF NEED BE.  PAST WT-COUNT WHEN THE TABLE IS FULL.      *
      ******************************************************************
       500-FIND-WARD.
           PERFORM 520-SCAN-WARD THRU 520-EXIT
                   VARYING WT-SUB FROM 1 BY 1
                   UNTIL WT-SUB > WT-COUNT
                   OR WT-WARD-ID (WT-SUB) = WS-WARD-ID.
           IF WT-SUB NOT > WT-COUNT
               GO TO 500-EXIT.
           IF WT-COUNT NOT < 300
               DISPLAY "** WARD TABLE FULL, NOT REPORTED: " WS-WARD-ID
               ADD +1 TO WARDS-NOT-TABLED
               GO TO 500-EXIT.
           ADD +1 TO WT-COUNT.
           MOVE WT-COUNT   TO WT-SUB.
           MOVE WS-WARD-ID TO WT-WARD-ID (WT-SUB).
           MOVE ZERO       TO WT-LINES (WT-SUB), WT-UNITS (WT-SUB),
                              WT-VALUE (WT-SUB),
                              WT-CENSUS-DAYS (WT-SUB).
       500-EXIT.
           EXIT.

       520-SCAN-WARD.
       520-EXIT.
           EXIT.

      ******************************************************************
      *    700-PRINT-REPORT - ONE LINE PER WARD ON WARDPAR OR WITH     *
      *    ISSUES, THEN THE HOSPITAL TOTAL.                            *
      ******************************************************************
       700-PRINT-REPORT.
           MOVE "700-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-RPT-MONTH TO HDR-RPT-MONTH.
           MOVE WS-RUN-DATE  TO HDR-RUN-DATE.
           WRITE WSUPRPT-REC FROM RPT-HEADER-1 AFTER ADVANCING PAGE.
           WRITE WSUPRPT-REC FROM RPT-HEADER-2.
           MOVE SPACES TO WSUPRPT-REC.
           WRITE WSUPRPT-REC.
           PERFORM 720-WARD-LINE THRU 720-EXIT
                   VARYING WT-SUB FROM 1 BY 1
                   UNTIL WT-SUB > WT-COUNT.

           MOVE SPACES TO WSUPRPT-REC.
           WRITE WSUPRPT-REC.
           MOVE 'ALL'                 TO DTL-WARD-ID.
           MOVE 'ALL WARDS LISTED'    TO DTL-WARD-NAME.
           MOVE WS-TOT-LINES          TO DTL-LINES.
           MOVE WS-TOT-UNITS          TO DTL-UNITS.
           MOVE WS-TOT-VALUE          TO DTL-VALUE.
           MOVE WS-TOT-CENSUS-DAYS    TO DTL-CENSUS-DAYS.
           MOVE SPACES                TO DTL-NOTE.
           IF WS-TOT-CENSUS-DAYS > ZERO
               COMPUTE WS-VALUE-PER-DAY ROUNDED =
                   WS-TOT-VALUE / WS-TOT-CENSUS-DAYS
               COMPUTE WS-UNITS-PER-DAY ROUNDED =
                   WS-TOT-UNITS / WS-TOT-CENSUS-DAYS
           ELSE
               MOVE ZERO TO WS-VALUE-PER-DAY, WS-UNITS-PER-DAY
           END-IF.
           MOVE WS-VALUE-PER-DAY      TO DTL-VALUE-PER-DAY.
           MOVE WS-UNITS-PER-DAY      TO DTL-UNITS-PER-DAY.
           WRITE WSUPRPT-REC FROM RPT-DETAIL-LINE.
       700-EXIT.
           EXIT.

       720-WARD-LINE.
           MOVE SPACES TO DTL-WARD-NAME, DTL-NOTE.
           IF WARDPAR-OPEN
               MOVE WT-WARD-ID (WT-SUB) TO WPH-WARD-ID
               MOVE SPACES              TO WPH-PART-NUM
               MOVE WPH-KEY             TO WARDPAR-REC-KEY
               READ WARDPAR INTO WARD-PAR-HEADER-REC
                   KEY IS WARDPAR-REC-KEY
               IF WARDPAR-FOUND
                   MOVE WPH-WARD-NAME TO DTL-WARD-NAME
               END-IF
           END-IF.
           IF WT-LINES (WT-SUB) = ZERO
                   AND NOT WARDPAR-FOUND
               GO TO 720-EXIT.
           IF NOT WARDPAR-FOUND
               MOVE 'NOT ON WARDPAR' TO DTL-NOTE.

           MOVE WT-WARD-ID (WT-SUB)     TO DTL-WARD-ID.
           MOVE WT-LINES (WT-SUB)       TO DTL-LINES.
           MOVE WT-UNITS (WT-SUB)       TO DTL-UNITS.
           MOVE WT-VALUE (WT-SUB)       TO DTL-VALUE.
           MOVE WT-CENSUS-DAYS (WT-SUB) TO DTL-CENSUS-DAYS.
           IF WT-CENSUS-DAYS (WT-SUB) > ZERO
               COMPUTE WS-VALUE-PER-DAY ROUNDED =
                   WT-VALUE (WT-SUB) / WT-CENSUS-DAYS (WT-SUB)
               COMPUTE WS-UNITS-PER-DAY ROUNDED =
                   WT-UNITS (WT-SUB) / WT-CENSUS-DAYS (WT-SUB)
           ELSE
               MOVE ZERO TO WS-VALUE-PER-DAY, WS-UNITS-PER-DAY
               MOVE 'NO CENSUS ON FILE' TO DTL-NOTE
           END-IF.
           MOVE WS-VALUE-PER-DAY TO DTL-VALUE-PER-DAY.
           MOVE WS-UNITS-PER-DAY TO DTL-UNITS-PER-DAY.
           WRITE WSUPRPT-REC FROM RPT-DETAIL-LINE.

           ADD +1                       TO WARDS-LISTED.
           ADD WT-LINES (WT-SUB)        TO WS-TOT-LINES.
           ADD WT-UNITS (WT-SUB)        TO WS-TOT-UNITS.
           ADD WT-VALUE (WT-SUB)        TO WS-TOT-VALUE.
           ADD WT-CENSUS-DAYS (WT-SUB)  TO WS-TOT-CENSUS-DAYS.
       720-EXIT.
           EXIT.

       900-READ-CENSHIST.
           READ CENSHIST INTO CENSUS-HISTORY-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CENSUS-RECORDS-READ.
       900-EXIT.
           EXIT.

       950-READ-MOVLEDGR.
           READ MOVLEDGR-FILE
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 950-EXIT
           END-READ
           ADD +1 TO LEDGER-RECORDS-READ.
       950-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WARDPAR-OPEN
               CLOSE WARDPAR.
           CLOSE MOVLEDGR-FILE, WSUPRPT.
           DISPLAY "** CENSUS RECORDS READ " CENSUS-RECORDS-READ.
           DISPLAY "** LEDGER RECORDS READ " LEDGER-RECORDS-READ.
           DISPLAY "** WARD ISSUES COUNTED " WARD-ISSUES-COUNTED.
           DISPLAY "** WARDS LISTED        " WARDS-LISTED.
           DISPLAY "** WARDS NOT TABLED    " WARDS-NOT-TABLED.
           DISPLAY "******** NORMAL END OF JOB WSUPRPT ********".
       999-EXIT.
           EXIT.
