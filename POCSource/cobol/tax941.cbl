       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  TAX941.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * TAX941 - QUARTERLY FEDERAL TAX RETURN (FORM 941) TOTALS.      *
      *          SUMS ONE CALENDAR QUARTER'S BUCKET OF EVERY PAYYTD   *
      *          RECORD FOR THE YEAR ON THE TAXPARM CARD (COLUMNS 1-4 *
      *          YEAR, COLUMN 5 QUARTER) INTO THE 941 LINES:          *
      *                                                               *
      *            1   EMPLOYEES PAID IN THE QUARTER                  *
      *            2   WAGES                                          *
      *            3   FEDERAL INCOME TAX WITHHELD                    *
      *            5A  SOCIAL SECURITY WAGES X EMPLOYEE PLUS EMPLOYER *
      *                RATE (TWICE THE WHTABLE 'SS' RATE)             *
      *            5C  MEDICARE WAGES X TWICE THE 'MC' RATE           *
      *            5D  ADDITIONAL MEDICARE TAX WITHHELD (EMPLOYEE     *
      *                ONLY)                                          *
      *            5E  TOTAL SOCIAL SECURITY AND MEDICARE             *
      *            6   TOTAL TAXES BEFORE ADJUSTMENTS                 *
      *            7   FRACTIONS OF CENTS - WHAT PAYREG ACTUALLY      *
      *                WITHHELD PER PERSON (MATCHED BY THE EMPLOYER)  *
      *                LESS THE LINE 5 FIGURES                        *
      *            10  TOTAL TAXES AFTER ADJUSTMENTS                  *
      *                                                               *
      *          THE STATE INCOME TAX WITHHELD IN THE QUARTER FOLLOWS *
      *          BY STATE FOR THE STATE RETURNS.  RUN AFTER THE LAST  *
      *          PAYROLL OF THE QUARTER.                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYYTD
                  ASSIGN       to PAYYTD
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PAYYTD-REC-KEY
                  FILE STATUS  is PAYYTD-STATUS.

           SELECT WHTABLE
                  ASSIGN       to WHTABLE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is WHTABLE-REC-KEY
                  FILE STATUS  is WHTABLE-STATUS.

           SELECT TAXPARM
           ASSIGN TO UT-S-TAXPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TAXPARM-STATUS.

           SELECT RPT941
           ASSIGN TO UT-S-RPT941
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYYTD
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS PAYYTD-FD-REC.
       01  PAYYTD-FD-REC.
           05 PAYYTD-REC-KEY   PIC X(14).
           05 FILLER           PIC X(286).

       FD  WHTABLE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WHTABLE-FD-REC.
       01  WHTABLE-FD-REC.
           05 WHTABLE-REC-KEY  PIC X(10).
           05 FILLER           PIC X(70).

       FD  TAXPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAXPARM-REC.
       01  TAXPARM-REC.
           05  PARM-TAX-YEAR               PIC X(04).
           05  PARM-TAX-YEAR-NUM REDEFINES PARM-TAX-YEAR
                                           PIC 9(04).
           05  PARM-QUARTER                PIC X(01).
           05  PARM-QUARTER-NUM REDEFINES PARM-QUARTER
                                           PIC 9(01).
           05  FILLER                      PIC X(75).

       FD  RPT941
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT941-REC.
       01  RPT941-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PAYYTD-STATUS           PIC X(2).
               88 PAYYTD-OK            VALUE "00".
           05  WHTABLE-STATUS          PIC X(2).
               88 WHTABLE-OK           VALUE "00".
           05  TAXPARM-STATUS          PIC X(2).
               88 TAXPARM-OK           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 ROW-FOUND-SW                PIC X(01) VALUE "N".
              88 ROW-FOUND VALUE "Y".
           05 WS-TAX-YEAR                 PIC 9(04) VALUE 0.
           05 WS-QUARTER                  PIC 9(01) VALUE 0.
           05 WS-SS-RATE                  PIC 9(01)V9(05) VALUE 0.
           05 WS-MC-RATE                  PIC 9(01)V9(05) VALUE 0.
           05 ST-SUB                      PIC 9(03) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 EMPLOYEES-PAID           PIC 9(7) COMP VALUE 0.
           05 WS-WAGES                 PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-FIT                   PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-SS-WAGES              PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-SS-TAX                PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-MC-WAGES              PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-MC-TAX                PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-MC-ADDL-TAX           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-LINE-5A               PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-LINE-5C               PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-LINE-5E               PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-LINE-6                PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-LINE-7                PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-LINE-10               PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-ACTUAL-FICA           PIC S9(13)V99 COMP-3 VALUE +0.

      *    ONE ROW PER STATE WITHHELD FOR IN THE QUARTER.
       01  STATE-WITHHOLDING-TABLE.
           05 ST-COUNT                    PIC 9(03) COMP VALUE 0.
           05 ST-ENTRY OCCURS 60 TIMES.
              10 ST-STATE                 PIC X(02).
              10 ST-PERSONS               PIC 9(07) COMP.
              10 ST-WAGES                 PIC S9(13)V99 COMP-3.
              10 ST-SIT                   PIC S9(13)V99 COMP-3.

       COPY PAYYTD.

       COPY WHTABLE.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(44) VALUE
               '** FORM 941 QUARTERLY TOTALS **             '.
           05  FILLER                  PIC X(10) VALUE
               'TAX YEAR: '.
           05  RPT-HDR-YEAR            PIC 9(04).
           05  FILLER                  PIC X(12) VALUE
               '  QUARTER: '.
           05  RPT-HDR-QUARTER         PIC 9(01).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  RPT-941-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-941-LINE-NO         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-941-LABEL           PIC X(44).
           05  RPT-941-BASE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-941-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-COUNT-LINE-NO       PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-COUNT-LABEL         PIC X(44).
           05  RPT-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  RPT-STATE-LINE.
           05  FILLER                  PIC X(08) VALUE ' STATE: '.
           05  RPT-STATE               PIC X(02).
           05  FILLER                  PIC X(11) VALUE '  PERSONS: '.
           05  RPT-ST-PERSONS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  WAGES: '.
           05  RPT-ST-WAGES            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE '  WITHHELD: '.
           05  RPT-ST-SIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           IF WS-HIGHEST-SEVERITY < RC-SERIOUS-ERROR
               PERFORM 600-WRITE-RETURN THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           OPEN INPUT TAXPARM.
           IF TAXPARM-OK
               READ TAXPARM
                   AT END MOVE SPACES TO TAXPARM-REC
               END-READ
               CLOSE TAXPARM
           ELSE
               MOVE SPACES TO TAXPARM-REC.
           IF PARM-TAX-YEAR NOT NUMERIC
             OR PARM-QUARTER NOT NUMERIC
             OR PARM-QUARTER-NUM < 1 OR PARM-QUARTER-NUM > 4
               DISPLAY "** TAXPARM YEAR AND QUARTER (CCYYQ) REQUIRED"
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           MOVE PARM-TAX-YEAR-NUM TO WS-TAX-YEAR.
           MOVE PARM-QUARTER-NUM  TO WS-QUARTER.
           DISPLAY "** 941 FOR " WS-TAX-YEAR " QUARTER " WS-QUARTER.

      *    THE EMPLOYER MATCHES THE EMPLOYEE'S SOCIAL SECURITY AND
      *    MEDICARE, SO LINE 5 TAKES TWICE THE WITHHOLDING RATE.
           OPEN INPUT WHTABLE.
           IF NOT WHTABLE-OK
               DISPLAY "** WHTABLE OPEN FAILED, STATUS="
                       WHTABLE-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           MOVE SPACES      TO WHT-KEY.
           MOVE 'SS'        TO WHT-JURISDICTION.
           MOVE ZERO        TO WHT-WAGE-FLOOR.
           MOVE WHT-KEY     TO WHTABLE-REC-KEY.
           READ WHTABLE INTO WITHHOLDING-TABLE-REC.
           IF WHTABLE-OK
               MOVE WHT-RATE TO WS-SS-RATE
           ELSE
               DISPLAY "** NO SOCIAL SECURITY RATE ON WHTABLE"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           MOVE SPACES      TO WHT-KEY.
           MOVE 'MC'        TO WHT-JURISDICTION.
           MOVE ZERO        TO WHT-WAGE-FLOOR.
           MOVE WHT-KEY     TO WHTABLE-REC-KEY.
           READ WHTABLE INTO WITHHOLDING-TABLE-REC.
           IF WHTABLE-OK
               MOVE WHT-RATE TO WS-MC-RATE
           ELSE
               DISPLAY "** NO MEDICARE RATE ON WHTABLE"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           CLOSE WHTABLE.

           OPEN INPUT PAYYTD.
           IF NOT PAYYTD-OK
               DISPLAY "** PAYYTD OPEN FAILED, STATUS="
                       PAYYTD-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           OPEN OUTPUT RPT941.
           MOVE WS-TAX-YEAR TO RPT-HDR-YEAR.
           MOVE WS-QUARTER  TO RPT-HDR-QUARTER.
           WRITE RPT941-REC FROM RPT-HEADER-LINE.
           PERFORM 900-READ-PAYYTD THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - ONE PERSON'S YEAR.  ONLY THE YEAR ASKED FOR  *
      *    COUNTS, AND ONLY A PERSON PAID IN THE QUARTER IS AN         *
      *    EMPLOYEE FOR LINE 1.                                        *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF PY-TAX-YEAR NOT = WS-TAX-YEAR
               GO TO 100-READ-NEXT.
           IF PY-Q-GROSS(WS-QUARTER) = ZERO
               GO TO 100-READ-NEXT.
           ADD +1 TO EMPLOYEES-PAID.
           ADD PY-Q-GROSS(WS-QUARTER)       TO WS-WAGES.
           ADD PY-Q-FIT(WS-QUARTER)         TO WS-FIT.
           ADD PY-Q-SS-WAGES(WS-QUARTER)    TO WS-SS-WAGES.
           ADD PY-Q-SS-TAX(WS-QUARTER)      TO WS-SS-TAX.
           ADD PY-Q-MC-WAGES(WS-QUARTER)    TO WS-MC-WAGES.
           ADD PY-Q-MC-TAX(WS-QUARTER)      TO WS-MC-TAX.
           ADD PY-Q-MC-ADDL-TAX(WS-QUARTER) TO WS-MC-ADDL-TAX.
           IF PY-Q-SIT(WS-QUARTER) NOT = ZERO
               PERFORM 200-POST-STATE THRU 200-EXIT.
       100-READ-NEXT.
           PERFORM 900-READ-PAYYTD THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-POST-STATE.
           MOVE "200-POST-STATE" TO PARA-NAME.
           MOVE "N" TO ROW-FOUND-SW.
           PERFORM 210-MATCH-STATE THRU 210-EXIT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ROW-FOUND OR ST-SUB > ST-COUNT.
           IF NOT ROW-FOUND
               IF ST-COUNT >= 60
                   DISPLAY "** STATE TABLE OVERFLOW AT 60"
                   IF WS-HIGHEST-SEVERITY < RC-WARNING
                       MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
                   END-IF
                   GO TO 200-EXIT
               END-IF
               ADD +1 TO ST-COUNT
               MOVE PY-STATE TO ST-STATE(ST-COUNT)
               MOVE ZERO TO ST-PERSONS(ST-COUNT)
               MOVE ZERO TO ST-WAGES(ST-COUNT)
               MOVE ZERO TO ST-SIT(ST-COUNT)
               MOVE ST-COUNT TO ST-SUB
           END-IF.
           ADD +1 TO ST-PERSONS(ST-SUB).
           ADD PY-Q-GROSS(WS-QUARTER) TO ST-WAGES(ST-SUB).
           ADD PY-Q-SIT(WS-QUARTER)   TO ST-SIT(ST-SUB).
       200-EXIT.
           EXIT.

       210-MATCH-STATE.
           IF ST-STATE(ST-SUB) = PY-STATE
               MOVE "Y" TO ROW-FOUND-SW
               SUBTRACT 1 FROM ST-SUB.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-RETURN - THE 941 LINES.  LINE 7 IS THE DIFFERENCE *
      *    BETWEEN THE SOCIAL SECURITY AND MEDICARE ACTUALLY WITHHELD, *
      *    PERSON BY PERSON AND MATCHED BY THE EMPLOYER, AND THE LINE  *
      *    5 FIGURES TAKEN ON THE QUARTER'S TOTAL WAGES.               *
      ******************************************************************
       600-WRITE-RETURN.
           MOVE "600-WRITE-RETURN" TO PARA-NAME.
           COMPUTE WS-LINE-5A ROUNDED = WS-SS-WAGES * WS-SS-RATE * 2.
           COMPUTE WS-LINE-5C ROUNDED = WS-MC-WAGES * WS-MC-RATE * 2.
           COMPUTE WS-LINE-5E = WS-LINE-5A + WS-LINE-5C
                              + WS-MC-ADDL-TAX.
           COMPUTE WS-LINE-6  = WS-FIT + WS-LINE-5E.
           COMPUTE WS-ACTUAL-FICA = WS-SS-TAX * 2
               + (WS-MC-TAX - WS-MC-ADDL-TAX) * 2 + WS-MC-ADDL-TAX.
           COMPUTE WS-LINE-7  = WS-ACTUAL-FICA - WS-LINE-5E.
           COMPUTE WS-LINE-10 = WS-LINE-6 + WS-LINE-7.

           MOVE SPACES TO RPT941-REC.
           WRITE RPT941-REC.
           MOVE '1   ' TO RPT-COUNT-LINE-NO.
           MOVE 'NUMBER OF EMPLOYEES PAID IN THE QUARTER'
               TO RPT-COUNT-LABEL.
           MOVE EMPLOYEES-PAID TO RPT-COUNT.
           WRITE RPT941-REC FROM RPT-COUNT-LINE.

           MOVE '2   ' TO RPT-941-LINE-NO.
           MOVE 'WAGES, TIPS AND OTHER COMPENSATION'
               TO RPT-941-LABEL.
           MOVE ZERO     TO RPT-941-BASE.
           MOVE WS-WAGES TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '3   ' TO RPT-941-LINE-NO.
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO RPT-941-LABEL.
           MOVE WS-FIT   TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '5A  ' TO RPT-941-LINE-NO.
           MOVE 'TAXABLE SOCIAL SECURITY WAGES' TO RPT-941-LABEL.
           MOVE WS-SS-WAGES TO RPT-941-BASE.
           MOVE WS-LINE-5A  TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '5C  ' TO RPT-941-LINE-NO.
           MOVE 'TAXABLE MEDICARE WAGES' TO RPT-941-LABEL.
           MOVE WS-MC-WAGES TO RPT-941-BASE.
           MOVE WS-LINE-5C  TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '5D  ' TO RPT-941-LINE-NO.
           MOVE 'ADDITIONAL MEDICARE TAX WITHHELD'
               TO RPT-941-LABEL.
           MOVE ZERO           TO RPT-941-BASE.
           MOVE WS-MC-ADDL-TAX TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '5E  ' TO RPT-941-LINE-NO.
           MOVE 'TOTAL SOCIAL SECURITY AND MEDICARE TAXES'
               TO RPT-941-LABEL.
           MOVE WS-LINE-5E TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '6   ' TO RPT-941-LINE-NO.
           MOVE 'TOTAL TAXES BEFORE ADJUSTMENTS' TO RPT-941-LABEL.
           MOVE WS-LINE-6  TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '7   ' TO RPT-941-LINE-NO.
           MOVE 'ADJUSTMENT FOR FRACTIONS OF CENTS' TO RPT-941-LABEL.
           MOVE WS-LINE-7  TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.
           MOVE '10  ' TO RPT-941-LINE-NO.
           MOVE 'TOTAL TAXES AFTER ADJUSTMENTS' TO RPT-941-LABEL.
           MOVE WS-LINE-10 TO RPT-941-AMOUNT.
           WRITE RPT941-REC FROM RPT-941-LINE.

           MOVE SPACES TO RPT941-REC.
           WRITE RPT941-REC.
           MOVE '** STATE INCOME TAX WITHHELD IN THE QUARTER **'
               TO RPT941-REC.
           WRITE RPT941-REC.
           PERFORM 610-WRITE-ONE-STATE THRU 610-EXIT
               VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-COUNT.
       600-EXIT.
           EXIT.

       610-WRITE-ONE-STATE.
           MOVE ST-STATE(ST-SUB)   TO RPT-STATE.
           MOVE ST-PERSONS(ST-SUB) TO RPT-ST-PERSONS.
           MOVE ST-WAGES(ST-SUB)   TO RPT-ST-WAGES.
           MOVE ST-SIT(ST-SUB)     TO RPT-ST-SIT.
           WRITE RPT941-REC FROM RPT-STATE-LINE.
       610-EXIT.
           EXIT.

       900-READ-PAYYTD.
           READ PAYYTD INTO PAY-YTD-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY < RC-SERIOUS-ERROR
               CLOSE PAYYTD, RPT941.
           DISPLAY "** PAYYTD RECORDS READ " RECORDS-READ.
           DISPLAY "** EMPLOYEES PAID      " EMPLOYEES-PAID.
           DISPLAY "******** NORMAL END OF JOB TAX941 ********".
       999-EXIT.
           EXIT.
