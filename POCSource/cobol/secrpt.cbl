       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  SECRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL SECURITY DATA.
      *   (C)
      ******************************************************************
      * SECRPT - DAILY SECURITY REPORT.  READS THE SECVIOL DATASET    *
      *          THAT SECCHK WRITES (THROUGH THE SVIO TD QUEUE) FOR   *
      *          EVERY REJECTED SIGN-ON AND LISTS ONE DAY'S           *
      *          VIOLATIONS FOR THE SECURITY OFFICER:                 *
      *            - EACH VIOLATION, FLAGGED AFTER HOURS WHEN IT      *
      *              FELL OUTSIDE THE STAFFED HOURS ON SECPARM OR ON  *
      *              A NON-WORKDAY (BIZCAL), AND REPEATED WHEN THE    *
      *              OPERATOR FAILED AT LEAST THE LOCKOUT LIMIT THAT  *
      *              DAY OR WAS LOCKED OUT                            *
      *            - SUMMARIES BY OPERATOR, TERMINAL AND FUNCTION     *
      *          THE DAY IS SECRPARM COLS 1-8 (CCYYMMDD); WITHOUT ONE *
      *          IT IS YESTERDAY.  THE FILE IS READ TWICE: THE FIRST  *
      *          PASS BUILDS THE SUMMARIES SO THE SECOND CAN FLAG     *
      *          REPEATED FAILURES ON EVERY LINE.  RUN IT DAILY AFTER *
      *          THE SECVIOL DATASET IS CLOSED AND SWITCHED.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SECVIOL
           ASSIGN TO UT-S-SECVIOL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SECVIOL-STATUS.

           SELECT SECPARM
                  ASSIGN       to SECPARM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SECPARM-REC-KEY
                  FILE STATUS  is SECPARM-STATUS.

           SELECT SECRPARM
           ASSIGN TO UT-S-SECRPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SECRPARM-STATUS.

           SELECT SECRPTO
           ASSIGN TO UT-S-SECRPTO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SECVIOL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECVIOL-FD-REC.
       01  SECVIOL-FD-REC                  PIC X(80).

       FD  SECPARM
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SECPARM-FD-REC.
       01  SECPARM-FD-REC.
           05 SECPARM-REC-KEY  PIC X(08).
           05 FILLER           PIC X(72).

       FD  SECRPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECRPARM-REC.
       01  SECRPARM-REC.
           05  PARM-REPORT-DATE            PIC X(08).
           05  PARM-REPORT-DATE-NUM REDEFINES PARM-REPORT-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  SECRPTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECRPTO-REC.
       01  SECRPTO-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SECVIOL-STATUS          PIC X(2).
               88 SECVIOL-OK           VALUE "00".
           05  SECPARM-STATUS          PIC X(2).
               88 SECPARM-FOUND        VALUE "00".
           05  SECRPARM-STATUS         PIC X(2).
               88 SECRPARM-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-REPORT-DATE              PIC 9(08) VALUE 0.
           05 WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE
                                          PIC X(08).
           05 WS-WORKDAY-SW               PIC X(01) VALUE "Y".
              88 REPORT-DAY-IS-WORKDAY VALUE "Y".
           05 WS-VIO-HHMM                 PIC 9(04) VALUE 0.
           05 WS-VIO-HH                   PIC X(02) VALUE SPACES.
           05 WS-VIO-MM                   PIC X(02) VALUE SPACES.
           05 WS-AFTER-HOURS-SW           PIC X(01) VALUE "N".
              88 VIOLATION-AFTER-HOURS VALUE "Y".
           05 WS-LOCKOUT-SW               PIC X(01) VALUE "N".
              88 VIOLATION-IS-LOCKOUT  VALUE "Y".
           05 WS-FOUND-SUB                PIC 9(03) COMP VALUE 0.
           05 OP-SUB                      PIC 9(03) COMP VALUE 0.
           05 TM-SUB                      PIC 9(03) COMP VALUE 0.
           05 FN-SUB                      PIC 9(03) COMP VALUE 0.

      *    THE SUMMARIES, BUILT ON THE FIRST PASS IN ORDER OF FIRST
      *    APPEARANCE ON THE DAY.
       01  OPERATOR-TABLE.
           05 OP-COUNT                    PIC 9(03) COMP VALUE 0.
           05 OP-ENTRY OCCURS 200 TIMES.
              10 OP-OPERATOR-ID           PIC X(08).
              10 OP-VIOLATIONS            PIC 9(05) COMP.
              10 OP-AFTER-HOURS           PIC 9(05) COMP.
              10 OP-LOCKOUTS              PIC 9(05) COMP.
              10 OP-FIRST-TIME            PIC X(08).
              10 OP-LAST-TIME             PIC X(08).
              10 OP-REPEATED-SW           PIC X(01).
                 88 OP-REPEATED           VALUE "Y".

       01  TERMINAL-TABLE.
           05 TM-COUNT                    PIC 9(03) COMP VALUE 0.
           05 TM-ENTRY OCCURS 200 TIMES.
              10 TM-TERMINAL-ID           PIC X(08).
              10 TM-VIOLATIONS            PIC 9(05) COMP.
              10 TM-AFTER-HOURS           PIC 9(05) COMP.

       01  FUNCTION-TABLE.
           05 FN-COUNT                    PIC 9(03) COMP VALUE 0.
           05 FN-ENTRY OCCURS 100 TIMES.
              10 FN-FUNCTION              PIC X(04).
              10 FN-VIOLATIONS            PIC 9(05) COMP.
              10 FN-AFTER-HOURS           PIC 9(05) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 VIOLATIONS-ON-DAY        PIC 9(7) COMP VALUE 0.
           05 AFTER-HOURS-COUNT        PIC 9(7) COMP VALUE 0.
           05 LOCKOUT-COUNT            PIC 9(7) COMP VALUE 0.
           05 REPEATED-OPERATORS       PIC 9(7) COMP VALUE 0.
           05 TABLE-OVERFLOWS          PIC 9(7) COMP VALUE 0.

       COPY SECVIOL.

       COPY SECPARM.

       COPY DATESRVP.

       COPY BIZCALP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      ******************************************************************
      *    SECURITY REPORT LINES                                       *
      ******************************************************************
       01  SR-HEADER-LINE.
           05  FILLER                  PIC X(31) VALUE
               ' DAILY SECURITY REPORT   DATE '.
           05  SR-HDR-REPORT-DATE      PIC X(08).
           05  SR-HDR-NON-WORKDAY      PIC X(15).
           05  FILLER                  PIC X(15) VALUE
               '   STAFFED FROM'.
           05  SR-HDR-DAY-START        PIC 9(04).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  SR-HDR-DAY-END          PIC 9(04).
           05  FILLER                  PIC X(14) VALUE
               '   LOCKOUT AT '.
           05  SR-HDR-MAX-FAILURES     PIC Z9.
           05  FILLER                  PIC X(11) VALUE ' FAILURES  '.
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  SR-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  SR-COLUMN-LINE.
           05  FILLER                  PIC X(50) VALUE
               ' TIME      OPERATOR  TERMINAL  FUNC  REASON       '.
           05  FILLER                  PIC X(50) VALUE
               '         FLAGS                                    '.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  SR-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-TIME                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-TERMINAL-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-FUNCTION             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-REASON               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-AFTER-HOURS-FLAG     PIC X(13).
           05  SR-REPEATED-FLAG        PIC X(10).
           05  SR-LOCKOUT-FLAG         PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  SR-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-SECTION-TITLE        PIC X(50).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  SR-OPER-COLUMN-LINE.
           05  FILLER                  PIC X(50) VALUE
               ' OPERATOR  VIOLATIONS  AFTER HRS  LOCKOUTS  FIRST '.
           05  FILLER                  PIC X(50) VALUE
               '     LAST                                         '.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  SR-OPER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-OP-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SR-OP-VIOLATIONS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SR-OP-AFTER-HOURS       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SR-OP-LOCKOUTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-OP-FIRST-TIME        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-OP-LAST-TIME         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-OP-REPEATED-FLAG     PIC X(10).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  SR-COUNT-COLUMN-LINE.
           05  FILLER                  PIC X(34) VALUE
               ' ID        VIOLATIONS  AFTER HRS '.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  SR-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-CT-ID                PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SR-CT-VIOLATIONS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SR-CT-AFTER-HOURS       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  SR-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-TOTAL-LABEL          PIC X(40).
           05  SR-TOTAL-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 500-SECOND-PASS THRU 500-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SECRPARM.
           IF SECRPARM-OK
               READ SECRPARM
                   AT END MOVE SPACES TO SECRPARM-REC
               END-READ
               CLOSE SECRPARM
           ELSE
               MOVE SPACES TO SECRPARM-REC.

      *    NO DATE CARD MEANS YESTERDAY'S LOG.
           IF PARM-REPORT-DATE = SPACES
               MOVE 'ADD '      TO DSRV-FUNCTION
               MOVE WS-RUN-DATE TO DSRV-DATE-1
               MOVE -1          TO DSRV-DAYS
               CALL 'DATESRV' USING DATE-SRV-PARMS
               MOVE DSRV-DATE-2 TO WS-REPORT-DATE
           ELSE
               MOVE 'VAL '      TO DSRV-FUNCTION
               MOVE ZERO        TO DSRV-DATE-1
               IF PARM-REPORT-DATE NUMERIC
                   MOVE PARM-REPORT-DATE-NUM TO DSRV-DATE-1
               END-IF
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD NOT = ZERO
                   DISPLAY "** SECRPARM REPORT DATE INVALID: "
                           PARM-REPORT-DATE
                   MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
                   MOVE "N" TO MORE-DATA-SW
                   GO TO 000-EXIT
               END-IF
               MOVE PARM-REPORT-DATE-NUM TO WS-REPORT-DATE
           END-IF.
           DISPLAY "** SECURITY REPORT FOR " WS-REPORT-DATE.

      *    A VIOLATION ANY TIME ON A WEEKEND OR HOLIDAY IS AFTER HOURS.
           MOVE 'WRK ' TO BIZ-FUNCTION.
           MOVE WS-REPORT-DATE TO BIZ-DATE-1.
           CALL 'BIZCAL' USING BIZ-CAL-PARMS.
           IF BIZ-RETURN-CD = ZERO AND BIZ-WORKDAY-FLAG = "N"
               MOVE "N" TO WS-WORKDAY-SW.

      *    NO SECPARM RECORD MEANS THE CONTROLS SECCHK DEFAULTS TO.
           OPEN INPUT SECPARM.
           IF SECPARM-FOUND
               MOVE 'SECPARM ' TO SECPARM-REC-KEY
               READ SECPARM INTO SECURITY-PARM-REC
               CLOSE SECPARM
           ELSE
               DISPLAY "** NO SECPARM FILE - DEFAULT CONTROLS USED".

           OPEN INPUT SECVIOL.
           IF NOT SECVIOL-OK
               DISPLAY "** SECVIOL OPEN FAILED, STATUS="
                       SECVIOL-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-SECVIOL THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - FIRST PASS.  EVERY VIOLATION ON THE REPORT   *
      *    DATE IS COUNTED INTO THE THREE SUMMARIES.                   *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD +1 TO RECORDS-READ.
           IF VIO-DATE NOT = WS-REPORT-DATE-X
               GO TO 100-READ.
           ADD +1 TO VIOLATIONS-ON-DAY.
           PERFORM 400-CLASSIFY THRU 400-EXIT.
           IF VIOLATION-AFTER-HOURS
               ADD +1 TO AFTER-HOURS-COUNT.
           IF VIOLATION-IS-LOCKOUT
               ADD +1 TO LOCKOUT-COUNT.

           PERFORM 200-FIND-OPERATOR THRU 200-EXIT.
           IF OP-SUB > ZERO
               ADD +1 TO OP-VIOLATIONS(OP-SUB)
               MOVE VIO-TIME TO OP-LAST-TIME(OP-SUB)
               IF VIOLATION-AFTER-HOURS
                   ADD +1 TO OP-AFTER-HOURS(OP-SUB)
               END-IF
               IF VIOLATION-IS-LOCKOUT
                   ADD +1 TO OP-LOCKOUTS(OP-SUB)
               END-IF
           END-IF.

           PERFORM 220-FIND-TERMINAL THRU 220-EXIT.
           IF TM-SUB > ZERO
               ADD +1 TO TM-VIOLATIONS(TM-SUB)
               IF VIOLATION-AFTER-HOURS
                   ADD +1 TO TM-AFTER-HOURS(TM-SUB)
               END-IF
           END-IF.

           PERFORM 240-FIND-FUNCTION THRU 240-EXIT.
           IF FN-SUB > ZERO
               ADD +1 TO FN-VIOLATIONS(FN-SUB)
               IF VIOLATION-AFTER-HOURS
                   ADD +1 TO FN-AFTER-HOURS(FN-SUB)
               END-IF
           END-IF.
       100-READ.
           PERFORM 900-READ-SECVIOL THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-FIND-OPERATOR.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 210-MATCH-OPERATOR THRU 210-EXIT
               VARYING OP-SUB FROM 1 BY 1 UNTIL OP-SUB > OP-COUNT.
           MOVE WS-FOUND-SUB TO OP-SUB.
           IF OP-SUB = ZERO
               IF OP-COUNT >= 200
                   DISPLAY "** OPERATOR TABLE OVERFLOW AT 200: "
                           VIO-OPERATOR-ID
                   ADD +1 TO TABLE-OVERFLOWS
               ELSE
                   ADD +1 TO OP-COUNT
                   MOVE OP-COUNT        TO OP-SUB
                   MOVE VIO-OPERATOR-ID TO OP-OPERATOR-ID(OP-SUB)
                   MOVE ZERO TO OP-VIOLATIONS(OP-SUB)
                                OP-AFTER-HOURS(OP-SUB)
                                OP-LOCKOUTS(OP-SUB)
                   MOVE VIO-TIME TO OP-FIRST-TIME(OP-SUB)
                   MOVE "N"      TO OP-REPEATED-SW(OP-SUB)
               END-IF
           END-IF.
       200-EXIT.
           EXIT.

       210-MATCH-OPERATOR.
           IF OP-OPERATOR-ID(OP-SUB) = VIO-OPERATOR-ID
               MOVE OP-SUB TO WS-FOUND-SUB.
       210-EXIT.
           EXIT.

       220-FIND-TERMINAL.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 230-MATCH-TERMINAL THRU 230-EXIT
               VARYING TM-SUB FROM 1 BY 1 UNTIL TM-SUB > TM-COUNT.
           MOVE WS-FOUND-SUB TO TM-SUB.
           IF TM-SUB = ZERO
               IF TM-COUNT >= 200
                   DISPLAY "** TERMINAL TABLE OVERFLOW AT 200: "
                           VIO-TERMINAL-ID
                   ADD +1 TO TABLE-OVERFLOWS
               ELSE
                   ADD +1 TO TM-COUNT
                   MOVE TM-COUNT        TO TM-SUB
                   MOVE VIO-TERMINAL-ID TO TM-TERMINAL-ID(TM-SUB)
                   MOVE ZERO TO TM-VIOLATIONS(TM-SUB)
                                TM-AFTER-HOURS(TM-SUB)
               END-IF
           END-IF.
       220-EXIT.
           EXIT.

       230-MATCH-TERMINAL.
           IF TM-TERMINAL-ID(TM-SUB) = VIO-TERMINAL-ID
               MOVE TM-SUB TO WS-FOUND-SUB.
       230-EXIT.
           EXIT.

       240-FIND-FUNCTION.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 250-MATCH-FUNCTION THRU 250-EXIT
               VARYING FN-SUB FROM 1 BY 1 UNTIL FN-SUB > FN-COUNT.
           MOVE WS-FOUND-SUB TO FN-SUB.
           IF FN-SUB = ZERO
               IF FN-COUNT >= 100
                   DISPLAY "** FUNCTION TABLE OVERFLOW AT 100: "
                           VIO-FUNCTION
                   ADD +1 TO TABLE-OVERFLOWS
               ELSE
                   ADD +1 TO FN-COUNT
                   MOVE FN-COUNT     TO FN-SUB
                   MOVE VIO-FUNCTION TO FN-FUNCTION(FN-SUB)
                   MOVE ZERO TO FN-VIOLATIONS(FN-SUB)
                                FN-AFTER-HOURS(FN-SUB)
               END-IF
           END-IF.
       240-EXIT.
           EXIT.

       250-MATCH-FUNCTION.
           IF FN-FUNCTION(FN-SUB) = VIO-FUNCTION
               MOVE FN-SUB TO WS-FOUND-SUB.
       250-EXIT.
           EXIT.

      ******************************************************************
      *    400-CLASSIFY - AFTER HOURS IS BEFORE THE STAFFED START,     *
      *    AT OR AFTER THE STAFFED END, OR ANY TIME ON A NON-WORKDAY.  *
      *    A LOCKOUT IS SECCHK LOCKING THE OPERATOR OR TURNING AWAY    *
      *    ONE ALREADY LOCKED.                                         *
      ******************************************************************
       400-CLASSIFY.
           MOVE "N" TO WS-AFTER-HOURS-SW, WS-LOCKOUT-SW.
           IF VIO-REASON = 'BAD PWD - LOCKED OUT'
             OR VIO-REASON = 'OPERATOR LOCKED OUT '
               MOVE "Y" TO WS-LOCKOUT-SW.
           IF NOT REPORT-DAY-IS-WORKDAY
               MOVE "Y" TO WS-AFTER-HOURS-SW
               GO TO 400-EXIT.
           MOVE VIO-TIME(1:2) TO WS-VIO-HH.
           MOVE VIO-TIME(4:2) TO WS-VIO-MM.
           IF WS-VIO-HH NOT NUMERIC OR WS-VIO-MM NOT NUMERIC
               GO TO 400-EXIT.
           MOVE WS-VIO-HH TO WS-VIO-HHMM(1:2).
           MOVE WS-VIO-MM TO WS-VIO-HHMM(3:2).
           IF WS-VIO-HHMM < SPM-DAY-START
             OR WS-VIO-HHMM NOT < SPM-DAY-END
               MOVE "Y" TO WS-AFTER-HOURS-SW.
       400-EXIT.
           EXIT.

      ******************************************************************
      *    500-SECOND-PASS - MARKS THE OPERATORS WITH REPEATED         *
      *    FAILURES, THEN READS THE DAY AGAIN TO LIST IT IN FULL.      *
      ******************************************************************
       500-SECOND-PASS.
           MOVE "500-SECOND-PASS" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY NOT < RC-SERIOUS-ERROR
               GO TO 500-EXIT.
           CLOSE SECVIOL.
           PERFORM 510-MARK-REPEATED THRU 510-EXIT
               VARYING OP-SUB FROM 1 BY 1 UNTIL OP-SUB > OP-COUNT.

           OPEN OUTPUT SECRPTO.
           MOVE WS-REPORT-DATE   TO SR-HDR-REPORT-DATE.
           IF REPORT-DAY-IS-WORKDAY
               MOVE SPACES            TO SR-HDR-NON-WORKDAY
           ELSE
               MOVE '  (NON-WORKDAY)' TO SR-HDR-NON-WORKDAY.
           MOVE SPM-DAY-START    TO SR-HDR-DAY-START.
           MOVE SPM-DAY-END      TO SR-HDR-DAY-END.
           MOVE SPM-MAX-FAILURES TO SR-HDR-MAX-FAILURES.
           MOVE WS-RUN-DATE      TO SR-HDR-RUN-DATE.
           WRITE SECRPTO-REC FROM SR-HEADER-LINE.
           WRITE SECRPTO-REC FROM SR-COLUMN-LINE.

           MOVE "Y" TO MORE-DATA-SW.
           OPEN INPUT SECVIOL.
           PERFORM 900-READ-SECVIOL THRU 900-EXIT.
           PERFORM 550-LIST-VIOLATION THRU 550-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE SECVIOL.
           PERFORM 800-WRITE-SUMMARIES THRU 800-EXIT.
       500-EXIT.
           EXIT.

      *    ZERO MAX FAILURES MEANS NO LOCKOUT, SO ONLY A LOCKOUT FLAGS.
       510-MARK-REPEATED.
           IF OP-LOCKOUTS(OP-SUB) > ZERO
             OR (SPM-MAX-FAILURES > ZERO
                 AND OP-VIOLATIONS(OP-SUB) NOT < SPM-MAX-FAILURES)
               MOVE "Y" TO OP-REPEATED-SW(OP-SUB)
               ADD +1 TO REPEATED-OPERATORS.
       510-EXIT.
           EXIT.

       550-LIST-VIOLATION.
           IF VIO-DATE NOT = WS-REPORT-DATE-X
               GO TO 550-READ.
           PERFORM 400-CLASSIFY THRU 400-EXIT.
           MOVE VIO-TIME        TO SR-TIME.
           MOVE VIO-OPERATOR-ID TO SR-OPERATOR-ID.
           MOVE VIO-TERMINAL-ID TO SR-TERMINAL-ID.
           MOVE VIO-FUNCTION    TO SR-FUNCTION.
           MOVE VIO-REASON      TO SR-REASON.
           MOVE SPACES TO SR-AFTER-HOURS-FLAG, SR-REPEATED-FLAG,
                          SR-LOCKOUT-FLAG.
           IF VIOLATION-AFTER-HOURS
               MOVE '*AFTER HOURS' TO SR-AFTER-HOURS-FLAG.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 210-MATCH-OPERATOR THRU 210-EXIT
               VARYING OP-SUB FROM 1 BY 1 UNTIL OP-SUB > OP-COUNT.
           IF WS-FOUND-SUB > ZERO
               IF OP-REPEATED(WS-FOUND-SUB)
                   MOVE '*REPEATED' TO SR-REPEATED-FLAG
               END-IF
           END-IF.
           IF VIOLATION-IS-LOCKOUT
               MOVE '*LOCKOUT' TO SR-LOCKOUT-FLAG.
           WRITE SECRPTO-REC FROM SR-DETAIL-LINE.
       550-READ.
           PERFORM 900-READ-SECVIOL THRU 900-EXIT.
       550-EXIT.
           EXIT.

       800-WRITE-SUMMARIES.
           MOVE "800-WRITE-SUMMARIES" TO PARA-NAME.
           MOVE SPACES TO SECRPTO-REC.
           WRITE SECRPTO-REC.
           MOVE 'VIOLATIONS BY OPERATOR' TO SR-SECTION-TITLE.
           WRITE SECRPTO-REC FROM SR-SECTION-LINE.
           WRITE SECRPTO-REC FROM SR-OPER-COLUMN-LINE.
           PERFORM 810-WRITE-OPERATOR THRU 810-EXIT
               VARYING OP-SUB FROM 1 BY 1 UNTIL OP-SUB > OP-COUNT.

           MOVE SPACES TO SECRPTO-REC.
           WRITE SECRPTO-REC.
           MOVE 'VIOLATIONS BY TERMINAL' TO SR-SECTION-TITLE.
           WRITE SECRPTO-REC FROM SR-SECTION-LINE.
           WRITE SECRPTO-REC FROM SR-COUNT-COLUMN-LINE.
           PERFORM 820-WRITE-TERMINAL THRU 820-EXIT
               VARYING TM-SUB FROM 1 BY 1 UNTIL TM-SUB > TM-COUNT.

           MOVE SPACES TO SECRPTO-REC.
           WRITE SECRPTO-REC.
           MOVE 'VIOLATIONS BY FUNCTION' TO SR-SECTION-TITLE.
           WRITE SECRPTO-REC FROM SR-SECTION-LINE.
           WRITE SECRPTO-REC FROM SR-COUNT-COLUMN-LINE.
           PERFORM 830-WRITE-FUNCTION THRU 830-EXIT
               VARYING FN-SUB FROM 1 BY 1 UNTIL FN-SUB > FN-COUNT.

           MOVE SPACES TO SECRPTO-REC.
           WRITE SECRPTO-REC.
           MOVE 'TOTAL VIOLATIONS ON THE DAY' TO SR-TOTAL-LABEL.
           MOVE VIOLATIONS-ON-DAY  TO SR-TOTAL-COUNT.
           WRITE SECRPTO-REC FROM SR-TOTAL-LINE.
           MOVE 'AFTER HOURS' TO SR-TOTAL-LABEL.
           MOVE AFTER-HOURS-COUNT  TO SR-TOTAL-COUNT.
           WRITE SECRPTO-REC FROM SR-TOTAL-LINE.
           MOVE 'LOCKOUTS' TO SR-TOTAL-LABEL.
           MOVE LOCKOUT-COUNT      TO SR-TOTAL-COUNT.
           WRITE SECRPTO-REC FROM SR-TOTAL-LINE.
           MOVE 'OPERATORS WITH REPEATED FAILURES' TO SR-TOTAL-LABEL.
           MOVE REPEATED-OPERATORS TO SR-TOTAL-COUNT.
           WRITE SECRPTO-REC FROM SR-TOTAL-LINE.
           CLOSE SECRPTO.
       800-EXIT.
           EXIT.

       810-WRITE-OPERATOR.
           MOVE OP-OPERATOR-ID(OP-SUB) TO SR-OP-OPERATOR-ID.
           MOVE OP-VIOLATIONS(OP-SUB)  TO SR-OP-VIOLATIONS.
           MOVE OP-AFTER-HOURS(OP-SUB) TO SR-OP-AFTER-HOURS.
           MOVE OP-LOCKOUTS(OP-SUB)    TO SR-OP-LOCKOUTS.
           MOVE OP-FIRST-TIME(OP-SUB)  TO SR-OP-FIRST-TIME.
           MOVE OP-LAST-TIME(OP-SUB)   TO SR-OP-LAST-TIME.
           IF OP-REPEATED(OP-SUB)
               MOVE '*REPEATED' TO SR-OP-REPEATED-FLAG
           ELSE
               MOVE SPACES      TO SR-OP-REPEATED-FLAG.
           WRITE SECRPTO-REC FROM SR-OPER-LINE.
       810-EXIT.
           EXIT.

       820-WRITE-TERMINAL.
           MOVE TM-TERMINAL-ID(TM-SUB) TO SR-CT-ID.
           MOVE TM-VIOLATIONS(TM-SUB)  TO SR-CT-VIOLATIONS.
           MOVE TM-AFTER-HOURS(TM-SUB) TO SR-CT-AFTER-HOURS.
           WRITE SECRPTO-REC FROM SR-COUNT-LINE.
       820-EXIT.
           EXIT.

       830-WRITE-FUNCTION.
           MOVE FN-FUNCTION(FN-SUB)    TO SR-CT-ID.
           MOVE FN-VIOLATIONS(FN-SUB)  TO SR-CT-VIOLATIONS.
           MOVE FN-AFTER-HOURS(FN-SUB) TO SR-CT-AFTER-HOURS.
           WRITE SECRPTO-REC FROM SR-COUNT-LINE.
       830-EXIT.
           EXIT.

       900-READ-SECVIOL.
           READ SECVIOL INTO SECURITY-VIOLATION-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF TABLE-OVERFLOWS > ZERO
             AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           DISPLAY "** SECVIOL RECORDS READ    " RECORDS-READ.
           DISPLAY "** VIOLATIONS ON THE DAY   " VIOLATIONS-ON-DAY.
           DISPLAY "**   AFTER HOURS           " AFTER-HOURS-COUNT.
           DISPLAY "**   LOCKOUTS              " LOCKOUT-COUNT.
           DISPLAY "** REPEATED-FAILURE OPERS  " REPEATED-OPERATORS.
           DISPLAY "******** NORMAL END OF JOB SECRPT ********".
       999-EXIT.
           EXIT.
