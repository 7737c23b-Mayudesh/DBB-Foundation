       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  FPMAINT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * FPMAINT - FISCAL PERIOD CLOSE/REOPEN MAINTENANCE.  FINANCE'S  *
      *           ONLY WAY ONTO THE FISCPER PERIOD FILE THE PERCHK    *
      *           SERVICE READS.  EACH CARD CLOSES OR REOPENS ONE     *
      *           MONTH (CCYYMM):                                     *
      *                                                               *
      *             C - CLOSE.  THE MONTH MUST BE BEHIND THE CURRENT  *
      *                 ONE AND NOT ALREADY CLOSED.                   *
      *             R - REOPEN.  THE MONTH MUST BE CLOSED AND THE     *
      *                 CARD MUST NAME AN APPROVER WHO IS AN ACTIVE   *
      *                 SUPERVISOR ON OPERPROF AND IS NOT THE PERSON  *
      *                 ASKING.                                       *
      *                                                               *
      *           EVERY CARD, ACCEPTED OR REFUSED, IS APPENDED TO     *
      *           THE FPLOG AUDIT LOG WITH WHO ASKED, WHO APPROVED    *
      *           AND WHY.  A REFUSED CARD ENDS THE JOB WITH A        *
      *           WARNING.                                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FPCARDS
           ASSIGN TO UT-S-FPCARDS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FPLOG
           ASSIGN TO UT-S-FPLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FPLOG-STATUS.

           SELECT FISCPER
                  ASSIGN       to FISCPER
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is FISCPER-REC-KEY
                  FILE STATUS  is FISCPER-STATUS.

           SELECT OPERPROF
                  ASSIGN       to OPERPROF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is OPERPROF-REC-KEY
                  FILE STATUS  is OPERPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FPCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FPCARD-REC.
       01  FPCARD-REC.
           05  FPC-ACTION                  PIC X(01).
               88  FPC-CLOSE               VALUE 'C'.
               88  FPC-REOPEN              VALUE 'R'.
           05  FPC-PERIOD                  PIC 9(06).
           05  FPC-PERIOD-PARTS REDEFINES FPC-PERIOD.
               10  FPC-CCYY                PIC 9(04).
               10  FPC-MM                  PIC 9(02).
           05  FPC-REQUESTED-BY            PIC X(08).
           05  FPC-APPROVED-BY             PIC X(08).
           05  FPC-REASON                  PIC X(30).
           05  FILLER                      PIC X(27).

       FD  FPLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FPLOG-REC.
       01  FPLOG-REC                       PIC X(120).

       FD  FISCPER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FISCPER-FD-REC.
       01  FISCPER-FD-REC.
           05 FISCPER-REC-KEY  PIC 9(06).
           05 FILLER           PIC X(74).

       FD  OPERPROF
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPERPROF-FD-REC.
       01  OPERPROF-FD-REC.
           05 OPERPROF-REC-KEY PIC X(08).
           05 FILLER           PIC X(72).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  FISCPER-STATUS          PIC X(2).
               88 FISCPER-OK           VALUE "00".
               88 FISCPER-NOT-FOUND    VALUE "23".
           05  OPERPROF-STATUS         PIC X(2).
               88 OPERPROF-OK          VALUE "00".
           05  FPLOG-STATUS            PIC X(2).
               88 FPLOG-OK             VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-ON-FILE-SW               PIC X(01) VALUE "N".
              88 PERIOD-ON-FILE VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-MONTH REDEFINES WS-RUN-DATE.
              10 WS-RUN-CCYYMM            PIC 9(06).
              10 FILLER                   PIC 9(02).
           05 WS-RUN-TIME                 PIC 9(08) VALUE 0.
           05 WS-REFUSAL                  PIC X(40) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 PERIODS-CLOSED           PIC 9(7) COMP VALUE 0.
           05 PERIODS-REOPENED         PIC 9(7) COMP VALUE 0.
           05 CARDS-REFUSED            PIC 9(7) COMP VALUE 0.

       COPY FISCPER.

       COPY OPERPROF.

       COPY FPLOGREC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CARDS-REFUSED > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT FPCARDS, OPERPROF.
           OPEN I-O FISCPER.
           IF NOT FISCPER-OK
               OPEN OUTPUT FISCPER
               CLOSE FISCPER
               OPEN I-O FISCPER.
           OPEN EXTEND FPLOG.
           IF NOT FPLOG-OK
               OPEN OUTPUT FPLOG.
           PERFORM 900-READ-FPCARDS THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           MOVE SPACES TO WS-REFUSAL.
           PERFORM 200-EDIT-CARD THRU 200-EXIT.
           IF WS-REFUSAL = SPACES
               IF FPC-CLOSE
                   PERFORM 300-CLOSE-PERIOD THRU 300-EXIT
               ELSE
                   PERFORM 400-REOPEN-PERIOD THRU 400-EXIT.
           PERFORM 700-WRITE-LOG THRU 700-EXIT.
           PERFORM 900-READ-FPCARDS THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-EDIT-CARD - EVERYTHING THAT CAN BE JUDGED FROM THE      *
      *    CARD AND THE PERIOD FILE.  A REFUSAL LEAVES ITS REASON IN   *
      *    WS-REFUSAL FOR THE LOG.                                     *
      ******************************************************************
       200-EDIT-CARD.
           MOVE "200-EDIT-CARD" TO PARA-NAME.
           IF NOT FPC-CLOSE AND NOT FPC-REOPEN
               MOVE "ACTION MUST BE C (CLOSE) OR R (REOPEN)"
                   TO WS-REFUSAL
               GO TO 200-EXIT.
           IF FPC-PERIOD NOT NUMERIC
               MOVE "PERIOD MUST BE NUMERIC CCYYMM" TO WS-REFUSAL
               GO TO 200-EXIT.
           IF FPC-MM < 01 OR FPC-MM > 12 OR FPC-CCYY < 1900
               MOVE "PERIOD IS NOT A VALID CCYYMM" TO WS-REFUSAL
               GO TO 200-EXIT.
           IF FPC-REQUESTED-BY = SPACES
               MOVE "REQUESTED-BY OPERATOR IS MISSING" TO WS-REFUSAL
               GO TO 200-EXIT.

           MOVE "N" TO WS-ON-FILE-SW.
           INITIALIZE FISCAL-PERIOD-REC.
           MOVE FPC-PERIOD TO FISCPER-REC-KEY.
           READ FISCPER INTO FISCAL-PERIOD-REC.
           IF FISCPER-OK
               MOVE "Y" TO WS-ON-FILE-SW
           ELSE
           IF NOT FISCPER-NOT-FOUND
               DISPLAY "** FISCPER READ FAILED, STATUS "
                       FISCPER-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "PERIOD FILE COULD NOT BE READ" TO WS-REFUSAL
               GO TO 200-EXIT.

           IF FPC-CLOSE
               IF FPC-PERIOD NOT < WS-RUN-CCYYMM
                   MOVE "ONLY A PAST MONTH CAN BE CLOSED"
                       TO WS-REFUSAL
                   GO TO 200-EXIT.
           IF FPC-CLOSE AND PERIOD-ON-FILE AND FP-PERIOD-CLOSED
               MOVE "PERIOD IS ALREADY CLOSED" TO WS-REFUSAL
               GO TO 200-EXIT.

           IF FPC-REOPEN
               PERFORM 250-EDIT-REOPEN THRU 250-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    250-EDIT-REOPEN - A CLOSED MONTH IS ONLY REOPENED ON A      *
      *    SUPERVISOR'S SAY-SO: THE APPROVER MUST BE ON OPERPROF,      *
      *    ACTIVE, IN THE SUPERVISOR ROLE, AND SOMEONE OTHER THAN THE  *
      *    OPERATOR ASKING.                                            *
      ******************************************************************
       250-EDIT-REOPEN.
           MOVE "250-EDIT-REOPEN" TO PARA-NAME.
           IF NOT PERIOD-ON-FILE OR NOT FP-PERIOD-CLOSED
               MOVE "PERIOD IS NOT CLOSED" TO WS-REFUSAL
               GO TO 250-EXIT.
           IF FPC-APPROVED-BY = SPACES
               MOVE "REOPEN NEEDS A SUPERVISOR APPROVER"
                   TO WS-REFUSAL
               GO TO 250-EXIT.
           IF FPC-APPROVED-BY = FPC-REQUESTED-BY
               MOVE "APPROVER CANNOT BE THE REQUESTER" TO WS-REFUSAL
               GO TO 250-EXIT.

           MOVE FPC-APPROVED-BY TO OPERPROF-REC-KEY.
           READ OPERPROF INTO OPERATOR-PROFILE-REC.
           IF NOT OPERPROF-OK
               MOVE "APPROVER IS NOT ON OPERPROF" TO WS-REFUSAL
               GO TO 250-EXIT.
           IF NOT OPR-IS-ACTIVE
               MOVE "APPROVER IS NOT AN ACTIVE OPERATOR"
                   TO WS-REFUSAL
               GO TO 250-EXIT.
           IF NOT OPR-ROLE-SUPERVISOR
               MOVE "APPROVER IS NOT A SUPERVISOR" TO WS-REFUSAL
               GO TO 250-EXIT.
       250-EXIT.
           EXIT.

       300-CLOSE-PERIOD.
           MOVE "300-CLOSE-PERIOD" TO PARA-NAME.
           MOVE FPC-PERIOD       TO FP-PERIOD.
           MOVE "C"              TO FP-STATUS.
           MOVE WS-RUN-DATE      TO FP-CLOSED-DATE.
           MOVE FPC-REQUESTED-BY TO FP-CLOSED-BY.
           PERFORM 500-WRITE-PERIOD THRU 500-EXIT.
           IF WS-REFUSAL = SPACES
               ADD +1 TO PERIODS-CLOSED
               DISPLAY "** PERIOD CLOSED   " FPC-PERIOD
                       " BY " FPC-REQUESTED-BY.
       300-EXIT.
           EXIT.

       400-REOPEN-PERIOD.
           MOVE "400-REOPEN-PERIOD" TO PARA-NAME.
           MOVE "O"              TO FP-STATUS.
           MOVE WS-RUN-DATE      TO FP-REOPENED-DATE.
           MOVE FPC-REQUESTED-BY TO FP-REOPENED-BY.
           MOVE FPC-APPROVED-BY  TO FP-REOPEN-APPROVER.
           ADD +1 TO FP-REOPEN-COUNT.
           PERFORM 500-WRITE-PERIOD THRU 500-EXIT.
           IF WS-REFUSAL = SPACES
               ADD +1 TO PERIODS-REOPENED
               DISPLAY "** PERIOD REOPENED " FPC-PERIOD
                       " BY " FPC-REQUESTED-BY
                       " APPROVED " FPC-APPROVED-BY.
       400-EXIT.
           EXIT.

       500-WRITE-PERIOD.
           MOVE "500-WRITE-PERIOD" TO PARA-NAME.
           MOVE FP-PERIOD TO FISCPER-REC-KEY.
           IF PERIOD-ON-FILE
               REWRITE FISCPER-FD-REC FROM FISCAL-PERIOD-REC
           ELSE
               WRITE FISCPER-FD-REC FROM FISCAL-PERIOD-REC.
           IF NOT FISCPER-OK
               DISPLAY "** FISCPER WRITE FAILED, STATUS "
                       FISCPER-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "PERIOD FILE COULD NOT BE UPDATED" TO WS-REFUSAL.
       500-EXIT.
           EXIT.

       700-WRITE-LOG.
           MOVE "700-WRITE-LOG" TO PARA-NAME.
           INITIALIZE FISCAL-PERIOD-LOG-REC.
           MOVE WS-RUN-DATE      TO FPL-LOG-DATE.
           MOVE WS-RUN-TIME      TO FPL-LOG-TIME.
           MOVE FPC-ACTION       TO FPL-ACTION.
           MOVE FPC-PERIOD       TO FPL-PERIOD.
           MOVE FPC-REQUESTED-BY TO FPL-REQUESTED-BY.
           MOVE FPC-APPROVED-BY  TO FPL-APPROVED-BY.
           MOVE FPC-REASON       TO FPL-REASON.
           IF WS-REFUSAL = SPACES
               MOVE "A" TO FPL-RESULT
           ELSE
               MOVE "R" TO FPL-RESULT
               MOVE WS-REFUSAL TO FPL-MESSAGE
               ADD +1 TO CARDS-REFUSED
               DISPLAY "** CARD REFUSED " FPC-ACTION " " FPC-PERIOD
                       " - " WS-REFUSAL.
           WRITE FPLOG-REC FROM FISCAL-PERIOD-LOG-REC.
           IF NOT FPLOG-OK
               DISPLAY "** FPLOG WRITE FAILED, STATUS " FPLOG-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY.
       700-EXIT.
           EXIT.

       900-READ-FPCARDS.
           READ FPCARDS
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE FPCARDS, FPLOG, FISCPER, OPERPROF.
           DISPLAY "** CARDS READ       " CARDS-READ.
           DISPLAY "** PERIODS CLOSED   " PERIODS-CLOSED.
           DISPLAY "** PERIODS REOPENED " PERIODS-REOPENED.
           DISPLAY "** CARDS REFUSED    " CARDS-REFUSED.
           DISPLAY "******** NORMAL END OF JOB FPMAINT ********".
       999-EXIT.
           EXIT.
