       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  RPTLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * RPTLOAD - REPORT ARCHIVE DEFINITION MAINTENANCE.  READS THE   *
      *           RPTCARDS (REPORT ID, DESCRIPTION, RETENTION DAYS,   *
      *           VIEWER FUNCTION CODE) AND ADDS OR REPLACES THE      *
      *           REPORT ON THE RPTDEF FILE RPTCAPT, RETNMGR AND THE  *
      *           CRPT400 VIEWER READ.  A REPLACED DEFINITION KEEPS   *
      *           ITS LAST-RUN DATE AND LINE COUNT.  BAD CARDS        *
      *           REJECT WITH A CONSOLE NOTE.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RPTCARDS
           ASSIGN TO UT-S-RPTCARDS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RPTDEF
                  ASSIGN       to RPTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RPTDEF-REC-KEY
                  FILE STATUS  is RPTDEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTCARD-REC.
       01  RPTCARD-REC.
           05  RDC-REPORT-ID               PIC X(08).
           05  RDC-DESCRIPTION             PIC X(30).
           05  RDC-RETAIN-DAYS             PIC 9(05).
           05  RDC-VIEW-FUNCTION           PIC X(04).
           05  FILLER                      PIC X(33).

       FD  RPTDEF
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RPTDEF-FD-REC.
       01  RPTDEF-FD-REC.
           05 RPTDEF-REC-KEY   PIC X(08).
           05 FILLER           PIC X(72).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RPTDEF-STATUS           PIC X(2).
               88 RPTDEF-OK            VALUE "00".
               88 RPTDEF-NOTFND        VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 REPORTS-ADDED            PIC 9(7) COMP VALUE 0.
           05 REPORTS-REPLACED         PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY RPTDEF.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CARDS-REJECTED > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           OPEN INPUT RPTCARDS.
           OPEN I-O RPTDEF.
           IF NOT RPTDEF-OK
               OPEN OUTPUT RPTDEF
               CLOSE RPTDEF
               OPEN I-O RPTDEF.
           PERFORM 900-READ-RPTCARDS THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-LOAD-ONE-REPORT THRU 200-EXIT.
           PERFORM 900-READ-RPTCARDS THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-LOAD-ONE-REPORT.
           MOVE "200-LOAD-ONE-REPORT" TO PARA-NAME.
           IF RDC-REPORT-ID = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BLANK REPORT ID REJECTED"
               GO TO 200-EXIT.
           IF RDC-RETAIN-DAYS NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** NON-NUMERIC RETENTION REJECTED: "
                       RDC-REPORT-ID
               GO TO 200-EXIT.
      *    WITH NO FUNCTION CODE NOBODY BUT A '****' OPERATOR COULD
      *    EVER OPEN THE REPORT - THAT IS A KEYING ERROR, NOT A
      *    SECURITY CHOICE.
           IF RDC-VIEW-FUNCTION = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** VIEWER FUNCTION CODE REQUIRED: "
                       RDC-REPORT-ID
               GO TO 200-EXIT.

           MOVE RDC-REPORT-ID TO RPTDEF-REC-KEY.
           READ RPTDEF INTO REPORT-DEFINITION-REC.
           IF RPTDEF-NOTFND
               INITIALIZE REPORT-DEFINITION-REC
               MOVE RDC-REPORT-ID TO RDF-REPORT-ID
           ELSE
           IF NOT RPTDEF-OK
               DISPLAY "** RPTDEF READ FAILED, STATUS "
                       RPTDEF-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           MOVE RDC-DESCRIPTION   TO RDF-DESCRIPTION.
           MOVE RDC-RETAIN-DAYS   TO RDF-RETAIN-DAYS.
           MOVE RDC-VIEW-FUNCTION TO RDF-VIEW-FUNCTION.
           IF RPTDEF-NOTFND
               WRITE RPTDEF-FD-REC FROM REPORT-DEFINITION-REC
               IF RPTDEF-OK
                   ADD +1 TO REPORTS-ADDED
               END-IF
           ELSE
               REWRITE RPTDEF-FD-REC FROM REPORT-DEFINITION-REC
               IF RPTDEF-OK
                   ADD +1 TO REPORTS-REPLACED
               END-IF
           END-IF.
           IF NOT RPTDEF-OK
               DISPLAY "** RPTDEF WRITE FAILED, STATUS "
                       RPTDEF-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       900-READ-RPTCARDS.
           READ RPTCARDS
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE RPTCARDS, RPTDEF.
           DISPLAY "** CARDS READ       " CARDS-READ.
           DISPLAY "** REPORTS ADDED    " REPORTS-ADDED.
           DISPLAY "** REPORTS REPLACED " REPORTS-REPLACED.
           DISPLAY "** CARDS REJECTED   " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB RPTLOAD ********".
       999-EXIT.
           EXIT.
