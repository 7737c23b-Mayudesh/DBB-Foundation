       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  RPTCAPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * RPTCAPT - REPORT ARCHIVE CAPTURE.  RUNS AS THE STEP AFTER     *
      *           EACH NIGHTLY REPORT (RECONCIL, EXCPSUM, COLLRPT,    *
      *           POEXPED, DRAWBAL AND THE REST) WITH THAT REPORT'S   *
      *           PRINT DATASET ON RPTIN AND ONE RPTPARM CARD:        *
      *                                                               *
      *             COLS  1- 8  REPORT ID (MUST BE ON RPTDEF)         *
      *             COLS  9-16  RUN DATE CCYYMMDD (BLANK = TODAY)     *
      *                                                               *
      *           EVERY PRINT LINE IS WRITTEN TO THE RPTARCH VSAM     *
      *           ARCHIVE UNDER REPORT ID + RUN DATE + LINE NUMBER,   *
      *           FOLLOWED BY THE LINE-ZERO RUN HEADER.  A RERUN OF   *
      *           THE SAME REPORT FOR THE SAME DATE REPLACES THE      *
      *           EARLIER CAPTURE.  REPORTS NARROWER THAN 132         *
      *           COLUMNS ARE KEPT BLANK-FILLED ON THE RIGHT.         *
      *           AN UNDEFINED REPORT OR A BAD CARD IS REFUSED WITH   *
      *           RC-ERROR SO THE OPERATOR SEES IT.  THE CRPT400      *
      *           VIEWER READS THE ARCHIVE; RETNMGR EXPIRES IT.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RPTPARM
           ASSIGN TO UT-S-RPTPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RPTIN
           ASSIGN TO UT-S-RPTIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RPTIN-STATUS.

           SELECT RPTDEF
                  ASSIGN       to RPTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RPTDEF-REC-KEY
                  FILE STATUS  is RPTDEF-STATUS.

           SELECT RPTARCH
                  ASSIGN       to RPTARCH
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is RPTARCH-REC-KEY
                  FILE STATUS  is RPTARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTPARM-REC.
       01  RPTPARM-REC                     PIC X(80).

       FD  RPTIN
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
               DEPENDING ON WS-RPTIN-LEN
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTIN-REC.
       01  RPTIN-REC                       PIC X(132).

       FD  RPTDEF
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RPTDEF-FD-REC.
       01  RPTDEF-FD-REC.
           05 RPTDEF-REC-KEY   PIC X(08).
           05 FILLER           PIC X(72).

       FD  RPTARCH
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS RPTARCH-FD-REC.
       01  RPTARCH-FD-REC.
           05 RPTARCH-REC-KEY  PIC X(22).
           05 FILLER           PIC X(138).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RPTIN-STATUS            PIC X(2).
               88 RPTIN-OK             VALUE "00".
           05  RPTDEF-STATUS           PIC X(2).
               88 RPTDEF-OK            VALUE "00".
           05  RPTARCH-STATUS          PIC X(2).
               88 RPTARCH-OK           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-REFUSED-SW               PIC X(01) VALUE "N".
              88 CAPTURE-REFUSED VALUE "Y".
           05 WS-PRIOR-DONE-SW            PIC X(01) VALUE "N".
              88 PRIOR-RUN-DONE  VALUE "Y".
           05 WS-REPORT-ID                PIC X(08) VALUE SPACES.
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-TODAY                    PIC 9(08) VALUE 0.
           05 WS-NOW-TIME                 PIC 9(08) VALUE 0.
           05 WS-RPTIN-LEN                PIC 9(04) COMP VALUE 0.
           05 WS-LINE-NO                  PIC 9(06) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 LINES-CAPTURED           PIC 9(7) COMP VALUE 0.
           05 PRIOR-LINES-REMOVED      PIC 9(7) COMP VALUE 0.

       01  RPTPARM-CARD.
           05  RCP-REPORT-ID               PIC X(08).
           05  RCP-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(64).

       COPY RPTDEF.

       COPY RPTARCH.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF NOT CAPTURE-REFUSED
               PERFORM 100-MAINLINE THRU 100-EXIT
                       UNTIL NO-MORE-DATA
               PERFORM 500-FINISH-RUN THRU 500-EXIT
           END-IF.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

      ******************************************************************
      *    000-HOUSEKEEPING - EDIT THE CARD, FIND THE REPORT ON        *
      *    RPTDEF, AND CLEAR ANY EARLIER CAPTURE OF THE SAME RUN.      *
      *    ANY FAILURE HERE REFUSES THE WHOLE CAPTURE.                 *
      ******************************************************************
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN INPUT RPTPARM.
           READ RPTPARM INTO RPTPARM-CARD
               AT END
               DISPLAY "** NO RPTPARM CARD - CAPTURE REFUSED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               CLOSE RPTPARM
               GO TO 000-EXIT
           END-READ.
           MOVE RCP-REPORT-ID TO WS-REPORT-ID.
           CLOSE RPTPARM.

           IF RCP-REPORT-ID = SPACES
               DISPLAY "** BLANK REPORT ID - CAPTURE REFUSED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               GO TO 000-EXIT.
           IF RCP-RUN-DATE = SPACES
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
           IF RCP-RUN-DATE NOT NUMERIC
               DISPLAY "** NON-NUMERIC RUN DATE - CAPTURE REFUSED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               GO TO 000-EXIT
           ELSE
               MOVE RCP-RUN-DATE TO WS-RUN-DATE.
           MOVE 'VAL ' TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** INVALID RUN DATE - CAPTURE REFUSED: "
                       WS-RUN-DATE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               GO TO 000-EXIT.

           OPEN I-O RPTDEF.
           IF NOT RPTDEF-OK
               DISPLAY "** RPTDEF OPEN FAILED - CAPTURE REFUSED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               GO TO 000-EXIT.
           MOVE WS-REPORT-ID TO RPTDEF-REC-KEY.
           READ RPTDEF INTO REPORT-DEFINITION-REC.
           IF NOT RPTDEF-OK
               DISPLAY "** REPORT NOT ON RPTDEF - CAPTURE REFUSED: "
                       WS-REPORT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               CLOSE RPTDEF
               GO TO 000-EXIT.

           OPEN I-O RPTARCH.
           IF NOT RPTARCH-OK
               OPEN OUTPUT RPTARCH
               CLOSE RPTARCH
               OPEN I-O RPTARCH.
           IF NOT RPTARCH-OK
               DISPLAY "** RPTARCH OPEN FAILED - CAPTURE REFUSED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               CLOSE RPTDEF
               GO TO 000-EXIT.

           PERFORM 050-REMOVE-PRIOR-RUN THRU 050-EXIT.

           OPEN INPUT RPTIN.
           IF NOT RPTIN-OK
               DISPLAY "** RPTIN OPEN FAILED - CAPTURE REFUSED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-REFUSED-SW
               CLOSE RPTDEF, RPTARCH
               GO TO 000-EXIT.
           PERFORM 900-READ-RPTIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-REMOVE-PRIOR-RUN - A RERUN REPLACES THE EARLIER         *
      *    CAPTURE: DELETE EVERY LINE (HEADER INCLUDED) ALREADY ON     *
      *    FILE FOR THIS REPORT AND RUN DATE.                          *
      ******************************************************************
       050-REMOVE-PRIOR-RUN.
           MOVE "050-REMOVE-PRIOR-RUN" TO PARA-NAME.
           MOVE WS-REPORT-ID TO RPA-REPORT-ID.
           MOVE WS-RUN-DATE   TO RPA-RUN-DATE.
           MOVE ZERO          TO RPA-LINE-NO.
           MOVE RPA-KEY       TO RPTARCH-REC-KEY.
           START RPTARCH KEY NOT < RPTARCH-REC-KEY.
           IF NOT RPTARCH-OK
               GO TO 050-EXIT.
           MOVE "N" TO WS-PRIOR-DONE-SW.
           PERFORM 060-REMOVE-ONE-LINE THRU 060-EXIT
               UNTIL PRIOR-RUN-DONE.
           IF PRIOR-LINES-REMOVED > 0
               DISPLAY "** EARLIER CAPTURE REPLACED, LINES "
                       PRIOR-LINES-REMOVED.
       050-EXIT.
           EXIT.

       060-REMOVE-ONE-LINE.
           READ RPTARCH NEXT RECORD INTO REPORT-ARCHIVE-REC
               AT END MOVE "Y" TO WS-PRIOR-DONE-SW
               GO TO 060-EXIT
           END-READ.
           IF RPA-REPORT-ID NOT = WS-REPORT-ID
                   OR RPA-RUN-DATE NOT = WS-RUN-DATE
               MOVE "Y" TO WS-PRIOR-DONE-SW
               GO TO 060-EXIT.
           DELETE RPTARCH RECORD.
           ADD +1 TO PRIOR-LINES-REMOVED.
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-CAPTURE-ONE-LINE THRU 200-EXIT.
           PERFORM 900-READ-RPTIN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-CAPTURE-ONE-LINE.
           MOVE "200-CAPTURE-ONE-LINE" TO PARA-NAME.
           IF WS-LINE-NO = 999999
               DISPLAY "** REPORT EXCEEDS 999999 LINES - TRUNCATED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 200-EXIT.
           ADD 1 TO WS-LINE-NO.
           MOVE SPACES        TO REPORT-ARCHIVE-REC.
           MOVE WS-REPORT-ID TO RPA-REPORT-ID.
           MOVE WS-RUN-DATE   TO RPA-RUN-DATE.
           MOVE WS-LINE-NO    TO RPA-LINE-NO.
           IF WS-RPTIN-LEN > 0
               MOVE RPTIN-REC (1:WS-RPTIN-LEN) TO RPA-LINE-TEXT.
           MOVE RPA-KEY TO RPTARCH-REC-KEY.
           WRITE RPTARCH-FD-REC FROM REPORT-ARCHIVE-REC.
           IF NOT RPTARCH-OK
               DISPLAY "** RPTARCH WRITE FAILED, STATUS "
                       RPTARCH-STATUS " LINE " WS-LINE-NO
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 200-EXIT.
           ADD +1 TO LINES-CAPTURED.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    500-FINISH-RUN - WRITE THE LINE-ZERO RUN HEADER AND MARK    *
      *    THE REPORT'S LATEST RUN ON RPTDEF (AN OLDER DATE CAPTURED   *
      *    LATE DOES NOT MOVE IT BACK).                                *
      ******************************************************************
       500-FINISH-RUN.
           MOVE "500-FINISH-RUN" TO PARA-NAME.
           MOVE SPACES           TO REPORT-ARCHIVE-REC.
           MOVE WS-REPORT-ID    TO RPA-REPORT-ID.
           MOVE WS-RUN-DATE      TO RPA-RUN-DATE.
           MOVE ZERO             TO RPA-LINE-NO.
           MOVE WS-LINE-NO       TO RPA-LINE-COUNT.
           MOVE WS-TODAY         TO RPA-CAPTURE-DATE.
           MOVE WS-NOW-TIME(1:6) TO RPA-CAPTURE-TIME.
           MOVE RPA-KEY TO RPTARCH-REC-KEY.
           WRITE RPTARCH-FD-REC FROM REPORT-ARCHIVE-REC.
           IF NOT RPTARCH-OK
               DISPLAY "** RPTARCH HEADER WRITE FAILED, STATUS "
                       RPTARCH-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.

           IF WS-RUN-DATE < RDF-LAST-RUN-DATE
               GO TO 500-EXIT.
           MOVE WS-RUN-DATE TO RDF-LAST-RUN-DATE.
           MOVE WS-LINE-NO  TO RDF-LAST-LINE-COUNT.
           MOVE RDF-REPORT-ID TO RPTDEF-REC-KEY.
           REWRITE RPTDEF-FD-REC FROM REPORT-DEFINITION-REC.
           IF NOT RPTDEF-OK
               DISPLAY "** RPTDEF REWRITE FAILED, STATUS "
                       RPTDEF-STATUS
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       500-EXIT.
           EXIT.

       900-READ-RPTIN.
           READ RPTIN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF NOT CAPTURE-REFUSED
               CLOSE RPTIN, RPTDEF, RPTARCH.
           DISPLAY "** REPORT ID        " WS-REPORT-ID.
           DISPLAY "** RUN DATE         " WS-RUN-DATE.
           DISPLAY "** LINES CAPTURED   " LINES-CAPTURED.
           DISPLAY "******** NORMAL END OF JOB RPTCAPT ********".
       999-EXIT.
           EXIT.
