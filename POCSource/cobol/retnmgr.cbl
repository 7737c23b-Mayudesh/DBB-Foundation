      *                        FORWARD MINUS THE EXPIRED RECORDS)     *
      *             AUDITREC - VPARTSUP AUDIT TRAIL (SEQUENTIAL)      *
      *             DMELHIST - TABLE CHANGE HISTORY (SEQUENTIAL)      *
      *             RPTARCH  - REPORT ARCHIVE (VSAM, DELETE IN        *
      *                        PLACE; EACH REPORT KEEPS ITS RPTDEF    *
      *                        RETENTION, THE CARD'S DAYS WHEN ZERO)  *
      *                                                               *
      *           THE RETNPARM TABLE SAYS HOW MANY DAYS EACH FILE     *
      *           KEEPS; A FILE WITH NO CARD IS NOT TOUCHED.          *
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RPTARCH
                  ASSIGN       to RPTARCH
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is RPTARCH-REC-KEY
                  FILE STATUS  is RPTARCH-STATUS.

           SELECT RPTOARCH
           ASSIGN TO UT-S-RPTOARCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ARCH-STATUS.

           SELECT RPTDEF
                  ASSIGN       to RPTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RPTDEF-REC-KEY
                  FILE STATUS  is RPTDEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETNPARM
           DATA RECORD IS DMELNEW-REC.
       01  DMELNEW-REC                      PIC X(336).

       FD  RPTARCH
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS RPTARCH-FD-REC.
       01  RPTARCH-FD-REC.
           05 RPTARCH-REC-KEY  PIC X(22).
           05 FILLER           PIC X(138).

       FD  RPTOARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTOARCH-REC.
       01  RPTOARCH-REC                     PIC X(160).

       FD  RPTDEF
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RPTDEF-FD-REC.
       01  RPTDEF-FD-REC.
           05 RPTDEF-REC-KEY   PIC X(08).
           05 FILLER           PIC X(72).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PBILLOG-STATUS          PIC X(2).
               88 PBILLOG-OK           VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-OK            VALUE "00".
           05  RPTARCH-STATUS          PIC X(2).
               88 RPTARCH-OK           VALUE "00".
           05  RPTDEF-STATUS           PIC X(2).
               88 RPTDEF-OK            VALUE "00".
           05  ARCH-STATUS             PIC X(2).
               88 ARCH-OK              VALUE "00".
           05  OFCODE                  PIC X(2).
           05 WS-FILE-ABORT-SW            PIC X(01) VALUE "N".
              88 FILE-ABORTED VALUE "Y".
           05 PRM-SUB                     PIC S9(04) COMP VALUE +0.
      *    REPORT ARCHIVE - THE CUTOFF IS SET PER REPORT ID.
           05 WS-RPT-DEFAULT-DAYS         PIC 9(05) VALUE 0.
           05 WS-RPT-CUTOFF-DATE          PIC 9(08) VALUE 0.
           05 WS-CUR-REPORT-ID            PIC X(08) VALUE SPACES.
           05 WS-RPTDEF-OPEN-SW           PIC X(01) VALUE "N".
              88 RPTDEF-OPEN VALUE "Y".

      *    THE RETENTION TABLE, LOADED FROM RETNPARM.
       01  RETENTION-TABLE.

       COPY DMELHIST.

       COPY RPTARCH.

       COPY RPTDEF.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
           PERFORM 400-PURGE-MOVLEDGR THRU 400-EXIT.
           PERFORM 500-PURGE-AUDITREC THRU 500-EXIT.
           PERFORM 600-PURGE-DMELHIST THRU 600-EXIT.
           PERFORM 700-PURGE-RPTARCH THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.
       650-EXIT.
           EXIT.

      ******************************************************************
      *    700-PURGE-RPTARCH - VSAM, ARCHIVE FIRST AS FOR PBILLOG.     *
      *    THE RPTARCH CARD TURNS THE SWEEP ON AND GIVES THE DAYS FOR  *
      *    A REPORT WHOSE RPTDEF RETENTION IS ZERO (OR THAT IS NO      *
      *    LONGER DEFINED); EVERY OTHER REPORT KEEPS ITS OWN.  LINES   *
      *    ARE JUDGED BY RUN DATE, SO A RUN LEAVES WHOLE - HEADER      *
      *    AND ALL - OR NOT AT ALL.                                    *
      ******************************************************************
       700-PURGE-RPTARCH.
           MOVE "700-PURGE-RPTARCH" TO PARA-NAME.
           MOVE 'RPTARCH ' TO REG-FILE-ID.
           PERFORM 100-SET-CUTOFF THRU 100-EXIT.
           IF NOT PARM-FOUND
               GO TO 700-EXIT.
           MOVE WS-RETAIN-DAYS TO WS-RPT-DEFAULT-DAYS.
           MOVE ZERO TO RECORDS-ARCHIVED, RECORDS-RETAINED.
           MOVE "N"  TO WS-FILE-ABORT-SW.

           OPEN OUTPUT RPTOARCH.
           IF NOT ARCH-OK
               DISPLAY "** RPTARCH ARCHIVE OPEN FAILED - REFUSED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE '** REFUSED  ' TO REG-NOTE
               PERFORM 900-REGISTER-FILE THRU 900-EXIT
               GO TO 700-EXIT.
           OPEN INPUT RPTDEF.
           IF RPTDEF-OK
               MOVE "Y" TO WS-RPTDEF-OPEN-SW
           ELSE
               DISPLAY "** RPTDEF UNAVAILABLE - CARD DAYS USED".
           OPEN I-O RPTARCH.
           MOVE SPACES TO WS-CUR-REPORT-ID.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 750-PURGE-ONE-LINE THRU 750-EXIT
               UNTIL NO-MORE-DATA OR FILE-ABORTED.
           CLOSE RPTARCH, RPTOARCH.
           IF RPTDEF-OPEN
               CLOSE RPTDEF.
           MOVE 'PER RPTDEF  ' TO REG-NOTE.
           IF FILE-ABORTED
               MOVE '** STOPPED  ' TO REG-NOTE.
           PERFORM 900-REGISTER-FILE THRU 900-EXIT.
       700-EXIT.
           EXIT.

       750-PURGE-ONE-LINE.
           READ RPTARCH INTO REPORT-ARCHIVE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 750-EXIT
           END-READ.
           IF RPA-REPORT-ID NOT = WS-CUR-REPORT-ID
               PERFORM 760-SET-REPORT-CUTOFF THRU 760-EXIT.
           IF RPA-RUN-DATE NOT < WS-RPT-CUTOFF-DATE
               ADD +1 TO RECORDS-RETAINED
               GO TO 750-EXIT.
           WRITE RPTOARCH-REC FROM REPORT-ARCHIVE-REC.
           IF NOT ARCH-OK
               DISPLAY "** RPTARCH ARCHIVE WRITE FAILED - STOPPED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-FILE-ABORT-SW
               GO TO 750-EXIT.
           DELETE RPTARCH RECORD.
           ADD +1 TO RECORDS-ARCHIVED.
       750-EXIT.
           EXIT.

      *    A CUTOFF THAT CANNOT BE WORKED OUT KEEPS THE REPORT.
       760-SET-REPORT-CUTOFF.
           MOVE RPA-REPORT-ID TO WS-CUR-REPORT-ID.
           MOVE WS-RPT-DEFAULT-DAYS TO WS-RETAIN-DAYS.
           IF RPTDEF-OPEN
               MOVE RPA-REPORT-ID TO RPTDEF-REC-KEY
               READ RPTDEF INTO REPORT-DEFINITION-REC
               IF RPTDEF-OK AND RDF-RETAIN-DAYS > 0
                   MOVE RDF-RETAIN-DAYS TO WS-RETAIN-DAYS
               END-IF
           END-IF.
           MOVE 'ADD ' TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           COMPUTE DSRV-DAYS = ZERO - WS-RETAIN-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD = ZERO
               MOVE DSRV-DATE-2 TO WS-RPT-CUTOFF-DATE
           ELSE
               MOVE ZERO TO WS-RPT-CUTOFF-DATE.
       760-EXIT.
           EXIT.

       900-REGISTER-FILE.
           MOVE RECORDS-ARCHIVED TO REG-ARCHIVED.
           MOVE RECORDS-RETAINED TO REG-RETAINED.
