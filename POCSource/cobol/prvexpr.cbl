       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PRVEXPR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * PRVEXPR - PHYSICIAN PRIVILEGE EXPIRY WARNING REPORT FOR THE   *
      *           MEDICAL STAFF OFFICE.  LISTS EVERY DDS0001.PROVIDER *
      *           ROW WHOSE PRIVILEGES END WITHIN 60 DAYS OF THE RUN  *
      *           DATE, SOONEST FIRST, AT ONE OF THREE LEVELS:        *
      *                                                               *
      *             60-DAY  - PRIVILEGES END IN 31 TO 60 DAYS         *
      *             30-DAY  - PRIVILEGES END IN  1 TO 30 DAYS         *
      *              0-DAY  - PRIVILEGES END TODAY OR HAVE LAPSED;    *
      *                       BNCHS602 AND CTRT400 ALREADY REJECT     *
      *                       TREATMENTS AFTER THE END DATE           *
      *                                                               *
      *           SUSPENDED PHYSICIANS AND ROWS WITH NO PRIVILEGE     *
      *           DATES LOADED (SEE PRVLOAD) ARE LISTED AT 0-DAY TOO. *
      *           ANY 0-DAY LINE ENDS THE JOB WITH A WARNING.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRVXRPT
           ASSIGN TO UT-S-PRVXRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRVXRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRVXRPT-REC.
       01  PRVXRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 END-OF-PROVIDER-SW          PIC X(01) VALUE "N".
              88 END-OF-PROVIDER VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-HORIZON-DATE             PIC X(08) VALUE SPACES.
           05 WS-DAYS-LEFT                PIC S9(07) VALUE +0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 PROVIDERS-LISTED         PIC 9(7) COMP VALUE 0.
           05 WARN-60-DAY              PIC 9(7) COMP VALUE 0.
           05 WARN-30-DAY              PIC 9(7) COMP VALUE 0.
           05 WARN-0-DAY               PIC 9(7) COMP VALUE 0.

       COPY PROVIDER.

       COPY DATESRVP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** PHYSICIAN PRIVILEGE EXPIRY WARNINGS - RUN'.
           05  FILLER                  PIC X(02) VALUE ': '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' LEVEL   PROVIDER  SPECIALTY            CAT '.
           05  FILLER                  PIC X(44) VALUE
               '  START     END       DAYS  NOTE            '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-LEVEL               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PROVIDER-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SPECIALTY           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-CATEGORY            PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DTL-START-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-END-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DAYS-LEFT           PIC ----9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NOTE                PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LIST-EACH-PROVIDER THRU 100-EXIT
                   UNTIL END-OF-PROVIDER.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRVXRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE PRVXRPT-REC FROM RPT-HEADER-1.
           WRITE PRVXRPT-REC FROM RPT-HEADER-2.

      *    THE REPORT LOOKS 60 DAYS AHEAD OF THE RUN DATE.
           MOVE 'ADD '      TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           MOVE +60         TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** DATESRV FAILED ON RUN DATE " WS-RUN-DATE
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO END-OF-PROVIDER-SW
               GO TO 000-EXIT.
           MOVE DSRV-DATE-2 TO WS-HORIZON-DATE.

           EXEC SQL
               DECLARE PRIV_CURSOR CURSOR FOR
               SELECT PROVIDER_ID,
                      PROVIDER_SPECIALTY,
                      PRIVILEGE_CATEGORY,
                      PRIVILEGE_START_DATE,
                      PRIVILEGE_END_DATE
                 FROM DDS0001.PROVIDER
                WHERE PRIVILEGE_END_DATE <= :WS-HORIZON-DATE
                   OR PRIVILEGE_CATEGORY = 'S'
                ORDER BY PRIVILEGE_END_DATE, PROVIDER_ID
           END-EXEC.
           EXEC SQL OPEN PRIV_CURSOR END-EXEC.
           IF SQLCODE < 0
               DISPLAY "** PRIV_CURSOR OPEN FAILED " SQLCODE
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO END-OF-PROVIDER-SW.
       000-EXIT.
           EXIT.

       100-LIST-EACH-PROVIDER.
           MOVE "100-LIST-EACH-PROVIDER" TO PARA-NAME.
           EXEC SQL
               FETCH PRIV_CURSOR
               INTO  :PROVIDER-ID,
                     :PROVIDER-SPECIALTY,
                     :PRIVILEGE-CATEGORY,
                     :PRIVILEGE-START-DATE,
                     :PRIVILEGE-END-DATE
           END-EXEC.
           IF SQLCODE = 100
               MOVE "Y" TO END-OF-PROVIDER-SW
               GO TO 100-EXIT.
           IF SQLCODE < 0
               DISPLAY "** PRIV_CURSOR FETCH FAILED " SQLCODE
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO END-OF-PROVIDER-SW
               GO TO 100-EXIT.
           PERFORM 150-FORMAT-WARNING THRU 150-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    150-FORMAT-WARNING - DAYS LEFT IS RUN DATE TO END DATE.     *
      ******************************************************************
       150-FORMAT-WARNING.
           MOVE "150-FORMAT-WARNING" TO PARA-NAME.
           MOVE PROVIDER-ID          TO DTL-PROVIDER-ID.
           MOVE PROVIDER-SPECIALTY   TO DTL-SPECIALTY.
           MOVE PRIVILEGE-CATEGORY   TO DTL-CATEGORY.
           MOVE PRIVILEGE-START-DATE TO DTL-START-DATE.
           MOVE PRIVILEGE-END-DATE   TO DTL-END-DATE.
           MOVE ZERO                 TO DTL-DAYS-LEFT.
           MOVE SPACES               TO DTL-NOTE.

           IF PRIVILEGE-START-DATE = SPACES
                   OR PRIVILEGE-END-DATE = SPACES
               MOVE 'NO PRIVILEGES ON FILE' TO DTL-NOTE
               GO TO 150-ZERO-DAY.

           MOVE 'DIF '             TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE        TO DSRV-DATE-1.
           MOVE PRIVILEGE-END-DATE TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               MOVE 'BAD END DATE - SEE PRVLOAD' TO DTL-NOTE
               GO TO 150-ZERO-DAY.
           MOVE DSRV-DAYS    TO WS-DAYS-LEFT.
           MOVE WS-DAYS-LEFT TO DTL-DAYS-LEFT.

           IF PRIVILEGE-CATEGORY = 'S'
               MOVE 'SUSPENDED' TO DTL-NOTE
               GO TO 150-ZERO-DAY.
           IF WS-DAYS-LEFT < 0
               MOVE 'LAPSED - TREATMENTS REJECT' TO DTL-NOTE
               GO TO 150-ZERO-DAY.
           IF WS-DAYS-LEFT = 0
               MOVE 'ENDS TODAY' TO DTL-NOTE
               GO TO 150-ZERO-DAY.
           IF WS-DAYS-LEFT > 30
               MOVE '60-DAY' TO DTL-LEVEL
               ADD +1 TO WARN-60-DAY
           ELSE
               MOVE '30-DAY' TO DTL-LEVEL
               ADD +1 TO WARN-30-DAY.
           GO TO 150-WRITE.
       150-ZERO-DAY.
           MOVE ' 0-DAY' TO DTL-LEVEL.
           ADD +1 TO WARN-0-DAY.
       150-WRITE.
           WRITE PRVXRPT-REC FROM RPT-DETAIL-LINE.
           ADD +1 TO PROVIDERS-LISTED.
       150-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           EXEC SQL CLOSE PRIV_CURSOR END-EXEC.
           MOVE '60-DAY WARNINGS:              ' TO RPT-TOTAL-LABEL.
           MOVE WARN-60-DAY TO RPT-TOTAL-COUNT.
           WRITE PRVXRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '30-DAY WARNINGS:              ' TO RPT-TOTAL-LABEL.
           MOVE WARN-30-DAY TO RPT-TOTAL-COUNT.
           WRITE PRVXRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '0-DAY (LAPSED/SUSPENDED):     ' TO RPT-TOTAL-LABEL.
           MOVE WARN-0-DAY TO RPT-TOTAL-COUNT.
           WRITE PRVXRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE PRVXRPT.
           IF WARN-0-DAY > ZERO
             AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           DISPLAY "** PROVIDERS LISTED      " PROVIDERS-LISTED.
           DISPLAY "** 0-DAY WARNINGS        " WARN-0-DAY.
           DISPLAY "******** NORMAL END OF JOB PRVEXPR ********".
       999-EXIT.
           EXIT.
