       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PRVLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * PRVLOAD - PHYSICIAN PRIVILEGE MAINTENANCE.  READS THE MEDICAL *
      *           STAFF OFFICE'S PRIVILEGE CARDS (PROVIDER ID,        *
      *           CATEGORY, START AND END DATES) AND POSTS THEM TO    *
      *           THE PRIVILEGE COLUMNS OF DDS0001.PROVIDER, WHICH    *
      *           BNCHS602 AND CTRT400 EDIT EVERY TREATMENT AGAINST.  *
      *           A REAPPOINTMENT IS SIMPLY A NEW CARD FOR THE SAME   *
      *           PROVIDER.  PROVIDERS NOT ON THE TABLE, UNKNOWN      *
      *           CATEGORIES AND BAD OR REVERSED DATES REJECT TO      *
      *           PRVERR.                                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRVIN
           ASSIGN TO UT-S-PRVIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PRVERR
           ASSIGN TO UT-S-PRVERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRVIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRVIN-REC.
       01  PRVIN-REC.
           05  PIN-PROVIDER-ID             PIC X(08).
           05  PIN-CATEGORY                PIC X(01).
               88  PIN-VALID-CATEGORY      VALUES 'A', 'P', 'C',
                                                  'T', 'S'.
           05  PIN-START-DATE              PIC X(08).
           05  PIN-END-DATE                PIC X(08).
           05  FILLER                      PIC X(55).

       FD  PRVERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRVERR-REC.
       01  PRVERR-REC.
           05  PRVERR-MSG                  PIC X(40).
           05  PRVERR-REST                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 PRIVILEGES-POSTED        PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY PROVIDER.

       COPY DATESRVP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CARDS-REJECTED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PRVIN.
           OPEN OUTPUT PRVERR.
           PERFORM 900-READ-PRVIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-CARD THRU 300-EXIT.
           IF NOT NO-MORE-DATA
               PERFORM 900-READ-PRVIN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       300-EDIT-CARD.
           MOVE "300-EDIT-CARD" TO PARA-NAME.
           IF PIN-PROVIDER-ID = SPACES
               MOVE "*** BLANK PROVIDER ID" TO PRVERR-MSG
               PERFORM 710-WRITE-PRVERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF NOT PIN-VALID-CATEGORY
               MOVE "*** INVALID PRIVILEGE CATEGORY" TO PRVERR-MSG
               PERFORM 710-WRITE-PRVERR THRU 710-EXIT
               GO TO 300-EXIT.

           MOVE 'VAL '         TO DSRV-FUNCTION.
           MOVE PIN-START-DATE TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF PIN-START-DATE NOT NUMERIC
                   OR DSRV-RETURN-CD NOT = ZERO
               MOVE "*** INVALID PRIVILEGE START DATE" TO PRVERR-MSG
               PERFORM 710-WRITE-PRVERR THRU 710-EXIT
               GO TO 300-EXIT.

           MOVE 'VAL '         TO DSRV-FUNCTION.
           MOVE PIN-END-DATE   TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF PIN-END-DATE NOT NUMERIC
                   OR DSRV-RETURN-CD NOT = ZERO
               MOVE "*** INVALID PRIVILEGE END DATE" TO PRVERR-MSG
               PERFORM 710-WRITE-PRVERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF PIN-END-DATE < PIN-START-DATE
               MOVE "*** PRIVILEGE END DATE BEFORE START" TO PRVERR-MSG
               PERFORM 710-WRITE-PRVERR THRU 710-EXIT
               GO TO 300-EXIT.

           PERFORM 500-PUT-PRIVILEGE THRU 500-EXIT.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    500-PUT-PRIVILEGE - POST THE CARD TO THE PROVIDER ROW.  THE *
      *    ROW ITSELF (NETWORK STATUS, SPECIALTY) BELONGS TO PROVIDER  *
      *    CONTRACTING, SO A PROVIDER NOT YET ON THE TABLE REJECTS     *
      *    RATHER THAN BEING INSERTED HERE.                            *
      ******************************************************************
       500-PUT-PRIVILEGE.
           MOVE "500-PUT-PRIVILEGE" TO PARA-NAME.
           MOVE PIN-PROVIDER-ID  TO PROVIDER-ID.
           MOVE PIN-CATEGORY     TO PRIVILEGE-CATEGORY.
           MOVE PIN-START-DATE   TO PRIVILEGE-START-DATE.
           MOVE PIN-END-DATE     TO PRIVILEGE-END-DATE.
           MOVE WS-RUN-DATE(1:4) TO PROVIDER-LAST-CHANGED(1:4).
           MOVE "-"              TO PROVIDER-LAST-CHANGED(5:1).
           MOVE WS-RUN-DATE(5:2) TO PROVIDER-LAST-CHANGED(6:2).
           MOVE "-"              TO PROVIDER-LAST-CHANGED(8:1).
           MOVE WS-RUN-DATE(7:2) TO PROVIDER-LAST-CHANGED(9:2).
           EXEC SQL
                UPDATE DDS0001.PROVIDER
                SET    PRIVILEGE_CATEGORY    = :PRIVILEGE-CATEGORY,
                       PRIVILEGE_START_DATE  = :PRIVILEGE-START-DATE,
                       PRIVILEGE_END_DATE    = :PRIVILEGE-END-DATE,
                       PROVIDER_LAST_CHANGED = :PROVIDER-LAST-CHANGED
                WHERE  PROVIDER_ID = :PROVIDER-ID
           END-EXEC.
           IF SQLCODE = 100
               MOVE "*** PROVIDER NOT ON PROVIDER TABLE" TO PRVERR-MSG
               PERFORM 710-WRITE-PRVERR THRU 710-EXIT
               GO TO 500-EXIT.
           IF SQLCODE NOT = 0
               DISPLAY "** PROVIDER UPDATE FAILED " SQLCODE
                       " FOR " PIN-PROVIDER-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO PRIVILEGES-POSTED.
       500-EXIT.
           EXIT.

       710-WRITE-PRVERR.
           MOVE PRVIN-REC TO PRVERR-REST.
           WRITE PRVERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-PRVIN.
           READ PRVIN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY < RC-ERROR
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "** PRIVILEGE UPDATES ROLLED BACK".
           CLOSE PRVIN, PRVERR.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** PRIVILEGES POSTED  " PRIVILEGES-POSTED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PRVLOAD ********".
       999-EXIT.
           EXIT.
