       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  SCRBLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * SCRBLOAD - PRE-BILL SCRUB RULE MAINTENANCE.  READS THE KEYED  *
      *            RULE CARDS (ACTION, PAYER, RULE CODE, TREATMENT    *
      *            TYPE, GROUP, DESCRIPTION, ACTIVE FLAG, ANALYST)    *
      *            AND ADDS, REPLACES OR DELETES THE ROW ON THE       *
      *            SCRBRULE VSAM TABLE CLMSCRB SCRUBS CLAIMS FROM.    *
      *            A CARD WITH AN UNKNOWN ACTION OR RULE CODE, NO     *
      *            PAYER OR DESCRIPTION, OR A RULE THAT NEEDS A       *
      *            TREATMENT TYPE AND HAS NONE, REJECTS.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SCRBIN
           ASSIGN TO UT-S-SCRBIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SCRBERR
           ASSIGN TO UT-S-SCRBERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SCRBRULE
                  ASSIGN       to SCRBRULE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SCRBRULE-REC-KEY
                  FILE STATUS  is SCRBRULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRBIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCRBIN-REC.
       01  SCRBIN-REC.
           05  SIN-ACTION                  PIC X(01).
               88  SIN-ADD-OR-REPLACE      VALUE 'A'.
               88  SIN-DELETE              VALUE 'D'.
           05  SIN-PAYER-ID                PIC X(06).
           05  SIN-RULE-CODE               PIC X(02).
               88  SIN-VALID-RULE          VALUES 'GN', 'PN', 'DX',
                                                  'PA', 'TX'.
               88  SIN-TYPE-REFUSED        VALUE 'TX'.
           05  SIN-TREATMENT-TYPE          PIC X(02).
           05  SIN-GROUP-NUMBER            PIC X(10).
           05  SIN-DESCRIPTION             PIC X(30).
           05  SIN-ACTIVE-SW               PIC X(01).
               88  SIN-VALID-ACTIVE        VALUES 'Y', 'N'.
           05  SIN-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(20).

       FD  SCRBERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCRBERR-REC.
       01  SCRBERR-REC.
           05  SCRBERR-MSG                 PIC X(40).
           05  SCRBERR-REST                PIC X(80).

       FD  SCRBRULE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SCRBRULE-FD-REC.
       01  SCRBRULE-FD-REC.
           05 SCRBRULE-REC-KEY PIC X(20).
           05 FILLER           PIC X(60).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SCRBRULE-STATUS         PIC X(2).
               88 SCRBRULE-FOUND       VALUE "00".
               88 SCRBRULE-NOT-FOUND   VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 SCRBRULE-NEW-SW             PIC X(01) VALUE "N".
              88 SCRBRULE-IS-NEW VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 RULES-ADDED              PIC 9(7) COMP VALUE 0.
           05 RULES-REPLACED           PIC 9(7) COMP VALUE 0.
           05 RULES-DELETED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY SCRBRULE.

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SCRBIN.
           OPEN I-O SCRBRULE.
           IF NOT SCRBRULE-FOUND
               OPEN OUTPUT SCRBRULE
               CLOSE SCRBRULE
               OPEN I-O SCRBRULE.
           OPEN OUTPUT SCRBERR.
           PERFORM 900-READ-SCRBIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-CARD THRU 300-EXIT.
           IF NOT NO-MORE-DATA
               PERFORM 900-READ-SCRBIN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       300-EDIT-CARD.
           MOVE "300-EDIT-CARD" TO PARA-NAME.
           IF NOT SIN-ADD-OR-REPLACE AND NOT SIN-DELETE
               MOVE "*** INVALID ACTION - MUST BE A OR D" TO SCRBERR-MSG
               PERFORM 710-WRITE-SCRBERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF SIN-PAYER-ID = SPACES
               MOVE "*** MISSING PAYER ID" TO SCRBERR-MSG
               PERFORM 710-WRITE-SCRBERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF NOT SIN-VALID-RULE
               MOVE "*** INVALID RULE CODE" TO SCRBERR-MSG
               PERFORM 710-WRITE-SCRBERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF SIN-DELETE
               PERFORM 600-DELETE-RULE THRU 600-EXIT
               GO TO 300-EXIT.

      *    A REFUSED-TYPE RULE WITH NO TYPE WOULD DENY EVERY CLAIM
      *    THE PAYER HAS; THE OTHER RULES MAY LEAVE IT BLANK.
           IF SIN-TYPE-REFUSED AND SIN-TREATMENT-TYPE = SPACES
               MOVE "*** TX RULE NEEDS A TREATMENT TYPE" TO SCRBERR-MSG
               PERFORM 710-WRITE-SCRBERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF SIN-DESCRIPTION = SPACES
               MOVE "*** MISSING REASON DESCRIPTION" TO SCRBERR-MSG
               PERFORM 710-WRITE-SCRBERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF NOT SIN-VALID-ACTIVE
               MOVE "*** INVALID ACTIVE FLAG - MUST BE Y OR N"
                   TO SCRBERR-MSG
               PERFORM 710-WRITE-SCRBERR THRU 710-EXIT
               GO TO 300-EXIT.

           PERFORM 500-PUT-RULE THRU 500-EXIT.
       300-EXIT.
           EXIT.

       500-PUT-RULE.
           MOVE "500-PUT-RULE" TO PARA-NAME.
           MOVE "N" TO SCRBRULE-NEW-SW.
           PERFORM 550-BUILD-KEY THRU 550-EXIT.
           READ SCRBRULE INTO SCRUB-RULE-REC.
           IF NOT SCRBRULE-FOUND
               MOVE "Y" TO SCRBRULE-NEW-SW.

           INITIALIZE SCRUB-RULE-REC.
           PERFORM 550-BUILD-KEY THRU 550-EXIT.
           MOVE SIN-DESCRIPTION    TO SCR-DESCRIPTION.
           MOVE SIN-ACTIVE-SW      TO SCR-ACTIVE-SW.
           MOVE SIN-CHANGED-BY     TO SCR-CHANGED-BY.
           MOVE WS-RUN-DATE        TO SCR-CHANGED-DATE.
           IF SCRBRULE-IS-NEW
               WRITE SCRBRULE-FD-REC FROM SCRUB-RULE-REC
               ADD +1 TO RULES-ADDED
           ELSE
               REWRITE SCRBRULE-FD-REC FROM SCRUB-RULE-REC
               ADD +1 TO RULES-REPLACED.
           IF NOT SCRBRULE-FOUND
               DISPLAY "** SCRBRULE UPDATE FAILED, STATUS "
                       SCRBRULE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       500-EXIT.
           EXIT.

       550-BUILD-KEY.
           MOVE SIN-PAYER-ID       TO SCR-PAYER-ID.
           MOVE SIN-RULE-CODE      TO SCR-RULE-CODE.
           MOVE SIN-TREATMENT-TYPE TO SCR-TREATMENT-TYPE.
           MOVE SIN-GROUP-NUMBER   TO SCR-GROUP-NUMBER.
           MOVE SCR-KEY            TO SCRBRULE-REC-KEY.
       550-EXIT.
           EXIT.

       600-DELETE-RULE.
           MOVE "600-DELETE-RULE" TO PARA-NAME.
           PERFORM 550-BUILD-KEY THRU 550-EXIT.
           DELETE SCRBRULE RECORD.
           IF SCRBRULE-NOT-FOUND
               MOVE "*** DELETE - RULE NOT ON FILE" TO SCRBERR-MSG
               PERFORM 710-WRITE-SCRBERR THRU 710-EXIT
               GO TO 600-EXIT.
           IF NOT SCRBRULE-FOUND
               DISPLAY "** SCRBRULE DELETE FAILED, STATUS "
                       SCRBRULE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 600-EXIT.
           ADD +1 TO RULES-DELETED.
       600-EXIT.
           EXIT.

       710-WRITE-SCRBERR.
           MOVE SCRBIN-REC TO SCRBERR-REST.
           WRITE SCRBERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-SCRBIN.
           READ SCRBIN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE SCRBIN, SCRBRULE, SCRBERR.
           DISPLAY "** CARDS READ      " CARDS-READ.
           DISPLAY "** RULES ADDED     " RULES-ADDED.
           DISPLAY "** RULES REPLACED  " RULES-REPLACED.
           DISPLAY "** RULES DELETED   " RULES-DELETED.
           DISPLAY "** CARDS REJECTED  " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB SCRBLOAD ********".
       999-EXIT.
           EXIT.
