       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PFSLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * PFSLOAD - PHYSICIAN FEE SCHEDULE MAINTENANCE.  READS THE      *
      *           KEYED FEE CARDS (TREATMENT TYPE, PHYSICIAN ROLE,    *
      *           SERVICE CODE, FEE, DESCRIPTION, EFFECTIVE DATE)     *
      *           AND ADDS OR REPLACES THE ROW ON THE PHYSFEE VSAM    *
      *           TABLE PFEXTR PRICES PROFESSIONAL-FEE CLAIMS FROM.   *
      *           A CARD FOR AN UNKNOWN TREATMENT TYPE OR ROLE, OR    *
      *           WITH NO SERVICE CODE OR FEE, REJECTS.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PFSIN
           ASSIGN TO UT-S-PFSIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PFSERR
           ASSIGN TO UT-S-PFSERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PHYSFEE
                  ASSIGN       to PHYSFEE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PHYSFEE-REC-KEY
                  FILE STATUS  is PHYSFEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PFSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PFSIN-REC.
       01  PFSIN-REC.
           05  PIN-TREATMENT-TYPE          PIC X(02).
               88  PIN-VALID-TYPE  VALUES 'MR', 'CT', 'CH', 'RT',
                                          'SG', 'LT'.
           05  PIN-ROLE                    PIC X(01).
               88  PIN-VALID-ROLE  VALUES 'A', 'P'.
           05  PIN-SERVICE-CODE            PIC X(08).
           05  PIN-FEE-AMOUNT              PIC 9(07)V99.
           05  PIN-DESCRIPTION             PIC X(30).
           05  PIN-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(22).

       FD  PFSERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PFSERR-REC.
       01  PFSERR-REC.
           05  PFSERR-MSG                  PIC X(40).
           05  PFSERR-REST                 PIC X(80).

       FD  PHYSFEE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PHYSFEE-FD-REC.
       01  PHYSFEE-FD-REC.
           05 PHYSFEE-REC-KEY  PIC X(03).
           05 FILLER           PIC X(77).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PHYSFEE-STATUS          PIC X(2).
               88 PHYSFEE-FOUND        VALUE "00".
               88 PHYSFEE-NOT-FOUND    VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 PHYSFEE-NEW-SW              PIC X(01) VALUE "N".
              88 PHYSFEE-IS-NEW VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 FEES-ADDED               PIC 9(7) COMP VALUE 0.
           05 FEES-REPLACED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY PHYSFEE.

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
           OPEN INPUT PFSIN.
           OPEN I-O PHYSFEE.
           IF NOT PHYSFEE-FOUND
               OPEN OUTPUT PHYSFEE
               CLOSE PHYSFEE
               OPEN I-O PHYSFEE.
           OPEN OUTPUT PFSERR.
           PERFORM 900-READ-PFSIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-CARD THRU 300-EXIT.
           IF NOT NO-MORE-DATA
               PERFORM 900-READ-PFSIN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       300-EDIT-CARD.
           MOVE "300-EDIT-CARD" TO PARA-NAME.
           IF NOT PIN-VALID-TYPE
               MOVE "*** INVALID TREATMENT TYPE" TO PFSERR-MSG
               PERFORM 710-WRITE-PFSERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF NOT PIN-VALID-ROLE
               MOVE "*** INVALID ROLE - MUST BE A OR P" TO PFSERR-MSG
               PERFORM 710-WRITE-PFSERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF PIN-SERVICE-CODE = SPACES
               MOVE "*** MISSING SERVICE CODE" TO PFSERR-MSG
               PERFORM 710-WRITE-PFSERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF PIN-FEE-AMOUNT NOT NUMERIC
                   OR PIN-FEE-AMOUNT = ZERO
               MOVE "*** INVALID FEE AMOUNT" TO PFSERR-MSG
               PERFORM 710-WRITE-PFSERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF PIN-EFFECTIVE-DATE NOT NUMERIC
               MOVE "*** INVALID EFFECTIVE DATE" TO PFSERR-MSG
               PERFORM 710-WRITE-PFSERR THRU 710-EXIT
               GO TO 300-EXIT.

           PERFORM 500-PUT-FEE THRU 500-EXIT.
       300-EXIT.
           EXIT.

       500-PUT-FEE.
           MOVE "500-PUT-FEE" TO PARA-NAME.
           MOVE "N" TO PHYSFEE-NEW-SW.
           MOVE PIN-TREATMENT-TYPE TO PFS-TREATMENT-TYPE.
           MOVE PIN-ROLE           TO PFS-ROLE.
           MOVE PFS-KEY            TO PHYSFEE-REC-KEY.
           READ PHYSFEE INTO PHYSICIAN-FEE-REC.
           IF NOT PHYSFEE-FOUND
               MOVE "Y" TO PHYSFEE-NEW-SW.

           INITIALIZE PHYSICIAN-FEE-REC.
           MOVE PIN-TREATMENT-TYPE TO PFS-TREATMENT-TYPE.
           MOVE PIN-ROLE           TO PFS-ROLE.
           MOVE PIN-SERVICE-CODE   TO PFS-SERVICE-CODE.
           MOVE PIN-FEE-AMOUNT     TO PFS-FEE-AMOUNT.
           MOVE PIN-DESCRIPTION    TO PFS-DESCRIPTION.
           MOVE PIN-EFFECTIVE-DATE TO PFS-EFFECTIVE-DATE.
           MOVE PFS-KEY            TO PHYSFEE-REC-KEY.
           IF PHYSFEE-IS-NEW
               WRITE PHYSFEE-FD-REC FROM PHYSICIAN-FEE-REC
               ADD +1 TO FEES-ADDED
           ELSE
               REWRITE PHYSFEE-FD-REC FROM PHYSICIAN-FEE-REC
               ADD +1 TO FEES-REPLACED.
           IF NOT PHYSFEE-FOUND
               DISPLAY "** PHYSFEE UPDATE FAILED, STATUS "
                       PHYSFEE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       500-EXIT.
           EXIT.

       710-WRITE-PFSERR.
           MOVE PFSIN-REC TO PFSERR-REST.
           WRITE PFSERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-PFSIN.
           READ PFSIN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE PFSIN, PHYSFEE, PFSERR.
           DISPLAY "** CARDS READ      " CARDS-READ.
           DISPLAY "** FEES ADDED      " FEES-ADDED.
           DISPLAY "** FEES REPLACED   " FEES-REPLACED.
           DISPLAY "** CARDS REJECTED  " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PFSLOAD ********".
       999-EXIT.
           EXIT.
