       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  ALGXRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * ALGXRPT - DAILY PHARMACY ALLERGY EXCEPTION LIST.  READS THE    *
      *           TRMTERR REJECT FILE BNCHS602 WROTE AND PICKS OUT     *
      *           EVERY TREATMENT REJECTED BECAUSE ITS MEDICATION (OR  *
      *           THE MEDICATION'S DRUG CLASS) MATCHES AN ACTIVE       *
      *           ALLERGY ON THE ALLERGY REGISTRY.                     *
      *                                                                *
      *           EACH EXCEPTION PRINTS THE PATIENT, BED, MEDICATION,  *
      *           TREATMENT DATE AND PRESCRIBING PHYSICIAN, FOLLOWED   *
      *           BY EVERY ACTIVE ALLERGY ON FILE FOR THE PATIENT SO   *
      *           THE PHARMACIST CAN CALL THE PRESCRIBER WITH THE      *
      *           WHOLE PICTURE.  SEVERE ALLERGIES ARE FLAGGED.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRMTERR
           ASSIGN TO UT-S-TRMTERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY IN PATMSTR-REC
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT ALLERGY
                  ASSIGN       to ALLERGY
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is ALLERGY-REC-KEY
                  FILE STATUS  is ALLERGY-STATUS.

           SELECT ALGXRPT
           ASSIGN TO UT-S-ALGXRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRMTERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1141 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-ERR.
       01  INPATIENT-TREATMENT-REC-ERR.
           05  ERR-MSG                     PIC X(40).
               88  ALLERGY-REJECT          VALUES
                   "*** PATIENT ALLERGIC TO MEDICATION",
                   "*** PATIENT ALLERGIC TO MEDICATION CLASS".
           05  REST-OF-REC                 PIC X(1101).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  ALLERGY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALLERGY-FD-REC.
       01  ALLERGY-FD-REC.
           05 ALLERGY-REC-KEY  PIC X(15).
           05 FILLER           PIC X(65).

       FD  ALGXRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALGXRPT-REC.
       01  ALGXRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  ALLERGY-STATUS          PIC X(2).
               88 ALLERGY-OK           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 ALLERGY-SCAN-SW             PIC X(01) VALUE "N".
              88 ALLERGY-SCAN-DONE VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 EXCEPTIONS-LISTED        PIC 9(7) COMP VALUE 0.
           05 SEVERE-EXCEPTIONS        PIC 9(7) COMP VALUE 0.
           05 WS-SEVERE-COUNT          PIC 9(3) COMP VALUE 0.

       COPY TREATMNT.

       COPY PATMSTR.

       COPY ALLERGY.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(48) VALUE
               '** PHARMACY ALLERGY EXCEPTION LIST - RUN:       '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' PATIENT NAME                 BED  MEDICATN '.
           05  FILLER                  PIC X(44) VALUE
               'TRMT-DATE  PRESCRIBER ATTENDING  REJECT REAS'.
           05  FILLER                  PIC X(44) VALUE
               'ON                                          '.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PATIENT-ID          PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PATIENT-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-BED                 PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-MEDICATION-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-TREATMENT-DATE      PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-PRESCRIBER          PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-ATTENDING           PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-REASON              PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  RPT-ALLERGY-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               'ALLERGY:    '.
           05  ALD-TYPE                PIC X(10).
           05  ALD-ALLERGEN            PIC X(08).
           05  FILLER                  PIC X(06) VALUE '  SEV '.
           05  ALD-SEVERITY            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ALD-REACTION            PIC X(20).
           05  FILLER                  PIC X(11) VALUE
               '  RECORDED '.
           05  ALD-DATE-RECORDED       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ALD-SEVERE-FLAG         PIC X(10).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
               UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRMTERR, PATMSTR, ALLERGY.
           OPEN OUTPUT ALGXRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE ALGXRPT-REC FROM RPT-HEADER-1.
           WRITE ALGXRPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-TRMTERR THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF NOT ALLERGY-REJECT
               GO TO 100-READ-NEXT.

           MOVE REST-OF-REC TO INPATIENT-TREATMENT-REC.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
               TO PATIENT-KEY IN PATMSTR-REC.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE "** NOT ON PATMSTR **" TO PATIENT-NAME
                                            IN PATIENT-MASTER-REC.

           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
               TO DTL-PATIENT-ID.
           MOVE PATIENT-NAME IN PATIENT-MASTER-REC
               TO DTL-PATIENT-NAME.
           MOVE BED-IDENTITY IN INPATIENT-TREATMENT-REC TO DTL-BED.
           MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
               TO DTL-MEDICATION-ID.
           MOVE TREATMENT-DATE   TO DTL-TREATMENT-DATE.
           MOVE PRESCRIBING-PHYS-ID TO DTL-PRESCRIBER.
           MOVE ATTENDING-PHYS-ID   TO DTL-ATTENDING.
           MOVE ERR-MSG             TO DTL-REASON.
           WRITE ALGXRPT-REC FROM RPT-DETAIL-LINE.
           ADD +1 TO EXCEPTIONS-LISTED.

           PERFORM 200-LIST-ALLERGIES THRU 200-EXIT.
           IF WS-SEVERE-COUNT > ZERO
               ADD +1 TO SEVERE-EXCEPTIONS.

       100-READ-NEXT.
           PERFORM 900-READ-TRMTERR THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LIST-ALLERGIES - PRINT EVERY ACTIVE ALLERGY ON FILE     *
      *    FOR THE PATIENT UNDER THE EXCEPTION LINE.                   *
      ******************************************************************
       200-LIST-ALLERGIES.
           MOVE "200-LIST-ALLERGIES" TO PARA-NAME.
           MOVE ZERO TO WS-SEVERE-COUNT.
           MOVE "N" TO ALLERGY-SCAN-SW.
           MOVE LOW-VALUES TO ALLERGY-REC-KEY.
           MOVE PATIENT-KEY IN PATMSTR-REC TO ALLERGY-REC-KEY(1:6).
           START ALLERGY KEY NOT < ALLERGY-REC-KEY.
           IF NOT ALLERGY-OK
               GO TO 200-EXIT.
           PERFORM 210-LIST-ONE-ALLERGY THRU 210-EXIT
               UNTIL ALLERGY-SCAN-DONE.
       200-EXIT.
           EXIT.

       210-LIST-ONE-ALLERGY.
           READ ALLERGY NEXT RECORD INTO PATIENT-ALLERGY-REC
               AT END MOVE "Y" TO ALLERGY-SCAN-SW
               GO TO 210-EXIT
           END-READ.
           IF ALG-PATIENT-ID NOT = PATIENT-KEY IN PATMSTR-REC
               MOVE "Y" TO ALLERGY-SCAN-SW
               GO TO 210-EXIT.
           IF NOT ALG-IS-ACTIVE
               GO TO 210-EXIT.

           IF ALG-IS-DRUG-CLASS
               MOVE 'DRUG CLASS' TO ALD-TYPE
           ELSE
               MOVE 'MEDICATION' TO ALD-TYPE.
           MOVE ALG-ALLERGEN      TO ALD-ALLERGEN.
           MOVE ALG-SEVERITY      TO ALD-SEVERITY.
           MOVE ALG-REACTION      TO ALD-REACTION.
           MOVE ALG-DATE-RECORDED TO ALD-DATE-RECORDED.
           IF ALG-SEVERE
               MOVE '** SEVERE' TO ALD-SEVERE-FLAG
               ADD +1 TO WS-SEVERE-COUNT
           ELSE
               MOVE SPACES TO ALD-SEVERE-FLAG.
           WRITE ALGXRPT-REC FROM RPT-ALLERGY-LINE.
       210-EXIT.
           EXIT.

       900-READ-TRMTERR.
           READ TRMTERR
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'TRMTERR RECORDS READ:         ' TO RPT-TOTAL-LABEL.
           MOVE RECORDS-READ TO RPT-TOTAL-COUNT.
           WRITE ALGXRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ALLERGY EXCEPTIONS LISTED:    ' TO RPT-TOTAL-LABEL.
           MOVE EXCEPTIONS-LISTED TO RPT-TOTAL-COUNT.
           WRITE ALGXRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'WITH A SEVERE ALLERGY:        ' TO RPT-TOTAL-LABEL.
           MOVE SEVERE-EXCEPTIONS TO RPT-TOTAL-COUNT.
           WRITE ALGXRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE TRMTERR, PATMSTR, ALLERGY, ALGXRPT.
           IF SEVERE-EXCEPTIONS > ZERO
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           DISPLAY "** ALLERGY EXCEPTIONS LISTED " EXCEPTIONS-LISTED.
           DISPLAY "** WITH A SEVERE ALLERGY     " SEVERE-EXCEPTIONS.
           DISPLAY "******** NORMAL END OF JOB ALGXRPT ********".
       999-EXIT.
           EXIT.
