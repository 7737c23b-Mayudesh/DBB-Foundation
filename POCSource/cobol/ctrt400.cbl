      * THE FIELD EDITS HERE ARE THE SAME CHECKS BNCHS602 APPLIES   *
      * IN 300-FIELD-EDITS, SO GARBAGE IS STOPPED AT THE KEYBOARD   *
      * INSTEAD OF SHOWING UP ON TRMTERR THE NEXT MORNING.          *
      *                                                             *
      * A MEDICATION THAT MATCHES ONE OF THE PATIENT'S ACTIVE       *
      * ALLERGIES (SEE ALLERGY) - BY MEDICATION-ID OR BY DRUG       *
      * CLASS - IS HELD WITH A WARNING.  THE NURSE MAY PRESS PF5 TO *
      * SEND IT ANYWAY (THE ORDER WAS WRITTEN KNOWING THE ALLERGY); *
      * BNCHS602 STILL ROUTES IT TO TRMTERR FOR PHARMACY REVIEW.    *
      *                                                             *
      * AN ATTENDING OR PRESCRIBING PHYSICIAN WHOSE HOSPITAL        *
      * PRIVILEGES (DDS0001.PROVIDER) DO NOT COVER THE TREATMENT    *
      * DATE IS REJECTED OUTRIGHT - THERE IS NO OVERRIDE.           *
      ***************************************************************

       ENVIRONMENT DIVISION.
           03  WS-ANCCHG-NUM REDEFINES WS-ANCCHG-X
                                           PIC 9(03)V99.
           03  WS-DATE-RC                  PIC S9(04) VALUE ZEROS.
           03  WS-ALG-SCAN-SW              PIC X(01) VALUE 'N'.
               88  WS-ALG-SCAN-DONE        VALUE 'Y'.
           03  WS-ALG-MATCH-SW             PIC X(01) VALUE 'N'.
               88  WS-ALG-MATCHED          VALUE 'Y'.
           03  WS-MED-DRUG-CLASS           PIC X(08) VALUE SPACES.
           03  WS-MED-LOOKUP-ID            PIC X(08) VALUE SPACES.
           03  WS-PRIV-LAPSED-SW           PIC X(01) VALUE 'N'.
               88  WS-PRIV-LAPSED          VALUE 'Y'.

      *--- ALLERGY WARNING TEXT BUILT FOR MSGO.
       01  WS-ALLERGY-WARNING.
           03  FILLER                      PIC X(25) VALUE
               'ALLERGY WARNING: PATIENT '.
           03  FILLER                      PIC X(15) VALUE
               'IS ALLERGIC TO '.
           03  WS-ALG-WARN-ALLERGEN        PIC X(08) VALUE SPACES.
           03  FILLER                      PIC X(06) VALUE
               ' (SEV '.
           03  WS-ALG-WARN-SEVERITY        PIC X(01) VALUE SPACES.
           03  FILLER                      PIC X(24) VALUE
               '). PF5 TO SEND ANYWAY.  '.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
       COPY BTRT400.
      *--- COPY DATASET COPYLIB HERE.
       COPY TREATMNT.
       COPY ALLERGY.
       COPY PROVIDER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(01).
               GO TO 0100-EXIT
           END-IF.

      *--- A CLEAN RECORD IS STILL HELD ON AN ALLERGY MATCH UNLESS
      *--- THE NURSE HAS PRESSED PF5 TO ACKNOWLEDGE THE WARNING.
           IF EIBAID NOT = DFHPF5
               PERFORM 0320-CHECK-ALLERGY THRU 0320-EXIT
               IF WS-ALG-MATCHED
                   PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                   GO TO 0100-EXIT
               END-IF
           END-IF.

      *--- APPEND THE EDITED RECORD TO THE ONLINE CAPTURE DATASET.
      *--- TRMT IS AN EXTRAPARTITION TD QUEUE ASSIGNED TO
      *--- DDS0001.TRMTONLQ; THE NIGHTLY TRMTONLM STEP MERGES IT
              GO TO 0300-EXIT
           END-IF.

      *--- AN OUTPATIENT TREATMENT ATTACHES TO ITS ENCNTR VISIT, NOT
      *--- A BED - BNCHS602 CHECKS THE VISIT IS OPEN.
           IF OUTPATIENT-TREATMENT
              IF VISITI NOT NUMERIC
                 MOVE 'OUTPATIENT NEEDS A NUMERIC VISIT NUMBER.'
                      TO MSGO
                 GO TO 0300-EXIT
              END-IF
              MOVE VISITI TO ENCOUNTER-VISIT-NO
              IF ENCOUNTER-VISIT-NO = ZERO
                 MOVE 'OUTPATIENT NEEDS A NUMERIC VISIT NUMBER.'
                      TO MSGO
                 GO TO 0300-EXIT
              END-IF
              MOVE ZERO TO BED-IDENTITY IN INPATIENT-TREATMENT-REC
           ELSE
              IF BEDIDI NOT NUMERIC
                 MOVE 'NON-NUMERIC BED-IDENTITY. PLEASE TRY AGAIN.'
                      TO MSGO
                 GO TO 0300-EXIT
              END-IF
              MOVE BEDIDI TO BED-IDENTITY IN INPATIENT-TREATMENT-REC
           END-IF.

           MOVE MEDCOSTI TO WS-MEDCOST-X.
           IF WS-MEDCOST-NUM NOT NUMERIC
               END-IF
           END-IF.

           PERFORM 0310-CHECK-PRIVILEGES THRU 0310-EXIT.

       0300-EXIT.
            EXIT.

      ***************************************************************
      * 0310-CHECK-PRIVILEGES - SAME PRIVILEGE EDIT AS BNCHS602     *
      *   640-CHECK-PHYS-PRIVILEGES: BOTH PHYSICIANS MUST HOLD      *
      *   UNSUSPENDED PRIVILEGES COVERING THE TREATMENT DATE.       *
      ***************************************************************
       0310-CHECK-PRIVILEGES.

           MOVE ATTENDING-PHYS-ID TO PROVIDER-ID.
           PERFORM 0315-GET-PRIVILEGE THRU 0315-EXIT.
           IF WS-PRIV-LAPSED
              MOVE 'ATTENDING PHYSICIAN PRIVILEGES LAPSED ON TRT DATE.'
                   TO MSGO
              GO TO 0310-EXIT
           END-IF.

           IF PRESCRIBING-PHYS-ID = ATTENDING-PHYS-ID
              GO TO 0310-EXIT
           END-IF.
           MOVE PRESCRIBING-PHYS-ID TO PROVIDER-ID.
           PERFORM 0315-GET-PRIVILEGE THRU 0315-EXIT.
           IF WS-PRIV-LAPSED
              MOVE 'PRESCRIBING PHYS PRIVILEGES LAPSED ON TRT DATE.'
                   TO MSGO
           END-IF.

       0310-EXIT.
            EXIT.

       0315-GET-PRIVILEGE.
           MOVE 'N' TO WS-PRIV-LAPSED-SW.
           EXEC SQL
              SELECT PRIVILEGE_CATEGORY,
                     PRIVILEGE_START_DATE,
                     PRIVILEGE_END_DATE
              INTO :PRIVILEGE-CATEGORY,
                   :PRIVILEGE-START-DATE,
                   :PRIVILEGE-END-DATE
              FROM DDS0001.PROVIDER
              WHERE PROVIDER_ID = :PROVIDER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PRIV-LAPSED-SW
              GO TO 0315-EXIT
           END-IF.
           IF PRIVILEGE-CATEGORY = 'S'
              OR PRIVILEGE-START-DATE = SPACES
              OR PRIVILEGE-END-DATE = SPACES
              OR TREATMENT-DATE < PRIVILEGE-START-DATE
              OR TREATMENT-DATE > PRIVILEGE-END-DATE
              MOVE 'Y' TO WS-PRIV-LAPSED-SW
           END-IF.
       0315-EXIT.
            EXIT.

      ***************************************************************
      * 0320-CHECK-ALLERGY - BROWSE THE PATIENT'S ALLERGY RECORDS   *
      *   AND COMPARE EACH ACTIVE ONE TO THE MEDICATION-ID, OR TO   *
      *   THE MEDICATION'S DRUG CLASS FROM DDS0001.MEDICATION.  A   *
      *   MATCH SETS WS-ALG-MATCHED AND THE WARNING IN MSGO.        *
      ***************************************************************
       0320-CHECK-ALLERGY.

           MOVE 'N' TO WS-ALG-MATCH-SW.
           MOVE 'N' TO WS-ALG-SCAN-SW.

           MOVE SPACES        TO WS-MED-DRUG-CLASS.
           MOVE MEDICATION-ID TO WS-MED-LOOKUP-ID.
           EXEC SQL
              SELECT DRUG_CLASS
              INTO :WS-MED-DRUG-CLASS
              FROM DDS0001.MEDICATION
              WHERE MEDICATION_ID = :WS-MED-LOOKUP-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-MED-DRUG-CLASS
           END-IF.

           MOVE LOW-VALUES TO ALG-KEY.
           MOVE PATIDI     TO ALG-PATIENT-ID.
           EXEC CICS STARTBR
                     DATASET('ALLERGY')
                     RIDFLD(ALG-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 0320-EXIT
           END-IF.

           PERFORM 0330-SCAN-ALLERGY THRU 0330-EXIT
               UNTIL WS-ALG-SCAN-DONE.

           EXEC CICS ENDBR
                     DATASET('ALLERGY')
           END-EXEC.

           IF WS-ALG-MATCHED
              MOVE ALG-ALLERGEN      TO WS-ALG-WARN-ALLERGEN
              MOVE ALG-SEVERITY      TO WS-ALG-WARN-SEVERITY
              MOVE WS-ALLERGY-WARNING TO MSGO
           END-IF.

       0320-EXIT.
            EXIT.

       0330-SCAN-ALLERGY.
           EXEC CICS READNEXT
                     DATASET('ALLERGY')
                     INTO(PATIENT-ALLERGY-REC)
                     RIDFLD(ALG-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ALG-SCAN-SW
              GO TO 0330-EXIT
           END-IF.
           IF ALG-PATIENT-ID NOT = PATIDI
              MOVE 'Y' TO WS-ALG-SCAN-SW
              GO TO 0330-EXIT
           END-IF.
           IF NOT ALG-IS-ACTIVE
              GO TO 0330-EXIT
           END-IF.
           IF (ALG-IS-MEDICATION AND ALG-ALLERGEN = MEDICATION-ID)
            OR (ALG-IS-DRUG-CLASS AND WS-MED-DRUG-CLASS NOT = SPACES
                AND ALG-ALLERGEN = WS-MED-DRUG-CLASS)
              MOVE 'Y' TO WS-ALG-MATCH-SW
              MOVE 'Y' TO WS-ALG-SCAN-SW
           END-IF.
       0330-EXIT.
            EXIT.

       0200-SEND-LOOP.

           EXEC CICS ASKTIME
