                  ACCESS MODE  is RANDOM
                  RECORD KEY   is EDITRULE-REC-KEY
                  FILE STATUS  is EDITRULE-STATUS.

           SELECT ALLERGY
                  ASSIGN       to ALLERGY
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is ALLERGY-REC-KEY
                  FILE STATUS  is ALLERGY-STATUS.

           SELECT EQUIPMST
                  ASSIGN       to EQUIPMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is EQUIPMST-REC-KEY
                  FILE STATUS  is EQUIPMST-STATUS.

           SELECT BEDMSTR
                  ASSIGN       to BEDMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is BED-MSTR-REC-KEY
                  FILE STATUS  is BEDMSTR-STATUS.

           SELECT ENCNTR
                  ASSIGN       to ENCNTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ENCNTR-REC-KEY
                  FILE STATUS  is ENCNTR-STATUS.

           SELECT ENCCHG
                  ASSIGN       to ENCCHG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ENCCHG-REC-KEY
                  FILE STATUS  is ENCCHG-STATUS.
006700                                                                  00670001
006800 DATA DIVISION.                                                   00680001
006900 FILE SECTION.                                                    00690001
           05 EDITRULE-REC-KEY PIC X(08).
           05 FILLER           PIC X(72).

      ** VSAM FILE - PATIENT ALLERGY REGISTRY (SEE ALLERGY)
       FD  ALLERGY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALLERGY-FD-REC.
       01  ALLERGY-FD-REC.
           05 ALLERGY-REC-KEY  PIC X(15).
           05 FILLER           PIC X(65).

      ** VSAM FILE - BIOMEDICAL EQUIPMENT MASTER (SEE EQUIPMST)
       FD  EQUIPMST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EQUIPMST-FD-REC.
       01  EQUIPMST-FD-REC.
           05 EQUIPMST-REC-KEY PIC X(08).
           05 FILLER           PIC X(112).

      ** VSAM FILE - BED MASTER, FOR THE TREATMENT BED'S WARD
       FD  BEDMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BEDMSTR-FD-REC.
       01  BEDMSTR-FD-REC.
           05 BED-MSTR-REC-KEY PIC 9(04).
           05 FILLER           PIC X(76).

      ** VSAM FILE - OUTPATIENT ENCOUNTERS (SEE ENCNTR)
       FD  ENCNTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ENCNTR-FD-REC.
       01  ENCNTR-FD-REC.
           05 ENCNTR-REC-KEY   PIC X(09).
           05 FILLER           PIC X(111).

      ** VSAM FILE - CHARGES POSTED TO OUTPATIENT ENCOUNTERS
       FD  ENCCHG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ENCCHG-FD-REC.
       01  ENCCHG-FD-REC.
           05 ENCCHG-REC-KEY   PIC X(36).
           05 FILLER           PIC X(44).

      ** QSAM FILE - CHARGES AGAINST ALREADY-BILLED STAYS, FOR THE
      ** LATECLM ADJUSTMENT-CLAIM RUN
       FD  LATECHG
               88 STAY-NOT-BILLED      VALUE "23".
           05  EDITRULE-STATUS         PIC X(2).
               88 EDITRULE-FOUND       VALUE "00".
           05  ALLERGY-STATUS          PIC X(2).
               88 ALLERGY-OK           VALUE "00".
           05  EQUIPMST-STATUS         PIC X(2).
               88 EQUIPMST-OK          VALUE "00".
           05  BEDMSTR-STATUS          PIC X(2).
               88 BED-FOUND            VALUE "00".
           05  ENCNTR-STATUS           PIC X(2).
               88 ENCOUNTER-FOUND      VALUE "00".
           05  ENCCHG-STATUS           PIC X(2).
               88 ENCCHG-OK            VALUE "00".
               88 ENCCHG-DUP           VALUE "22".
       01  CUST-REC.                                                     0000900
           05  CUST-KEY.                                                00009100
               10  CUST-ID             PIC X(5).                        00009200
           05  WS-CKPT-REMAINDER       PIC 9(07) COMP VALUE 0.
           05  WS-RESTART-SW           PIC X(01) VALUE "N".
               88  THIS-IS-A-RESTART   VALUE "Y".
           05  WS-POSTING-DATE         PIC 9(08) VALUE 0.
           05  CHARGES-ALREADY-POSTED  PIC 9(07) COMP VALUE 0.

      *    WS-BALANCE-TOLERANCE IS THE LARGEST IMMATERIAL DIFFERENCE,
      *    IN DOLLARS, ALLOWED BETWEEN AN ACCUMULATED CHARGE TOTAL AND
               88 TREATMENT-NOT-COVERED VALUE "Y".
           05  LATE-CHARGE-SW          PIC X(01) VALUE "N".
               88 TREATMENT-IS-LATE     VALUE "Y".
           05  ALLERGY-SCAN-SW         PIC X(01) VALUE "N".
               88 ALLERGY-SCAN-DONE     VALUE "Y".
021500                                                                  02150001

      *    THE PLAN'S EXCLUSIONS COLUMN IS A LIST OF UP TO FIFTEEN
       COPY HLTHPLAN.
       COPY PREAUTH.
       COPY DIAGMSTR.
      ** PATIENT ALLERGY REGISTRY, AND THE DRUG CLASS OF THE
      ** TREATMENT'S MEDICATION FROM DDS0001.MEDICATION FOR THE
      ** CLASS-LEVEL ALLERGY MATCH.
       COPY ALLERGY.
       01  WS-MED-DRUG-CLASS           PIC X(08) VALUE SPACES.
      ** PHYSICIAN PRIVILEGE EDIT - THE PRIVILEGE COLUMNS OF
      ** DDS0001.PROVIDER MUST COVER THE TREATMENT DATE.
       01  PRIVILEGE-CHECK-FIELDS.
           05 WS-PRIV-LAPSED-SW        PIC X(01) VALUE "N".
              88 PRIVILEGE-LAPSED VALUE "Y".
      ** WARD EQUIPMENT EDIT - EVERY WARD/TYPE PAIR WITH AT LEAST ONE
      ** IN-SERVICE UNIT ON EQUIPMST, LOADED AT HOUSEKEEPING.  AN
      ** EMPTY TABLE (NO EQUIPMST) LEAVES THE EDIT OUT OF FORCE.
       COPY EQUIPMST.
       COPY BEDMSTR.
      ** OUTPATIENT TREATMENTS CHARGE TO THE PATIENT'S OPEN ENCNTR
      ** VISIT; EACH ACCEPTED ONE IS POSTED TO ENCCHG FOR CLMEXTR.
       COPY ENCNTR.
       COPY ENCCHG.
       01  WARD-EQUIPMENT-TABLE.
           05 WEQ-COUNT                PIC S9(04) COMP VALUE +0.
           05 WEQ-ENTRY OCCURS 1000 TIMES.
              10 WEQ-WARD-ID           PIC X(04).
              10 WEQ-TYPE              PIC X(04).
       01  WARD-EQUIPMENT-FIELDS.
           05 WEQ-SUB                  PIC S9(04) COMP VALUE +0.
           05 WS-EQUIP-WARD-ID         PIC X(04) VALUE SPACES.
           05 WS-EQUIPMST-EOF-SW       PIC X(01) VALUE "N".
              88 EQUIPMST-LOAD-DONE VALUE "Y".
      ** RUN-CONTROL INTERLOCK FOR THE NIGHTLY CHAIN - THE EDIT MUST
      ** NOT RUN UNTIL CHGPRICE COMPLETED FOR THE SAME DATE.
       COPY RUNCTLP.
022800     EXEC SQL INCLUDE HOSPBED END-EXEC.                           02280001
022900     EXEC SQL INCLUDE DIAGCODE END-EXEC.                          02290001
022910     EXEC SQL INCLUDE MEDINTER END-EXEC.                          02291001
           EXEC SQL INCLUDE PROVIDER END-EXEC.
023000                                                                  02300001
023100 COPY SQLCA.                                                      02310001
023200                                                                  02320001

024800     INITIALIZE COUNTERS-AND-ACCUMULATORS.                        02480001
           PERFORM 170-LOAD-EDIT-RULES THRU 170-EXIT.
           PERFORM 180-LOAD-WARD-EQUIPMENT THRU 180-EXIT.
024810     PERFORM 150-CHECK-RESTART THRU 150-EXIT.                     02481001
024900     PERFORM 800-OPEN-FILES THRU 800-EXIT.                        02490001
024920     IF THIS-IS-A-RESTART                                         02492001
       170-EXIT.
           EXIT.

      ******************************************************************
      *    180-LOAD-WARD-EQUIPMENT - TABLE EACH WARD/TYPE PAIR THAT    *
      *    HAS AN IN-SERVICE UNIT ON THE BIOMED EQUIPMENT MASTER.      *
      ******************************************************************
       180-LOAD-WARD-EQUIPMENT.
           MOVE "180-LOAD-WARD-EQUIPMENT" TO PARA-NAME.
           OPEN INPUT EQUIPMST.
           IF NOT EQUIPMST-OK
               DISPLAY "** EQUIPMST NOT AVAILABLE - WARD EQUIPMENT "
                       "EDIT NOT IN FORCE"
               GO TO 180-EXIT.
           MOVE "N" TO WS-EQUIPMST-EOF-SW.
           PERFORM 185-TABLE-ONE-UNIT THRU 185-EXIT
               UNTIL EQUIPMST-LOAD-DONE.
           CLOSE EQUIPMST.
       180-EXIT.
           EXIT.

       185-TABLE-ONE-UNIT.
           READ EQUIPMST INTO EQUIPMENT-MASTER-REC
               AT END MOVE "Y" TO WS-EQUIPMST-EOF-SW
               GO TO 185-EXIT
           END-READ.
           IF NOT EQP-IN-SERVICE
               GO TO 185-EXIT.
           MOVE EQP-WARD-ID TO WS-EQUIP-WARD-ID.
           PERFORM 187-FIND-WARD-TYPE THRU 187-EXIT
               VARYING WEQ-SUB FROM 1 BY 1
               UNTIL WEQ-SUB > WEQ-COUNT
               OR (WEQ-WARD-ID (WEQ-SUB) = WS-EQUIP-WARD-ID
                   AND WEQ-TYPE (WEQ-SUB) = EQP-TYPE).
           IF WEQ-SUB NOT > WEQ-COUNT
               GO TO 185-EXIT.
           IF WEQ-COUNT >= 1000
               DISPLAY "** WARD EQUIPMENT TABLE FULL AT 1000, ASSET "
                       EQP-ASSET-ID " NOT TABLED"
               GO TO 185-EXIT.
           ADD +1 TO WEQ-COUNT.
           MOVE EQP-WARD-ID TO WEQ-WARD-ID (WEQ-COUNT).
           MOVE EQP-TYPE    TO WEQ-TYPE (WEQ-COUNT).
       185-EXIT.
           EXIT.

       187-FIND-WARD-TYPE.
       187-EXIT.
           EXIT.

025602******************************************************************02560201
025604*    RESTART SUPPORT -- CHECKPOINT/RESTART LOGIC FOLLOWS          02560401
025606*    A RERUN RESUMES PAST THE LAST CHECKPOINT WRITTEN.            02560601
025608******************************************************************02560801
025610 150-CHECK-RESTART.                                               02561001
025612     MOVE "150-CHECK-RESTART" TO PARA-NAME.                       02561201
           MOVE WS-RUNCTL-DATE TO WS-POSTING-DATE.
025614     MOVE "N" TO WS-CHKPNT-EOF-SW.                                02561401
025616     OPEN INPUT CHKPNT.                                           02561601
025618     IF CHKPNT-STATUS = "00"                                      02561801
025660             MOVE CKPT-MEDICATION-CHARGES TO WS-MEDICATION-CHARGES02566001
025662             MOVE CKPT-PHARMACY-CHARGES   TO WS-PHARMACY-CHARGES  02566201
             MOVE CKPT-RECORDS-NOT-COVERED TO RECORDS-NOT-COVERED
             IF CKPT-POSTING-DATE NUMERIC AND CKPT-POSTING-DATE > 0
                 MOVE CKPT-POSTING-DATE TO WS-POSTING-DATE
             END-IF
025664     END-READ.                                                    02566401
025666 155-EXIT.                                                        02566601
025668     EXIT.                                                        02566801
026400         ADD +1 TO RECORDS-IN-ERROR                               02640001
026500         PERFORM 710-WRITE-TRMTERR THRU 710-EXIT                  02650001
026600     ELSE                                                         02660001
026700         PERFORM 700-WRITE-TRMTEDIT THRU 700-EXIT                 02670001
               IF OUTPATIENT-TREATMENT
                   PERFORM 750-POST-ENCOUNTER-CHARGE THRU 750-EXIT
               END-IF.
026750     PERFORM 940-CHECK-CHECKPOINT THRU 940-EXIT.                  02675001
026800     PERFORM 900-READ-TRMTDATA THRU 900-EXIT.                     02680001
026900 100-EXIT.                                                        02690001
029700        MOVE "Y" TO ERROR-FOUND-SW                                02970001
029800        GO TO 300-EXIT.                                           02980001
029900                                                                  02990001
      ****** AN OUTPATIENT TREATMENT CARRIES ITS ENCNTR VISIT
      ****** NUMBER INSTEAD OF A BED
           IF  OUTPATIENT-TREATMENT
               IF ENCOUNTER-VISIT-NO NOT NUMERIC
                  OR ENCOUNTER-VISIT-NO = ZERO
                   MOVE "*** OUTPATIENT WITH NO ENCOUNTER VISIT" TO
                   ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
                   MOVE "Y" TO ERROR-FOUND-SW
                   GO TO 300-EXIT
               END-IF
           ELSE
030000     IF BED-IDENTITY IN INPATIENT-TREATMENT-REC NOT NUMERIC       03000001
030100        MOVE "*** NON-NUMERIC BED-IDENTITY" TO                    03010001
030200        ERR-MSG IN INPATIENT-TREATMENT-REC-ERR                    03020001
      ****** ALREADY ON THE REGISTER IS A LATE CHARGE - IT ROUTES TO
      ****** THE LATE-CHARGE FILE FOR AN ADJUSTMENT CLAIM, NOT INTO
      ****** A CLAIM THAT ALREADY WENT OUT THE DOOR.
      ****** AN OUTPATIENT CHARGE HAS NO STAY - ITS ENCOUNTER MUST
      ****** BE OPEN, AND ONE THAT HAS ALREADY BILLED MAKES IT A
      ****** LATE CHARGE THE SAME WAY.
           IF  OUTPATIENT-TREATMENT
               PERFORM 570-CHECK-ENCOUNTER THRU 570-EXIT
               IF RECORD-ERROR-FOUND OR TREATMENT-IS-LATE
                   GO TO 500-EXIT
               END-IF
           ELSE
           IF  PATIENT-STAY-DISCHARGED
               MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                   TO STAYBILL-REC-KEY
                   MOVE "Y" TO LATE-CHARGE-SW
                   GO TO 500-EXIT
               END-IF
           END-IF
           END-IF.
050300                                                                  05030001
      ****** AN OUTPATIENT VISIT HAS NO HOSPITAL STAY TO MEASURE
           IF  NOT OUTPATIENT-TREATMENT
041100     AND (HOSPITAL-STAY-LTH > WS-STAY-HIGH-LIMIT                  04110001
041200     OR  HOSPITAL-STAY-LTH < WS-STAY-LOW-LIMIT)                   04120001
041300         MOVE "*** INVALID HOSPITAL STAY LTH" TO                  04130001
041400         ERR-MSG IN INPATIENT-TREATMENT-REC-ERR                   04140001
               MOVE "Y" TO ERROR-FOUND-SW
               GO TO 500-EXIT.

      ****** AN EQUIPMENT CHARGE NEEDS AN IN-SERVICE UNIT OF THAT
      ****** TYPE ASSIGNED TO THE PATIENT'S WARD.  AN OUTPATIENT HAS
      ****** NO BED AND SO NO WARD TO CHECK.
           IF  NOT OUTPATIENT-TREATMENT
               PERFORM 560-CHECK-WARD-EQUIPMENT THRU 560-EXIT
               IF RECORD-ERROR-FOUND
                   GO TO 500-EXIT
               END-IF
           END-IF.

      ****** FLAG A TREATMENT TYPE THE PATIENT'S PLAN EXCLUDES
      ****** BEFORE IT EVER REACHES PRICING
           PERFORM 520-CHECK-PLAN-EXCLUSIONS THRU 520-EXIT.
       540-EXIT.
           EXIT.

      ******************************************************************
      *    560-CHECK-WARD-EQUIPMENT - EACH LAB-TABLE ROW CARRYING AN   *
      *    EQUIPMENT CHARGE AND AN EQUIPMENT TYPE MUST NAME A TYPE     *
      *    WITH AN IN-SERVICE UNIT ON THE WARD OF THE TREATMENT BED.   *
      *    ROWS WITH NO TYPE (OLDER FEEDS) AND BEDS NOT ON BEDMSTR     *
      *    (THE HOSP_BED EDIT'S JOB) ARE LEFT ALONE.                   *
      ******************************************************************
       560-CHECK-WARD-EQUIPMENT.
           MOVE "560-CHECK-WARD-EQUIPMENT" TO PARA-NAME.
           IF WEQ-COUNT = ZERO
               GO TO 560-EXIT.
           MOVE BED-IDENTITY IN INPATIENT-TREATMENT-REC
               TO BED-MSTR-REC-KEY.
           READ BEDMSTR INTO BED-MASTER-REC.
           IF NOT BED-FOUND
               GO TO 560-EXIT.
           MOVE BED-WARD-ID TO WS-EQUIP-WARD-ID.
           PERFORM 565-CHECK-ONE-EQUIP-ROW THRU 565-EXIT
               VARYING ROW-SUB FROM 1 BY 1
               UNTIL ROW-SUB > 12 OR RECORD-ERROR-FOUND.
       560-EXIT.
           EXIT.

      ******************************************************************
      *    570-CHECK-ENCOUNTER - AN OUTPATIENT ('O') TREATMENT MUST    *
      *    NAME AN ENCNTR VISIT FOR THE PATIENT THAT IS STILL OPEN.    *
      *    A VISIT THAT HAS ALREADY BILLED ROUTES THE CHARGE TO THE    *
      *    LATE-CHARGE FILE FOR AN ADJUSTMENT CLAIM; ONE CLOSED BUT    *
      *    NOT YET BILLED, OR CANCELLED, IS AN ERROR FOR REGISTRATION  *
      *    TO REOPEN OR CORRECT ON CENC400.                            *
      ******************************************************************
       570-CHECK-ENCOUNTER.
           MOVE "570-CHECK-ENCOUNTER" TO PARA-NAME.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
               TO ENC-PATIENT-ID.
           MOVE ENCOUNTER-VISIT-NO TO ENC-VISIT-NO.
           MOVE ENC-KEY TO ENCNTR-REC-KEY.
           READ ENCNTR INTO ENCOUNTER-REC.
           IF NOT ENCOUNTER-FOUND
               MOVE "*** ENCOUNTER VISIT NOT ON ENCNTR" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               GO TO 570-EXIT.
           IF ENC-BILLED
               MOVE "Y" TO LATE-CHARGE-SW
               GO TO 570-EXIT.
           IF NOT ENC-OPEN
               MOVE "*** ENCOUNTER VISIT IS NOT OPEN" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW.
       570-EXIT.
           EXIT.

       565-CHECK-ONE-EQUIP-ROW.
           IF LAB-EQUIP-TYPE (ROW-SUB) = SPACES
               GO TO 565-EXIT.
           IF EQUIPMENT-CHARGES (ROW-SUB) NOT NUMERIC
                   OR EQUIPMENT-CHARGES (ROW-SUB) = ZERO
               GO TO 565-EXIT.
           PERFORM 187-FIND-WARD-TYPE THRU 187-EXIT
               VARYING WEQ-SUB FROM 1 BY 1
               UNTIL WEQ-SUB > WEQ-COUNT
               OR (WEQ-WARD-ID (WEQ-SUB) = WS-EQUIP-WARD-ID
                   AND WEQ-TYPE (WEQ-SUB) = LAB-EQUIP-TYPE (ROW-SUB)).
           IF WEQ-SUB > WEQ-COUNT
               MOVE "*** NO IN-SERVICE EQUIP OF TYPE ON WARD" TO
                   ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW.
       565-EXIT.
           EXIT.

       530-MATCH-EXCLUDED-TYPE.
           IF WS-EXCLUDED-TYPE(EXCL-SUB) = SPACES
               GO TO 530-EXIT.
055000         WRITE SYSOUT-REC FROM ABEND-REC                          05500001
055100         GO TO 1000-DB2-ERROR-RTN.                                05510001
055200                                                                  05520001
      ****** AN OUTPATIENT HAS NO BED - ITS ENCOUNTER WAS CHECKED
      ****** IN 570-CHECK-ENCOUNTER.
           IF OUTPATIENT-TREATMENT
               GO TO 600-CHECK-PHYSICIAN.

055300****** CHECK FOR VALID BED IDENTITY                               05530001
055400     MOVE BED-IDENTITY IN INPATIENT-TREATMENT-REC TO BED-ID.      05540001
055500     EXEC SQL                                                     05550001
058100         WRITE SYSOUT-REC FROM ABEND-REC                          05810001
058200         GO TO 1000-DB2-ERROR-RTN.                                05820001
058300                                                                  05830001
       600-CHECK-PHYSICIAN.
058400****** CHECK FOR VALID PHYSICIAN-ID                               05840001
058500     MOVE ATTENDING-PHYS-ID TO PRIMARY-PHYSICIAN-ID.              05850001
058600     EXEC SQL                                                     05860001
061100         WRITE SYSOUT-REC FROM ABEND-REC                          06110001
061200         GO TO 1000-DB2-ERROR-RTN.                                06120001
061300                                                                  06130001
      ****** BOTH PHYSICIANS MUST HOLD CURRENT HOSPITAL PRIVILEGES
      ****** ON THE TREATMENT DATE
           PERFORM 640-CHECK-PHYS-PRIVILEGES THRU 640-EXIT.
           IF RECORD-ERROR-FOUND
               GO TO 600-EXIT.

061400****** CHECK FOR VALID MEDICATION-ID                              06140001
061500     MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC TO             06150001
061600            MEDICATION-ID IN DCLMEDICATION.                       06160001
064770     IF RECORD-ERROR-FOUND                                        06477001
064780         GO TO 600-EXIT.                                          06478001
064790                                                                  06479001
      ****** CHECK NEW MEDICATION AGAINST THE PATIENT'S ALLERGIES
           PERFORM 620-CHECK-PATIENT-ALLERGY THRU 620-EXIT.
           IF RECORD-ERROR-FOUND
               GO TO 600-EXIT.
064800****** CHECK FOR VALID SUPERVISOR NURSE-ID                        06480001
064900     MOVE SUPERVISOR-NURSE-ID TO SUPERVISE-NURSE-ID.              06490001
065000     EXEC SQL                                                     06500001
071770                                                                  07177001
071780 610-EXIT.                                                        07178001
071790     EXIT.                                                        07179001

      ******************************************************************
      *    620-CHECK-PATIENT-ALLERGY - LOOK UP THE MEDICATION'S DRUG   *
      *    CLASS, THEN BROWSE THE PATIENT'S ALLERGY RECORDS.  AN       *
      *    ACTIVE ALLERGY TO THE MEDICATION-ID OR TO ITS CLASS SENDS   *
      *    THE RECORD TO TRMTERR; ALGXRPT LISTS THOSE FOR PHARMACY.    *
      ******************************************************************
       620-CHECK-PATIENT-ALLERGY.
           MOVE "620-CHECK-PATIENT-ALLERGY" TO PARA-NAME.
           MOVE SPACES TO WS-MED-DRUG-CLASS.
           EXEC SQL
              SELECT DRUG_CLASS
                             INTO :WS-MED-DRUG-CLASS
              FROM DDS0001.MEDICATION
              WHERE MEDICATION_ID = :DCLMEDICATION.MEDICATION-ID
           END-EXEC.

           IF SQLCODE = +100
               MOVE SPACES TO WS-MED-DRUG-CLASS
           ELSE
           IF SQLCODE < 0
               MOVE "***  FATAL DB2 ERROR" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               move sqlcode to  EXPECTED-VAL
               move PATIENT-ID IN INPATIENT-TREATMENT-REC
                               to ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 1000-DB2-ERROR-RTN.

           MOVE "N" TO ALLERGY-SCAN-SW.
           MOVE LOW-VALUES TO ALLERGY-REC-KEY.
           MOVE PATIENT-KEY IN PATIENT-MASTER-REC
               TO ALLERGY-REC-KEY(1:6).
           START ALLERGY KEY NOT < ALLERGY-REC-KEY.
           IF NOT ALLERGY-OK
               GO TO 620-EXIT.
           PERFORM 630-MATCH-ONE-ALLERGY THRU 630-EXIT
               UNTIL ALLERGY-SCAN-DONE.
       620-EXIT.
           EXIT.

       630-MATCH-ONE-ALLERGY.
           READ ALLERGY NEXT RECORD INTO PATIENT-ALLERGY-REC
               AT END MOVE "Y" TO ALLERGY-SCAN-SW
               GO TO 630-EXIT
           END-READ.
           IF ALG-PATIENT-ID NOT = PATIENT-KEY IN PATIENT-MASTER-REC
               MOVE "Y" TO ALLERGY-SCAN-SW
               GO TO 630-EXIT.
           IF NOT ALG-IS-ACTIVE
               GO TO 630-EXIT.

           IF ALG-IS-MEDICATION
             AND ALG-ALLERGEN = MEDICATION-ID IN INPATIENT-TREATMENT-REC
               MOVE "*** PATIENT ALLERGIC TO MEDICATION" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
           ELSE
           IF ALG-IS-DRUG-CLASS
             AND WS-MED-DRUG-CLASS NOT = SPACES
             AND ALG-ALLERGEN = WS-MED-DRUG-CLASS
               MOVE "*** PATIENT ALLERGIC TO MEDICATION CLASS" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
           ELSE
               GO TO 630-EXIT.

           MOVE "Y" TO ERROR-FOUND-SW.
           MOVE "Y" TO ALLERGY-SCAN-SW.
           move MEDICATION-ID IN INPATIENT-TREATMENT-REC
                           to EXPECTED-VAL.
           move ALG-ALLERGEN to ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       630-EXIT.
           EXIT.

      ******************************************************************
      *    640-CHECK-PHYS-PRIVILEGES - THE ATTENDING AND PRESCRIBING   *
      *    PHYSICIANS MUST EACH HOLD PRIVILEGES ON DDS0001.PROVIDER    *
      *    THAT COVER THE TREATMENT DATE AND ARE NOT SUSPENDED.  A     *
      *    LAPSE SENDS THE RECORD TO TRMTERR.                          *
      ******************************************************************
       640-CHECK-PHYS-PRIVILEGES.
           MOVE "640-CHECK-PHYS-PRIVILEGES" TO PARA-NAME.
           MOVE ATTENDING-PHYS-ID TO PROVIDER-ID IN DCLPROVIDER.
           PERFORM 645-GET-PRIVILEGE THRU 645-EXIT.
           IF PRIVILEGE-LAPSED
               MOVE "*** ATTENDING PHYS PRIVILEGES LAPSED" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               GO TO 640-REJECT.

           IF PRESCRIBING-PHYS-ID = ATTENDING-PHYS-ID
               GO TO 640-EXIT.
           MOVE PRESCRIBING-PHYS-ID TO PROVIDER-ID IN DCLPROVIDER.
           PERFORM 645-GET-PRIVILEGE THRU 645-EXIT.
           IF PRIVILEGE-LAPSED
               MOVE "*** PRESCRIBING PHYS PRIVILEGES LAPSED" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               GO TO 640-REJECT.
           GO TO 640-EXIT.
       640-REJECT.
           MOVE "Y" TO ERROR-FOUND-SW.
           move PROVIDER-ID IN DCLPROVIDER to EXPECTED-VAL.
           move TREATMENT-DATE IN INPATIENT-TREATMENT-REC
                           to ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       640-EXIT.
           EXIT.

       645-GET-PRIVILEGE.
           MOVE "N" TO WS-PRIV-LAPSED-SW.
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

           IF SQLCODE = +100
               MOVE "Y" TO WS-PRIV-LAPSED-SW
               GO TO 645-EXIT
           ELSE
           IF SQLCODE < 0
               MOVE "***  FATAL DB2 ERROR" TO
               ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               move sqlcode to  EXPECTED-VAL
               move PATIENT-ID IN INPATIENT-TREATMENT-REC
                               to ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 1000-DB2-ERROR-RTN.

      *    NO DATES LOADED IS NO PRIVILEGES GRANTED.
           IF PRIVILEGE-CATEGORY = "S"
             OR PRIVILEGE-START-DATE = SPACES
             OR PRIVILEGE-END-DATE = SPACES
             OR TREATMENT-DATE IN INPATIENT-TREATMENT-REC
                                  < PRIVILEGE-START-DATE
             OR TREATMENT-DATE IN INPATIENT-TREATMENT-REC
                                  > PRIVILEGE-END-DATE
               MOVE "Y" TO WS-PRIV-LAPSED-SW.
       645-EXIT.
           EXIT.
071800                                                                  07180001
071810                                                                  07181001
072400 700-WRITE-TRMTEDIT.                                              07140001

       730-WRITE-LATECHG.
           MOVE "730-WRITE-LATECHG" TO PARA-NAME.
           IF OUTPATIENT-TREATMENT
               MOVE "*** LATE CHARGE - VISIT ALREADY BILLED" TO LATE-MSG
           ELSE
               MOVE "*** LATE CHARGE - STAY ALREADY BILLED" TO LATE-MSG.
           MOVE INPATIENT-TREATMENT-REC TO LATE-REST-OF-REC.
           WRITE INPATIENT-TREATMENT-REC-LATE.
           ADD +1 TO RECORDS-LATE-CHARGE.
       730-EXIT.
           EXIT.

      ******************************************************************
      *    750-POST-ENCOUNTER-CHARGE - AN ACCEPTED OUTPATIENT         *
      *    TREATMENT GOES ON TRMTEDIT LIKE ANY OTHER (HISTORY AND      *
      *    RECONCILIATION STILL SEE IT) AND IS ALSO POSTED AGAINST    *
      *    ITS ENCNTR VISIT FOR CLMEXTR'S OUTPATIENT CLAIM.  THE KEY   *
      *    ENDS IN THE POSTING DATE AND TRMTDATA RECORD NUMBER, SO A   *
      *    SECOND TREATMENT THE SAME DAY IS A CHARGE OF ITS OWN.  A    *
      *    RESTART REREADS THE RECORDS AFTER THE LAST CHECKPOINT WITH  *
      *    THE SAME NUMBERS AND POSTING DATE, SO A DUPLICATE KEY THEN  *
      *    IS A CHARGE THE FAILED RUN ALREADY POSTED AND IS LEFT       *
      *    ALONE; ANY OTHER DUPLICATE IS AN ERROR.                     *
      ******************************************************************
       750-POST-ENCOUNTER-CHARGE.
           MOVE "750-POST-ENCOUNTER-CHARGE" TO PARA-NAME.
           INITIALIZE ENCOUNTER-CHARGE-REC.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
               TO ECH-PATIENT-ID.
           MOVE ENCOUNTER-VISIT-NO   TO ECH-VISIT-NO.
           MOVE TREATMENT-DATE       TO ECH-TREATMENT-DATE.
           MOVE TREATMENT-TYPE       TO ECH-TREATMENT-TYPE.
           MOVE TREATMENT-MODE       TO ECH-TREATMENT-MODE.
           MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
               TO ECH-MEDICATION-ID.
           MOVE MEDICATION-COST      TO ECH-MEDICATION-COST.
           MOVE PHARMACY-COST IN INPATIENT-TREATMENT-REC
               TO ECH-PHARMACY-COST.
           MOVE ANCILLARY-CHARGE     TO ECH-ANCILLARY-CHARGE.
           MOVE ATTENDING-PHYS-ID    TO ECH-ATTENDING-PHYS-ID.
           MOVE WS-POSTING-DATE      TO ECH-POSTED-DATE.
           MOVE RECORDS-READ         TO ECH-FEED-RECORD-NO.
           MOVE ECH-KEY              TO ENCCHG-REC-KEY.
           WRITE ENCCHG-FD-REC FROM ENCOUNTER-CHARGE-REC.
           IF ENCCHG-DUP AND THIS-IS-A-RESTART
               ADD +1 TO CHARGES-ALREADY-POSTED
               GO TO 750-EXIT.
           IF NOT ENCCHG-OK
               DISPLAY "** ENCCHG WRITE FAILED, STATUS " ENCCHG-STATUS
                       " PATIENT " ECH-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       750-EXIT.
           EXIT.
074300                                                                  07330001
074400 800-OPEN-FILES.                                                  07340001
074500     MOVE "800-OPEN-FILES" TO PARA-NAME.                          07350001
           END-IF.
           OPEN OUTPUT CHKPNT.
074800     OPEN I-O PATMSTR.                                            07380001
           OPEN INPUT INSMSTR, PREAUTH, DIAGMSTR, STAYBILL, ALLERGY,
               BEDMSTR, ENCNTR.
           OPEN I-O ENCCHG.
           IF ENCCHG-STATUS = "35"
               OPEN OUTPUT ENCCHG
               CLOSE ENCCHG
               OPEN I-O ENCCHG.
074900 800-EXIT.                                                        07390001
075000     EXIT.                                                        07400001
075100                                                                  07410001
075400     CLOSE TRMTDATA,                                              07440001
075500           TRMTEDIT, SYSOUT, TRMTERR,                             07450001
           CHKPNT, INSMSTR, PREAUTH, DIAGMSTR, STAYBILL, NOTCOVRD,
           LATECHG, ALLERGY, BEDMSTR, ENCNTR, ENCCHG,
075600           PATMSTR.                                               07460001
075700 850-EXIT.                                                        07470001
075800     EXIT.                                                        07480001
077172     MOVE WS-MEDICATION-CHARGES   TO CKPT-MEDICATION-CHARGES.     07617201
077176     MOVE WS-PHARMACY-CHARGES     TO CKPT-PHARMACY-CHARGES.       07617601
077178     MOVE RECORDS-NOT-COVERED     TO CKPT-RECORDS-NOT-COVERED.    07617801
           MOVE WS-POSTING-DATE         TO CKPT-POSTING-DATE.
077180     WRITE CHECKPOINT-REC.                                        07618001
077184 950-EXIT.                                                        07618401
077188     EXIT.                                                        07618801
083000     DISPLAY  RECORDS-IN-ERROR.                                   08200001
           DISPLAY "** RECORDS NOT COVERED BY PLAN **".
           DISPLAY  RECORDS-NOT-COVERED.
           IF CHARGES-ALREADY-POSTED > 0
               DISPLAY "** ENCOUNTER CHARGES ALREADY POSTED BEFORE "
                       "RESTART **"
               DISPLAY  CHARGES-ALREADY-POSTED
           END-IF.
083100                                                                  08210001
083200*  Code the statement to Display a successful end-of-job msg      08220001
083300     DISPLAY "******** NORMAL END OF JOB TRTMNT ********".        08230001
