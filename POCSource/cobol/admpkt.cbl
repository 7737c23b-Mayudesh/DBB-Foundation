       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  ADMPKT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * ADMPKT - ADMISSION PACKET PRINT.  READS THE PRINT REQUESTS     *
      *          CADT400 QUEUED ON THE APKT TD QUEUE DATASET           *
      *          (DDS0001.ADMPKTQ, SEE ADMPKT) FOR EVERY ADMIT,        *
      *          RE-ADMIT AND TRANSFER, THEN ANY REPRINT CARDS ON      *
      *          PKTRPRT (SAME LAYOUT, EVENT 'P', BY PATIENT ID).      *
      *          EACH REQUEST PRINTS FROM THE MASTERS:                 *
      *                                                                *
      *             WBANDPRT - THE WRISTBAND: PATIENT ID, NAME, ADMIT  *
      *                        DATE AND AN ALLERGY / ISOLATION ALERT   *
      *             LABELPRT - ONE SHEET OF TEN CHART LABELS           *
      *             FACEPRT  - THE FACE SHEET FROM PATMSTR, PRSNMSTR,  *
      *                        PATINS AND GUARMSTR, WITH THE ACTIVE    *
      *                        ALLERGIES FROM THE ALLERGY REGISTRY     *
      *                                                                *
      *          A REQUEST FOR A PATIENT NOT ON PATMSTR, OR ONE THAT   *
      *          IS NOT VALID, IS LISTED AND SETS A WARNING RETURN     *
      *          CODE SO THE ADMITTING DESK CAN FOLLOW IT UP.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADMPKTQ
           ASSIGN TO UT-S-ADMPKTQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PKTRPRT
           ASSIGN TO UT-S-PKTRPRT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY IN PATMSTR-REC
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-REC-KEY
                  FILE STATUS  is PRSN-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT GUARMSTR
                  ASSIGN       to GUARMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is GUARMSTR-REC-KEY
                  FILE STATUS  is GUARMSTR-STATUS.

           SELECT BEDMSTR
                  ASSIGN       to BEDMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is BED-MSTR-REC-KEY
                  FILE STATUS  is BEDMSTR-STATUS.

           SELECT ALLERGY
                  ASSIGN       to ALLERGY
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is ALLERGY-REC-KEY
                  FILE STATUS  is ALLERGY-STATUS.

           SELECT WBANDPRT
           ASSIGN TO UT-S-WBANDPRT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LABELPRT
           ASSIGN TO UT-S-LABELPRT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FACEPRT
           ASSIGN TO UT-S-FACEPRT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  ADMPKTQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADMPKTQ-REC.
       01  ADMPKTQ-REC                      PIC X(80).

       FD  PKTRPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PKTRPRT-REC.
       01  PKTRPRT-REC                      PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-REC-KEY     PIC X(06).
           05 FILLER           PIC X(794).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-REC-KEY   PIC X(06).
           05 FILLER           PIC X(696).

       FD  GUARMSTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS GUARMSTR-FD-REC.
       01  GUARMSTR-FD-REC.
           05 GUARMSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(114).

       FD  BEDMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BEDMSTR-FD-REC.
       01  BEDMSTR-FD-REC.
           05 BED-MSTR-REC-KEY PIC 9(04).
           05 FILLER           PIC X(76).

       FD  ALLERGY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALLERGY-FD-REC.
       01  ALLERGY-FD-REC.
           05 ALLERGY-REC-KEY  PIC X(15).
           05 FILLER           PIC X(65).

       FD  WBANDPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WBANDPRT-REC.
       01  WBANDPRT-REC                     PIC X(132).

       FD  LABELPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LABELPRT-REC.
       01  LABELPRT-REC                     PIC X(132).

       FD  FACEPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FACEPRT-REC.
       01  FACEPRT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  PRSN-STATUS             PIC X(2).
               88 PRSN-FOUND           VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  GUARMSTR-STATUS         PIC X(2).
               88 GUARMSTR-FOUND       VALUE "00".
           05  BEDMSTR-STATUS          PIC X(2).
               88 BEDMSTR-FOUND        VALUE "00".
           05  ALLERGY-STATUS          PIC X(2).
               88 ALLERGY-OK           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-REPRINTS-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-REPRINTS VALUE "N".
           05 ALLERGY-SCAN-SW             PIC X(01) VALUE "N".
              88 ALLERGY-SCAN-DONE VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-REJECT-REASON            PIC X(40) VALUE SPACES.
           05 WS-WARD-ID                  PIC X(04) VALUE SPACES.
           05 WS-ROOM-NBR                 PIC 9(04) VALUE 0.
           05 WS-ALERT-TEXT               PIC X(60) VALUE SPACES.
           05 WS-ISOLATION-TEXT           PIC X(20) VALUE SPACES.
           05 WS-ROW-SUB                  PIC S9(04) COMP VALUE +0.
           05 AL-SUB                      PIC S9(04) COMP VALUE +0.

      *    THE PATIENT'S ACTIVE ALLERGIES FOR THE FACE SHEET; ANY
      *    BEYOND THE TABLE ARE COUNTED AND NOTED AS MORE ON FILE.
       01  ALLERGY-TABLE.
           05 AL-COUNT                    PIC S9(04) COMP VALUE +0.
           05 AL-SEVERE-COUNT             PIC S9(04) COMP VALUE +0.
           05 AL-OVERFLOW                 PIC S9(04) COMP VALUE +0.
           05 AL-ENTRY OCCURS 8 TIMES.
              10 AL-TYPE                  PIC X(01).
              10 AL-ALLERGEN              PIC X(08).
              10 AL-SEVERITY              PIC X(01).
              10 AL-REACTION              PIC X(20).

       01  COUNTERS-AND-ACCUMULATORS.
           05 REQUESTS-READ            PIC 9(7) COMP VALUE 0.
           05 REPRINTS-READ            PIC 9(7) COMP VALUE 0.
           05 PACKETS-PRINTED          PIC 9(7) COMP VALUE 0.
           05 WRISTBANDS-PRINTED       PIC 9(7) COMP VALUE 0.
           05 LABEL-SHEETS-PRINTED     PIC 9(7) COMP VALUE 0.
           05 FACE-SHEETS-PRINTED      PIC 9(7) COMP VALUE 0.
           05 REQUESTS-REJECTED        PIC 9(7) COMP VALUE 0.

       COPY ADMPKT.

       COPY PATMSTR.

       COPY PATPERSN.

       COPY PATINS.

       COPY GUARMSTR.

       COPY BEDMSTR.

       COPY ALLERGY.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

      *    WRISTBAND - THREE LINES, ONE BAND PER PAGE.
       01  WB-LINE-1.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'ID: '.
           05  WB-PATIENT-ID           PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WB-PATIENT-NAME         PIC X(20).
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WB-LINE-2.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'ADMIT: '.
           05  WB-ADMIT-DATE           PIC X(08).
           05  FILLER                  PIC X(06) VALUE '  FAC '.
           05  WB-FACILITY-ID          PIC X(02).
           05  FILLER                  PIC X(06) VALUE '  PCP '.
           05  WB-PCP-ID               PIC X(08).
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WB-LINE-3.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WB-ALERT                PIC X(60).
           05  FILLER                  PIC X(70) VALUE SPACES.

      *    CHART LABELS - TWO ACROSS, FIVE DOWN, THREE LINES EACH.
       01  LBL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LBL-LEFT                PIC X(40).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LBL-RIGHT               PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  LBL-TEXT-1.
           05  LBL-PATIENT-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'ID: '.
           05  LBL-PATIENT-ID          PIC 9(06).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  LBL-TEXT-2.
           05  FILLER                  PIC X(05) VALUE 'ADM: '.
           05  LBL-ADMIT-DATE          PIC X(08).
           05  FILLER                  PIC X(06) VALUE '  PCP '.
           05  LBL-PCP-ID              PIC X(08).
           05  FILLER                  PIC X(06) VALUE '  FAC '.
           05  LBL-FACILITY-ID         PIC X(02).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  LBL-TEXT-3.
           05  FILLER                  PIC X(05) VALUE 'WARD '.
           05  LBL-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(06) VALUE '  RM  '.
           05  LBL-ROOM-NBR            PIC ZZZ9.
           05  FILLER                  PIC X(06) VALUE '  BED '.
           05  LBL-BED-ID              PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LBL-ALERT-FLAG          PIC X(09).

      *    FACE SHEET - A TITLE, SECTION HEADINGS AND TWO-COLUMN
      *    LABEL/VALUE LINES.
       01  FS-TITLE-LINE.
           05  FILLER                  PIC X(44) VALUE
               '** ADMISSION FACE SHEET **          PRINTED '.
           05  FS-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FS-EVENT                PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  FS-SECTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FS-SECTION              PIC X(30).
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  FS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FS-LABEL-1              PIC X(18).
           05  FS-VALUE-1              PIC X(40).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FS-LABEL-2              PIC X(18).
           05  FS-VALUE-2              PIC X(40).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  FS-NAME-WORK.
           05  FS-NAME-FIRST           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-NAME-LAST            PIC X(15).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  FS-CITY-WORK.
           05  FS-CITY                 PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FS-ZIP                  PIC X(09).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  FS-ALLERGY-WORK.
           05  FS-ALG-ALLERGEN         PIC X(08).
           05  FILLER                  PIC X(06) VALUE '  SEV '.
           05  FS-ALG-SEVERITY         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FS-ALG-REACTION         PIC X(20).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  FS-BED-WORK.
           05  FILLER                  PIC X(05) VALUE 'WARD '.
           05  FS-WARD-ID              PIC X(04).
           05  FILLER                  PIC X(06) VALUE '  RM  '.
           05  FS-ROOM-NBR             PIC ZZZ9.
           05  FILLER                  PIC X(06) VALUE '  BED '.
           05  FS-BED-ID               PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  FS-COUNT-WORK.
           05  FS-MORE-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(30) VALUE
               ' MORE ACTIVE ALLERGIES ON FILE'.

       01  RPT-REJECT-LINE.
           05  FILLER                  PIC X(24) VALUE
               '** PACKET NOT PRINTED - '.
           05  REJ-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(08) VALUE '  EVENT '.
           05  REJ-EVENT               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REJ-REASON              PIC X(40).

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 910-READ-PKTRPRT THRU 910-EXIT.
           PERFORM 150-REPRINTS THRU 150-EXIT
                   UNTIL NO-MORE-REPRINTS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ADMPKTQ, PKTRPRT, PATMSTR, PRSNMSTR, PATINS,
                      GUARMSTR, BEDMSTR, ALLERGY.
           OPEN OUTPUT WBANDPRT, LABELPRT, FACEPRT.
           MOVE WS-RUN-DATE TO FS-RUN-DATE.
           PERFORM 900-READ-ADMPKTQ THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-PRINT-PACKET THRU 200-EXIT.
           PERFORM 900-READ-ADMPKTQ THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    150-REPRINTS - A REPRINT CARD NAMES THE PATIENT AND,        *
      *    OPTIONALLY, THE ONE PIECE WANTED.  THE EVENT IS FORCED TO   *
      *    'P' SO THE FACE SHEET SHOWS IT IS A REPRINT.                *
      ******************************************************************
       150-REPRINTS.
           MOVE "150-REPRINTS" TO PARA-NAME.
           MOVE 'P' TO APK-EVENT-CODE.
           PERFORM 200-PRINT-PACKET THRU 200-EXIT.
           PERFORM 910-READ-PKTRPRT THRU 910-EXIT.
       150-EXIT.
           EXIT.

       200-PRINT-PACKET.
           MOVE "200-PRINT-PACKET" TO PARA-NAME.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT APK-VALID-EVENT
               MOVE 'INVALID EVENT CODE' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF NOT APK-VALID-PRINT-SET
               MOVE 'INVALID PRINT SET - USE W, L, F OR SPACE'
                   TO WS-REJECT-REASON
               GO TO 200-REJECT.

           MOVE APK-PATIENT-ID TO PATIENT-KEY IN PATMSTR-REC.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE 'PATIENT NOT ON PATMSTR' TO WS-REJECT-REASON
               GO TO 200-REJECT.
           IF PATIENT-MERGED-TO-ID NOT = SPACES
               MOVE 'PATIENT MERGED - REPRINT UNDER NEW ID'
                   TO WS-REJECT-REASON
               GO TO 200-REJECT.

           MOVE SPACES TO WS-WARD-ID.
           MOVE ZERO   TO WS-ROOM-NBR.
           IF BED-IDENTITY IN PATIENT-MASTER-REC > ZERO
               MOVE BED-IDENTITY IN PATIENT-MASTER-REC
                   TO BED-MSTR-REC-KEY
               READ BEDMSTR INTO BED-MASTER-REC
               IF BEDMSTR-FOUND
                   MOVE BED-WARD-ID  TO WS-WARD-ID
                   MOVE BED-ROOM-NBR TO WS-ROOM-NBR.

           PERFORM 300-BUILD-ALERT THRU 300-EXIT.
           IF APK-PRINT-WRISTBAND
               PERFORM 400-PRINT-WRISTBAND THRU 400-EXIT.
           IF APK-PRINT-LABELS
               PERFORM 500-PRINT-LABELS THRU 500-EXIT.
           IF APK-PRINT-FACE-SHEET
               PERFORM 600-PRINT-FACE-SHEET THRU 600-EXIT.
           ADD +1 TO PACKETS-PRINTED.
           GO TO 200-EXIT.

       200-REJECT.
           MOVE APK-PATIENT-ID   TO REJ-PATIENT-ID.
           MOVE APK-EVENT-CODE   TO REJ-EVENT.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           DISPLAY RPT-REJECT-LINE.
           ADD +1 TO REQUESTS-REJECTED.
           IF WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-BUILD-ALERT - COLLECT THE ACTIVE ALLERGIES AND BUILD    *
      *    THE ONE-LINE ALERT FOR THE WRISTBAND: ALLERGY, ISOLATION,   *
      *    BOTH, OR NO KNOWN ALLERGIES.                                *
      ******************************************************************
       300-BUILD-ALERT.
           MOVE "300-BUILD-ALERT" TO PARA-NAME.
           MOVE ZERO TO AL-COUNT, AL-SEVERE-COUNT, AL-OVERFLOW.
           MOVE "N" TO ALLERGY-SCAN-SW.
           MOVE LOW-VALUES TO ALLERGY-REC-KEY.
           MOVE PATIENT-KEY IN PATMSTR-REC TO ALLERGY-REC-KEY(1:6).
           START ALLERGY KEY NOT < ALLERGY-REC-KEY.
           IF ALLERGY-OK
               PERFORM 310-COLLECT-ALLERGY THRU 310-EXIT
                   UNTIL ALLERGY-SCAN-DONE.

           MOVE SPACES TO WS-ISOLATION-TEXT.
           IF PATIENT-CONTACT-ISOL
               MOVE 'CONTACT ISOLATION' TO WS-ISOLATION-TEXT
           ELSE
           IF PATIENT-DROPLET-ISOL
               MOVE 'DROPLET ISOLATION' TO WS-ISOLATION-TEXT
           ELSE
           IF PATIENT-AIRBORNE-ISOL
               MOVE 'AIRBORNE ISOLATION' TO WS-ISOLATION-TEXT.

           MOVE SPACES TO WS-ALERT-TEXT.
           IF AL-COUNT = ZERO AND WS-ISOLATION-TEXT = SPACES
               MOVE 'NO KNOWN ALLERGIES' TO WS-ALERT-TEXT
               GO TO 300-EXIT.
           IF AL-COUNT > ZERO AND WS-ISOLATION-TEXT = SPACES
               IF AL-SEVERE-COUNT > ZERO
                   MOVE '** ALLERGY ALERT - SEVERE **' TO WS-ALERT-TEXT
               ELSE
                   MOVE '** ALLERGY ALERT **' TO WS-ALERT-TEXT
               END-IF
               GO TO 300-EXIT.
           IF AL-COUNT = ZERO
               STRING '** ' DELIMITED BY SIZE
                      WS-ISOLATION-TEXT DELIMITED BY '  '
                      ' - NO KNOWN ALLERGIES **' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               GO TO 300-EXIT.
           STRING '** ALLERGY ALERT ** ' DELIMITED BY SIZE
                  WS-ISOLATION-TEXT DELIMITED BY '  '
                  ' **' DELIMITED BY SIZE
               INTO WS-ALERT-TEXT.
       300-EXIT.
           EXIT.

       310-COLLECT-ALLERGY.
           READ ALLERGY NEXT RECORD INTO PATIENT-ALLERGY-REC
               AT END MOVE "Y" TO ALLERGY-SCAN-SW
               GO TO 310-EXIT
           END-READ.
           IF ALG-PATIENT-ID NOT = PATIENT-KEY IN PATMSTR-REC
               MOVE "Y" TO ALLERGY-SCAN-SW
               GO TO 310-EXIT.
           IF NOT ALG-IS-ACTIVE
               GO TO 310-EXIT.
           IF ALG-SEVERE
               ADD +1 TO AL-SEVERE-COUNT.
           IF AL-COUNT >= 8
               ADD +1 TO AL-OVERFLOW
               GO TO 310-EXIT.
           ADD +1 TO AL-COUNT.
           MOVE ALG-ALLERGEN-TYPE TO AL-TYPE (AL-COUNT).
           MOVE ALG-ALLERGEN      TO AL-ALLERGEN (AL-COUNT).
           MOVE ALG-SEVERITY      TO AL-SEVERITY (AL-COUNT).
           MOVE ALG-REACTION      TO AL-REACTION (AL-COUNT).
       310-EXIT.
           EXIT.

       400-PRINT-WRISTBAND.
           MOVE "400-PRINT-WRISTBAND" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO WB-PATIENT-ID.
           MOVE PATIENT-NAME IN PATIENT-MASTER-REC
                                         TO WB-PATIENT-NAME.
           MOVE PATIENT-ADMIT-DATE        TO WB-ADMIT-DATE.
           MOVE PATIENT-FACILITY-ID       TO WB-FACILITY-ID.
           MOVE PRIMARY-CARE-PHYSICIAN-ID TO WB-PCP-ID.
           MOVE WS-ALERT-TEXT             TO WB-ALERT.
           WRITE WBANDPRT-REC FROM WB-LINE-1
               AFTER ADVANCING PAGE.
           WRITE WBANDPRT-REC FROM WB-LINE-2
               AFTER ADVANCING 1.
           WRITE WBANDPRT-REC FROM WB-LINE-3
               AFTER ADVANCING 1.
           ADD +1 TO WRISTBANDS-PRINTED.
       400-EXIT.
           EXIT.

       500-PRINT-LABELS.
           MOVE "500-PRINT-LABELS" TO PARA-NAME.
           MOVE PATIENT-NAME IN PATIENT-MASTER-REC
                                         TO LBL-PATIENT-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO LBL-PATIENT-ID.
           MOVE PATIENT-ADMIT-DATE        TO LBL-ADMIT-DATE.
           MOVE PRIMARY-CARE-PHYSICIAN-ID TO LBL-PCP-ID.
           MOVE PATIENT-FACILITY-ID       TO LBL-FACILITY-ID.
           MOVE WS-WARD-ID                TO LBL-WARD-ID.
           MOVE WS-ROOM-NBR               TO LBL-ROOM-NBR.
           MOVE BED-IDENTITY IN PATIENT-MASTER-REC TO LBL-BED-ID.
           IF AL-COUNT > ZERO
               MOVE '*ALLERGY*' TO LBL-ALERT-FLAG
           ELSE
           IF PATIENT-IN-ISOLATION
               MOVE '*ISOLATE*' TO LBL-ALERT-FLAG
           ELSE
               MOVE SPACES TO LBL-ALERT-FLAG.
           MOVE SPACES TO LABELPRT-REC.
           WRITE LABELPRT-REC AFTER ADVANCING PAGE.
           PERFORM 510-PRINT-LABEL-ROW THRU 510-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 5.
           ADD +1 TO LABEL-SHEETS-PRINTED.
       500-EXIT.
           EXIT.

       510-PRINT-LABEL-ROW.
           MOVE LBL-TEXT-1 TO LBL-LEFT, LBL-RIGHT.
           WRITE LABELPRT-REC FROM LBL-LINE AFTER ADVANCING 2.
           MOVE LBL-TEXT-2 TO LBL-LEFT, LBL-RIGHT.
           WRITE LABELPRT-REC FROM LBL-LINE AFTER ADVANCING 1.
           MOVE LBL-TEXT-3 TO LBL-LEFT, LBL-RIGHT.
           WRITE LABELPRT-REC FROM LBL-LINE AFTER ADVANCING 1.
       510-EXIT.
           EXIT.

      ******************************************************************
      *    600-PRINT-FACE-SHEET - ONE PAGE: THE STAY FROM PATMSTR, THE *
      *    HOME ADDRESS FROM PRSNMSTR, COVERAGE FROM PATINS, THE       *
      *    RESPONSIBLE PARTY FROM GUARMSTR (OR SELF) AND THE ALERTS.   *
      ******************************************************************
       600-PRINT-FACE-SHEET.
           MOVE "600-PRINT-FACE-SHEET" TO PARA-NAME.
           IF APK-ADMIT
               MOVE 'ADMISSION ' TO FS-EVENT
           ELSE
           IF APK-READMIT
               MOVE 'RE-ADMIT  ' TO FS-EVENT
           ELSE
           IF APK-TRANSFER
               MOVE 'TRANSFER  ' TO FS-EVENT
           ELSE
               MOVE 'REPRINT   ' TO FS-EVENT.
           WRITE FACEPRT-REC FROM FS-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE 'PATIENT' TO FS-SECTION.
           WRITE FACEPRT-REC FROM FS-SECTION-LINE AFTER ADVANCING 2.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'PATIENT ID:' TO FS-LABEL-1.
           MOVE PATIENT-KEY IN PATIENT-MASTER-REC TO FS-VALUE-1.
           MOVE 'NAME:' TO FS-LABEL-2.
           MOVE PATIENT-NAME IN PATIENT-MASTER-REC TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'ADMIT DATE:' TO FS-LABEL-1.
           MOVE PATIENT-ADMIT-DATE TO FS-VALUE-1.
           MOVE 'FACILITY:' TO FS-LABEL-2.
           MOVE PATIENT-FACILITY-ID TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'PATIENT TYPE:' TO FS-LABEL-1.
           MOVE PATIENT-TYPE TO FS-VALUE-1.
           MOVE 'PHONE:' TO FS-LABEL-2.
           MOVE PATIENT-PHONE TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'PRIMARY DIAG:' TO FS-LABEL-1.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO FS-VALUE-1.
           MOVE 'PRIMARY CARE MD:' TO FS-LABEL-2.
           MOVE PRIMARY-CARE-PHYSICIAN-ID TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'LOCATION:' TO FS-LABEL-1.
           MOVE WS-WARD-ID TO FS-WARD-ID.
           MOVE WS-ROOM-NBR TO FS-ROOM-NBR.
           MOVE BED-IDENTITY IN PATIENT-MASTER-REC TO FS-BED-ID.
           MOVE FS-BED-WORK TO FS-VALUE-1.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.

           PERFORM 610-FACE-SHEET-ADDRESS THRU 610-EXIT.
           PERFORM 620-FACE-SHEET-INSURANCE THRU 620-EXIT.
           PERFORM 630-FACE-SHEET-GUARANTOR THRU 630-EXIT.
           PERFORM 640-FACE-SHEET-ALERTS THRU 640-EXIT.
           ADD +1 TO FACE-SHEETS-PRINTED.
       600-EXIT.
           EXIT.

       610-FACE-SHEET-ADDRESS.
           MOVE 'HOME ADDRESS' TO FS-SECTION.
           WRITE FACEPRT-REC FROM FS-SECTION-LINE AFTER ADVANCING 2.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE PATIENT-KEY IN PATIENT-MASTER-REC TO PRSN-REC-KEY.
           READ PRSNMSTR INTO PATIENT-PERSONAL.
           IF NOT PRSN-FOUND
               MOVE '** NO PERSONAL RECORD ON PRSNMSTR'
                   TO FS-VALUE-1
               WRITE FACEPRT-REC FROM FS-DETAIL-LINE
                   AFTER ADVANCING 1
               GO TO 610-EXIT.
           MOVE 'NAME:' TO FS-LABEL-1.
           MOVE PRSN-FIRST-NAME TO FS-NAME-FIRST.
           MOVE PRSN-LAST-NAME TO FS-NAME-LAST.
           MOVE FS-NAME-WORK TO FS-VALUE-1.
           MOVE 'ADDRESS:' TO FS-LABEL-2.
           MOVE PRSN-ADDRESS TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'CITY/STATE/ZIP:' TO FS-LABEL-2.
           MOVE PRSN-CITY TO FS-CITY.
           MOVE PRSN-STATE TO FS-STATE.
           MOVE PRSN-ZIP TO FS-ZIP.
           MOVE FS-CITY-WORK TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
       610-EXIT.
           EXIT.

       620-FACE-SHEET-INSURANCE.
           MOVE 'INSURANCE' TO FS-SECTION.
           WRITE FACEPRT-REC FROM FS-SECTION-LINE AFTER ADVANCING 2.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE PATIENT-KEY IN PATIENT-MASTER-REC TO PATINS-REC-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               MOVE '** NO COVERAGE ON PATINS - SELF PAY'
                   TO FS-VALUE-1
               WRITE FACEPRT-REC FROM FS-DETAIL-LINE
                   AFTER ADVANCING 1
               GO TO 620-EXIT.
           MOVE 'PRIMARY PAYER:' TO FS-LABEL-1.
           MOVE INS-COMPANY-PRIMARY-ID TO FS-VALUE-1.
           MOVE 'SECONDARY PAYER:' TO FS-LABEL-2.
           MOVE INS-COMPANY-SECONDARY-ID TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'POLICY NUMBER:' TO FS-LABEL-1.
           MOVE POLICY-NUMBER TO FS-VALUE-1.
           MOVE 'GROUP NUMBER:' TO FS-LABEL-2.
           MOVE GROUP-NUMBER TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'EFFECTIVE:' TO FS-LABEL-1.
           MOVE EFFECTIVE-DATE TO FS-VALUE-1.
           MOVE 'TERMINATES:' TO FS-LABEL-2.
           MOVE TERMINATION-DATE TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
       620-EXIT.
           EXIT.

       630-FACE-SHEET-GUARANTOR.
           MOVE 'RESPONSIBLE PARTY' TO FS-SECTION.
           WRITE FACEPRT-REC FROM FS-SECTION-LINE AFTER ADVANCING 2.
           MOVE SPACES TO FS-DETAIL-LINE.
           IF PATIENT-GUARANTOR-ID = SPACES
               MOVE 'GUARANTOR:' TO FS-LABEL-1
               MOVE 'SELF' TO FS-VALUE-1
               WRITE FACEPRT-REC FROM FS-DETAIL-LINE
                   AFTER ADVANCING 1
               GO TO 630-EXIT.
           MOVE PATIENT-GUARANTOR-ID TO GUARMSTR-REC-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF NOT GUARMSTR-FOUND
               MOVE 'GUARANTOR:' TO FS-LABEL-1
               MOVE PATIENT-GUARANTOR-ID TO FS-VALUE-1
               MOVE '** NOT ON GUARMSTR' TO FS-VALUE-2
               WRITE FACEPRT-REC FROM FS-DETAIL-LINE
                   AFTER ADVANCING 1
               GO TO 630-EXIT.
           MOVE 'GUARANTOR:' TO FS-LABEL-1.
           MOVE GUA-FIRST-NAME TO FS-NAME-FIRST.
           MOVE GUA-LAST-NAME TO FS-NAME-LAST.
           MOVE FS-NAME-WORK TO FS-VALUE-1.
           MOVE 'RELATIONSHIP:' TO FS-LABEL-2.
           IF GUA-REL-SELF
               MOVE 'SELF' TO FS-VALUE-2
           ELSE
           IF GUA-REL-SPOUSE
               MOVE 'SPOUSE' TO FS-VALUE-2
           ELSE
           IF GUA-REL-PARENT
               MOVE 'PARENT' TO FS-VALUE-2
           ELSE
               MOVE 'OTHER' TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'ADDRESS:' TO FS-LABEL-1.
           MOVE GUA-ADDRESS TO FS-VALUE-1.
           MOVE 'CITY/STATE/ZIP:' TO FS-LABEL-2.
           MOVE GUA-CITY TO FS-CITY.
           MOVE GUA-STATE TO FS-STATE.
           MOVE GUA-ZIP TO FS-ZIP.
           MOVE FS-CITY-WORK TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
       630-EXIT.
           EXIT.

       640-FACE-SHEET-ALERTS.
           MOVE 'ALERTS' TO FS-SECTION.
           WRITE FACEPRT-REC FROM FS-SECTION-LINE AFTER ADVANCING 2.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE 'ISOLATION:' TO FS-LABEL-1.
           IF WS-ISOLATION-TEXT = SPACES
               MOVE 'NONE' TO FS-VALUE-1
           ELSE
               MOVE WS-ISOLATION-TEXT TO FS-VALUE-1.
           IF PATIENT-IN-ISOLATION
               MOVE 'SINCE:' TO FS-LABEL-2
               MOVE PATIENT-ISOLATION-DATE TO FS-VALUE-2.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
           IF AL-COUNT = ZERO
               MOVE SPACES TO FS-DETAIL-LINE
               MOVE 'ALLERGIES:' TO FS-LABEL-1
               MOVE 'NO KNOWN ALLERGIES' TO FS-VALUE-1
               WRITE FACEPRT-REC FROM FS-DETAIL-LINE
                   AFTER ADVANCING 1
               GO TO 640-EXIT.
           PERFORM 650-FACE-SHEET-ALLERGY THRU 650-EXIT
               VARYING AL-SUB FROM 1 BY 1
               UNTIL AL-SUB > AL-COUNT.
           IF AL-OVERFLOW > ZERO
               MOVE SPACES TO FS-DETAIL-LINE
               MOVE AL-OVERFLOW TO FS-MORE-COUNT
               MOVE FS-COUNT-WORK TO FS-VALUE-1
               WRITE FACEPRT-REC FROM FS-DETAIL-LINE
                   AFTER ADVANCING 1.
       640-EXIT.
           EXIT.

       650-FACE-SHEET-ALLERGY.
           MOVE SPACES TO FS-DETAIL-LINE.
           IF AL-TYPE (AL-SUB) = 'C'
               MOVE 'ALLERGY (CLASS):' TO FS-LABEL-1
           ELSE
               MOVE 'ALLERGY (MED):' TO FS-LABEL-1.
           MOVE AL-ALLERGEN (AL-SUB) TO FS-ALG-ALLERGEN.
           MOVE AL-SEVERITY (AL-SUB) TO FS-ALG-SEVERITY.
           MOVE AL-REACTION (AL-SUB) TO FS-ALG-REACTION.
           MOVE FS-ALLERGY-WORK TO FS-VALUE-1.
           WRITE FACEPRT-REC FROM FS-DETAIL-LINE AFTER ADVANCING 1.
       650-EXIT.
           EXIT.

       900-READ-ADMPKTQ.
           READ ADMPKTQ INTO ADMIT-PACKET-REQUEST
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO REQUESTS-READ.
       900-EXIT.
           EXIT.

       910-READ-PKTRPRT.
           READ PKTRPRT INTO ADMIT-PACKET-REQUEST
               AT END MOVE "N" TO MORE-REPRINTS-SW
               GO TO 910-EXIT
           END-READ
           ADD +1 TO REPRINTS-READ.
       910-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE ADMPKTQ, PKTRPRT, PATMSTR, PRSNMSTR, PATINS,
                 GUARMSTR, BEDMSTR, ALLERGY,
                 WBANDPRT, LABELPRT, FACEPRT.
           DISPLAY "** PRINT REQUESTS READ   " REQUESTS-READ.
           DISPLAY "** REPRINT CARDS READ    " REPRINTS-READ.
           DISPLAY "** PACKETS PRINTED       " PACKETS-PRINTED.
           DISPLAY "**   WRISTBANDS          " WRISTBANDS-PRINTED.
           DISPLAY "**   LABEL SHEETS        " LABEL-SHEETS-PRINTED.
           DISPLAY "**   FACE SHEETS         " FACE-SHEETS-PRINTED.
           DISPLAY "** REQUESTS REJECTED     " REQUESTS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB ADMPKT ********".
       999-EXIT.
           EXIT.
