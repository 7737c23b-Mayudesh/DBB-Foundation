       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  MARPRT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * MARPRT - MEDICATION ADMINISTRATION RECORD (MAR) PRINT.  ONE    *
      *          SHEET PER OCCUPIED BED, IN WARD / ROOM / BED ORDER,   *
      *          FOR THE NURSES TO CHART AGAINST THROUGH THE SHIFT:    *
      *                                                                *
      *            PASS 1 - BEDMSTR: EVERY OCCUPIED BED (OPTIONALLY    *
      *                     FOR ONE WARD ONLY) INTO THE BED TABLE,     *
      *                     THEN SORTED ON WARD + ROOM + BED           *
      *            PASS 2 - PER BED, THE PATMSTR STAY AND ITS          *
      *                     PATIENT-ACTIVE-MEDICATIONS.  EACH          *
      *                     MEDICATION'S DESCRIPTION AND ROUTE COME    *
      *                     FROM DDS0001.MEDICATION                    *
      *                                                                *
      *          EVERY MEDICATION LINE CARRIES BLANK DAY / EVENING /   *
      *          NIGHT ADMINISTRATION COLUMNS FOR TIME AND INITIALS,   *
      *          AND EACH SHEET ENDS WITH A SIGNATURE BLOCK MATCHING   *
      *          INITIALS TO THE NURSE FOR EACH SHIFT.                 *
      *                                                                *
      *          CONTROL CARD (SYSIN), BOTH FIELDS OPTIONAL:           *
      *            COLS 1-4  WARD ID - SPACES PRINTS EVERY WARD.  A    *
      *                      SINGLE WARD IS RUN ON DEMAND WHEN A       *
      *                      PATIENT IS ADMITTED OR TRANSFERRED IN     *
      *                      MID-SHIFT.                                *
      *            COL  5    SHIFT THE RUN IS PRINTED FOR - D, E OR    *
      *                      N - SHOWN IN THE SHEET HEADING.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BEDMSTR
                  ASSIGN       to BEDMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is BED-MSTR-REC-KEY
                  FILE STATUS  is BEDMSTR-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY IN PATMSTR-REC
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT MARRPT
           ASSIGN TO UT-S-MARRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  BEDMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BEDMSTR-FD-REC.
       01  BEDMSTR-FD-REC.
           05 BED-MSTR-REC-KEY PIC 9(04).
           05 FILLER           PIC X(76).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  MARRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MARRPT-REC.
       01  MARRPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  BEDMSTR-STATUS          PIC X(2).
               88 BEDMSTR-OK           VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MAR-CONTROL-CARD.
           05  MAR-CTL-WARD-ID         PIC X(04).
               88 MAR-ALL-WARDS        VALUE SPACES.
           05  MAR-CTL-SHIFT           PIC X(01).
               88 MAR-DAY-SHIFT        VALUE 'D'.
               88 MAR-EVENING-SHIFT    VALUE 'E'.
               88 MAR-NIGHT-SHIFT      VALUE 'N'.
           05  FILLER                  PIC X(75).

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 MED-SUB                     PIC S9(04) COMP VALUE +0.
           05 WS-MEDS-ON-SHEET            PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER OCCUPIED BED.  BT-SORT-KEY ORDERS THE SHEETS
      *    WARD, ROOM, BED - THE BED MASTER ITSELF IS KEYED ON BED
      *    NUMBER ALONE.
       01  BED-TABLE.
           05 BED-COUNT                   PIC S9(04) COMP VALUE +0.
           05 BED-ENTRY OCCURS 2000 TIMES.
              10 BT-SORT-KEY.
                 15 BT-WARD-ID            PIC X(04).
                 15 BT-ROOM-NBR           PIC 9(04).
                 15 BT-BED-NBR            PIC 9(04).
              10 BT-PATIENT-ID            PIC 9(06).
              10 BT-FACILITY-ID           PIC X(02).

       01  BED-SORT-WORK.
           05 BT-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 BT-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 BT-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 BT-SUB                      PIC S9(04) COMP VALUE +0.
           05 BT-SAVE-ENTRY.
              10 BT-SAVE-SORT-KEY         PIC X(12).
              10 FILLER                   PIC X(08).

      *    DDS0001.MEDICATION HOST VARIABLES FOR THE SHEET LOOKUP.
       01  MAR-HOST-VARIABLES.
           05 HV-MEDICATION-ID            PIC X(08).
           05 HV-MED-DESCRIPTION          PIC X(30).
           05 HV-MED-ROUTE                PIC X(10).

       01  COUNTERS-AND-ACCUMULATORS.
           05 BEDS-READ                PIC 9(7) COMP VALUE 0.
           05 SHEETS-PRINTED           PIC 9(7) COMP VALUE 0.
           05 MEDS-PRINTED             PIC 9(7) COMP VALUE 0.
           05 MEDS-NOT-ON-TABLE        PIC 9(7) COMP VALUE 0.
           05 STAYS-NOT-FOUND          PIC 9(7) COMP VALUE 0.

       COPY BEDMSTR.

       COPY PATMSTR.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  MAR-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** MEDICATION ADMINISTRATION RECORD - DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(09) VALUE
               '  SHIFT: '.
           05  HDR-SHIFT               PIC X(07).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  MAR-HEADER-2.
           05  FILLER                  PIC X(08) VALUE
               ' WARD:  '.
           05  HDR-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(09) VALUE
               '   ROOM: '.
           05  HDR-ROOM-NBR            PIC ZZZ9.
           05  FILLER                  PIC X(08) VALUE
               '   BED: '.
           05  HDR-BED-NBR             PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '   FACILITY: '.
           05  HDR-FACILITY-ID         PIC X(02).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  MAR-HEADER-3.
           05  FILLER                  PIC X(12) VALUE
               ' PATIENT:   '.
           05  HDR-PATIENT-ID          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HDR-PATIENT-NAME        PIC X(20).
           05  FILLER                  PIC X(10) VALUE
               '  ADMIT: '.
           05  HDR-ADMIT-DATE          PIC X(08).
           05  FILLER                  PIC X(13) VALUE
               '  DIAGNOSIS: '.
           05  HDR-DIAGNOSIS           PIC X(06).
           05  FILLER                  PIC X(13) VALUE
               '  PHYSICIAN: '.
           05  HDR-PHYSICIAN           PIC X(08).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  MAR-COLUMN-HDR-1.
           05  FILLER                  PIC X(44) VALUE
               ' MEDICATN DESCRIPTION                    ROU'.
           05  FILLER                  PIC X(44) VALUE
               'TE       DAY 0700-1500   EVE 1500-2300   NGT'.
           05  FILLER                  PIC X(44) VALUE
               ' 2300-0700                                  '.

       01  MAR-COLUMN-HDR-2.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '         TIME    INIT    TIME    INIT    TIM'.
           05  FILLER                  PIC X(44) VALUE
               'E    INIT                                   '.

       01  MAR-MED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MED-MEDICATION-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MED-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MED-ROUTE               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               '_____   _____   _____   _____   _____   _____   '.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  MAR-NO-MEDS-LINE.
           05  FILLER                  PIC X(44) VALUE
               ' ** NO ACTIVE MEDICATIONS ON FILE **        '.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  MAR-SIGNATURE-HDR.
           05  FILLER                  PIC X(44) VALUE
               ' SHIFT   NURSE SIGNATURE                    '.
           05  FILLER                  PIC X(44) VALUE
               'INITIALS   DATE                             '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  MAR-SIGNATURE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SIG-SHIFT               PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE ALL '_'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE ALL '_'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE ALL '_'.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  MAR-BLANK-LINE              PIC X(132) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-BEDS THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-SORT-BED-TABLE THRU 200-EXIT.
           MOVE +1 TO BT-SUB.
           PERFORM 300-PRINT-SHEET THRU 300-EXIT
                   UNTIL BT-SUB > BED-COUNT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MAR-CONTROL-CARD.
           ACCEPT MAR-CONTROL-CARD.
           IF MAR-DAY-SHIFT
               MOVE 'DAY    ' TO HDR-SHIFT
           ELSE
           IF MAR-EVENING-SHIFT
               MOVE 'EVENING' TO HDR-SHIFT
           ELSE
           IF MAR-NIGHT-SHIFT
               MOVE 'NIGHT  ' TO HDR-SHIFT
           ELSE
               MOVE 'ALL    ' TO HDR-SHIFT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           IF MAR-ALL-WARDS
               DISPLAY "** MAR PRINT FOR ALL WARDS, SHIFT " HDR-SHIFT
           ELSE
               DISPLAY "** MAR PRINT FOR WARD " MAR-CTL-WARD-ID
                       ", SHIFT " HDR-SHIFT.
           OPEN INPUT BEDMSTR, PATMSTR.
           OPEN OUTPUT MARRPT.
           PERFORM 900-READ-BEDMSTR THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-LOAD-BEDS.
           MOVE "100-LOAD-BEDS" TO PARA-NAME.
           IF NOT BED-IS-OCCUPIED
               GO TO 100-READ-NEXT.
           IF NOT MAR-ALL-WARDS
             AND BED-WARD-ID NOT = MAR-CTL-WARD-ID
               GO TO 100-READ-NEXT.
           IF BED-COUNT >= 2000
               DISPLAY "** BED TABLE FULL AT 2000, BED "
                       BED-MSTR-KEY " NOT PRINTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.
           ADD +1 TO BED-COUNT.
           MOVE BED-WARD-ID     TO BT-WARD-ID (BED-COUNT).
           MOVE BED-ROOM-NBR    TO BT-ROOM-NBR (BED-COUNT).
           MOVE BED-MSTR-KEY    TO BT-BED-NBR (BED-COUNT).
           MOVE BED-PATIENT-ID  TO BT-PATIENT-ID (BED-COUNT).
           MOVE BED-FACILITY-ID TO BT-FACILITY-ID (BED-COUNT).
       100-READ-NEXT.
           PERFORM 900-READ-BEDMSTR THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-SORT-BED-TABLE - A PLAIN INSERTION SORT ON BT-SORT-KEY  *
      *    (WARD, ROOM, BED), ASCENDING.                               *
      ******************************************************************
       200-SORT-BED-TABLE.
           MOVE "200-SORT-BED-TABLE" TO PARA-NAME.
           PERFORM 210-INSERTION-SORT-PASS THRU 210-EXIT
               VARYING BT-OUTER-SUB FROM 2 BY 1
               UNTIL BT-OUTER-SUB > BED-COUNT.
       200-EXIT.
           EXIT.

       210-INSERTION-SORT-PASS.
           MOVE BED-ENTRY (BT-OUTER-SUB) TO BT-SAVE-ENTRY.
           COMPUTE BT-INNER-SUB = BT-OUTER-SUB - 1.
           PERFORM 220-SHIFT-IF-NEEDED THRU 220-EXIT
               UNTIL BT-INNER-SUB = 0
               OR BT-SORT-KEY (BT-INNER-SUB) <= BT-SAVE-SORT-KEY.
           COMPUTE BT-INSERT-SUB = BT-INNER-SUB + 1.
           MOVE BT-SAVE-ENTRY TO BED-ENTRY (BT-INSERT-SUB).
       210-EXIT.
           EXIT.

       220-SHIFT-IF-NEEDED.
           MOVE BED-ENTRY (BT-INNER-SUB)
               TO BED-ENTRY (BT-INNER-SUB + 1).
           SUBTRACT 1 FROM BT-INNER-SUB.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300-PRINT-SHEET - ONE PAGE PER OCCUPIED BED: HEADINGS, A    *
      *    LINE PER ACTIVE MEDICATION AND THE SIGNATURE BLOCK.  A BED  *
      *    WHOSE STAY IS MISSING OR ALREADY DISCHARGED IS SKIPPED AND  *
      *    REPORTED - THE BED MASTER IS CORRECTED THROUGH CADT400.     *
      ******************************************************************
       300-PRINT-SHEET.
           MOVE "300-PRINT-SHEET" TO PARA-NAME.
           MOVE BT-PATIENT-ID (BT-SUB) TO PATIENT-KEY IN PATMSTR-REC.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
             OR PATIENT-STAY-DISCHARGED
               DISPLAY "** BED " BT-BED-NBR (BT-SUB)
                       " PATIENT " BT-PATIENT-ID (BT-SUB)
                       " HAS NO ACTIVE STAY, NO MAR PRINTED"
               ADD +1 TO STAYS-NOT-FOUND
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
               GO TO 300-NEXT-BED.

           MOVE BT-WARD-ID (BT-SUB)      TO HDR-WARD-ID.
           MOVE BT-ROOM-NBR (BT-SUB)     TO HDR-ROOM-NBR.
           MOVE BT-BED-NBR (BT-SUB)      TO HDR-BED-NBR.
           MOVE BT-FACILITY-ID (BT-SUB)  TO HDR-FACILITY-ID.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC   TO HDR-PATIENT-ID.
           MOVE PATIENT-NAME IN PATIENT-MASTER-REC TO HDR-PATIENT-NAME.
           MOVE PATIENT-ADMIT-DATE       TO HDR-ADMIT-DATE.
           MOVE DIAGNOSTIC-CODE-PRIMARY  TO HDR-DIAGNOSIS.
           MOVE PRIMARY-CARE-PHYSICIAN-ID TO HDR-PHYSICIAN.
           WRITE MARRPT-REC FROM MAR-HEADER-1 AFTER ADVANCING PAGE.
           WRITE MARRPT-REC FROM MAR-HEADER-2 AFTER ADVANCING 2.
           WRITE MARRPT-REC FROM MAR-HEADER-3 AFTER ADVANCING 1.
           WRITE MARRPT-REC FROM MAR-COLUMN-HDR-1 AFTER ADVANCING 2.
           WRITE MARRPT-REC FROM MAR-COLUMN-HDR-2 AFTER ADVANCING 1.

           MOVE ZERO TO WS-MEDS-ON-SHEET.
           PERFORM 400-PRINT-MEDICATION THRU 400-EXIT
               VARYING MED-SUB FROM 1 BY 1 UNTIL MED-SUB > 10.
           IF WS-MEDS-ON-SHEET = ZERO
               WRITE MARRPT-REC FROM MAR-NO-MEDS-LINE
                   AFTER ADVANCING 2.

           PERFORM 500-PRINT-SIGNATURES THRU 500-EXIT.
           ADD +1 TO SHEETS-PRINTED.
       300-NEXT-BED.
           ADD +1 TO BT-SUB.
       300-EXIT.
           EXIT.

       400-PRINT-MEDICATION.
           IF ACTIVE-MEDICATION-ID (MED-SUB) = SPACES
             OR ACTIVE-MEDICATION-ID (MED-SUB) = LOW-VALUES
               GO TO 400-EXIT.
           MOVE ACTIVE-MEDICATION-ID (MED-SUB) TO HV-MEDICATION-ID.
           EXEC SQL
                SELECT MED_DESCRIPTION, MED_ROUTE
                INTO   :HV-MED-DESCRIPTION, :HV-MED-ROUTE
                FROM   DDS0001.MEDICATION
                WHERE  MEDICATION_ID = :HV-MEDICATION-ID
           END-EXEC.
           IF SQLCODE = 100
               MOVE '** NOT ON MEDICATION TABLE **'
                   TO HV-MED-DESCRIPTION
               MOVE SPACES TO HV-MED-ROUTE
               ADD +1 TO MEDS-NOT-ON-TABLE
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "** MEDICATION SELECT FAILED " SQLCODE
                       " FOR " HV-MEDICATION-ID
               MOVE '** LOOKUP FAILED - CALL PHARMACY' TO
                    HV-MED-DESCRIPTION
               MOVE SPACES TO HV-MED-ROUTE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.

           MOVE HV-MEDICATION-ID   TO MED-MEDICATION-ID.
           MOVE HV-MED-DESCRIPTION TO MED-DESCRIPTION.
           MOVE HV-MED-ROUTE       TO MED-ROUTE.
           WRITE MARRPT-REC FROM MAR-MED-LINE AFTER ADVANCING 2.
           ADD +1 TO WS-MEDS-ON-SHEET.
           ADD +1 TO MEDS-PRINTED.
       400-EXIT.
           EXIT.

       500-PRINT-SIGNATURES.
           WRITE MARRPT-REC FROM MAR-BLANK-LINE AFTER ADVANCING 2.
           WRITE MARRPT-REC FROM MAR-SIGNATURE-HDR AFTER ADVANCING 1.
           MOVE 'DAY    ' TO SIG-SHIFT.
           WRITE MARRPT-REC FROM MAR-SIGNATURE-LINE AFTER ADVANCING 2.
           MOVE 'EVENING' TO SIG-SHIFT.
           WRITE MARRPT-REC FROM MAR-SIGNATURE-LINE AFTER ADVANCING 2.
           MOVE 'NIGHT  ' TO SIG-SHIFT.
           WRITE MARRPT-REC FROM MAR-SIGNATURE-LINE AFTER ADVANCING 2.
       500-EXIT.
           EXIT.

       900-READ-BEDMSTR.
           READ BEDMSTR INTO BED-MASTER-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO BEDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'BEDS READ:                    ' TO RPT-TOTAL-LABEL.
           MOVE BEDS-READ TO RPT-TOTAL-COUNT.
           WRITE MARRPT-REC FROM RPT-TOTAL-LINE AFTER ADVANCING PAGE.
           MOVE 'MAR SHEETS PRINTED:           ' TO RPT-TOTAL-LABEL.
           MOVE SHEETS-PRINTED TO RPT-TOTAL-COUNT.
           WRITE MARRPT-REC FROM RPT-TOTAL-LINE AFTER ADVANCING 1.
           MOVE 'MEDICATION LINES PRINTED:     ' TO RPT-TOTAL-LABEL.
           MOVE MEDS-PRINTED TO RPT-TOTAL-COUNT.
           WRITE MARRPT-REC FROM RPT-TOTAL-LINE AFTER ADVANCING 1.
           MOVE 'MEDICATIONS NOT ON TABLE:     ' TO RPT-TOTAL-LABEL.
           MOVE MEDS-NOT-ON-TABLE TO RPT-TOTAL-COUNT.
           WRITE MARRPT-REC FROM RPT-TOTAL-LINE AFTER ADVANCING 1.
           MOVE 'OCCUPIED BEDS WITH NO STAY:   ' TO RPT-TOTAL-LABEL.
           MOVE STAYS-NOT-FOUND TO RPT-TOTAL-COUNT.
           WRITE MARRPT-REC FROM RPT-TOTAL-LINE AFTER ADVANCING 1.
           CLOSE BEDMSTR, PATMSTR, MARRPT.
           DISPLAY "** BEDS READ          " BEDS-READ.
           DISPLAY "** MAR SHEETS PRINTED " SHEETS-PRINTED.
           DISPLAY "******** NORMAL END OF JOB MARPRT ********".
       999-EXIT.
           EXIT.
