       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  DIETXTR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * DIETXTR - NIGHTLY KITCHEN MEAL CENSUS EXTRACT.  ONE DIETEXT    *
      *           RECORD PER ACTIVE STAY FOR TOMORROW'S TRAYS:         *
      *                                                                *
      *             PASS 1 - PATMSTR: EVERY PATIENT-STAY-ACTIVE STAY,  *
      *                      LOCATED THROUGH BEDMSTR, WITH ITS DIET    *
      *                      FROM DIETORD.  A STAY WITH NO DIET ORDER  *
      *                      TAKES DIAG-MSTR-DEFAULT-DIET FOR ITS      *
      *                      DIAGNOSTIC-CODE-PRIMARY (REGULAR WHEN     *
      *                      THE CODE HAS NO DEFAULT) AND IS LISTED    *
      *                      AS AN EXCEPTION FOR THE NURSING UNIT      *
      *             PASS 2 - THE STAYS SORTED WARD / ROOM / BED ARE    *
      *                      WRITTEN TO DIETEXT, WITH TRAY COUNTS BY   *
      *                      WARD AND DIET ON THE DIETRPT REPORT       *
      *             PASS 3 - THE DEFAULTED-DIET EXCEPTION LIST         *
      *                                                                *
      *           DISCHARGED STAYS (PATIENT-STAY-DISCHARGED) ARE NEVER *
      *           PICKED UP, SO THEIR TRAYS STOP WITHOUT ANY ACTION    *
      *           ON THE DIET ORDER.                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT BEDMSTR
                  ASSIGN       to BEDMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is BED-MSTR-REC-KEY
                  FILE STATUS  is BEDMSTR-STATUS.

           SELECT DIETORD
                  ASSIGN       to DIETORD
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is DIETORD-REC-KEY
                  FILE STATUS  is DIETORD-STATUS.

           SELECT DIAGMSTR
                  ASSIGN       to DIAGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is DIAGMSTR-REC-KEY
                  FILE STATUS  is DIAGMSTR-STATUS.

           SELECT DIETEXT
           ASSIGN TO UT-S-DIETEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DIETRPT
           ASSIGN TO UT-S-DIETRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  BEDMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BEDMSTR-FD-REC.
       01  BEDMSTR-FD-REC.
           05 BED-MSTR-REC-KEY PIC 9(04).
           05 FILLER           PIC X(76).

       FD  DIETORD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DIETORD-FD-REC.
       01  DIETORD-FD-REC.
           05 DIETORD-REC-KEY  PIC X(06).
           05 FILLER           PIC X(74).

       FD  DIAGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DIAGMSTR-FD-REC.
       01  DIAGMSTR-FD-REC.
           05 DIAGMSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(74).

       FD  DIETEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIETEXT-REC.
       01  DIETEXT-REC                      PIC X(80).

       FD  DIETRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIETRPT-REC.
       01  DIETRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-OK           VALUE "00".
           05  BEDMSTR-STATUS          PIC X(2).
               88 BED-FOUND            VALUE "00".
           05  DIETORD-STATUS          PIC X(2).
               88 DIET-ORDER-FOUND     VALUE "00".
           05  DIAGMSTR-STATUS         PIC X(2).
               88 DIAG-FOUND           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-PAT-SW                 PIC X(01) VALUE "Y".
              88 NO-MORE-PAT VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-SERVICE-DATE             PIC 9(08) VALUE 0.
           05 WS-PREV-WARD-ID             PIC X(04) VALUE SPACES.
           05 STY-SUB                     PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER ACTIVE STAY.  STY-SORT-KEY ORDERS THE
      *    EXTRACT WARD, ROOM, BED.
       01  STAY-TABLE.
           05 STAY-COUNT                  PIC S9(04) COMP VALUE +0.
           05 STAY-ENTRY OCCURS 2000 TIMES.
              10 STY-SORT-KEY.
                 15 STY-WARD-ID           PIC X(04).
                 15 STY-ROOM-NBR          PIC 9(04).
                 15 STY-BED-NBR           PIC 9(04).
              10 STY-PATIENT-ID           PIC 9(06).
              10 STY-PATIENT-NAME         PIC X(20).
              10 STY-DIET-CODE            PIC X(01).
              10 STY-DIET-SOURCE          PIC X(01).
                 88 STY-DIET-DEFAULTED    VALUE 'D'.
              10 STY-INSTRUCTIONS         PIC X(30).
              10 STY-DIAGNOSIS            PIC X(06).

       01  STAY-SORT-WORK.
           05 STY-OUTER-SUB               PIC S9(04) COMP VALUE +0.
           05 STY-INNER-SUB               PIC S9(04) COMP VALUE +0.
           05 STY-INSERT-SUB              PIC S9(04) COMP VALUE +0.
           05 STY-SAVE-ENTRY.
              10 STY-SAVE-SORT-KEY        PIC X(12).
              10 FILLER                   PIC X(64).

      *    TRAYS FOR THE WARD IN PROGRESS, BY DIET.
       01  WARD-TRAY-COUNTS.
           05 WT-REGULAR                  PIC 9(05) COMP VALUE 0.
           05 WT-DIABETIC                 PIC 9(05) COMP VALUE 0.
           05 WT-LOW-SODIUM               PIC 9(05) COMP VALUE 0.
           05 WT-NPO                      PIC 9(05) COMP VALUE 0.
           05 WT-OTHER                    PIC 9(05) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 PATIENTS-READ            PIC 9(7) COMP VALUE 0.
           05 STAYS-EXTRACTED          PIC 9(7) COMP VALUE 0.
           05 DIETS-DEFAULTED          PIC 9(7) COMP VALUE 0.
           05 BEDS-NOT-FOUND           PIC 9(7) COMP VALUE 0.

       COPY PATMSTR.

       COPY BEDMSTR.

       COPY DIETORD.

       COPY DIAGMSTR.

       COPY DIETEXT.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** KITCHEN MEAL CENSUS - TRAYS FOR SERVICE: '.
           05  HDR-SERVICE-DATE        PIC 9(08).
           05  FILLER                  PIC X(08) VALUE
               '   RUN: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' WARD   REGULAR  DIABETIC  LOW-SOD     NPO  '.
           05  FILLER                  PIC X(44) VALUE
               '  OTHER   TOTAL                             '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-WARD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRD-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WRD-REGULAR             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WRD-DIABETIC            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WRD-LOW-SODIUM          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WRD-NPO                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRD-OTHER               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WRD-TOTAL               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  RPT-EXCP-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** NO DIET ORDER - DEFAULTED FROM PRIMARY DI'.
           05  FILLER                  PIC X(44) VALUE
               'AGNOSIS (NURSING UNIT TO ENTER ON CDIE400)  '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-EXCP-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' WARD ROOM  BED PATIENT NAME                '.
           05  FILLER                  PIC X(44) VALUE
               '  DIAGNS DIET                               '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-EXCP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXC-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXC-ROOM-NBR            PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXC-BED-NBR             PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXC-PATIENT-ID          PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXC-PATIENT-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-DIAGNOSIS           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-DIET-CODE           PIC X(01).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-STAYS THRU 100-EXIT
                   UNTIL NO-MORE-PAT.
           PERFORM 200-SORT-STAY-TABLE THRU 200-EXIT.
           PERFORM 300-WRITE-EXTRACT THRU 300-EXIT.
           PERFORM 500-LIST-EXCEPTIONS THRU 500-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'ADD '      TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           MOVE +1          TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** DATESRV FAILED ON RUN DATE " WS-RUN-DATE
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE WS-RUN-DATE TO WS-SERVICE-DATE
           ELSE
               MOVE DSRV-DATE-2 TO WS-SERVICE-DATE.
           OPEN INPUT PATMSTR, BEDMSTR, DIETORD, DIAGMSTR.
           OPEN OUTPUT DIETEXT, DIETRPT.
           MOVE WS-SERVICE-DATE TO HDR-SERVICE-DATE.
           MOVE WS-RUN-DATE     TO HDR-RUN-DATE.
           WRITE DIETRPT-REC FROM RPT-HEADER-1.
           WRITE DIETRPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-PATMSTR THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-LOAD-STAYS - ONE TABLE ENTRY PER ACTIVE STAY, WITH ITS  *
      *    BED LOCATION AND THE DIET IT WILL BE SERVED.                *
      ******************************************************************
       100-LOAD-STAYS.
           MOVE "100-LOAD-STAYS" TO PARA-NAME.
           IF NOT PATIENT-STAY-ACTIVE
               GO TO 100-READ-NEXT.
           IF STAY-COUNT >= 2000
               DISPLAY "** STAY TABLE FULL AT 2000, PATIENT "
                       PATIENT-ID " NOT EXTRACTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.
           ADD +1 TO STAY-COUNT.
           MOVE PATIENT-ID      TO STY-PATIENT-ID (STAY-COUNT).
           MOVE PATIENT-NAME    TO STY-PATIENT-NAME (STAY-COUNT).
           MOVE DIAGNOSTIC-CODE-PRIMARY
                                TO STY-DIAGNOSIS (STAY-COUNT).

           MOVE BED-IDENTITY IN PATIENT-MASTER-REC
               TO BED-MSTR-REC-KEY.
           READ BEDMSTR INTO BED-MASTER-REC.
           IF BED-FOUND
               MOVE BED-WARD-ID  TO STY-WARD-ID (STAY-COUNT)
               MOVE BED-ROOM-NBR TO STY-ROOM-NBR (STAY-COUNT)
           ELSE
               MOVE "????"       TO STY-WARD-ID (STAY-COUNT)
               MOVE ZERO         TO STY-ROOM-NBR (STAY-COUNT)
               ADD +1 TO BEDS-NOT-FOUND
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           END-IF.
           MOVE BED-IDENTITY IN PATIENT-MASTER-REC
               TO STY-BED-NBR (STAY-COUNT).

           MOVE PATIENT-KEY TO DIETORD-REC-KEY.
           READ DIETORD INTO DIET-ORDER-REC.
           IF DIET-ORDER-FOUND
               MOVE DIET-CODE         TO STY-DIET-CODE (STAY-COUNT)
               MOVE DIET-INSTRUCTIONS TO STY-INSTRUCTIONS (STAY-COUNT)
               MOVE 'O'               TO STY-DIET-SOURCE (STAY-COUNT)
           ELSE
               PERFORM 150-DEFAULT-DIET THRU 150-EXIT.
       100-READ-NEXT.
           PERFORM 900-READ-PATMSTR THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-DEFAULT-DIET.
           MOVE "150-DEFAULT-DIET" TO PARA-NAME.
           MOVE 'R'    TO STY-DIET-CODE (STAY-COUNT).
           MOVE SPACES TO STY-INSTRUCTIONS (STAY-COUNT).
           MOVE 'D'    TO STY-DIET-SOURCE (STAY-COUNT).
           ADD +1 TO DIETS-DEFAULTED.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO DIAGMSTR-REC-KEY.
           READ DIAGMSTR INTO DIAGNOSIS-MASTER-REC.
           IF NOT DIAG-FOUND
               GO TO 150-EXIT.
           IF DIAG-MSTR-DEFAULT-DIET NOT = SPACE
             AND DIAG-MSTR-VALID-DIET
               MOVE DIAG-MSTR-DEFAULT-DIET
                   TO STY-DIET-CODE (STAY-COUNT).
       150-EXIT.
           EXIT.

      ******************************************************************
      *    200-SORT-STAY-TABLE - A PLAIN INSERTION SORT ON             *
      *    STY-SORT-KEY (WARD, ROOM, BED), ASCENDING.                  *
      ******************************************************************
       200-SORT-STAY-TABLE.
           MOVE "200-SORT-STAY-TABLE" TO PARA-NAME.
           PERFORM 210-INSERTION-SORT-PASS THRU 210-EXIT
               VARYING STY-OUTER-SUB FROM 2 BY 1
               UNTIL STY-OUTER-SUB > STAY-COUNT.
       200-EXIT.
           EXIT.

       210-INSERTION-SORT-PASS.
           MOVE STAY-ENTRY (STY-OUTER-SUB) TO STY-SAVE-ENTRY.
           COMPUTE STY-INNER-SUB = STY-OUTER-SUB - 1.
           PERFORM 220-SHIFT-IF-NEEDED THRU 220-EXIT
               UNTIL STY-INNER-SUB = 0
               OR STY-SORT-KEY (STY-INNER-SUB) <= STY-SAVE-SORT-KEY.
           COMPUTE STY-INSERT-SUB = STY-INNER-SUB + 1.
           MOVE STY-SAVE-ENTRY TO STAY-ENTRY (STY-INSERT-SUB).
       210-EXIT.
           EXIT.

       220-SHIFT-IF-NEEDED.
           MOVE STAY-ENTRY (STY-INNER-SUB)
               TO STAY-ENTRY (STY-INNER-SUB + 1).
           SUBTRACT 1 FROM STY-INNER-SUB.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300-WRITE-EXTRACT - THE SORTED STAYS TO THE KITCHEN, WITH   *
      *    A TRAY-COUNT LINE AT EACH CHANGE OF WARD.                   *
      ******************************************************************
       300-WRITE-EXTRACT.
           MOVE "300-WRITE-EXTRACT" TO PARA-NAME.
           IF STAY-COUNT = ZERO
               GO TO 300-EXIT.
           MOVE STY-WARD-ID (1) TO WS-PREV-WARD-ID.
           PERFORM 350-WRITE-ONE-STAY THRU 350-EXIT
               VARYING STY-SUB FROM 1 BY 1
               UNTIL STY-SUB > STAY-COUNT.
           PERFORM 400-WARD-TOTAL THRU 400-EXIT.
       300-EXIT.
           EXIT.

       350-WRITE-ONE-STAY.
           IF STY-WARD-ID (STY-SUB) NOT = WS-PREV-WARD-ID
               PERFORM 400-WARD-TOTAL THRU 400-EXIT
               MOVE STY-WARD-ID (STY-SUB) TO WS-PREV-WARD-ID.

           INITIALIZE DIET-EXTRACT-REC.
           MOVE STY-WARD-ID (STY-SUB)      TO DIEX-WARD-ID.
           MOVE STY-ROOM-NBR (STY-SUB)     TO DIEX-ROOM-NBR.
           MOVE STY-BED-NBR (STY-SUB)      TO DIEX-BED-NBR.
           MOVE STY-PATIENT-ID (STY-SUB)   TO DIEX-PATIENT-ID.
           MOVE STY-PATIENT-NAME (STY-SUB) TO DIEX-PATIENT-NAME.
           MOVE STY-DIET-CODE (STY-SUB)    TO DIEX-DIET-CODE.
           MOVE STY-DIET-SOURCE (STY-SUB)  TO DIEX-DIET-SOURCE.
           MOVE STY-INSTRUCTIONS (STY-SUB) TO DIEX-INSTRUCTIONS.
           MOVE WS-SERVICE-DATE            TO DIEX-SERVICE-DATE.
           WRITE DIETEXT-REC FROM DIET-EXTRACT-REC.
           ADD +1 TO STAYS-EXTRACTED.

           MOVE STY-DIET-CODE (STY-SUB) TO DIET-CODE.
           IF DIET-DIABETIC
               ADD +1 TO WT-DIABETIC
           ELSE
           IF DIET-LOW-SODIUM
               ADD +1 TO WT-LOW-SODIUM
           ELSE
           IF DIET-NPO
               ADD +1 TO WT-NPO
           ELSE
           IF DIET-OTHER
               ADD +1 TO WT-OTHER
           ELSE
               ADD +1 TO WT-REGULAR.
       350-EXIT.
           EXIT.

       400-WARD-TOTAL.
           MOVE WS-PREV-WARD-ID TO WRD-WARD-ID.
           MOVE WT-REGULAR      TO WRD-REGULAR.
           MOVE WT-DIABETIC     TO WRD-DIABETIC.
           MOVE WT-LOW-SODIUM   TO WRD-LOW-SODIUM.
           MOVE WT-NPO          TO WRD-NPO.
           MOVE WT-OTHER        TO WRD-OTHER.
           COMPUTE WRD-TOTAL = WT-REGULAR + WT-DIABETIC
                             + WT-LOW-SODIUM + WT-NPO + WT-OTHER.
           WRITE DIETRPT-REC FROM RPT-WARD-LINE.
           MOVE ZERO TO WT-REGULAR, WT-DIABETIC, WT-LOW-SODIUM,
                        WT-NPO, WT-OTHER.
       400-EXIT.
           EXIT.

       500-LIST-EXCEPTIONS.
           MOVE "500-LIST-EXCEPTIONS" TO PARA-NAME.
           IF DIETS-DEFAULTED = ZERO
               GO TO 500-EXIT.
           WRITE DIETRPT-REC FROM RPT-EXCP-HEADER-1.
           WRITE DIETRPT-REC FROM RPT-EXCP-HEADER-2.
           PERFORM 550-LIST-ONE-EXCEPTION THRU 550-EXIT
               VARYING STY-SUB FROM 1 BY 1
               UNTIL STY-SUB > STAY-COUNT.
       500-EXIT.
           EXIT.

       550-LIST-ONE-EXCEPTION.
           IF NOT STY-DIET-DEFAULTED (STY-SUB)
               GO TO 550-EXIT.
           MOVE STY-WARD-ID (STY-SUB)      TO EXC-WARD-ID.
           MOVE STY-ROOM-NBR (STY-SUB)     TO EXC-ROOM-NBR.
           MOVE STY-BED-NBR (STY-SUB)      TO EXC-BED-NBR.
           MOVE STY-PATIENT-ID (STY-SUB)   TO EXC-PATIENT-ID.
           MOVE STY-PATIENT-NAME (STY-SUB) TO EXC-PATIENT-NAME.
           MOVE STY-DIAGNOSIS (STY-SUB)    TO EXC-DIAGNOSIS.
           MOVE STY-DIET-CODE (STY-SUB)    TO EXC-DIET-CODE.
           WRITE DIETRPT-REC FROM RPT-EXCP-LINE.
       550-EXIT.
           EXIT.

       900-READ-PATMSTR.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END MOVE "N" TO MORE-PAT-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO PATIENTS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'PATIENTS READ:                ' TO RPT-TOTAL-LABEL.
           MOVE PATIENTS-READ TO RPT-TOTAL-COUNT.
           WRITE DIETRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ACTIVE STAYS EXTRACTED:       ' TO RPT-TOTAL-LABEL.
           MOVE STAYS-EXTRACTED TO RPT-TOTAL-COUNT.
           WRITE DIETRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'DIETS DEFAULTED (NO ORDER):   ' TO RPT-TOTAL-LABEL.
           MOVE DIETS-DEFAULTED TO RPT-TOTAL-COUNT.
           WRITE DIETRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'STAYS WITH NO BED ON FILE:    ' TO RPT-TOTAL-LABEL.
           MOVE BEDS-NOT-FOUND TO RPT-TOTAL-COUNT.
           WRITE DIETRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE PATMSTR, BEDMSTR, DIETORD, DIAGMSTR, DIETEXT, DIETRPT.
           DISPLAY "** ACTIVE STAYS EXTRACTED " STAYS-EXTRACTED.
           DISPLAY "** DIETS DEFAULTED        " DIETS-DEFAULTED.
           DISPLAY "******** NORMAL END OF JOB DIETXTR ********".
       999-EXIT.
           EXIT.
