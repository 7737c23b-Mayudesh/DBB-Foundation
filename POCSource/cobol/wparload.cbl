       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  WPARLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * WPARLOAD - WARD SUPPLY PAR TABLE MAINTENANCE.  READS NURSING  *
      *            MATERIALS' PAR CARDS AND APPLIES THEM TO WARDPAR:  *
      *                                                               *
      *              W - ADD OR CHANGE A WARD: ITS COST CENTRE (THE   *
      *                  DEPT_BUDGET DEPARTMENT ITS SUPPLIES CHARGE   *
      *                  TO), THE WAREHOUSE IT DRAWS FROM AND ITS     *
      *                  NAME.  ON A CHANGE ONLY THE NON-BLANK FIELDS *
      *                  ARE APPLIED                                  *
      *              P - ADD OR CHANGE A PART'S PAR QUANTITY ON THE   *
      *                  WARD, WITH AN OPTIONAL WAREHOUSE OF ITS OWN  *
      *                  WHEN THE WARD'S DOES NOT STOCK IT            *
      *              D - TAKE A PART OFF THE WARD'S PAR LIST          *
      *                                                               *
      *            A PART MUST BE STOCKED (PART_STOCK_LOC) AT THE     *
      *            WAREHOUSE IT WILL BE ISSUED FROM, AND THE WARD     *
      *            MUST BE SET UP BEFORE ITS PARTS.  A CHANGE TO A    *
      *            PAR LEAVES ANY SHORTFALL ALREADY COUNTED ALONE -   *
      *            THE NEXT COUNT ON CPAR400 USES THE NEW PAR.        *
      *                                                               *
      *            PAR CARD (80 COLS):                                *
      *              1      ACTION (W/P/D)    2-5   WARD ID           *
      *              6-28   PART NUMBER (BLANK ON A W CARD)           *
      *             29-35   PAR QTY 9(7)     36-38  WAREHOUSE         *
      *             39-41   COST CENTRE      42-66  WARD NAME         *
      *             67-74   CHANGED BY                                *
      *                                                               *
      *            BAD CARDS REJECT TO WPARERR WITH THE REASON.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARCARD
           ASSIGN TO UT-S-PARCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT WPARERR
           ASSIGN TO UT-S-WPARERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT WARDPAR
                  ASSIGN       to WARDPAR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is WARDPAR-REC-KEY
                  FILE STATUS  is WARDPAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARCARD-REC.
       01  PARCARD-REC.
           05  PRC-ACTION                  PIC X(01).
               88  PRC-WARD                VALUE 'W'.
               88  PRC-PAR                 VALUE 'P'.
               88  PRC-DELETE              VALUE 'D'.
               88  PRC-VALID-ACTION        VALUES 'W', 'P', 'D'.
           05  PRC-WARD-ID                 PIC X(04).
           05  PRC-PART-NUM                PIC X(23).
           05  PRC-PAR-QTY                 PIC X(07).
           05  PRC-PAR-QTY-N REDEFINES PRC-PAR-QTY
                                           PIC 9(07).
           05  PRC-WHSE                    PIC X(03).
           05  PRC-COST-CENTRE             PIC X(03).
           05  PRC-WARD-NAME               PIC X(25).
           05  PRC-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(06).

       FD  WPARERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WPARERR-REC.
       01  WPARERR-REC.
           05  WPARERR-MSG                 PIC X(40).
           05  WPARERR-REST                PIC X(80).

       FD  WARDPAR
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WARDPAR-FD-REC.
       01  WARDPAR-FD-REC.
           05 WARDPAR-REC-KEY  PIC X(27).
           05 FILLER           PIC X(73).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  WARDPAR-STATUS          PIC X(2).
               88 WARDPAR-FOUND        VALUE "00".
               88 WARDPAR-NOT-FOUND    VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-WARD-WHSE                PIC X(03) VALUE SPACES.

       01  HOST-VARIABLES.
           05  HV-DEPT                 PIC X(03).
           05  HV-PART-NUM             PIC X(23).
           05  HV-WHSE-CODE            PIC X(03).

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 WARDS-ADDED              PIC 9(7) COMP VALUE 0.
           05 WARDS-CHANGED            PIC 9(7) COMP VALUE 0.
           05 PARS-ADDED               PIC 9(7) COMP VALUE 0.
           05 PARS-CHANGED             PIC 9(7) COMP VALUE 0.
           05 PARS-DELETED             PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY WARDPAR.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
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
           OPEN INPUT PARCARD.
           OPEN I-O WARDPAR.
           IF NOT WARDPAR-FOUND
               OPEN OUTPUT WARDPAR
               CLOSE WARDPAR
               OPEN I-O WARDPAR.
           OPEN OUTPUT WPARERR.
           PERFORM 900-READ-PARCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-EDIT-CARD THRU 200-EXIT.
           PERFORM 900-READ-PARCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-EDIT-CARD - EDITS COMMON TO EVERY ACTION, THEN THE      *
      *    ACTION'S OWN PARAGRAPH.                                     *
      ******************************************************************
       200-EDIT-CARD.
           MOVE "200-EDIT-CARD" TO PARA-NAME.
           IF NOT PRC-VALID-ACTION
               MOVE "*** INVALID PAR CARD ACTION CODE" TO WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF PRC-WARD-ID = SPACES
               MOVE "*** BLANK WARD ID" TO WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF PRC-CHANGED-BY = SPACES
               MOVE "*** BLANK CHANGED-BY" TO WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF PRC-WARD
               IF PRC-PART-NUM NOT = SPACES
                   MOVE "*** PART NUMBER ON A WARD CARD" TO
                       WPARERR-MSG
                   PERFORM 710-WRITE-WPARERR THRU 710-EXIT
                   GO TO 200-EXIT
               ELSE
                   PERFORM 300-APPLY-WARD THRU 300-EXIT
                   GO TO 200-EXIT.

           IF PRC-PART-NUM = SPACES
               MOVE "*** BLANK PART NUMBER" TO WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF PRC-PAR
               PERFORM 400-APPLY-PAR THRU 400-EXIT
           ELSE
               PERFORM 500-DELETE-PAR THRU 500-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-APPLY-WARD - THE WARD'S OWN RECORD.  A NEW WARD NEEDS   *
      *    ALL OF COST CENTRE, WAREHOUSE AND NAME; A COST CENTRE MUST  *
      *    BE A DEPT_BUDGET DEPARTMENT.                                *
      ******************************************************************
       300-APPLY-WARD.
           MOVE "300-APPLY-WARD" TO PARA-NAME.
           IF PRC-COST-CENTRE NOT = SPACES
               MOVE PRC-COST-CENTRE TO HV-DEPT
               EXEC SQL
                    SELECT DEPT
                    INTO   :HV-DEPT
                    FROM   DDS0001.DEPT_BUDGET
                    WHERE  DEPT = :HV-DEPT
               END-EXEC
               IF SQLCODE = 100
                   MOVE "*** COST CENTRE NOT ON DEPT_BUDGET" TO
                       WPARERR-MSG
                   PERFORM 710-WRITE-WPARERR THRU 710-EXIT
                   GO TO 300-EXIT
               ELSE
               IF SQLCODE NOT = 0
                   DISPLAY "** DEPT_BUDGET SELECT FAILED " SQLCODE
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   GO TO 300-EXIT.

           MOVE PRC-WARD-ID TO WPH-WARD-ID.
           MOVE SPACES      TO WPH-PART-NUM.
           MOVE WPH-KEY     TO WARDPAR-REC-KEY.
           READ WARDPAR INTO WARD-PAR-HEADER-REC.
           IF WARDPAR-FOUND
               GO TO 350-CHANGE-WARD.

           IF PRC-COST-CENTRE = SPACES OR PRC-WHSE = SPACES
                   OR PRC-WARD-NAME = SPACES
               MOVE "*** NEW WARD NEEDS CC, WHSE AND NAME" TO
                   WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 300-EXIT.

           INITIALIZE WARD-PAR-HEADER-REC.
           MOVE PRC-WARD-ID      TO WPH-WARD-ID.
           MOVE SPACES           TO WPH-PART-NUM.
           MOVE PRC-COST-CENTRE  TO WPH-COST-CENTRE.
           MOVE PRC-WHSE         TO WPH-ISSUE-WHSE.
           MOVE PRC-WARD-NAME    TO WPH-WARD-NAME.
           MOVE PRC-CHANGED-BY   TO WPH-CHANGED-BY.
           MOVE WS-RUN-DATE      TO WPH-CHANGED-DATE.
           MOVE WPH-KEY          TO WARDPAR-REC-KEY.
           WRITE WARDPAR-FD-REC FROM WARD-PAR-HEADER-REC.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR WRITE FAILED, STATUS "
                       WARDPAR-STATUS " FOR WARD " PRC-WARD-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO WARDS-ADDED.
           GO TO 300-EXIT.

       350-CHANGE-WARD.
           IF PRC-COST-CENTRE NOT = SPACES
               MOVE PRC-COST-CENTRE TO WPH-COST-CENTRE.
           IF PRC-WHSE NOT = SPACES
               MOVE PRC-WHSE TO WPH-ISSUE-WHSE.
           IF PRC-WARD-NAME NOT = SPACES
               MOVE PRC-WARD-NAME TO WPH-WARD-NAME.
           MOVE PRC-CHANGED-BY   TO WPH-CHANGED-BY.
           MOVE WS-RUN-DATE      TO WPH-CHANGED-DATE.
           REWRITE WARDPAR-FD-REC FROM WARD-PAR-HEADER-REC.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR REWRITE FAILED, STATUS "
                       WARDPAR-STATUS " FOR WARD " PRC-WARD-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO WARDS-CHANGED.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-APPLY-PAR - ADD OR CHANGE ONE PART ON A WARD THAT IS    *
      *    ALREADY SET UP.  THE PART MUST BE STOCKED WHERE IT WILL BE  *
      *    ISSUED FROM.                                                *
      ******************************************************************
       400-APPLY-PAR.
           MOVE "400-APPLY-PAR" TO PARA-NAME.
           IF PRC-PAR-QTY-N NOT NUMERIC OR PRC-PAR-QTY-N = ZERO
               MOVE "*** INVALID PAR QUANTITY" TO WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 400-EXIT.

           MOVE PRC-WARD-ID TO WPH-WARD-ID.
           MOVE SPACES      TO WPH-PART-NUM.
           MOVE WPH-KEY     TO WARDPAR-REC-KEY.
           READ WARDPAR INTO WARD-PAR-HEADER-REC.
           IF NOT WARDPAR-FOUND
               MOVE "*** WARD NOT SET UP ON WARDPAR" TO WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 400-EXIT.
           MOVE WPH-ISSUE-WHSE TO WS-WARD-WHSE.

           MOVE PRC-PART-NUM TO HV-PART-NUM.
           IF PRC-WHSE = SPACES
               MOVE WS-WARD-WHSE TO HV-WHSE-CODE
           ELSE
               MOVE PRC-WHSE     TO HV-WHSE-CODE.
           EXEC SQL
                SELECT PART_NUM
                INTO   :HV-PART-NUM
                FROM   PART_STOCK_LOC
                WHERE  PART_NUM  = :HV-PART-NUM
                AND    WHSE_CODE = :HV-WHSE-CODE
           END-EXEC.
           IF SQLCODE = 100
               MOVE "*** PART NOT STOCKED AT THE WAREHOUSE" TO
                   WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 400-EXIT
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK_LOC SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.

           MOVE PRC-WARD-ID  TO WPR-WARD-ID.
           MOVE PRC-PART-NUM TO WPR-PART-NUM.
           MOVE WPR-KEY      TO WARDPAR-REC-KEY.
           READ WARDPAR INTO WARD-PAR-REC.
           IF WARDPAR-FOUND
               MOVE PRC-PAR-QTY-N    TO WPR-PAR-QTY
               MOVE PRC-WHSE         TO WPR-ISSUE-WHSE
               MOVE PRC-CHANGED-BY   TO WPR-CHANGED-BY
               MOVE WS-RUN-DATE      TO WPR-CHANGED-DATE
               REWRITE WARDPAR-FD-REC FROM WARD-PAR-REC
               IF NOT WARDPAR-FOUND
                   DISPLAY "** WARDPAR REWRITE FAILED, STATUS "
                           WARDPAR-STATUS " FOR " WPR-KEY
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               ELSE
                   ADD +1 TO PARS-CHANGED
               END-IF
               GO TO 400-EXIT.

           INITIALIZE WARD-PAR-REC.
           MOVE PRC-WARD-ID      TO WPR-WARD-ID.
           MOVE PRC-PART-NUM     TO WPR-PART-NUM.
           MOVE PRC-PAR-QTY-N    TO WPR-PAR-QTY.
           MOVE PRC-WHSE         TO WPR-ISSUE-WHSE.
           MOVE SPACE            TO WPR-REPL-STATUS.
           MOVE PRC-CHANGED-BY   TO WPR-CHANGED-BY.
           MOVE WS-RUN-DATE      TO WPR-CHANGED-DATE.
           MOVE WPR-KEY          TO WARDPAR-REC-KEY.
           WRITE WARDPAR-FD-REC FROM WARD-PAR-REC.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR WRITE FAILED, STATUS "
                       WARDPAR-STATUS " FOR " WPR-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           ADD +1 TO PARS-ADDED.
       400-EXIT.
           EXIT.

       500-DELETE-PAR.
           MOVE "500-DELETE-PAR" TO PARA-NAME.
           MOVE PRC-WARD-ID  TO WPR-WARD-ID.
           MOVE PRC-PART-NUM TO WPR-PART-NUM.
           MOVE WPR-KEY      TO WARDPAR-REC-KEY.
           READ WARDPAR INTO WARD-PAR-REC.
           IF NOT WARDPAR-FOUND
               MOVE "*** PART NOT ON THE WARD'S PAR LIST" TO
                   WPARERR-MSG
               PERFORM 710-WRITE-WPARERR THRU 710-EXIT
               GO TO 500-EXIT.
           DELETE WARDPAR.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR DELETE FAILED, STATUS "
                       WARDPAR-STATUS " FOR " WPR-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO PARS-DELETED.
       500-EXIT.
           EXIT.

       710-WRITE-WPARERR.
           MOVE PARCARD-REC TO WPARERR-REST.
           WRITE WPARERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-PARCARD.
           READ PARCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE PARCARD, WARDPAR, WPARERR.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** WARDS ADDED        " WARDS-ADDED.
           DISPLAY "** WARDS CHANGED      " WARDS-CHANGED.
           DISPLAY "** PARS ADDED         " PARS-ADDED.
           DISPLAY "** PARS CHANGED       " PARS-CHANGED.
           DISPLAY "** PARS DELETED       " PARS-DELETED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB WPARLOAD ********".
       999-EXIT.
           EXIT.
