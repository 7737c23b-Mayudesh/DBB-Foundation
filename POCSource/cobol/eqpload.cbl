       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  EQPLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * EQPLOAD - BIOMEDICAL EQUIPMENT MASTER MAINTENANCE.  READS     *
      *           BIOMED'S EQUIPMENT CARDS AND APPLIES THEM TO THE    *
      *           EQUIPMST FILE:                                      *
      *                                                               *
      *             A - ADD A NEW UNIT (TYPE, WARD, PM INTERVAL)      *
      *             C - CHANGE TYPE/DESCRIPTION/WARD/INTERVAL - ONLY  *
      *                 THE NON-BLANK FIELDS ARE APPLIED              *
      *             P - PM COMPLETED ON THE CARD DATE (BLANK = TODAY) *
      *                 - RESETS THE USAGE SINCE PM AND RETURNS THE   *
      *                 UNIT TO SERVICE                               *
      *             O - TAKE THE UNIT OUT OF SERVICE                  *
      *             I - RETURN THE UNIT TO SERVICE                    *
      *                                                               *
      *           BAD CARDS REJECT TO EQPERR WITH THE REASON.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EQPCARD
           ASSIGN TO UT-S-EQPCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT EQPERR
           ASSIGN TO UT-S-EQPERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT EQUIPMST
                  ASSIGN       to EQUIPMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is EQUIPMST-REC-KEY
                  FILE STATUS  is EQUIPMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EQPCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPCARD-REC.
       01  EQPCARD-REC.
           05  EQC-ACTION                  PIC X(01).
               88  EQC-ADD                 VALUE 'A'.
               88  EQC-CHANGE              VALUE 'C'.
               88  EQC-PM-DONE             VALUE 'P'.
               88  EQC-OUT-OF-SERVICE      VALUE 'O'.
               88  EQC-IN-SERVICE          VALUE 'I'.
               88  EQC-VALID-ACTION        VALUES 'A', 'C', 'P',
                                                  'O', 'I'.
           05  EQC-ASSET-ID                PIC X(08).
           05  EQC-TYPE                    PIC X(04).
           05  EQC-WARD-ID                 PIC X(04).
           05  EQC-PM-INTERVAL             PIC X(04).
           05  EQC-PM-INTERVAL-N REDEFINES EQC-PM-INTERVAL
                                           PIC 9(04).
           05  EQC-PM-DATE                 PIC X(08).
           05  EQC-PM-DATE-N REDEFINES EQC-PM-DATE
                                           PIC 9(08).
           05  EQC-DESCRIPTION             PIC X(30).
           05  EQC-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(13).

       FD  EQPERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPERR-REC.
       01  EQPERR-REC.
           05  EQPERR-MSG                  PIC X(40).
           05  EQPERR-REST                 PIC X(80).

       FD  EQUIPMST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EQUIPMST-FD-REC.
       01  EQUIPMST-FD-REC.
           05 EQUIPMST-REC-KEY PIC X(08).
           05 FILLER           PIC X(112).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  EQUIPMST-STATUS         PIC X(2).
               88 EQUIPMST-FOUND       VALUE "00".
               88 EQUIPMST-NOT-FOUND   VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 UNITS-ADDED              PIC 9(7) COMP VALUE 0.
           05 UNITS-CHANGED            PIC 9(7) COMP VALUE 0.
           05 PM-COMPLETIONS           PIC 9(7) COMP VALUE 0.
           05 SERVICE-CHANGES          PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY EQUIPMST.

       COPY DATESRVP.

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
           OPEN INPUT EQPCARD.
           OPEN I-O EQUIPMST.
           IF NOT EQUIPMST-FOUND
               OPEN OUTPUT EQUIPMST
               CLOSE EQUIPMST
               OPEN I-O EQUIPMST.
           OPEN OUTPUT EQPERR.
           PERFORM 900-READ-EQPCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-EDIT-CARD THRU 200-EXIT.
           PERFORM 900-READ-EQPCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-EDIT-CARD - EDITS COMMON TO EVERY ACTION, THEN THE      *
      *    MASTER READ AND THE ACTION'S OWN PARAGRAPH.                 *
      ******************************************************************
       200-EDIT-CARD.
           MOVE "200-EDIT-CARD" TO PARA-NAME.
           IF NOT EQC-VALID-ACTION
               MOVE "*** INVALID EQUIPMENT ACTION CODE" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF EQC-ASSET-ID = SPACES
               MOVE "*** BLANK ASSET ID" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF EQC-CHANGED-BY = SPACES
               MOVE "*** BLANK CHANGED-BY" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE EQC-ASSET-ID TO EQUIPMST-REC-KEY.
           READ EQUIPMST INTO EQUIPMENT-MASTER-REC.
           IF EQC-ADD
               IF EQUIPMST-FOUND
                   MOVE "*** ASSET ALREADY ON EQUIPMST" TO EQPERR-MSG
                   PERFORM 710-WRITE-EQPERR THRU 710-EXIT
                   GO TO 200-EXIT
               ELSE
                   PERFORM 300-ADD-UNIT THRU 300-EXIT
                   GO TO 200-EXIT.

           IF NOT EQUIPMST-FOUND
               MOVE "*** ASSET NOT ON EQUIPMST" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF EQC-CHANGE
               PERFORM 400-CHANGE-UNIT THRU 400-EXIT
           ELSE
           IF EQC-PM-DONE
               PERFORM 500-POST-PM THRU 500-EXIT
           ELSE
               PERFORM 600-SET-SERVICE THRU 600-EXIT.
       200-EXIT.
           EXIT.

       300-ADD-UNIT.
           MOVE "300-ADD-UNIT" TO PARA-NAME.
           INITIALIZE EQUIPMENT-MASTER-REC.
           MOVE EQC-TYPE TO EQP-TYPE.
           IF NOT EQP-VALID-TYPE
               MOVE "*** INVALID EQUIPMENT TYPE" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF EQC-WARD-ID = SPACES
               MOVE "*** BLANK WARD ID" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF EQC-PM-INTERVAL-N NOT NUMERIC
                   OR EQC-PM-INTERVAL-N = ZERO
               MOVE "*** INVALID PM INTERVAL DAYS" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               GO TO 300-EXIT.

      *    A UNIT ARRIVING WITH NO PM HISTORY IS DUE AT ONCE.
           IF EQC-PM-DATE = SPACES
               MOVE ZERO TO EQP-LAST-PM-DATE
           ELSE
               PERFORM 800-VALIDATE-PM-DATE THRU 800-EXIT
               IF DSRV-RETURN-CD NOT = ZERO
                   GO TO 300-EXIT
               ELSE
                   MOVE EQC-PM-DATE-N TO EQP-LAST-PM-DATE.

           MOVE EQC-ASSET-ID      TO EQP-ASSET-ID.
           MOVE EQC-DESCRIPTION   TO EQP-DESCRIPTION.
           MOVE EQC-WARD-ID       TO EQP-WARD-ID.
           MOVE EQC-PM-INTERVAL-N TO EQP-PM-INTERVAL-DAYS.
           MOVE 'I'               TO EQP-SERVICE-STATUS.
           MOVE ZERO              TO EQP-USAGE-COUNT,
                                     EQP-USAGE-SINCE-PM,
                                     EQP-LAST-USAGE-DATE.
           MOVE EQC-CHANGED-BY    TO EQP-CHANGED-BY.
           MOVE WS-RUN-DATE       TO EQP-CHANGED-DATE.
           MOVE EQP-ASSET-ID      TO EQUIPMST-REC-KEY.
           WRITE EQUIPMST-FD-REC FROM EQUIPMENT-MASTER-REC.
           IF NOT EQUIPMST-FOUND
               DISPLAY "** EQUIPMST WRITE FAILED, STATUS "
                       EQUIPMST-STATUS " FOR " EQC-ASSET-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO UNITS-ADDED.
       300-EXIT.
           EXIT.

       400-CHANGE-UNIT.
           MOVE "400-CHANGE-UNIT" TO PARA-NAME.
           IF EQC-TYPE NOT = SPACES
               MOVE EQC-TYPE TO EQP-TYPE
               IF NOT EQP-VALID-TYPE
                   MOVE "*** INVALID EQUIPMENT TYPE" TO EQPERR-MSG
                   PERFORM 710-WRITE-EQPERR THRU 710-EXIT
                   GO TO 400-EXIT.

           IF EQC-PM-INTERVAL NOT = SPACES
               IF EQC-PM-INTERVAL-N NOT NUMERIC
                       OR EQC-PM-INTERVAL-N = ZERO
                   MOVE "*** INVALID PM INTERVAL DAYS" TO EQPERR-MSG
                   PERFORM 710-WRITE-EQPERR THRU 710-EXIT
                   GO TO 400-EXIT
               ELSE
                   MOVE EQC-PM-INTERVAL-N TO EQP-PM-INTERVAL-DAYS.

           IF EQC-WARD-ID NOT = SPACES
               MOVE EQC-WARD-ID TO EQP-WARD-ID.
           IF EQC-DESCRIPTION NOT = SPACES
               MOVE EQC-DESCRIPTION TO EQP-DESCRIPTION.
           PERFORM 700-REWRITE-UNIT THRU 700-EXIT.
           ADD +1 TO UNITS-CHANGED.
       400-EXIT.
           EXIT.

       500-POST-PM.
           MOVE "500-POST-PM" TO PARA-NAME.
           IF EQC-PM-DATE = SPACES
               MOVE WS-RUN-DATE TO EQC-PM-DATE-N
           ELSE
               PERFORM 800-VALIDATE-PM-DATE THRU 800-EXIT
               IF DSRV-RETURN-CD NOT = ZERO
                   GO TO 500-EXIT.

           MOVE EQC-PM-DATE-N TO EQP-LAST-PM-DATE.
           MOVE ZERO          TO EQP-USAGE-SINCE-PM.
           MOVE 'I'           TO EQP-SERVICE-STATUS.
           PERFORM 700-REWRITE-UNIT THRU 700-EXIT.
           ADD +1 TO PM-COMPLETIONS.
       500-EXIT.
           EXIT.

       600-SET-SERVICE.
           MOVE "600-SET-SERVICE" TO PARA-NAME.
           MOVE EQC-ACTION TO EQP-SERVICE-STATUS.
           PERFORM 700-REWRITE-UNIT THRU 700-EXIT.
           ADD +1 TO SERVICE-CHANGES.
       600-EXIT.
           EXIT.

       700-REWRITE-UNIT.
           MOVE EQC-CHANGED-BY TO EQP-CHANGED-BY.
           MOVE WS-RUN-DATE    TO EQP-CHANGED-DATE.
           MOVE EQP-ASSET-ID   TO EQUIPMST-REC-KEY.
           REWRITE EQUIPMST-FD-REC FROM EQUIPMENT-MASTER-REC.
           IF NOT EQUIPMST-FOUND
               DISPLAY "** EQUIPMST REWRITE FAILED, STATUS "
                       EQUIPMST-STATUS " FOR " EQC-ASSET-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       700-EXIT.
           EXIT.

       710-WRITE-EQPERR.
           MOVE EQPCARD-REC TO EQPERR-REST.
           WRITE EQPERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

      *    A PM DATE MUST BE A REAL CALENDAR DATE AND NOT IN THE
      *    FUTURE.  A BAD DATE REJECTS THE CARD AND LEAVES A NON-ZERO
      *    DSRV-RETURN-CD FOR THE CALLER.
       800-VALIDATE-PM-DATE.
           MOVE 'VAL '        TO DSRV-FUNCTION.
           MOVE EQC-PM-DATE   TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF EQC-PM-DATE-N NOT NUMERIC
                   OR DSRV-RETURN-CD NOT = ZERO
               MOVE "*** INVALID PM DATE" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               MOVE +8 TO DSRV-RETURN-CD
               GO TO 800-EXIT.
           IF EQC-PM-DATE-N > WS-RUN-DATE
               MOVE "*** PM DATE IN THE FUTURE" TO EQPERR-MSG
               PERFORM 710-WRITE-EQPERR THRU 710-EXIT
               MOVE +8 TO DSRV-RETURN-CD.
       800-EXIT.
           EXIT.

       900-READ-EQPCARD.
           READ EQPCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE EQPCARD, EQUIPMST, EQPERR.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** UNITS ADDED        " UNITS-ADDED.
           DISPLAY "** UNITS CHANGED      " UNITS-CHANGED.
           DISPLAY "** PM COMPLETIONS     " PM-COMPLETIONS.
           DISPLAY "** SERVICE CHANGES    " SERVICE-CHANGES.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB EQPLOAD ********".
       999-EXIT.
           EXIT.
