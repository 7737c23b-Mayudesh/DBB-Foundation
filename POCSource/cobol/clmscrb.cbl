       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  CLMSCRB.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * CLMSCRB - PRE-BILL CLAIM SCRUBBER.  RUNS BETWEEN THE NIGHTLY  *
      *           COSTING PASS AND CLMEXTR AND HOLDS BACK ANY STAY    *
      *           THE PAYER WOULD REJECT, SO IT IS FIXED BEFORE IT    *
      *           GOES OUT RATHER THAN AFTER A DENIAL COMES BACK.     *
      *                                                               *
      *           EACH PATIENT GROUP ON THE ITEMCOST FILE IS CHECKED  *
      *           AGAINST THE PRIMARY PAYER'S ROWS ON THE SCRBRULE    *
      *           TABLE (AND THE ALL-PAYER '******' ROWS):            *
      *                                                               *
      *             GN / PN - GROUP / POLICY NUMBER ON PATINS         *
      *             DX      - PRIMARY DIAGNOSIS ACTIVE ON DIAGMSTR    *
      *             PA      - AN OPEN PREAUTH COVERING EACH OF THE    *
      *                       STAY'S TREATMENTS OF THE TYPE           *
      *             TX      - NO TREATMENT OF A TYPE THE PAYER        *
      *                       REFUSES ON THE PATIENT'S GROUP          *
      *                                                               *
      *           THE STAY'S TREATMENTS ARE THOSE ON TRMTHIST SINCE   *
      *           THE ADMIT DATE.  A CLEAN CLAIM'S LINES PASS         *
      *           UNCHANGED TO ITEMOUT, WHICH IS CLMEXTR'S ITEMCOST   *
      *           INPUT.  A FAILING CLAIM'S LINES GO TO THE PREBILLQ  *
      *           WORK QUEUE UNDER A CONTROL RECORD NAMING EACH       *
      *           REASON, FOR BILLING TO WORK ON CPBQ400.  A PATIENT  *
      *           MISSING FROM PATMSTR OR PATINS PASSES UNSCRUBBED -  *
      *           CLMEXTR SKIPS AND REPORTS IT.  NEW LINES FOR A      *
      *           PATIENT ALREADY ON THE QUEUE JOIN THAT ENTRY SO     *
      *           THE STAY STILL BILLS AS ONE CLAIM.                  *
      *                                                               *
      *           AFTER THE NEW CLAIMS, THE QUEUE IS SWEPT: AN ENTRY  *
      *           BILLING CORRECTED AND RELEASED IS SCRUBBED AGAIN    *
      *           AND EITHER SENT OR RE-QUEUED WITH ITS NEW REASONS;  *
      *           AN ENTRY RELEASED ON SUPERVISOR OVERRIDE IS SENT AS *
      *           IT STANDS.  A SENT ENTRY'S LINES ARE APPENDED TO    *
      *           ITEMOUT AND THE ENTRY MARKED DONE; DONE ENTRIES ARE *
      *           PURGED ON THE FOLLOWING RUN.                        *
      *                                                               *
      *           THE SCRUB REGISTER LISTS EVERY CLAIM QUEUED,        *
      *           RE-QUEUED OR RELEASED WITH ITS REASONS, AND THE     *
      *           DAY'S CLEAN-CLAIM RATE BY PAYER.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEMCOST
           ASSIGN TO UT-S-ITEMCST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT ITEMOUT
           ASSIGN TO UT-S-ITEMSCRB
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SCRBRPT
           ASSIGN TO UT-S-SCRBRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SCRBRULE
                  ASSIGN       to SCRBRULE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SCRBRULE-REC-KEY
                  FILE STATUS  is SCRBRULE-STATUS.

           SELECT PREBILLQ
                  ASSIGN       to PREBILLQ
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PREBILLQ-REC-KEY
                  FILE STATUS  is PREBILLQ-STATUS.

           SELECT TRMTHIST
                  ASSIGN       to TRMTHIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is TRMTHIST-REC-KEY
                  FILE STATUS  is TRMTHIST-STATUS.

           SELECT PREAUTH
                  ASSIGN       to PREAUTH
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is AUTH-REC-KEY
                  FILE STATUS  is PREAUTH-STATUS.

           SELECT DIAGMSTR
                  ASSIGN       to DIAGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is DIAG-MSTR-REC-KEY
                  FILE STATUS  is DIAGMSTR-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ITEMCOST-REC.
       01  ITEMCOST-REC.
           05  ITEMCOST-TYPE                PIC X.
               88  ITEMCOST-IS-LAB-TEST  VALUE "L".
               88  ITEMCOST-IS-EQUIPMENT VALUE "E".
               88  ITEMCOST-IS-PRIMARY-PAYER   VALUE "P".
               88  ITEMCOST-IS-SECONDARY-PAYER VALUE "S".
           05  ITEMCOST-PATIENT-ID          PIC X(8).
           05  ITEMCOST-ITEM-ID             PIC X(8).
           05  ITEMCOST-PROVIDER-ID         PIC X(8).
           05  ITEMCOST-NETWORK-FLAG        PIC X.
           05  ITEMCOST-AMOUNT              PIC 9(7)V99.
           05  FILLER                       PIC X(10).

       FD  ITEMOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ITEMOUT-REC.
       01  ITEMOUT-REC                      PIC X(45).

       FD  SCRBRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCRBRPT-REC.
       01  SCRBRPT-REC                      PIC X(80).

       FD  SCRBRULE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SCRBRULE-FD-REC.
       01  SCRBRULE-FD-REC.
           05 SCRBRULE-REC-KEY PIC X(20).
           05 FILLER           PIC X(60).

       FD  PREBILLQ
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PREBILLQ-FD-REC.
       01  PREBILLQ-FD-REC.
           05 PREBILLQ-REC-KEY PIC X(09).
           05 FILLER           PIC X(191).

       FD  TRMTHIST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TRMTHIST-FD-REC.
       01  TRMTHIST-FD-REC.
           05 TRMTHIST-REC-KEY PIC X(17).
           05 FILLER           PIC X(83).

       FD  PREAUTH
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PREAUTH-FD-REC.
       01  PREAUTH-FD-REC.
           05 AUTH-REC-KEY     PIC X(08).
           05 FILLER           PIC X(72).

       FD  DIAGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DIAGMSTR-FD-REC.
       01  DIAGMSTR-FD-REC.
           05 DIAG-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(74).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-REC-KEY       PIC X(06).
           05 FILLER               PIC X(696).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  DIAGMSTR-STATUS         PIC X(2).
               88 DIAG-CODE-FOUND      VALUE "00".
           05  PREAUTH-STATUS          PIC X(2).
               88 PREAUTH-FOUND        VALUE "00".
           05  TRMTHIST-STATUS         PIC X(2).
               88 TRMTHIST-OK          VALUE "00".
           05  SCRBRULE-STATUS         PIC X(2).
               88 SCRBRULE-OK          VALUE "00".
           05  PREBILLQ-STATUS         PIC X(2).
               88 PREBILLQ-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-HIST-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-HIST VALUE "N".
           05 MORE-RULES-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-RULES VALUE "N".
           05 MORE-QUEUE-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-QUEUE VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-PREV-PATIENT-ID          PIC X(08) VALUE LOW-VALUES.
           05 WS-SCRUB-PATIENT-ID         PIC X(06) VALUE SPACES.
           05 WS-STAY-FROM-DATE           PIC X(08) VALUE SPACES.
           05 WS-GROUP-OPEN-SW            PIC X(01) VALUE "N".
              88 GROUP-IS-OPEN VALUE "Y".
           05 WS-GROUP-MODE               PIC X(01) VALUE "P".
              88 GROUP-PASSES VALUE "P".
              88 GROUP-QUEUES VALUE "Q".
           05 WS-NEW-ENTRY-SW             PIC X(01) VALUE "N".
              88 GROUP-IS-NEW-ENTRY VALUE "Y".
           05 WS-PATIENT-KNOWN-SW         PIC X(01) VALUE "N".
              88 PATIENT-KNOWN VALUE "Y".
           05 WS-RULE-FAILS-SW            PIC X(01) VALUE "N".
              88 RULE-FAILS VALUE "Y".
           05 WS-QUEUE-ACTION             PIC X(01) VALUE SPACE.
              88 QUEUE-SENDING VALUE "S".
              88 QUEUE-PURGING VALUE "P".
           05 WS-RPT-ACTION               PIC X(10) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 LINES-READ               PIC 9(7) COMP VALUE 0.
           05 LINES-PASSED             PIC 9(7) COMP VALUE 0.
           05 LINES-QUEUED             PIC 9(7) COMP VALUE 0.
           05 LINES-RELEASED           PIC 9(7) COMP VALUE 0.
           05 LINES-WRITTEN            PIC 9(7) COMP VALUE 0.
           05 CLAIMS-SCRUBBED          PIC 9(7) COMP VALUE 0.
           05 CLAIMS-CLEAN             PIC 9(7) COMP VALUE 0.
           05 CLAIMS-QUEUED            PIC 9(7) COMP VALUE 0.
           05 CLAIMS-UNSCRUBBED        PIC 9(7) COMP VALUE 0.
           05 CLAIMS-APPENDED          PIC 9(7) COMP VALUE 0.
           05 CORRECTIONS-PASSED       PIC 9(7) COMP VALUE 0.
           05 CORRECTIONS-REQUEUED     PIC 9(7) COMP VALUE 0.
           05 OVERRIDES-RELEASED       PIC 9(7) COMP VALUE 0.
           05 ENTRIES-STILL-QUEUED     PIC 9(7) COMP VALUE 0.
           05 ENTRIES-PURGED           PIC 9(7) COMP VALUE 0.
           05 WS-NEXT-SEQ              PIC S9(4) COMP VALUE +0.
           05 WS-PURGE-SEQ             PIC S9(4) COMP VALUE +0.
           05 WS-PURGE-LAST            PIC S9(4) COMP VALUE +0.
           05 WS-GRP-TOTAL             PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-QUEUED-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-RELEASED-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-STILL-QUEUED-TOTAL    PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CLEAN-RATE            PIC 9(03)V9 VALUE 0.

      *    THE ACTIVE SCRUB RULES, LOADED ONCE AT THE START OF THE RUN.
       01  SCRUB-RULE-TABLE.
           05 WS-RL-COUNT              PIC S9(04) COMP VALUE +0.
           05 WS-RL-SUB                PIC S9(04) COMP VALUE +0.
           05 RL-ENTRY OCCURS 500 TIMES.
              10 RL-PAYER-ID           PIC X(06).
              10 RL-RULE-CODE          PIC X(02).
                 88 RL-GROUP-REQUIRED  VALUE 'GN'.
                 88 RL-POLICY-REQUIRED VALUE 'PN'.
                 88 RL-DIAG-ACTIVE     VALUE 'DX'.
                 88 RL-AUTH-REQUIRED   VALUE 'PA'.
                 88 RL-TYPE-REFUSED    VALUE 'TX'.
              10 RL-TREATMENT-TYPE     PIC X(02).
              10 RL-GROUP-NUMBER       PIC X(10).
              10 RL-DESCRIPTION        PIC X(30).

      *    THE STAY'S TREATMENTS FROM TRMTHIST, FOR THE PA AND TX RULES.
       01  STAY-TREATMENT-TABLE.
           05 WS-ST-COUNT              PIC S9(04) COMP VALUE +0.
           05 WS-ST-SUB                PIC S9(04) COMP VALUE +0.
           05 ST-ENTRY OCCURS 200 TIMES.
              10 ST-TREATMENT-TYPE     PIC X(02).
              10 ST-TREATMENT-DATE     PIC X(08).

      *    THE CLAIM'S FAILED RULES, IN RULE-TABLE ORDER.  THE QUEUE
      *    ENTRY CARRIES THE FIRST FOUR - ENOUGH FOR BILLING TO START
      *    ON; THE RE-SCRUB AFTER RELEASE SURFACES ANY OTHERS.
       01  SCRUB-RESULT.
           05 WS-RS-COUNT              PIC 9(01) VALUE 0.
           05 WS-RS-SUB                PIC S9(04) COMP VALUE +0.
           05 RS-REASONS.
              10 RS-ENTRY OCCURS 4 TIMES.
                 15 RS-REASON-CODE     PIC X(02).
                 15 RS-REASON-TEXT     PIC X(30).

      *    CLEAN-CLAIM COUNTS FOR EACH PAYER SEEN THIS RUN.
       01  PAYER-RATE-TABLE.
           05 WS-PY-COUNT              PIC S9(04) COMP VALUE +0.
           05 WS-PY-SUB                PIC S9(04) COMP VALUE +0.
           05 PY-ENTRY OCCURS 200 TIMES.
              10 PY-PAYER-ID           PIC X(06).
              10 PY-SCRUBBED           PIC 9(7) COMP.
              10 PY-CLEAN              PIC 9(7) COMP.
              10 PY-QUEUED             PIC 9(7) COMP.

       COPY SCRBRULE.

       COPY PREBILLQ.

       COPY TRMTHIST.

       COPY PREAUTH.

       COPY DIAGMSTR.

       COPY PATMSTR.

       COPY PATINS.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

      * RUN-CONTROL INTERLOCK - THE SCRUB MUST NOT RUN UNTIL THE
      * COSTING PASS COMPLETED FOR THE SAME DATE.
       COPY RUNCTLP.

       01  RUN-ABORT-CONTROLS.
           05 WS-RUN-ABORT-SW             PIC X(01) VALUE "N".
              88 RUN-ABORTED VALUE "Y".

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(39) VALUE
               '** PRE-BILL CLAIM SCRUB REGISTER       '.
           05  FILLER                  PIC X(08) VALUE ' - RUN: '.
           05  RPT-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  RPT-ENTRY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-ACTION              PIC X(10).
           05  FILLER                  PIC X(10) VALUE ' PATIENT: '.
           05  RPT-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(08) VALUE ' PAYER: '.
           05  RPT-PAYER-ID            PIC X(06).
           05  FILLER                  PIC X(08) VALUE ' TOTAL: '.
           05  RPT-CLAIM-TOTAL         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  RPT-REASON-LINE.
           05  FILLER                  PIC X(13) VALUE
               '     REASON: '.
           05  RPT-REASON-CODE         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  RPT-RATE-HEADER.
           05  FILLER                  PIC X(40) VALUE
               ' PAYER     SCRUBBED     CLEAN    QUEUED '.
           05  FILLER                  PIC X(40) VALUE
               ' CLEAN RATE                             '.

       01  RPT-RATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-RATE-PAYER          PIC X(06).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-RATE-SCRUBBED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-RATE-CLEAN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-RATE-QUEUED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-RATE-PCT            PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           IF RUN-ABORTED
               CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY
               GOBACK.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           IF GROUP-IS-OPEN
               PERFORM 400-CLOSE-GROUP THRU 400-EXIT.
           PERFORM 600-SWEEP-QUEUE THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE 'CMPL'         TO RCT-FUNCTION.
           MOVE LINES-WRITTEN  TO RCT-RECORD-COUNT.
           CALL 'RUNCTL' USING RUN-CTL-PARMS.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    BNCHS602 IS THE LAST STEP AHEAD THAT MARKS COMPLETE (THE
      *    COSTING PASS RUNS INSIDE IT); CLMEXTR IN TURN WAITS ON
      *    THIS STEP.
           MOVE 'CHK '      TO RCT-FUNCTION.
           MOVE 'CLMSCRB '  TO RCT-STEP-NAME.
           MOVE 'BNCHS602'  TO RCT-PRED-STEP.
           MOVE WS-RUN-DATE TO RCT-PROC-DATE.
           MOVE ZERO        TO RCT-RECORD-COUNT.
           CALL 'RUNCTL' USING RUN-CTL-PARMS.
           IF RCT-RETURN-CD < ZERO
               DISPLAY "** RUN CONTROL REFUSED CLMSCRB FOR "
                       WS-RUN-DATE " RC " RCT-RETURN-CD
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "Y" TO WS-RUN-ABORT-SW
               GO TO 000-EXIT.
           OPEN INPUT ITEMCOST, PATMSTR, PATINS, DIAGMSTR, PREAUTH,
                      TRMTHIST.
           OPEN OUTPUT ITEMOUT, SCRBRPT.
           OPEN I-O PREBILLQ.
           IF NOT PREBILLQ-OK
               OPEN OUTPUT PREBILLQ
               CLOSE PREBILLQ
               OPEN I-O PREBILLQ.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE SCRBRPT-REC FROM RPT-HEADER-LINE.
           PERFORM 050-LOAD-RULES THRU 050-EXIT.
           PERFORM 900-READ-ITEMCOST THRU 900-EXIT.
           IF NO-MORE-DATA
               DISPLAY "** EMPTY ITEMCOST FILE - NOTHING TO SCRUB"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-LOAD-RULES - TABLE THE ACTIVE SCRBRULE ROWS.  WITH NO   *
      *    RULE TABLE EVERY CLAIM PASSES, SO BILLING IS NEVER STOPPED  *
      *    BY A MISSING FILE - BUT THE RUN ENDS WITH A WARNING.        *
      ******************************************************************
       050-LOAD-RULES.
           MOVE "050-LOAD-RULES" TO PARA-NAME.
           OPEN INPUT SCRBRULE.
           IF NOT SCRBRULE-OK
               DISPLAY "** NO SCRBRULE TABLE - CLAIMS PASS UNSCRUBBED"
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 050-EXIT.
           PERFORM 060-LOAD-ONE-RULE THRU 060-EXIT
               UNTIL NO-MORE-RULES.
           CLOSE SCRBRULE.
       050-EXIT.
           EXIT.

       060-LOAD-ONE-RULE.
           READ SCRBRULE NEXT RECORD INTO SCRUB-RULE-REC
               AT END MOVE "N" TO MORE-RULES-SW
               GO TO 060-EXIT
           END-READ.
           IF SCR-INACTIVE
               GO TO 060-EXIT.
           IF WS-RL-COUNT NOT < 500
               DISPLAY "** SCRUB RULE TABLE FULL, RULE IGNORED: "
                       SCR-KEY
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 060-EXIT.
           ADD +1 TO WS-RL-COUNT.
           MOVE SCR-PAYER-ID       TO RL-PAYER-ID (WS-RL-COUNT).
           MOVE SCR-RULE-CODE      TO RL-RULE-CODE (WS-RL-COUNT).
           MOVE SCR-TREATMENT-TYPE TO RL-TREATMENT-TYPE (WS-RL-COUNT).
           MOVE SCR-GROUP-NUMBER   TO RL-GROUP-NUMBER (WS-RL-COUNT).
           MOVE SCR-DESCRIPTION    TO RL-DESCRIPTION (WS-RL-COUNT).
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF ITEMCOST-PATIENT-ID NOT = WS-PREV-PATIENT-ID
               IF GROUP-IS-OPEN
                   PERFORM 400-CLOSE-GROUP THRU 400-EXIT
               END-IF
               PERFORM 200-OPEN-GROUP THRU 200-EXIT
           END-IF.
           PERFORM 300-ROUTE-LINE THRU 300-EXIT.
           PERFORM 900-READ-ITEMCOST THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-OPEN-GROUP - DECIDE WHERE THE PATIENT GROUP THAT JUST   *
      *    ARRIVED GOES.  A PATIENT STILL ON THE QUEUE KEEPS ITS       *
      *    ENTRY; OTHERWISE THE CLAIM IS SCRUBBED AND EITHER PASSES    *
      *    OR OPENS A NEW QUEUE ENTRY WITH ITS REASONS.                *
      ******************************************************************
       200-OPEN-GROUP.
           MOVE "200-OPEN-GROUP" TO PARA-NAME.
           MOVE ITEMCOST-PATIENT-ID TO WS-PREV-PATIENT-ID.
           MOVE "Y"  TO WS-GROUP-OPEN-SW.
           MOVE "P"  TO WS-GROUP-MODE.
           MOVE "N"  TO WS-NEW-ENTRY-SW.
           MOVE ZERO TO WS-GRP-TOTAL.

           MOVE ITEMCOST-PATIENT-ID(1:6) TO PBQ-PATIENT-ID.
           MOVE ZERO                     TO PBQ-SEQ.
           MOVE PBQ-KEY                  TO PREBILLQ-REC-KEY.
           READ PREBILLQ INTO PREBILL-QUEUE-REC.
           IF PREBILLQ-OK AND NOT PBQ-IS-DONE
               MOVE "Q" TO WS-GROUP-MODE
               COMPUTE WS-NEXT-SEQ = PBQ-LINE-COUNT + 1
               ADD +1 TO CLAIMS-APPENDED
               GO TO 200-EXIT.
      *    AN ENTRY SENT ON AN EARLIER RUN IS CLEARED SO THE NEW STAY
      *    CAN TAKE ITS KEYS.
           IF PREBILLQ-OK
               PERFORM 250-PURGE-DONE-ENTRY THRU 250-EXIT.

           MOVE ITEMCOST-PATIENT-ID(1:6) TO WS-SCRUB-PATIENT-ID.
           PERFORM 500-SCRUB-CLAIM THRU 500-EXIT.
           IF NOT PATIENT-KNOWN
               ADD +1 TO CLAIMS-UNSCRUBBED
               GO TO 200-EXIT.

           ADD +1 TO CLAIMS-SCRUBBED.
           PERFORM 270-FIND-PAYER THRU 270-EXIT.
           IF WS-PY-SUB > ZERO
               ADD +1 TO PY-SCRUBBED (WS-PY-SUB).
           IF WS-RS-COUNT = ZERO
               ADD +1 TO CLAIMS-CLEAN
               IF WS-PY-SUB > ZERO
                   ADD +1 TO PY-CLEAN (WS-PY-SUB)
               END-IF
               GO TO 200-EXIT.

           ADD +1 TO CLAIMS-QUEUED.
           IF WS-PY-SUB > ZERO
               ADD +1 TO PY-QUEUED (WS-PY-SUB).
           MOVE "Q"  TO WS-GROUP-MODE.
           MOVE "Y"  TO WS-NEW-ENTRY-SW.
           MOVE +1   TO WS-NEXT-SEQ.
           MOVE SPACES                   TO PREBILL-QUEUE-REC.
           MOVE WS-SCRUB-PATIENT-ID      TO PBQ-PATIENT-ID.
           MOVE ZERO                     TO PBQ-SEQ.
           MOVE "Q"                      TO PBQ-STATUS.
           MOVE INS-COMPANY-PRIMARY-ID   TO PBQ-PAYER-ID.
           MOVE WS-RUN-DATE              TO PBQ-QUEUED-DATE.
           MOVE ZERO                     TO PBQ-LINE-COUNT,
                                            PBQ-CLAIM-TOTAL.
           MOVE WS-RS-COUNT              TO PBQ-REASON-COUNT.
           MOVE RS-REASONS               TO PBQ-REASONS.
           MOVE PBQ-KEY                  TO PREBILLQ-REC-KEY.
           WRITE PREBILLQ-FD-REC FROM PREBILL-QUEUE-REC.
           IF NOT PREBILLQ-OK
               DISPLAY "** PREBILLQ WRITE FAILED, STATUS "
                       PREBILLQ-STATUS " PATIENT " PBQ-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       250-PURGE-DONE-ENTRY.
           MOVE "250-PURGE-DONE-ENTRY" TO PARA-NAME.
           MOVE PBQ-LINE-COUNT TO WS-PURGE-LAST.
           MOVE ZERO           TO WS-PURGE-SEQ.
           PERFORM 255-PURGE-ONE THRU 255-EXIT
               UNTIL WS-PURGE-SEQ > WS-PURGE-LAST.
           ADD +1 TO ENTRIES-PURGED.
       250-EXIT.
           EXIT.

       255-PURGE-ONE.
           MOVE WS-PURGE-SEQ TO PBQ-SEQ.
           MOVE PBQ-KEY      TO PREBILLQ-REC-KEY.
           DELETE PREBILLQ RECORD.
           ADD +1 TO WS-PURGE-SEQ.
       255-EXIT.
           EXIT.

      *    LOCATE (OR ADD) THE PRIMARY PAYER'S CLEAN-RATE SLOT.  A
      *    PAYER BEYOND THE TABLE IS LEFT OUT OF THE RATE SECTION
      *    BUT STILL COUNTS IN THE ALL-PAYER TOTALS.
       270-FIND-PAYER.
           MOVE +1 TO WS-PY-SUB.
           PERFORM 275-MATCH-PAYER THRU 275-EXIT
               UNTIL WS-PY-SUB > WS-PY-COUNT
                  OR PY-PAYER-ID (WS-PY-SUB) = INS-COMPANY-PRIMARY-ID.
           IF WS-PY-SUB NOT > WS-PY-COUNT
               GO TO 270-EXIT.
           IF WS-PY-COUNT NOT < 200
               DISPLAY "** PAYER RATE TABLE FULL, PAYER NOT RATED: "
                       INS-COMPANY-PRIMARY-ID
               MOVE ZERO TO WS-PY-SUB
               GO TO 270-EXIT.
           ADD +1 TO WS-PY-COUNT.
           MOVE WS-PY-COUNT            TO WS-PY-SUB.
           MOVE INS-COMPANY-PRIMARY-ID TO PY-PAYER-ID (WS-PY-SUB).
           MOVE ZERO TO PY-SCRUBBED (WS-PY-SUB), PY-CLEAN (WS-PY-SUB),
                        PY-QUEUED (WS-PY-SUB).
       270-EXIT.
           EXIT.

       275-MATCH-PAYER.
           ADD +1 TO WS-PY-SUB.
       275-EXIT.
           EXIT.

      ******************************************************************
      *    300-ROUTE-LINE - A PASSING CLAIM'S LINE GOES STRAIGHT TO    *
      *    ITEMOUT; A QUEUED CLAIM'S LINE IS STORED UNDER ITS ENTRY.   *
      ******************************************************************
       300-ROUTE-LINE.
           MOVE "300-ROUTE-LINE" TO PARA-NAME.
           IF GROUP-PASSES
               WRITE ITEMOUT-REC FROM ITEMCOST-REC
               ADD +1 TO LINES-PASSED, LINES-WRITTEN
               GO TO 300-EXIT.

           IF WS-NEXT-SEQ > 999
               DISPLAY "** PREBILLQ ENTRY FULL, LINE NOT QUEUED: "
                       ITEMCOST-REC
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           MOVE SPACES                   TO PREBILL-QUEUE-REC.
           MOVE ITEMCOST-PATIENT-ID(1:6) TO PBQ-PATIENT-ID.
           MOVE WS-NEXT-SEQ              TO PBQ-SEQ.
           MOVE "Q"                      TO PBQ-STATUS.
           MOVE ITEMCOST-REC             TO PBQ-ITEMCOST-LINE.
           MOVE PBQ-KEY                  TO PREBILLQ-REC-KEY.
           WRITE PREBILLQ-FD-REC FROM PREBILL-QUEUE-REC.
           IF NOT PREBILLQ-OK
               DISPLAY "** PREBILLQ WRITE FAILED, STATUS "
                       PREBILLQ-STATUS " PATIENT " PBQ-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO WS-NEXT-SEQ, LINES-QUEUED.
      *    THE ENTRY TOTAL IS THE CLAIM TOTAL CLMEXTR WILL BILL - THE
      *    SERVICE LINES ONLY, NOT THE PAYER-SHARE LINES.
           IF ITEMCOST-IS-LAB-TEST OR ITEMCOST-IS-EQUIPMENT
               ADD ITEMCOST-AMOUNT TO WS-GRP-TOTAL.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-CLOSE-GROUP - A QUEUED GROUP'S CONTROL RECORD TAKES     *
      *    THE LINE COUNT AND DOLLARS ADDED THIS RUN; A NEWLY QUEUED   *
      *    CLAIM IS LISTED ON THE REGISTER WITH ITS REASONS.           *
      ******************************************************************
       400-CLOSE-GROUP.
           MOVE "400-CLOSE-GROUP" TO PARA-NAME.
           MOVE "N" TO WS-GROUP-OPEN-SW.
           IF GROUP-PASSES
               GO TO 400-EXIT.
           MOVE WS-PREV-PATIENT-ID(1:6) TO PBQ-PATIENT-ID.
           MOVE ZERO                    TO PBQ-SEQ.
           MOVE PBQ-KEY                 TO PREBILLQ-REC-KEY.
           READ PREBILLQ INTO PREBILL-QUEUE-REC.
           IF NOT PREBILLQ-OK
               DISPLAY "** PREBILLQ CONTROL RECORD MISSING, PATIENT "
                       WS-PREV-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           COMPUTE PBQ-LINE-COUNT = WS-NEXT-SEQ - 1.
           ADD WS-GRP-TOTAL TO PBQ-CLAIM-TOTAL.
           REWRITE PREBILLQ-FD-REC FROM PREBILL-QUEUE-REC.
           IF NOT PREBILLQ-OK
               DISPLAY "** PREBILLQ REWRITE FAILED, STATUS "
                       PREBILLQ-STATUS " PATIENT " PBQ-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           IF GROUP-IS-NEW-ENTRY
               ADD PBQ-CLAIM-TOTAL TO WS-QUEUED-TOTAL
               MOVE "QUEUED    " TO WS-RPT-ACTION
               PERFORM 450-REPORT-ENTRY THRU 450-EXIT.
       400-EXIT.
           EXIT.

       450-REPORT-ENTRY.
           MOVE WS-RPT-ACTION   TO RPT-ACTION.
           MOVE PBQ-PATIENT-ID  TO RPT-PATIENT-ID.
           MOVE PBQ-PAYER-ID    TO RPT-PAYER-ID.
           MOVE PBQ-CLAIM-TOTAL TO RPT-CLAIM-TOTAL.
           WRITE SCRBRPT-REC FROM RPT-ENTRY-LINE.
           MOVE +1 TO WS-RS-SUB.
           PERFORM 460-REPORT-REASON THRU 460-EXIT
               UNTIL WS-RS-SUB > PBQ-REASON-COUNT.
       450-EXIT.
           EXIT.

       460-REPORT-REASON.
           MOVE PBQ-REASON-CODE (WS-RS-SUB) TO RPT-REASON-CODE.
           MOVE PBQ-REASON-TEXT (WS-RS-SUB) TO RPT-REASON-TEXT.
           WRITE SCRBRPT-REC FROM RPT-REASON-LINE.
           ADD +1 TO WS-RS-SUB.
       460-EXIT.
           EXIT.

      ******************************************************************
      *    500-SCRUB-CLAIM - APPLY EVERY ACTIVE RULE FOR THE PATIENT'S *
      *    PRIMARY PAYER.  LEAVES PATIENT-KNOWN OFF WHEN THE MASTER    *
      *    OR COVERAGE RECORD IS MISSING, ELSE THE FAILED RULES IN     *
      *    SCRUB-RESULT (NONE = A CLEAN CLAIM).                        *
      ******************************************************************
       500-SCRUB-CLAIM.
           MOVE "500-SCRUB-CLAIM" TO PARA-NAME.
           MOVE "N"    TO WS-PATIENT-KNOWN-SW.
           MOVE ZERO   TO WS-RS-COUNT.
           MOVE SPACES TO RS-REASONS.
           MOVE WS-SCRUB-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               GO TO 500-EXIT.
           MOVE WS-SCRUB-PATIENT-ID TO PATINS-REC-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               GO TO 500-EXIT.
           MOVE "Y" TO WS-PATIENT-KNOWN-SW.

           PERFORM 520-GATHER-TREATMENTS THRU 520-EXIT.
           MOVE +1 TO WS-RL-SUB.
           PERFORM 540-APPLY-RULE THRU 540-EXIT
               UNTIL WS-RL-SUB > WS-RL-COUNT.
       500-EXIT.
           EXIT.

      *    THE PATIENT'S TRMTHIST ROWS READ NEWEST FIRST, SO THE
      *    BROWSE STOPS AT THE FIRST ONE BEFORE THE ADMISSION.
       520-GATHER-TREATMENTS.
           MOVE "520-GATHER-TREATMENTS" TO PARA-NAME.
           MOVE ZERO               TO WS-ST-COUNT.
           MOVE PATIENT-ADMIT-DATE TO WS-STAY-FROM-DATE.
           MOVE WS-SCRUB-PATIENT-ID TO THX-PATIENT-ID.
           MOVE ZERO               TO THX-DATE-COMP, THX-SEQ.
           MOVE THX-KEY            TO TRMTHIST-REC-KEY.
           START TRMTHIST KEY NOT < TRMTHIST-REC-KEY.
           IF NOT TRMTHIST-OK
               GO TO 520-EXIT.
           MOVE "Y" TO MORE-HIST-SW.
           PERFORM 530-READ-ONE-HISTORY THRU 530-EXIT
               UNTIL NO-MORE-HIST.
       520-EXIT.
           EXIT.

       530-READ-ONE-HISTORY.
           READ TRMTHIST NEXT INTO TREATMENT-HISTORY-REC
               AT END MOVE "N" TO MORE-HIST-SW
               GO TO 530-EXIT
           END-READ.
           IF THX-PATIENT-ID NOT = WS-SCRUB-PATIENT-ID
                   OR THX-TREATMENT-DATE < WS-STAY-FROM-DATE
               MOVE "N" TO MORE-HIST-SW
               GO TO 530-EXIT.
           IF WS-ST-COUNT NOT < 200
               MOVE "N" TO MORE-HIST-SW
               GO TO 530-EXIT.
           ADD +1 TO WS-ST-COUNT.
           MOVE THX-TREATMENT-TYPE TO ST-TREATMENT-TYPE (WS-ST-COUNT).
           MOVE THX-TREATMENT-DATE TO ST-TREATMENT-DATE (WS-ST-COUNT).
       530-EXIT.
           EXIT.

       540-APPLY-RULE.
           IF RL-PAYER-ID (WS-RL-SUB) NOT = INS-COMPANY-PRIMARY-ID
                   AND RL-PAYER-ID (WS-RL-SUB) NOT = '******'
               GO TO 540-NEXT.
           MOVE "N" TO WS-RULE-FAILS-SW.

           IF RL-GROUP-REQUIRED (WS-RL-SUB)
                   AND GROUP-NUMBER = SPACES
               MOVE "Y" TO WS-RULE-FAILS-SW.

           IF RL-POLICY-REQUIRED (WS-RL-SUB)
                   AND POLICY-NUMBER = SPACES
               MOVE "Y" TO WS-RULE-FAILS-SW.

           IF RL-DIAG-ACTIVE (WS-RL-SUB)
               MOVE DIAGNOSTIC-CODE-PRIMARY TO DIAG-MSTR-REC-KEY
               READ DIAGMSTR INTO DIAGNOSIS-MASTER-REC
               IF NOT DIAG-CODE-FOUND OR NOT DIAG-MSTR-ACTIVE
                   MOVE "Y" TO WS-RULE-FAILS-SW
               END-IF
           END-IF.

           IF RL-AUTH-REQUIRED (WS-RL-SUB)
               MOVE +1 TO WS-ST-SUB
               PERFORM 560-CHECK-AUTH THRU 560-EXIT
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR RULE-FAILS
           END-IF.

      *    A REFUSED-TYPE ROW WITH NO GROUP APPLIES TO EVERY GROUP THE
      *    PAYER WRITES; OTHERWISE ONLY TO THE PATIENT'S OWN GROUP.
           IF RL-TYPE-REFUSED (WS-RL-SUB)
                   AND (RL-GROUP-NUMBER (WS-RL-SUB) = SPACES
                     OR RL-GROUP-NUMBER (WS-RL-SUB) = GROUP-NUMBER)
               MOVE +1 TO WS-ST-SUB
               PERFORM 570-CHECK-REFUSED THRU 570-EXIT
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR RULE-FAILS
           END-IF.

           IF RULE-FAILS AND WS-RS-COUNT < 4
               ADD +1 TO WS-RS-COUNT
               MOVE RL-RULE-CODE (WS-RL-SUB)
                   TO RS-REASON-CODE (WS-RS-COUNT)
               MOVE RL-DESCRIPTION (WS-RL-SUB)
                   TO RS-REASON-TEXT (WS-RS-COUNT).
       540-NEXT.
           ADD +1 TO WS-RL-SUB.
       540-EXIT.
           EXIT.

      *    EVERY TREATMENT OF THE RULE'S TYPE (ANY TYPE WHEN THE RULE
      *    NAMES NONE) NEEDS AN OPEN, NUMBERED AUTHORIZATION WHOSE
      *    APPROVED DATES COVER THE TREATMENT DATE.
       560-CHECK-AUTH.
           IF RL-TREATMENT-TYPE (WS-RL-SUB) NOT = SPACES
                   AND RL-TREATMENT-TYPE (WS-RL-SUB)
                       NOT = ST-TREATMENT-TYPE (WS-ST-SUB)
               GO TO 560-NEXT.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO AUTH-PATIENT-ID.
           MOVE ST-TREATMENT-TYPE (WS-ST-SUB) TO AUTH-TREATMENT-TYPE.
           MOVE AUTH-KEY TO AUTH-REC-KEY.
           READ PREAUTH INTO PRIOR-AUTH-REC.
           IF NOT PREAUTH-FOUND
                   OR NOT AUTH-IS-OPEN
                   OR AUTH-NUMBER = SPACES
                   OR ST-TREATMENT-DATE (WS-ST-SUB)
                       < AUTH-APPROVED-FROM-DATE
                   OR ST-TREATMENT-DATE (WS-ST-SUB)
                       > AUTH-APPROVED-TO-DATE
               MOVE "Y" TO WS-RULE-FAILS-SW.
       560-NEXT.
           ADD +1 TO WS-ST-SUB.
       560-EXIT.
           EXIT.

       570-CHECK-REFUSED.
           IF ST-TREATMENT-TYPE (WS-ST-SUB)
                   = RL-TREATMENT-TYPE (WS-RL-SUB)
               MOVE "Y" TO WS-RULE-FAILS-SW.
           ADD +1 TO WS-ST-SUB.
       570-EXIT.
           EXIT.

      ******************************************************************
      *    600-SWEEP-QUEUE - WORK THE ENTRIES BILLING HAS RELEASED ON  *
      *    CPBQ400.  EACH CONTROL RECORD (SEQ 000) DECIDES WHAT        *
      *    HAPPENS TO THE LINE RECORDS THAT FOLLOW IT IN KEY ORDER.    *
      ******************************************************************
       600-SWEEP-QUEUE.
           MOVE "600-SWEEP-QUEUE" TO PARA-NAME.
           MOVE SPACE TO WS-QUEUE-ACTION.
           MOVE LOW-VALUES TO PREBILLQ-REC-KEY.
           START PREBILLQ KEY NOT < PREBILLQ-REC-KEY.
           IF NOT PREBILLQ-OK
               GO TO 600-EXIT.
           MOVE "Y" TO MORE-QUEUE-SW.
           PERFORM 610-SWEEP-ONE THRU 610-EXIT
               UNTIL NO-MORE-QUEUE.
       600-EXIT.
           EXIT.

       610-SWEEP-ONE.
           READ PREBILLQ NEXT RECORD INTO PREBILL-QUEUE-REC
               AT END MOVE "N" TO MORE-QUEUE-SW
               GO TO 610-EXIT
           END-READ.
           IF PBQ-SEQ NOT = ZERO
               PERFORM 650-SWEEP-LINE THRU 650-EXIT
               GO TO 610-EXIT.

           MOVE SPACE TO WS-QUEUE-ACTION.
           IF PBQ-IS-DONE
               MOVE "P" TO WS-QUEUE-ACTION
               DELETE PREBILLQ RECORD
               ADD +1 TO ENTRIES-PURGED
               GO TO 610-EXIT.

           IF PBQ-IS-QUEUED
               ADD +1 TO ENTRIES-STILL-QUEUED
               ADD PBQ-CLAIM-TOTAL TO WS-STILL-QUEUED-TOTAL
               GO TO 610-EXIT.

           IF PBQ-IS-OVERRIDDEN
               ADD +1 TO OVERRIDES-RELEASED
               MOVE "OVERRIDE  " TO WS-RPT-ACTION
               PERFORM 630-SEND-ENTRY THRU 630-EXIT
               GO TO 610-EXIT.

           IF PBQ-IS-RELEASED
               PERFORM 620-RESCRUB-ENTRY THRU 620-EXIT.
       610-EXIT.
           EXIT.

      *    BILLING'S CORRECTION IS ONLY AS GOOD AS THE NEXT SCRUB - A
      *    CLAIM STILL FAILING GOES BACK ON THE QUEUE WITH WHATEVER
      *    REASONS REMAIN.
       620-RESCRUB-ENTRY.
           MOVE "620-RESCRUB-ENTRY" TO PARA-NAME.
           MOVE PBQ-PATIENT-ID TO WS-SCRUB-PATIENT-ID.
           PERFORM 500-SCRUB-CLAIM THRU 500-EXIT.
           IF NOT PATIENT-KNOWN OR WS-RS-COUNT = ZERO
               ADD +1 TO CORRECTIONS-PASSED
               MOVE "RELEASED  " TO WS-RPT-ACTION
               PERFORM 630-SEND-ENTRY THRU 630-EXIT
               GO TO 620-EXIT.
           ADD +1 TO CORRECTIONS-REQUEUED.
           ADD +1 TO ENTRIES-STILL-QUEUED.
           ADD PBQ-CLAIM-TOTAL TO WS-STILL-QUEUED-TOTAL.
           MOVE "Q"         TO PBQ-STATUS.
           MOVE WS-RS-COUNT TO PBQ-REASON-COUNT.
           MOVE RS-REASONS  TO PBQ-REASONS.
           PERFORM 640-REWRITE-ENTRY THRU 640-EXIT.
           MOVE "REQUEUED  " TO WS-RPT-ACTION.
           PERFORM 450-REPORT-ENTRY THRU 450-EXIT.
       620-EXIT.
           EXIT.

       630-SEND-ENTRY.
           MOVE "D" TO PBQ-STATUS.
           PERFORM 640-REWRITE-ENTRY THRU 640-EXIT.
           MOVE "S" TO WS-QUEUE-ACTION.
           ADD PBQ-CLAIM-TOTAL TO WS-RELEASED-TOTAL.
           PERFORM 450-REPORT-ENTRY THRU 450-EXIT.
       630-EXIT.
           EXIT.

       640-REWRITE-ENTRY.
           REWRITE PREBILLQ-FD-REC FROM PREBILL-QUEUE-REC.
           IF NOT PREBILLQ-OK
               DISPLAY "** PREBILLQ REWRITE FAILED, STATUS "
                       PREBILLQ-STATUS " PATIENT " PBQ-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       640-EXIT.
           EXIT.

      *    A SENT ENTRY'S LINES GO TO ITEMOUT BEHIND THE DAY'S CLEAN
      *    CLAIMS, ALL TOGETHER, SO CLMEXTR BILLS THE STAY AS ONE.
       650-SWEEP-LINE.
           IF QUEUE-PURGING
               DELETE PREBILLQ RECORD
               GO TO 650-EXIT.
           IF NOT QUEUE-SENDING
               GO TO 650-EXIT.
           WRITE ITEMOUT-REC FROM PBQ-ITEMCOST-LINE.
           ADD +1 TO LINES-RELEASED, LINES-WRITTEN.
           MOVE "D" TO PBQ-STATUS.
           PERFORM 640-REWRITE-ENTRY THRU 640-EXIT.
       650-EXIT.
           EXIT.

       900-READ-ITEMCOST.
           READ ITEMCOST
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO LINES-READ.
       900-EXIT.
           EXIT.

       950-REPORT-PAYER.
           MOVE PY-PAYER-ID (WS-PY-SUB) TO RPT-RATE-PAYER.
           MOVE PY-SCRUBBED (WS-PY-SUB) TO RPT-RATE-SCRUBBED.
           MOVE PY-CLEAN (WS-PY-SUB)    TO RPT-RATE-CLEAN.
           MOVE PY-QUEUED (WS-PY-SUB)   TO RPT-RATE-QUEUED.
           MOVE ZERO TO WS-CLEAN-RATE.
           IF PY-SCRUBBED (WS-PY-SUB) > ZERO
               COMPUTE WS-CLEAN-RATE ROUNDED =
                   PY-CLEAN (WS-PY-SUB) * 100 / PY-SCRUBBED (WS-PY-SUB).
           MOVE WS-CLEAN-RATE TO RPT-RATE-PCT.
           WRITE SCRBRPT-REC FROM RPT-RATE-LINE.
           ADD +1 TO WS-PY-SUB.
       950-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           WRITE SCRBRPT-REC FROM RPT-RATE-HEADER.
           MOVE +1 TO WS-PY-SUB.
           PERFORM 950-REPORT-PAYER THRU 950-EXIT
               UNTIL WS-PY-SUB > WS-PY-COUNT.
           MOVE "ALL   "        TO RPT-RATE-PAYER.
           MOVE CLAIMS-SCRUBBED TO RPT-RATE-SCRUBBED.
           MOVE CLAIMS-CLEAN    TO RPT-RATE-CLEAN.
           MOVE CLAIMS-QUEUED   TO RPT-RATE-QUEUED.
           MOVE ZERO            TO WS-CLEAN-RATE.
           IF CLAIMS-SCRUBBED > ZERO
               COMPUTE WS-CLEAN-RATE ROUNDED =
                   CLAIMS-CLEAN * 100 / CLAIMS-SCRUBBED.
           MOVE WS-CLEAN-RATE   TO RPT-RATE-PCT.
           WRITE SCRBRPT-REC FROM RPT-RATE-LINE.

           MOVE 'CLAIMS SCRUBBED:              ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-SCRUBBED    TO RPT-TOTAL-COUNT.
           MOVE ZERO               TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CLEAN CLAIMS PASSED:          ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-CLEAN       TO RPT-TOTAL-COUNT.
           MOVE ZERO               TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CLAIMS QUEUED FOR CORRECTION: ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-QUEUED      TO RPT-TOTAL-COUNT.
           MOVE WS-QUEUED-TOTAL    TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ADDED TO OPEN QUEUE ENTRIES:  ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-APPENDED    TO RPT-TOTAL-COUNT.
           MOVE ZERO               TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PASSED UNSCRUBBED (NO MASTER):' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-UNSCRUBBED  TO RPT-TOTAL-COUNT.
           MOVE ZERO               TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CORRECTED CLAIMS RELEASED:    ' TO RPT-TOTAL-LABEL.
           MOVE CORRECTIONS-PASSED TO RPT-TOTAL-COUNT.
           MOVE ZERO               TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CORRECTED CLAIMS RE-QUEUED:   ' TO RPT-TOTAL-LABEL.
           MOVE CORRECTIONS-REQUEUED TO RPT-TOTAL-COUNT.
           MOVE ZERO               TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'OVERRIDES RELEASED:           ' TO RPT-TOTAL-LABEL.
           MOVE OVERRIDES-RELEASED TO RPT-TOTAL-COUNT.
           MOVE ZERO               TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'QUEUE RELEASES SENT TO CLMEXTR' TO RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-COUNT =
               CORRECTIONS-PASSED + OVERRIDES-RELEASED.
           MOVE WS-RELEASED-TOTAL  TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ENTRIES AWAITING CORRECTION:  ' TO RPT-TOTAL-LABEL.
           MOVE ENTRIES-STILL-QUEUED TO RPT-TOTAL-COUNT.
           MOVE WS-STILL-QUEUED-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE SCRBRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE ITEMCOST, ITEMOUT, SCRBRPT, PREBILLQ, PATMSTR,
                 PATINS, DIAGMSTR, PREAUTH, TRMTHIST.
           DISPLAY "** ITEMCOST LINES READ  " LINES-READ.
           DISPLAY "** LINES PASSED         " LINES-PASSED.
           DISPLAY "** LINES QUEUED         " LINES-QUEUED.
           DISPLAY "** LINES RELEASED       " LINES-RELEASED.
           DISPLAY "** CLAIMS SCRUBBED      " CLAIMS-SCRUBBED.
           DISPLAY "** CLAIMS QUEUED        " CLAIMS-QUEUED.
           DISPLAY "******** NORMAL END OF JOB CLMSCRB ********".
       999-EXIT.
           EXIT.
