       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  LVLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * LVLOAD - PAID LEAVE MAINTENANCE.  READS HR'S LEAVE CARDS AND  *
      *          KEEPS THE TWO FILES PAYREG ACCRUES LEAVE FROM:       *
      *            R - ONE ACCRUAL TIER ON LEAVRULE (LEAVE TYPE,      *
      *                SERVICE YEARS, HOURS PER PAY PERIOD, MAXIMUM   *
      *                BALANCE AND MAXIMUM CARRYOVER)                 *
      *            B - A PERSON'S LEAVE BALANCE ON LEAVEBAL (LEAVE    *
      *                TYPE, SERVICE DATE AND BALANCE) - TO OPEN THE  *
      *                BALANCE FOR A NEW HIRE OR ONE BROUGHT OVER     *
      *                FROM THE OLD SPREADSHEET, OR TO CORRECT IT.    *
      *                THE YEAR-TO-DATE FIGURES AND ANY APPROVED      *
      *                LEAVE ARE KEPT; A BALANCE BELOW THE LEAVE      *
      *                ALREADY APPROVED IS REJECTED.                  *
      *          A 'D' IN THE ACTION COLUMN DELETES THE TIER, OR THE  *
      *          BALANCE (THE PERSON STOPS EARNING THAT TYPE).  THE   *
      *          LEAVE TYPE IS VA (VACATION) OR SK (SICK).  THE       *
      *          PERSON MUST BE ON THE PERSONAL FILE.  EVERY CHANGE   *
      *          WRITES A BEFORE/AFTER LINE TO THE LVAUDT TRAIL.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LVCRDS
           ASSIGN TO UT-S-LVCRDS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LVAUDT
           ASSIGN TO UT-S-LVAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LEAVRULE
                  ASSIGN       to LEAVRULE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is LEAVRULE-REC-KEY
                  FILE STATUS  is LEAVRULE-STATUS.

           SELECT LEAVEBAL
                  ASSIGN       to LEAVEBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is LEAVEBAL-REC-KEY
                  FILE STATUS  is LEAVEBAL-STATUS.

           SELECT PERSONAL
                  ASSIGN       to PERSONAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PERSON-KEY-FD
                  FILE STATUS  is PERSONAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LVCRDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LVCRDS-REC.
       01  LVCRDS-REC.
           05  LLD-CARD-TYPE               PIC X(01).
               88  LLD-RULE-CARD           VALUE 'R'.
               88  LLD-BALANCE-CARD        VALUE 'B'.
           05  LLD-ACTION                  PIC X(01).
               88  LLD-DELETE              VALUE 'D'.
           05  LLD-CARD-DATA               PIC X(63).
           05  LLD-RULE-DATA REDEFINES LLD-CARD-DATA.
               10  LLD-RULE-KEY.
                   15  LLD-RULE-TYPE       PIC X(02).
                   15  LLD-SERVICE-YEARS   PIC 9(02).
               10  LLD-HOURS-PER-PERIOD    PIC 9(03)V99.
               10  LLD-MAX-BALANCE         PIC 9(04)V99.
               10  LLD-MAX-CARRYOVER       PIC 9(04)V99.
               10  FILLER                  PIC X(42).
           05  LLD-BALANCE-DATA REDEFINES LLD-CARD-DATA.
               10  LLD-BALANCE-KEY.
                   15  LLD-PERSON-NUMBER   PIC X(10).
                   15  LLD-BALANCE-TYPE    PIC X(02).
               10  LLD-SERVICE-DATE        PIC 9(08).
               10  LLD-BALANCE-HOURS       PIC 9(04)V99.
               10  FILLER                  PIC X(37).
      *    THE ID OF WHOEVER AUTHORIZED THE CHANGE - THE HR DESK FOR
      *    A TIER, THE SIGNED BALANCE FORM FOR A PERSON'S BALANCE.
           05  LLD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(07).

       FD  LVAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LVAUDT-REC.
       01  LVAUDT-REC                       PIC X(132).

       FD  LEAVRULE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LEAVRULE-FD-REC.
       01  LEAVRULE-FD-REC.
           05 LEAVRULE-REC-KEY PIC X(04).
           05 FILLER           PIC X(36).

       FD  LEAVEBAL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LEAVEBAL-FD-REC.
       01  LEAVEBAL-FD-REC.
           05 LEAVEBAL-REC-KEY PIC X(12).
           05 FILLER           PIC X(88).

       FD  PERSONAL
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS PERSONAL-FD-REC.
       01  PERSONAL-FD-REC.
           05 PERSON-KEY-FD    PIC X(10).
           05 FILLER           PIC X(76).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  LEAVRULE-STATUS         PIC X(2).
               88 LEAVRULE-FOUND       VALUE "00".
           05  LEAVEBAL-STATUS         PIC X(2).
               88 LEAVEBAL-FOUND       VALUE "00".
           05  PERSONAL-STATUS         PIC X(2).
               88 PERSONAL-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 RECORD-NEW-SW               PIC X(01) VALUE "N".
              88 RECORD-IS-NEW VALUE "Y".
           05 WS-CARD-LEAVE-TYPE          PIC X(02).
              88 CARD-TYPE-VALID VALUE 'VA' 'SK'.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 RULES-SET                PIC 9(7) COMP VALUE 0.
           05 RULES-DELETED            PIC 9(7) COMP VALUE 0.
           05 BALANCES-SET             PIC 9(7) COMP VALUE 0.
           05 BALANCES-DELETED         PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY LEAVRULE.

       COPY LEAVEBAL.

       COPY PERSON.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE AUDIT LINE CARRIES THE OLD AND NEW VALUES TOGETHER, IN
      *    THE VIEW THAT FITS THE CARD TYPE: A TIER'S HOURS AND LIMITS
      *    OR A PERSON'S SERVICE DATE AND BALANCE.
       01  AUD-LINE.
           05  AUD-TYPE                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-KEY                 PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-ACTION              PIC X(04).
           05  FILLER                  PIC X(05) VALUE ' OLD '.
           05  AUD-OLD-VALUES          PIC X(32).
           05  FILLER                  PIC X(05) VALUE ' NEW '.
           05  AUD-NEW-VALUES          PIC X(32).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  AUD-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' ON: '.
           05  AUD-CHANGED-DATE        PIC 9(08).

       01  AUD-RULE-KEY-VIEW.
           05  AUD-KV-RULE-TYPE        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-KV-SERVICE-YEARS    PIC 9(02).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  AUD-BALANCE-KEY-VIEW.
           05  AUD-KV-PERSON-NUMBER    PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-KV-BALANCE-TYPE     PIC X(02).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  AUD-RULE-VIEW.
           05  AUD-RV-HOURS            PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE ' M'.
           05  AUD-RV-MAX-BALANCE      PIC Z,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE ' C'.
           05  AUD-RV-MAX-CARRYOVER    PIC Z,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  AUD-BALANCE-VIEW.
           05  AUD-BV-SERVICE-DATE     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-BV-BALANCE          PIC Z,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE ' A'.
           05  AUD-BV-APPROVED         PIC Z,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

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
           OPEN INPUT LVCRDS.
           OPEN INPUT PERSONAL.
           IF NOT PERSONAL-FOUND
               DISPLAY "** PERSONAL OPEN FAILED, STATUS "
                       PERSONAL-STATUS " - ABORTING"
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           OPEN I-O LEAVRULE.
           IF NOT LEAVRULE-FOUND
               OPEN OUTPUT LEAVRULE
               CLOSE LEAVRULE
               OPEN I-O LEAVRULE.
           OPEN I-O LEAVEBAL.
           IF NOT LEAVEBAL-FOUND
               OPEN OUTPUT LEAVEBAL
               CLOSE LEAVEBAL
               OPEN I-O LEAVEBAL.
           OPEN OUTPUT LVAUDT.
           PERFORM 900-READ-LVCRDS THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF LLD-CHANGED-BY = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** LEAVE CARD WITHOUT CHANGED-BY "
                       "REJECTED: " LVCRDS-REC(1:14)
               GO TO 100-READ.
           IF LLD-RULE-CARD
               PERFORM 200-LOAD-ONE-RULE THRU 200-EXIT
           ELSE
           IF LLD-BALANCE-CARD
               PERFORM 400-LOAD-ONE-BALANCE THRU 400-EXIT
           ELSE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** LEAVE CARD TYPE NOT R OR B REJECTED: "
                       LVCRDS-REC(1:14).
       100-READ.
           PERFORM 900-READ-LVCRDS THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-ONE-RULE - THE LEAVE TYPE MUST BE VA OR SK AND THE *
      *    HOURS AND LIMITS NUMERIC.  A TIER THAT EARNS MORE IN ONE    *
      *    PERIOD THAN ITS MAXIMUM BALANCE IS A KEYING SLIP.           *
      ******************************************************************
       200-LOAD-ONE-RULE.
           MOVE "200-LOAD-ONE-RULE" TO PARA-NAME.
           MOVE LLD-RULE-TYPE TO AUD-KV-RULE-TYPE
                                 WS-CARD-LEAVE-TYPE.
           MOVE ZERO          TO AUD-KV-SERVICE-YEARS.
           IF NOT CARD-TYPE-VALID
             OR LLD-SERVICE-YEARS NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** LEAVE RULE KEY INVALID REJECTED: "
                       LLD-RULE-KEY
               GO TO 200-EXIT.
           MOVE LLD-SERVICE-YEARS TO AUD-KV-SERVICE-YEARS.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE LLD-RULE-KEY TO LEAVRULE-REC-KEY.
           READ LEAVRULE INTO LEAVE-RULE-REC.
           IF NOT LEAVRULE-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE LEAVE-RULE-REC.

           MOVE 'RULE' TO AUD-TYPE.
           MOVE AUD-RULE-KEY-VIEW TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF NOT RECORD-IS-NEW
               MOVE LVR-HOURS-PER-PERIOD TO AUD-RV-HOURS
               MOVE LVR-MAX-BALANCE      TO AUD-RV-MAX-BALANCE
               MOVE LVR-MAX-CARRYOVER    TO AUD-RV-MAX-CARRYOVER
               MOVE AUD-RULE-VIEW        TO AUD-OLD-VALUES.

           IF LLD-DELETE
               PERFORM 300-DELETE-RULE THRU 300-EXIT
               GO TO 200-EXIT.

           IF LLD-HOURS-PER-PERIOD NOT NUMERIC
             OR LLD-MAX-BALANCE NOT NUMERIC
             OR LLD-MAX-CARRYOVER NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** LEAVE RULE CARD NOT NUMERIC REJECTED: "
                       AUD-RULE-KEY-VIEW
               GO TO 200-EXIT.
           IF LLD-HOURS-PER-PERIOD > LLD-MAX-BALANCE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** LEAVE RULE HOURS OVER MAXIMUM BALANCE "
                       "REJECTED: " AUD-RULE-KEY-VIEW
               GO TO 200-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           MOVE LLD-HOURS-PER-PERIOD TO AUD-RV-HOURS.
           MOVE LLD-MAX-BALANCE      TO AUD-RV-MAX-BALANCE.
           MOVE LLD-MAX-CARRYOVER    TO AUD-RV-MAX-CARRYOVER.
           MOVE AUD-RULE-VIEW        TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           INITIALIZE LEAVE-RULE-REC.
           MOVE LLD-RULE-TYPE        TO LVR-LEAVE-TYPE.
           MOVE LLD-SERVICE-YEARS    TO LVR-SERVICE-YEARS.
           MOVE LLD-HOURS-PER-PERIOD TO LVR-HOURS-PER-PERIOD.
           MOVE LLD-MAX-BALANCE      TO LVR-MAX-BALANCE.
           MOVE LLD-MAX-CARRYOVER    TO LVR-MAX-CARRYOVER.
           MOVE LLD-CHANGED-BY       TO LVR-CHANGED-BY.
           MOVE WS-RUN-DATE          TO LVR-CHANGED-DATE.
           MOVE LVR-KEY              TO LEAVRULE-REC-KEY.
           IF RECORD-IS-NEW
               WRITE LEAVRULE-FD-REC FROM LEAVE-RULE-REC
           ELSE
               REWRITE LEAVRULE-FD-REC FROM LEAVE-RULE-REC.
           IF NOT LEAVRULE-FOUND
               DISPLAY "** LEAVRULE UPDATE FAILED, STATUS "
                       LEAVRULE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.
           ADD +1 TO RULES-SET.
       200-EXIT.
           EXIT.

       300-DELETE-RULE.
           MOVE "300-DELETE-RULE" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** LEAVE RULE DELETE - NOT ON FILE: "
                       AUD-RULE-KEY-VIEW
               GO TO 300-EXIT.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE SPACES TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE LLD-RULE-KEY TO LEAVRULE-REC-KEY.
           DELETE LEAVRULE RECORD.
           IF NOT LEAVRULE-FOUND
               DISPLAY "** LEAVRULE DELETE FAILED, STATUS "
                       LEAVRULE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO RULES-DELETED.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-LOAD-ONE-BALANCE - THE PERSON MUST BE ON PERSONAL, THE  *
      *    LEAVE TYPE VA OR SK, THE SERVICE DATE A REAL DATE NOT AFTER *
      *    TODAY, AND THE BALANCE NOT BELOW THE LEAVE ALREADY APPROVED *
      *    AGAINST IT.  A CORRECTION KEEPS THE YEAR-TO-DATE FIGURES,   *
      *    THE APPROVED HOURS AND THE LAST PERIOD POSTED.              *
      ******************************************************************
       400-LOAD-ONE-BALANCE.
           MOVE "400-LOAD-ONE-BALANCE" TO PARA-NAME.
           MOVE LLD-PERSON-NUMBER TO AUD-KV-PERSON-NUMBER.
           MOVE LLD-BALANCE-TYPE  TO AUD-KV-BALANCE-TYPE
                                     WS-CARD-LEAVE-TYPE.
           IF NOT CARD-TYPE-VALID
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BALANCE LEAVE TYPE NOT VA OR SK REJECTED: "
                       AUD-BALANCE-KEY-VIEW
               GO TO 400-EXIT.
           MOVE LLD-PERSON-NUMBER TO PERSON-KEY-FD.
           READ PERSONAL INTO PERSON-MASTER-RECORD.
           IF NOT PERSONAL-FOUND
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BALANCE - PERSON NOT ON PERSONAL: "
                       AUD-BALANCE-KEY-VIEW
               GO TO 400-EXIT.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE LLD-BALANCE-KEY TO LEAVEBAL-REC-KEY.
           READ LEAVEBAL INTO LEAVE-BALANCE-REC.
           IF NOT LEAVEBAL-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE LEAVE-BALANCE-REC.

           MOVE 'BAL ' TO AUD-TYPE.
           MOVE AUD-BALANCE-KEY-VIEW TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF NOT RECORD-IS-NEW
               MOVE LB-SERVICE-DATE   TO AUD-BV-SERVICE-DATE
               MOVE LB-BALANCE-HOURS  TO AUD-BV-BALANCE
               MOVE LB-APPROVED-HOURS TO AUD-BV-APPROVED
               MOVE AUD-BALANCE-VIEW  TO AUD-OLD-VALUES.

           IF LLD-DELETE
               PERFORM 500-DELETE-BALANCE THRU 500-EXIT
               GO TO 400-EXIT.

           IF LLD-SERVICE-DATE NOT NUMERIC
             OR LLD-BALANCE-HOURS NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BALANCE CARD NOT NUMERIC REJECTED: "
                       AUD-BALANCE-KEY-VIEW
               GO TO 400-EXIT.
           MOVE 'VAL '           TO DSRV-FUNCTION.
           MOVE LLD-SERVICE-DATE TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
             OR LLD-SERVICE-DATE > WS-RUN-DATE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BALANCE SERVICE DATE INVALID REJECTED: "
                       AUD-BALANCE-KEY-VIEW " " LLD-SERVICE-DATE
               GO TO 400-EXIT.
           IF LLD-BALANCE-HOURS < LB-APPROVED-HOURS
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BALANCE BELOW APPROVED LEAVE REJECTED: "
                       AUD-BALANCE-KEY-VIEW
               GO TO 400-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           MOVE LLD-SERVICE-DATE  TO AUD-BV-SERVICE-DATE.
           MOVE LLD-BALANCE-HOURS TO AUD-BV-BALANCE.
           MOVE LB-APPROVED-HOURS TO AUD-BV-APPROVED.
           MOVE AUD-BALANCE-VIEW  TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           MOVE LLD-PERSON-NUMBER TO LB-PERSON-NUMBER.
           MOVE LLD-BALANCE-TYPE  TO LB-LEAVE-TYPE.
           MOVE LLD-SERVICE-DATE  TO LB-SERVICE-DATE.
           MOVE LLD-BALANCE-HOURS TO LB-BALANCE-HOURS.
           MOVE LLD-CHANGED-BY    TO LB-CHANGED-BY.
           MOVE WS-RUN-DATE       TO LB-CHANGED-DATE.
           MOVE LB-KEY            TO LEAVEBAL-REC-KEY.
           IF RECORD-IS-NEW
               WRITE LEAVEBAL-FD-REC FROM LEAVE-BALANCE-REC
           ELSE
               REWRITE LEAVEBAL-FD-REC FROM LEAVE-BALANCE-REC.
           IF NOT LEAVEBAL-FOUND
               DISPLAY "** LEAVEBAL UPDATE FAILED, STATUS "
                       LEAVEBAL-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           ADD +1 TO BALANCES-SET.
       400-EXIT.
           EXIT.

       500-DELETE-BALANCE.
           MOVE "500-DELETE-BALANCE" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BALANCE DELETE - NOT ON FILE: "
                       AUD-BALANCE-KEY-VIEW
               GO TO 500-EXIT.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE SPACES TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE LLD-BALANCE-KEY TO LEAVEBAL-REC-KEY.
           DELETE LEAVEBAL RECORD.
           IF NOT LEAVEBAL-FOUND
               DISPLAY "** LEAVEBAL DELETE FAILED, STATUS "
                       LEAVEBAL-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO BALANCES-DELETED.
       500-EXIT.
           EXIT.

       800-WRITE-AUDIT.
           MOVE LLD-CHANGED-BY       TO AUD-CHANGED-BY.
           MOVE WS-RUN-DATE          TO AUD-CHANGED-DATE.
           WRITE LVAUDT-REC FROM AUD-LINE.
       800-EXIT.
           EXIT.

       900-READ-LVCRDS.
           READ LVCRDS
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY < RC-SERIOUS-ERROR
               CLOSE LEAVRULE, LEAVEBAL, LVAUDT.
           CLOSE LVCRDS, PERSONAL.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** RULES SET          " RULES-SET.
           DISPLAY "** RULES DELETED      " RULES-DELETED.
           DISPLAY "** BALANCES SET       " BALANCES-SET.
           DISPLAY "** BALANCES DELETED   " BALANCES-DELETED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB LVLOAD ********".
       999-EXIT.
           EXIT.
