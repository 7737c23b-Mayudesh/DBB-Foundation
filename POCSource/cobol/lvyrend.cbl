       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  LVYREND.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * LVYREND - YEAR-END LEAVE CARRYOVER.  CLOSES THE LEAVE YEAR ON *
      *           THE LVPARM CARD FOR EVERY BALANCE ON LEAVEBAL: THE  *
      *           ACCRUAL TIER FOR THE PERSON'S SERVICE YEARS AT      *
      *           DECEMBER 31 GIVES THE MOST THAT MAY CARRY INTO THE  *
      *           NEW YEAR (ZERO MEANS NO LIMIT), AND ANYTHING OVER   *
      *           IT IS FORFEITED.  LEAVE APPROVED BUT NOT YET TAKEN  *
      *           IS CUT BACK TO WHAT IS LEFT.  THE YEAR-TO-DATE      *
      *           ACCRUED AND TAKEN START AGAIN AT ZERO.  EACH        *
      *           BALANCE IS STAMPED WITH THE YEAR CLOSED, SO A RERUN *
      *           PASSES OVER IT.  EVERY BALANCE LISTS ON LVYRPT.     *
      *                                                               *
      *           LVPARM: COLS 1-4 LEAVE YEAR TO CLOSE.  NO CARD, OR  *
      *           A BLANK YEAR, CLOSES THIS YEAR WHEN RUN IN DECEMBER *
      *           AND LAST YEAR OTHERWISE.  RUN IT AFTER THE LAST     *
      *           PAYREG OF THE YEAR.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEAVEBAL
                  ASSIGN       to LEAVEBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is LEAVEBAL-REC-KEY
                  FILE STATUS  is LEAVEBAL-STATUS.

           SELECT LEAVRULE
                  ASSIGN       to LEAVRULE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is LEAVRULE-REC-KEY
                  FILE STATUS  is LEAVRULE-STATUS.

           SELECT LVPARM
           ASSIGN TO UT-S-LVPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LVPARM-STATUS.

           SELECT LVYRPT
           ASSIGN TO UT-S-LVYRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVEBAL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LEAVEBAL-FD-REC.
       01  LEAVEBAL-FD-REC.
           05 LEAVEBAL-REC-KEY PIC X(12).
           05 FILLER           PIC X(88).

       FD  LEAVRULE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LEAVRULE-FD-REC.
       01  LEAVRULE-FD-REC.
           05 LEAVRULE-REC-KEY PIC X(04).
           05 FILLER           PIC X(36).

       FD  LVPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LVPARM-REC.
       01  LVPARM-REC.
           05  PARM-LEAVE-YEAR             PIC X(04).
           05  PARM-LEAVE-YEAR-NUM REDEFINES PARM-LEAVE-YEAR
                                           PIC 9(04).
           05  FILLER                      PIC X(76).

       FD  LVYRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LVYRPT-REC.
       01  LVYRPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  LEAVEBAL-STATUS         PIC X(2).
               88 LEAVEBAL-OK          VALUE "00".
           05  LEAVRULE-STATUS         PIC X(2).
               88 LEAVRULE-OK          VALUE "00".
           05  LVPARM-STATUS           PIC X(2).
               88 LVPARM-OK            VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-RULES-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-RULES VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-YEAR              PIC 9(04).
              10 WS-RUN-MONTH             PIC 9(02).
              10 WS-RUN-DAY               PIC 9(02).
           05 WS-LEAVE-YEAR               PIC 9(04) VALUE 0.
           05 WS-SERVICE-DATE             PIC 9(08) VALUE 0.
           05 WS-SERVICE-DATE-R REDEFINES WS-SERVICE-DATE.
              10 WS-SD-YEAR               PIC 9(04).
              10 WS-SD-MMDD               PIC 9(04).
           05 WS-SERVICE-YEARS            PIC S9(03) VALUE 0.
           05 WS-TIER-SUB                 PIC 9(03) COMP VALUE 0.
           05 LR-SUB                      PIC 9(03) COMP VALUE 0.
           05 WS-MAX-CARRYOVER            PIC 9(04)V99 VALUE 0.
           05 WS-FORFEIT                  PIC 9(04)V99 VALUE 0.
           05 WS-BALANCE-BEFORE           PIC 9(04)V99 VALUE 0.

      *    THE ACCRUAL TIERS, IN LEAVRULE KEY ORDER - LEAVE TYPE, THEN
      *    SERVICE YEARS ASCENDING - SO THE LAST TIER THAT FITS IS THE
      *    ONE THAT APPLIES, AS IN PAYREG.
       01  LEAVE-RULE-TABLE.
           05 LR-COUNT                    PIC 9(03) COMP VALUE 0.
           05 LR-ENTRY OCCURS 60 TIMES.
              10 LR-LEAVE-TYPE            PIC X(02).
              10 LR-SERVICE-YEARS         PIC 9(02).
              10 LR-MAX-CARRYOVER         PIC 9(04)V99.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 BALANCES-CLOSED          PIC 9(7) COMP VALUE 0.
           05 BALANCES-FORFEITED       PIC 9(7) COMP VALUE 0.
           05 ALREADY-CLOSED           PIC 9(7) COMP VALUE 0.
           05 NO-TIER-COUNT            PIC 9(7) COMP VALUE 0.
           05 WS-TOT-CARRIED           PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TOT-FORFEITED         PIC S9(9)V99 COMP-3 VALUE +0.

       COPY LEAVEBAL.

       COPY LEAVRULE.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      ******************************************************************
      *    CARRYOVER REPORT LINES                                      *
      ******************************************************************
       01  YR-HEADER-LINE.
           05  FILLER                  PIC X(34) VALUE
               ' YEAR-END LEAVE CARRYOVER  YEAR  '.
           05  YR-HDR-YEAR             PIC 9(04).
           05  FILLER                  PIC X(12) VALUE
               '   RUN DATE '.
           05  YR-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  YR-COLUMN-LINE.
           05  FILLER                  PIC X(51) VALUE
               ' PERSON     TYPE  SERVICE DT    BALANCE   CARRY MAX'.
           05  FILLER                  PIC X(49) VALUE
               '  FORFEITED  NEW BALANCE  YTD ACCRUED   YTD TAKEN'.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  YR-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  YR-PERSON-NUMBER        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  YR-LEAVE-TYPE           PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  YR-SERVICE-DATE         PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  YR-BALANCE-BEFORE       PIC Z,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  YR-MAX-CARRYOVER        PIC Z,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  YR-FORFEITED            PIC Z,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  YR-NEW-BALANCE          PIC Z,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  YR-YTD-ACCRUED          PIC Z,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  YR-YTD-TAKEN            PIC Z,ZZ9.99.
           05  YR-NOTE                 PIC X(34).

       01  YR-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  YR-TOTAL-LABEL          PIC X(40).
           05  YR-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

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
           OPEN INPUT LVPARM.
           IF LVPARM-OK
               READ LVPARM
                   AT END MOVE SPACES TO LVPARM-REC
               END-READ
               CLOSE LVPARM
           ELSE
               MOVE SPACES TO LVPARM-REC.
           IF PARM-LEAVE-YEAR = SPACES
               IF WS-RUN-MONTH = 12
                   MOVE WS-RUN-YEAR TO WS-LEAVE-YEAR
               ELSE
                   COMPUTE WS-LEAVE-YEAR = WS-RUN-YEAR - 1
               END-IF
           ELSE
           IF PARM-LEAVE-YEAR NOT NUMERIC
             OR PARM-LEAVE-YEAR-NUM > WS-RUN-YEAR
               DISPLAY "** LVPARM LEAVE YEAR INVALID: "
                       PARM-LEAVE-YEAR
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT
           ELSE
               MOVE PARM-LEAVE-YEAR-NUM TO WS-LEAVE-YEAR.
           DISPLAY "** LEAVE CARRYOVER FOR YEAR " WS-LEAVE-YEAR.

      *    WITHOUT THE TIERS NOTHING CAN BE LIMITED; RATHER THAN CARRY
      *    EVERY HOUR OVER UNCHECKED AND STAMP THE YEAR CLOSED, STOP.
           OPEN INPUT LEAVRULE.
           IF NOT LEAVRULE-OK
               DISPLAY "** LEAVRULE OPEN FAILED, STATUS="
                       LEAVRULE-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 080-READ-LEAVE-RULE THRU 080-EXIT
               UNTIL NO-MORE-RULES.
           CLOSE LEAVRULE.
           DISPLAY "** LEAVE ACCRUAL TIERS " LR-COUNT.
           IF WS-HIGHEST-SEVERITY NOT < RC-ERROR
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.

           OPEN I-O LEAVEBAL.
           IF NOT LEAVEBAL-OK
               DISPLAY "** LEAVEBAL OPEN FAILED, STATUS="
                       LEAVEBAL-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.

           OPEN OUTPUT LVYRPT.
           MOVE WS-LEAVE-YEAR TO YR-HDR-YEAR.
           MOVE WS-RUN-DATE   TO YR-HDR-RUN-DATE.
           WRITE LVYRPT-REC FROM YR-HEADER-LINE.
           WRITE LVYRPT-REC FROM YR-COLUMN-LINE.
           PERFORM 900-READ-LEAVEBAL THRU 900-EXIT.
       000-EXIT.
           EXIT.

       080-READ-LEAVE-RULE.
           READ LEAVRULE INTO LEAVE-RULE-REC
               AT END MOVE "N" TO MORE-RULES-SW
               GO TO 080-EXIT
           END-READ.
           IF LR-COUNT >= 60
               DISPLAY "** LEAVE RULE TABLE OVERFLOW AT 60"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-RULES-SW
               GO TO 080-EXIT.
           ADD +1 TO LR-COUNT.
           MOVE LVR-LEAVE-TYPE       TO LR-LEAVE-TYPE(LR-COUNT).
           MOVE LVR-SERVICE-YEARS    TO LR-SERVICE-YEARS(LR-COUNT).
           MOVE LVR-MAX-CARRYOVER    TO LR-MAX-CARRYOVER(LR-COUNT).
       080-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - ONE BALANCE.  THE SERVICE YEARS ARE WHOLE    *
      *    YEARS FROM THE SERVICE DATE TO DECEMBER 31 OF THE LEAVE     *
      *    YEAR.  A BALANCE WITH NO TIER FOR ITS SERVICE YEARS CARRIES *
      *    IN FULL AND IS FLAGGED FOR HR.                              *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF LB-LAST-CARRYOVER-YEAR NOT < WS-LEAVE-YEAR
               ADD +1 TO ALREADY-CLOSED
               GO TO 100-READ-NEXT.

           MOVE SPACES           TO YR-NOTE.
           MOVE LB-BALANCE-HOURS TO WS-BALANCE-BEFORE.
           MOVE LB-SERVICE-DATE  TO WS-SERVICE-DATE.
           COMPUTE WS-SERVICE-YEARS = WS-LEAVE-YEAR - WS-SD-YEAR.
           MOVE ZERO TO WS-TIER-SUB.
           IF WS-SERVICE-YEARS NOT < ZERO
               PERFORM 185-MATCH-TIER THRU 185-EXIT
                   VARYING LR-SUB FROM 1 BY 1 UNTIL LR-SUB > LR-COUNT.

           MOVE ZERO TO WS-FORFEIT, WS-MAX-CARRYOVER.
           IF WS-TIER-SUB = ZERO
               ADD +1 TO NO-TIER-COUNT
               MOVE ' *** NO TIER - CARRIED IN FULL' TO YR-NOTE
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           ELSE
               MOVE LR-MAX-CARRYOVER(WS-TIER-SUB) TO WS-MAX-CARRYOVER
               IF WS-MAX-CARRYOVER = ZERO
                   MOVE ' NO CARRYOVER LIMIT' TO YR-NOTE
               ELSE
               IF LB-BALANCE-HOURS > WS-MAX-CARRYOVER
                   COMPUTE WS-FORFEIT =
                       LB-BALANCE-HOURS - WS-MAX-CARRYOVER
                   MOVE WS-MAX-CARRYOVER TO LB-BALANCE-HOURS
               END-IF
               END-IF
           END-IF.

      *    APPROVED LEAVE NOT YET TAKEN CAN ONLY BE TAKEN FROM WHAT IS
      *    LEFT; THE APPROVER SEES THE SHORTFALL ON CLVE400.
           IF LB-APPROVED-HOURS > LB-BALANCE-HOURS
               MOVE LB-BALANCE-HOURS TO LB-APPROVED-HOURS
               MOVE ' APPROVED LEAVE CUT TO BALANCE' TO YR-NOTE.

           MOVE LB-PERSON-NUMBER  TO YR-PERSON-NUMBER.
           MOVE LB-LEAVE-TYPE     TO YR-LEAVE-TYPE.
           MOVE LB-SERVICE-DATE   TO YR-SERVICE-DATE.
           MOVE WS-BALANCE-BEFORE TO YR-BALANCE-BEFORE.
           MOVE WS-MAX-CARRYOVER  TO YR-MAX-CARRYOVER.
           MOVE WS-FORFEIT        TO YR-FORFEITED.
           MOVE LB-BALANCE-HOURS  TO YR-NEW-BALANCE.
           MOVE LB-YTD-ACCRUED    TO YR-YTD-ACCRUED.
           MOVE LB-YTD-TAKEN      TO YR-YTD-TAKEN.

           MOVE WS-FORFEIT        TO LB-LAST-FORFEIT.
           MOVE ZERO              TO LB-YTD-ACCRUED, LB-YTD-TAKEN.
           MOVE WS-LEAVE-YEAR     TO LB-LAST-CARRYOVER-YEAR.
           MOVE 'LVYREND'         TO LB-CHANGED-BY.
           MOVE WS-RUN-DATE       TO LB-CHANGED-DATE.
           REWRITE LEAVEBAL-FD-REC FROM LEAVE-BALANCE-REC.
           IF NOT LEAVEBAL-OK
               DISPLAY "** LEAVEBAL UPDATE FAILED, STATUS "
                       LEAVEBAL-STATUS " KEY " LB-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.

           WRITE LVYRPT-REC FROM YR-DETAIL-LINE.
           ADD +1 TO BALANCES-CLOSED.
           ADD LB-BALANCE-HOURS TO WS-TOT-CARRIED.
           IF WS-FORFEIT > ZERO
               ADD +1 TO BALANCES-FORFEITED
               ADD WS-FORFEIT TO WS-TOT-FORFEITED.
       100-READ-NEXT.
           PERFORM 900-READ-LEAVEBAL THRU 900-EXIT.
       100-EXIT.
           EXIT.

       185-MATCH-TIER.
           IF LR-LEAVE-TYPE(LR-SUB) = LB-LEAVE-TYPE
             AND LR-SERVICE-YEARS(LR-SUB) NOT > WS-SERVICE-YEARS
               MOVE LR-SUB TO WS-TIER-SUB.
       185-EXIT.
           EXIT.

       800-WRITE-TOTALS.
           MOVE "800-WRITE-TOTALS" TO PARA-NAME.
           MOVE 'TOTAL HOURS CARRIED INTO THE NEW YEAR'
               TO YR-TOTAL-LABEL.
           MOVE WS-TOT-CARRIED   TO YR-TOTAL-AMOUNT.
           WRITE LVYRPT-REC FROM YR-TOTAL-LINE.
           MOVE 'TOTAL HOURS FORFEITED'
               TO YR-TOTAL-LABEL.
           MOVE WS-TOT-FORFEITED TO YR-TOTAL-AMOUNT.
           WRITE LVYRPT-REC FROM YR-TOTAL-LINE.
       800-EXIT.
           EXIT.

       900-READ-LEAVEBAL.
           READ LEAVEBAL INTO LEAVE-BALANCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY < RC-SERIOUS-ERROR
               PERFORM 800-WRITE-TOTALS THRU 800-EXIT
               CLOSE LEAVEBAL, LVYRPT.
           DISPLAY "** LEAVEBAL RECORDS READ  " RECORDS-READ.
           DISPLAY "** BALANCES CLOSED        " BALANCES-CLOSED.
           DISPLAY "** BALANCES WITH FORFEIT  " BALANCES-FORFEITED.
           DISPLAY "** ALREADY CLOSED         " ALREADY-CLOSED.
           DISPLAY "** NO TIER FOR SERVICE    " NO-TIER-COUNT.
           DISPLAY "******** NORMAL END OF JOB LVYREND ********".
       999-EXIT.
           EXIT.
