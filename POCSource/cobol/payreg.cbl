      *              FORCE ON THE RUN DATE APPLIED, AND A             *
      *              DEDUCTIONS-BY-CODE SUMMARY AT THE END FOR        *
      *              REMITTING THE WITHHOLDINGS                       *
      *            - A PERSON PAID HOURLY (PAY TYPE H ON PAYRATE) IS  *
      *              PAID FROM THEIR APPROVED TIMECARD FOR THE PAY    *
      *              PERIOD ON THE PAYPARM CARD (THE RUN DATE WITHOUT *
      *              ONE): REGULAR, OVERTIME, NIGHT-DIFFERENTIAL AND  *
      *              ON-CALL HOURS AT THEIR RATES MAKE THE GROSS PAY  *
      *              THE DEDUCTIONS ARE TAKEN FROM.  NO APPROVED      *
      *              TIMECARD, NO PAY - THE PERSON LISTS AS NOT PAID  *
      *              AND TIMEEXC SAYS WHY.  VACATION AND SICK HOURS   *
      *              ON THE CARD ARE PAID AT THE REGULAR RATE.        *
      *              EVERYONE ELSE IS PAID THE ANNUAL SALARY OVER THE *
      *              PAY PERIODS IN THE YEAR (PAYPARM COLUMNS 14-15,  *
      *              26 WITHOUT ONE)                                  *
      *            - FEDERAL AND STATE INCOME TAX, SOCIAL SECURITY AND *
      *              MEDICARE ARE WITHHELD FROM THE GROSS PAY AHEAD OF *
      *              THE DEDUCTIONS - INCOME TAX FROM THE WHTABLE      *
      *              BRACKETS FOR THE JURISDICTION AND THE PERSON'S    *
      *              TAXELECT ELECTION - AND POSTED TO THE QUARTER AND *
      *              YEAR ON PAYYTD FOR TAX941 AND W2YREND.  A PERIOD  *
      *              ALREADY POSTED IS NOT POSTED AGAIN ON A RERUN     *
      *            - EVERY PERSON WITH NET PAY IS WRITTEN TO PAYNET    *
      *              FOR DDSPLIT TO PAY BY DIRECT DEPOSIT OR CHECK     *
      *            - EACH PERSON PAID EARNS THE PERIOD'S PAID LEAVE ON *
      *              LEAVEBAL BY THE LEAVRULE TIER FOR THEIR YEARS OF  *
      *              SERVICE, UP TO THE TIER'S MAXIMUM BALANCE, AND    *
      *              THE VACATION AND SICK HOURS ON THEIR APPROVED     *
      *              TIMECARD ARE TAKEN FROM IT.  A PERIOD ALREADY     *
      *              POSTED IS NOT POSTED AGAIN ON A RERUN             *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY   is DEDMSTR-REC-KEY
                  FILE STATUS  is DEDMSTR-STATUS.

           SELECT PAYRATE
                  ASSIGN       to PAYRATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PAYRATE-REC-KEY
                  FILE STATUS  is PAYRATE-STATUS.

           SELECT TIMECARD
                  ASSIGN       to TIMECARD
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is TIMECARD-REC-KEY
                  FILE STATUS  is TIMECARD-STATUS.

           SELECT WHTABLE
                  ASSIGN       to WHTABLE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is WHTABLE-REC-KEY
                  FILE STATUS  is WHTABLE-STATUS.

           SELECT TAXELECT
                  ASSIGN       to TAXELECT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is TAXELECT-REC-KEY
                  FILE STATUS  is TAXELECT-STATUS.

           SELECT PAYYTD
                  ASSIGN       to PAYYTD
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PAYYTD-REC-KEY
                  FILE STATUS  is PAYYTD-STATUS.

           SELECT LEAVEBAL
                  ASSIGN       to LEAVEBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is LEAVEBAL-REC-KEY
                  FILE STATUS  is LEAVEBAL-STATUS.

           SELECT LEAVRULE
                  ASSIGN       to LEAVRULE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is LEAVRULE-REC-KEY
                  FILE STATUS  is LEAVRULE-STATUS.

           SELECT PAYPARM
           ASSIGN TO UT-S-PAYPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PAYPARM-STATUS.

           SELECT PAYREGRP
           ASSIGN TO UT-S-PAYREGRP
             ACCESS MODE IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PAYNET
           ASSIGN TO UT-S-PAYNET
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAL
           05 DEDMSTR-REC-KEY  PIC X(13).
           05 FILLER           PIC X(47).

       FD  PAYRATE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYRATE-FD-REC.
       01  PAYRATE-FD-REC.
           05 PAYRATE-REC-KEY  PIC X(10).
           05 FILLER           PIC X(70).

       FD  TIMECARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TIMECARD-FD-REC.
       01  TIMECARD-FD-REC.
           05 TIMECARD-REC-KEY PIC X(18).
           05 FILLER           PIC X(82).

       FD  WHTABLE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WHTABLE-FD-REC.
       01  WHTABLE-FD-REC.
           05 WHTABLE-REC-KEY  PIC X(10).
           05 FILLER           PIC X(70).

       FD  TAXELECT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TAXELECT-FD-REC.
       01  TAXELECT-FD-REC.
           05 TAXELECT-REC-KEY PIC X(10).
           05 FILLER           PIC X(70).

       FD  PAYYTD
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS PAYYTD-FD-REC.
       01  PAYYTD-FD-REC.
           05 PAYYTD-REC-KEY   PIC X(14).
           05 FILLER           PIC X(286).

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

       FD  PAYPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYPARM-REC.
      *    COLUMNS 9-13 ARE THE HOURS CEILING TIMEEXC READS.
       01  PAYPARM-REC.
           05  PARM-PERIOD-END             PIC X(08).
           05  FILLER                      PIC X(05).
           05  PARM-PERIODS-PER-YEAR       PIC X(02).
           05  PARM-PERIODS-NUM REDEFINES PARM-PERIODS-PER-YEAR
                                           PIC 9(02).
           05  FILLER                      PIC X(65).

       FD  PAYREGRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  SALERR-RECORD-IMAGE         PIC X(86).
           05  FILLER                      PIC X(16).

       FD  PAYNET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYNET-FD-REC.
       01  PAYNET-FD-REC                    PIC X(150).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PERSONAL-STATUS         PIC X(2).
               88 DEDMSTR-OK           VALUE "00".
               88 DEDMSTR-EOF          VALUE "10".
               88 DEDMSTR-NO-FILE      VALUE "35".
           05  PAYRATE-STATUS          PIC X(2).
               88 PAYRATE-OK           VALUE "00".
           05  TIMECARD-STATUS         PIC X(2).
               88 TIMECARD-OK          VALUE "00".
           05  PAYPARM-STATUS          PIC X(2).
               88 PAYPARM-OK           VALUE "00".
           05  WHTABLE-STATUS          PIC X(2).
               88 WHTABLE-OK           VALUE "00".
           05  TAXELECT-STATUS         PIC X(2).
               88 TAXELECT-OK          VALUE "00".
           05  PAYYTD-STATUS           PIC X(2).
               88 PAYYTD-OK            VALUE "00".
           05  LEAVEBAL-STATUS         PIC X(2).
               88 LEAVEBAL-OK          VALUE "00".
           05  LEAVRULE-STATUS         PIC X(2).
               88 LEAVRULE-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 WS-DED-COMPUTED             PIC 9(09)V99 VALUE 0.
           05 WS-PERSON-DED-TOTAL         PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-NET-PAY                  PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-GROSS-PAY                PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-PERIOD-END               PIC 9(08) VALUE 0.
           05 WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
              10 WS-PE-YEAR               PIC 9(04).
              10 WS-PE-MONTH              PIC 9(02).
              10 WS-PE-DAY                PIC 9(02).
           05 WS-PERIODS-PER-YEAR         PIC 9(02) VALUE 26.
           05 WS-QUARTER                  PIC 9(01) VALUE 1.
           05 WS-OT-FACTOR                PIC 9(01)V99 VALUE 0.
           05 WS-RATEFILE-SW              PIC X(01) VALUE "Y".
              88 NO-RATE-FILE VALUE "N".
           05 WS-TIMEFILE-SW              PIC X(01) VALUE "Y".
              88 NO-TIME-FILE VALUE "N".
           05 PERSON-PAID-SW              PIC X(01) VALUE "Y".
              88 PERSON-NOT-PAID VALUE "N".
           05 WS-ELECTFILE-SW             PIC X(01) VALUE "Y".
              88 NO-ELECT-FILE VALUE "N".
           05 WS-YTDFILE-SW               PIC X(01) VALUE "Y".
              88 NO-YTD-FILE VALUE "N".
           05 YTD-NEW-SW                  PIC X(01) VALUE "N".
              88 YTD-IS-NEW VALUE "Y".
           05 MORE-BRACKETS-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-BRACKETS VALUE "N".
           05 FEDERAL-TABLE-SW            PIC X(01) VALUE "N".
              88 FEDERAL-TABLE-LOADED VALUE "Y".
           05 WS-LEAVEFILE-SW             PIC X(01) VALUE "Y".
              88 NO-LEAVE-FILE VALUE "N".
           05 MORE-RULES-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-RULES VALUE "N".

      *    ONE PERSON'S PAID LEAVE FOR THE PERIOD - THE HOURS TAKEN ON
      *    THE TIMECARD, AND THE TIER ARITHMETIC FOR ONE LEAVE TYPE.
       01  LEAVE-WORK-FIELDS.
           05 WS-VACATION-TAKEN           PIC 9(03)V99 VALUE 0.
           05 WS-SICK-TAKEN               PIC 9(03)V99 VALUE 0.
           05 WS-LEAVE-HOURS-PAID         PIC 9(03)V99 VALUE 0.
           05 WS-LEAVE-TYPE               PIC X(02) VALUE SPACES.
           05 WS-LEAVE-TAKEN              PIC 9(04)V99 VALUE 0.
           05 WS-LEAVE-ACCRUAL            PIC S9(5)V99 COMP-3 VALUE +0.
           05 WS-LEAVE-AVAILABLE          PIC S9(5)V99 COMP-3 VALUE +0.
           05 WS-SERVICE-DATE             PIC 9(08) VALUE 0.
           05 WS-SERVICE-DATE-R REDEFINES WS-SERVICE-DATE.
              10 WS-SD-YEAR               PIC 9(04).
              10 WS-SD-MMDD               PIC 9(04).
           05 WS-PE-MMDD                  PIC 9(04) VALUE 0.
           05 WS-SERVICE-YEARS            PIC S9(03) COMP-3 VALUE +0.
           05 WS-TIER-SUB                 PIC 9(03) COMP VALUE 0.
           05 LR-SUB                      PIC 9(03) COMP VALUE 0.

      *    THE WHOLE LEAVRULE, LOADED AT START IN KEY ORDER - WITHIN A
      *    LEAVE TYPE THE SERVICE YEARS ASCEND, SO THE LAST TIER THE
      *    PERSON'S YEARS REACH IS THE ONE THAT APPLIES.
       01  LEAVE-RULE-TABLE.
           05 LR-COUNT                    PIC 9(03) COMP VALUE 0.
           05 LR-ENTRY OCCURS 60 TIMES.
              10 LR-LEAVE-TYPE            PIC X(02).
              10 LR-SERVICE-YEARS         PIC 9(02).
              10 LR-HOURS-PER-PERIOD      PIC 9(03)V99.
              10 LR-MAX-BALANCE           PIC 9(04)V99.

      *    ONE PERSON'S WITHHOLDING FOR THE PERIOD, AND THE WORK
      *    FIELDS THE BRACKET ARITHMETIC RUNS IN.
       01  TAX-WORK-FIELDS.
           05 WS-FIT                      PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-SIT                      PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-SS-WAGES                 PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-SS-TAX                   PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-MC-WAGES                 PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-MC-TAX                   PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-MC-ADDL-TAX              PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-PERSON-TAX-TOTAL         PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TAX-WAGES                PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-ANNUAL-WAGES             PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TAXABLE-WAGES            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-BRACKET-WAGES            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-PERIOD-TAX               PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-SS-ROOM                  PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-ADDL-WAGES               PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-TAX-JURIS                PIC X(02) VALUE SPACES.
           05 WS-TAX-STATUS               PIC X(01) VALUE SPACE.
           05 WS-ALLOWANCES               PIC 9(02) VALUE 0.
           05 WS-FIRST-SUB                PIC 9(03) COMP VALUE 0.
           05 WS-BRACKET-SUB              PIC 9(03) COMP VALUE 0.
           05 WT-SUB                      PIC 9(03) COMP VALUE 0.

      *    THE WHOLE WHTABLE, LOADED AT START IN KEY ORDER - WITHIN A
      *    JURISDICTION AND FILING STATUS THE FLOORS ASCEND, SO THE
      *    LAST BRACKET WHOSE FLOOR THE WAGES REACH IS THE ONE THAT
      *    APPLIES.
       01  WITHHOLDING-BRACKET-TABLE.
           05 WT-COUNT                    PIC 9(03) COMP VALUE 0.
           05 WT-ENTRY OCCURS 300 TIMES.
              10 WT-JURISDICTION          PIC X(02).
              10 WT-FILING-STATUS         PIC X(01).
              10 WT-WAGE-FLOOR            PIC 9(07).
              10 WT-BASE-TAX              PIC 9(07)V99.
              10 WT-RATE                  PIC 9(01)V9(05).
              10 WT-ALLOWANCE-AMOUNT      PIC 9(05)V99.
              10 WT-WAGE-LIMIT            PIC 9(07).
              10 WT-ADDL-RATE             PIC 9(01)V9(05).

      *    ONE ROW PER DEDUCTION CODE SEEN IN FORCE, FOR THE
      *    WITHHOLDING REMITTANCE SUMMARY.
           05 WS-GRAND-TOTAL           PIC S9(13) COMP-3 VALUE +0.
           05 WS-TOTAL-DEDUCTIONS      PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-NET-PAY         PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-GROSS-PAY       PIC S9(13)V99 COMP-3 VALUE +0.
           05 HOURLY-PAID              PIC 9(7) COMP VALUE 0.
           05 HOURLY-NOT-PAID          PIC 9(7) COMP VALUE 0.
           05 WS-HOURLY-GROSS          PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-REG-HOURS       PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-OT-HOURS        PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-TAXES           PIC S9(13)V99 COMP-3 VALUE +0.
           05 NO-ELECTION-COUNT        PIC 9(7) COMP VALUE 0.
           05 YTD-POSTED-COUNT         PIC 9(7) COMP VALUE 0.
           05 YTD-ALREADY-POSTED       PIC 9(7) COMP VALUE 0.
           05 PAYNET-WRITTEN           PIC 9(7) COMP VALUE 0.
           05 LEAVE-POSTED-COUNT       PIC 9(7) COMP VALUE 0.
           05 LEAVE-ALREADY-POSTED     PIC 9(7) COMP VALUE 0.
           05 WS-TOTAL-LEAVE-PAID      PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-LEAVE-ACCRUED   PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-LEAVE-TAKEN     PIC S9(9)V99 COMP-3 VALUE +0.

       COPY PERSON.

       COPY DEDMSTR.

       COPY PAYRATE.

       COPY TIMECARD.

       COPY WHTABLE.

       COPY TAXELECT.

       COPY PAYYTD.

       COPY PAYNET.

       COPY LEAVEBAL.

       COPY LEAVRULE.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.
           05  RPT-PERSON-SALARY       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  RPT-HOURS-LINE.
           05  FILLER                  PIC X(14) VALUE
               '    HOURS REG '.
           05  RPT-HRS-REGULAR         PIC ZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' OT '.
           05  RPT-HRS-OVERTIME        PIC ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' NIGHT '.
           05  RPT-HRS-NIGHT           PIC ZZ9.99.
           05  FILLER                  PIC X(09) VALUE ' ON-CALL '.
           05  RPT-HRS-ONCALL          PIC ZZ9.99.
           05  FILLER                  PIC X(08) VALUE '  RATE: '.
           05  RPT-HRS-RATE            PIC ZZ9.99.
           05  FILLER                  PIC X(09) VALUE '  GROSS: '.
           05  RPT-HRS-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' LEAVE '.
           05  RPT-HRS-LEAVE           PIC ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  RPT-LEAVE-LINE.
           05  FILLER                  PIC X(10) VALUE
               '    LEAVE '.
           05  RPT-LV-TYPE             PIC X(02).
           05  FILLER                  PIC X(10) VALUE '  ACCRUED '.
           05  RPT-LV-ACCRUED          PIC ZZ9.99.
           05  FILLER                  PIC X(08) VALUE '  TAKEN '.
           05  RPT-LV-TAKEN            PIC Z,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  BALANCE '.
           05  RPT-LV-BALANCE          PIC Z,ZZ9.99.
           05  RPT-LV-NOTE             PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  RPT-DED-LINE.
           05  FILLER                  PIC X(17) VALUE
               '    DEDUCTION    '.
           05  RPT-DED-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  RPT-TAX-LINE.
           05  FILLER                  PIC X(17) VALUE
               '    TAX WITHHELD '.
           05  RPT-TAX-CODE            PIC X(03).
           05  FILLER                  PIC X(11) VALUE '  TAXABLE: '.
           05  RPT-TAX-WAGES           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT: '.
           05  RPT-TAX-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  RPT-NET-LINE.
           05  FILLER                  PIC X(30) VALUE
               '    NET PAY ..............    '.
           OPEN INPUT DEDMSTR.
           IF DEDMSTR-NO-FILE
      *        NO DEDUCTION MASTER YET - THE REGISTER STILL RUNS,
      *        EVERY NET-PAY LINE IS SIMPLY GROSS PAY LESS TAXES.
               MOVE "N" TO WS-DEDFILE-SW
           ELSE
               IF NOT DEDMSTR-OK
                   MOVE "N" TO WS-DEDFILE-SW
               END-IF
           END-IF.
      *    NO PAY RATE OR TIME FILE YET - EVERYONE IS SALARIED.
           OPEN INPUT PAYRATE.
           IF NOT PAYRATE-OK
               MOVE "N" TO WS-RATEFILE-SW.
           OPEN INPUT TIMECARD.
           IF NOT TIMECARD-OK
               MOVE "N" TO WS-TIMEFILE-SW.
           MOVE WS-RUN-DATE TO WS-PERIOD-END.
           OPEN INPUT PAYPARM.
           IF PAYPARM-OK
               READ PAYPARM
                   AT END MOVE SPACES TO PAYPARM-REC
               END-READ
               IF PARM-PERIOD-END NUMERIC
                   MOVE PARM-PERIOD-END TO WS-PERIOD-END
               ELSE
                   DISPLAY "** NO VALID PAYPARM PERIOD END - USING "
                           "THE RUN DATE"
               END-IF
               IF PARM-PERIODS-PER-YEAR NUMERIC
                 AND PARM-PERIODS-NUM > ZERO
                   MOVE PARM-PERIODS-NUM TO WS-PERIODS-PER-YEAR
               END-IF
               CLOSE PAYPARM
           END-IF.
           IF WS-PE-MONTH < 1 OR WS-PE-MONTH > 12
               DISPLAY "** PAYPARM PERIOD END MONTH INVALID - USING "
                       "THE RUN DATE"
               MOVE WS-RUN-DATE TO WS-PERIOD-END.
      *    THE PERIOD END DATE DECIDES THE TAX YEAR AND QUARTER THE
      *    WITHHOLDING POSTS TO.
           COMPUTE WS-QUARTER = (WS-PE-MONTH + 2) / 3.
           DISPLAY "** PAY PERIOD ENDING " WS-PERIOD-END.
           DISPLAY "** PAY PERIODS PER YEAR " WS-PERIODS-PER-YEAR.
      *    NO ELECTION FILE YET - EVERYONE IS WITHHELD AS SINGLE WITH
      *    NO ALLOWANCES.
           OPEN INPUT TAXELECT.
           IF NOT TAXELECT-OK
               MOVE "N" TO WS-ELECTFILE-SW.
           PERFORM 050-LOAD-WITHHOLDING THRU 050-EXIT.
           PERFORM 070-LOAD-LEAVE-RULES THRU 070-EXIT.
           OPEN I-O PAYYTD.
           IF NOT PAYYTD-OK
               OPEN OUTPUT PAYYTD
               CLOSE PAYYTD
               OPEN I-O PAYYTD.
           IF NOT PAYYTD-OK
               DISPLAY "** PAYYTD OPEN FAILED, STATUS=" PAYYTD-STATUS
                       " - WITHHOLDING NOT POSTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO WS-YTDFILE-SW.
           OPEN OUTPUT PAYREGRP, SALERR, PAYNET.
           WRITE PAYREGRP-REC FROM RPT-HEADER-LINE.
           PERFORM 900-READ-PERSONAL THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-LOAD-WITHHOLDING - THE BRACKETS INTO THE TABLE.  NO     *
      *    WHTABLE AT ALL MEANS NOTHING IS WITHHELD, WHICH IS WORTH A  *
      *    WARNING; SO IS A TABLE WITH NO FEDERAL BRACKETS.            *
      ******************************************************************
       050-LOAD-WITHHOLDING.
           MOVE "050-LOAD-WITHHOLDING" TO PARA-NAME.
           OPEN INPUT WHTABLE.
           IF NOT WHTABLE-OK
               DISPLAY "** WHTABLE OPEN FAILED, STATUS="
                       WHTABLE-STATUS " - NO TAXES WITHHELD"
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
               GO TO 050-EXIT.
           MOVE "Y" TO MORE-BRACKETS-SW.
           PERFORM 060-READ-BRACKET THRU 060-EXIT
               UNTIL NO-MORE-BRACKETS.
           CLOSE WHTABLE.
           DISPLAY "** WITHHOLDING BRACKETS " WT-COUNT.
           IF NOT FEDERAL-TABLE-LOADED
               DISPLAY "** NO FEDERAL BRACKETS ON WHTABLE - FEDERAL "
                       "INCOME TAX NOT WITHHELD"
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       050-EXIT.
           EXIT.

       060-READ-BRACKET.
           READ WHTABLE INTO WITHHOLDING-TABLE-REC
               AT END MOVE "N" TO MORE-BRACKETS-SW
               GO TO 060-EXIT
           END-READ.
           IF WT-COUNT >= 300
               DISPLAY "** WITHHOLDING TABLE OVERFLOW AT 300"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-BRACKETS-SW
               GO TO 060-EXIT.
           ADD +1 TO WT-COUNT.
           MOVE WHT-JURISDICTION     TO WT-JURISDICTION(WT-COUNT).
           MOVE WHT-FILING-STATUS    TO WT-FILING-STATUS(WT-COUNT).
           MOVE WHT-WAGE-FLOOR       TO WT-WAGE-FLOOR(WT-COUNT).
           MOVE WHT-BASE-TAX         TO WT-BASE-TAX(WT-COUNT).
           MOVE WHT-RATE             TO WT-RATE(WT-COUNT).
           MOVE WHT-ALLOWANCE-AMOUNT TO WT-ALLOWANCE-AMOUNT(WT-COUNT).
           MOVE WHT-WAGE-LIMIT       TO WT-WAGE-LIMIT(WT-COUNT).
           MOVE WHT-ADDL-RATE        TO WT-ADDL-RATE(WT-COUNT).
           IF WHT-FEDERAL
               MOVE "Y" TO FEDERAL-TABLE-SW.
       060-EXIT.
           EXIT.

      ******************************************************************
      *    070-LOAD-LEAVE-RULES - THE ACCRUAL TIERS INTO THE TABLE AND *
      *    LEAVEBAL OPEN FOR UPDATE.  NO LEAVEBAL YET MEANS NO LEAVE   *
      *    IS TRACKED AND THE RUN GOES ON WITHOUT IT; NO TIERS MEANS   *
      *    LEAVE TAKEN IS POSTED BUT NOTHING IS EARNED.                *
      ******************************************************************
       070-LOAD-LEAVE-RULES.
           MOVE "070-LOAD-LEAVE-RULES" TO PARA-NAME.
           OPEN I-O LEAVEBAL.
           IF NOT LEAVEBAL-OK
               DISPLAY "** NO LEAVEBAL FILE - PAID LEAVE NOT POSTED"
               MOVE "N" TO WS-LEAVEFILE-SW
               GO TO 070-EXIT.
           OPEN INPUT LEAVRULE.
           IF NOT LEAVRULE-OK
               DISPLAY "** LEAVRULE OPEN FAILED, STATUS="
                       LEAVRULE-STATUS " - NO LEAVE ACCRUED"
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
               GO TO 070-EXIT.
           MOVE "Y" TO MORE-RULES-SW.
           PERFORM 080-READ-LEAVE-RULE THRU 080-EXIT
               UNTIL NO-MORE-RULES.
           CLOSE LEAVRULE.
           DISPLAY "** LEAVE ACCRUAL TIERS " LR-COUNT.
       070-EXIT.
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
           MOVE LVR-HOURS-PER-PERIOD TO LR-HOURS-PER-PERIOD(LR-COUNT).
           MOVE LVR-MAX-BALANCE      TO LR-MAX-BALANCE(LR-COUNT).
       080-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF PERSON-SALARY NOT NUMERIC
           EXIT.

      ******************************************************************
      *    400-APPLY-DEDUCTIONS - ITEMIZE THE PERSON'S IN-FORCE        *
      *    DEDUCTIONS UNDER A PERSON LINE AND CLOSE WITH THE NET-PAY   *
      *    LINE.  THE DEDMSTR KEY IS PERSON + CODE, SO A START ON THE  *
      *    PERSON PREFIX AND READ NEXT WALKS EXACTLY THIS PERSON'S     *
      *    DEDUCTIONS.                                                 *
      ******************************************************************
       400-APPLY-DEDUCTIONS.
           MOVE "400-APPLY-DEDUCTIONS" TO PARA-NAME.
           MOVE WS-SALARY-NUM        TO RPT-PERSON-SALARY.
           WRITE PAYREGRP-REC FROM RPT-PERSON-LINE.

           PERFORM 350-COMPUTE-GROSS THRU 350-EXIT.
           IF PERSON-NOT-PAID
               GO TO 400-EXIT.
           PERFORM 360-COMPUTE-TAXES THRU 360-EXIT.
           MOVE +0 TO WS-PERSON-DED-TOTAL.
           IF NO-DEDUCTION-FILE
               GO TO 400-NET-PAY.

       400-NET-PAY.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-PERSON-TAX-TOTAL - WS-PERSON-DED-TOTAL.
           MOVE SPACES TO RPT-NET-NOTE.
           IF WS-NET-PAY < ZERO
               MOVE ' *** DEDUCTIONS EXCEED GROSS PAY ***'
                   TO RPT-NET-NOTE
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               MOVE +0 TO WS-NET-PAY.
           PERFORM 380-POST-ACCUMULATORS THRU 380-EXIT.
           IF WS-NET-PAY > ZERO
               PERFORM 390-WRITE-PAYNET THRU 390-EXIT.
           MOVE WS-NET-PAY TO RPT-NET-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-NET-LINE.
           PERFORM 370-POST-LEAVE THRU 370-EXIT.
           ADD WS-PERSON-DED-TOTAL TO WS-TOTAL-DEDUCTIONS.
           ADD WS-NET-PAY          TO WS-TOTAL-NET-PAY.
           ADD WS-GROSS-PAY        TO WS-TOTAL-GROSS-PAY.
           ADD WS-PERSON-TAX-TOTAL TO WS-TOTAL-TAXES.
       400-EXIT.
           EXIT.

      ******************************************************************
      *    350-COMPUTE-GROSS - THE ANNUAL SALARY OVER THE PAY PERIODS  *
      *    IN THE YEAR IS THE GROSS PAY UNLESS PAYRATE SAYS THE        *
      *    PERSON IS HOURLY.  AN HOURLY PERSON IS PAID ONLY FROM A     *
      *    TIMECARD A SUPERVISOR HAS APPROVED FOR THIS PAY PERIOD;     *
      *    OVERTIME IS AT THE PERSON'S FACTOR (TIME AND A HALF WHEN    *
      *    NONE IS SET) AND THE NIGHT AND ON-CALL HOURS EARN THEIR     *
      *    PER-HOUR RATES.  LEAVE HOURS ON THE CARD ARE PAID AT THE    *
      *    REGULAR RATE.                                               *
      ******************************************************************
       350-COMPUTE-GROSS.
           MOVE "350-COMPUTE-GROSS" TO PARA-NAME.
           MOVE "Y" TO PERSON-PAID-SW.
           COMPUTE WS-GROSS-PAY ROUNDED =
               WS-SALARY-NUM / WS-PERIODS-PER-YEAR.
           IF NO-RATE-FILE
               GO TO 350-EXIT.
           MOVE PERSON-NUMBER TO PAYRATE-REC-KEY.
           READ PAYRATE INTO PAY-RATE-REC.
           IF NOT PAYRATE-OK
               GO TO 350-EXIT.
           IF NOT PR-HOURLY
               GO TO 350-EXIT.

           MOVE SPACES TO RPT-NET-NOTE.
           IF NO-TIME-FILE
               MOVE ' *** NOT PAID - NO TIMECARD ***' TO RPT-NET-NOTE
               GO TO 350-NOT-PAID.
           MOVE PERSON-NUMBER TO TIMECARD-REC-KEY(1:10).
           MOVE WS-PERIOD-END TO TIMECARD-REC-KEY(11:8).
           READ TIMECARD INTO TIMECARD-REC.
           IF NOT TIMECARD-OK
               MOVE ' *** NOT PAID - NO TIMECARD ***' TO RPT-NET-NOTE
               GO TO 350-NOT-PAID.
           IF NOT TC-APPROVED
               MOVE ' *** NOT PAID - NOT APPROVED ***' TO RPT-NET-NOTE
               GO TO 350-NOT-PAID.

           MOVE PR-OT-FACTOR TO WS-OT-FACTOR.
           IF WS-OT-FACTOR = ZERO
               MOVE 1.50 TO WS-OT-FACTOR.
           COMPUTE WS-LEAVE-HOURS-PAID =
               TC-VACATION-HOURS + TC-SICK-HOURS.
           COMPUTE WS-GROSS-PAY ROUNDED =
                 TC-REGULAR-HOURS  * PR-HOURLY-RATE
               + TC-OVERTIME-HOURS * PR-HOURLY-RATE * WS-OT-FACTOR
               + TC-NIGHT-HOURS    * PR-NIGHT-DIFF-RATE
               + TC-ONCALL-HOURS   * PR-ONCALL-RATE
               + WS-LEAVE-HOURS-PAID * PR-HOURLY-RATE.
           MOVE TC-REGULAR-HOURS  TO RPT-HRS-REGULAR.
           MOVE TC-OVERTIME-HOURS TO RPT-HRS-OVERTIME.
           MOVE TC-NIGHT-HOURS    TO RPT-HRS-NIGHT.
           MOVE TC-ONCALL-HOURS   TO RPT-HRS-ONCALL.
           MOVE PR-HOURLY-RATE    TO RPT-HRS-RATE.
           MOVE WS-GROSS-PAY      TO RPT-HRS-GROSS.
           MOVE WS-LEAVE-HOURS-PAID TO RPT-HRS-LEAVE.
           WRITE PAYREGRP-REC FROM RPT-HOURS-LINE.
           ADD WS-LEAVE-HOURS-PAID TO WS-TOTAL-LEAVE-PAID.
           ADD +1 TO HOURLY-PAID.
           ADD WS-GROSS-PAY       TO WS-HOURLY-GROSS.
           ADD TC-REGULAR-HOURS   TO WS-TOTAL-REG-HOURS.
           ADD TC-OVERTIME-HOURS  TO WS-TOTAL-OT-HOURS.
           GO TO 350-EXIT.

       350-NOT-PAID.
           MOVE "N" TO PERSON-PAID-SW.
           MOVE +0 TO WS-GROSS-PAY.
           MOVE ZERO TO RPT-NET-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-NET-LINE.
           ADD +1 TO HOURLY-NOT-PAID.
           IF WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    360-COMPUTE-TAXES - WITHHOLDING ON THE PERIOD'S GROSS PAY,  *
      *    AHEAD OF THE DEDUCTIONS.  INCOME TAX IS FIGURED ON THE      *
      *    GROSS ANNUALIZED OVER THE PAY PERIODS IN THE YEAR AND       *
      *    DIVIDED BACK, PLUS ANY EXTRA THE PERSON ELECTED; AN EXEMPT  *
      *    ELECTION SKIPS IT.  SOCIAL SECURITY STOPS AT THE WAGE BASE  *
      *    AND MEDICARE ADDS ITS ADDITIONAL RATE PAST THE THRESHOLD,   *
      *    BOTH AGAINST THE YEAR-TO-DATE WAGES ON PAYYTD.              *
      ******************************************************************
       360-COMPUTE-TAXES.
           MOVE "360-COMPUTE-TAXES" TO PARA-NAME.
           MOVE +0 TO WS-FIT, WS-SIT, WS-SS-WAGES, WS-SS-TAX,
                      WS-MC-WAGES, WS-MC-TAX, WS-MC-ADDL-TAX,
                      WS-PERSON-TAX-TOTAL.
           INITIALIZE TAX-ELECTION-REC.
           MOVE 'S' TO TE-FILING-STATUS.
           IF NO-ELECT-FILE
               ADD +1 TO NO-ELECTION-COUNT
           ELSE
               MOVE PERSON-NUMBER TO TAXELECT-REC-KEY
               READ TAXELECT INTO TAX-ELECTION-REC
               IF NOT TAXELECT-OK
                   INITIALIZE TAX-ELECTION-REC
                   MOVE 'S' TO TE-FILING-STATUS
                   ADD +1 TO NO-ELECTION-COUNT
               END-IF
           END-IF.
           PERFORM 362-READ-ACCUMULATORS THRU 362-EXIT.
           COMPUTE WS-ANNUAL-WAGES =
               WS-GROSS-PAY * WS-PERIODS-PER-YEAR.

           IF NOT TE-FED-IS-EXEMPT
               MOVE 'US'              TO WS-TAX-JURIS
               MOVE TE-FED-ALLOWANCES TO WS-ALLOWANCES
               PERFORM 364-INCOME-TAX THRU 364-EXIT
               COMPUTE WS-FIT = WS-PERIOD-TAX + TE-FED-EXTRA.
           IF NOT TE-STATE-IS-EXEMPT
               MOVE PERSON-STATE-ADDRESS TO WS-TAX-JURIS
               MOVE TE-STATE-ALLOWANCES  TO WS-ALLOWANCES
               PERFORM 364-INCOME-TAX THRU 364-EXIT
               COMPUTE WS-SIT = WS-PERIOD-TAX + TE-STATE-EXTRA.
           PERFORM 368-SOCIAL-SECURITY-MEDICARE THRU 368-EXIT.
           COMPUTE WS-PERSON-TAX-TOTAL =
               WS-FIT + WS-SIT + WS-SS-TAX + WS-MC-TAX.

      *    THE TAXES GO ON THE REGISTER, AND INTO THE REMITTANCE
      *    SUMMARY, THE SAME WAY A DEDUCTION DOES.
           MOVE 'FIT'          TO DED-CODE.
           MOVE WS-GROSS-PAY   TO WS-TAX-WAGES.
           MOVE WS-FIT         TO WS-DED-COMPUTED.
           PERFORM 369-WRITE-TAX-LINE THRU 369-EXIT.
           MOVE 'SIT'          TO DED-CODE.
           MOVE WS-SIT         TO WS-DED-COMPUTED.
           PERFORM 369-WRITE-TAX-LINE THRU 369-EXIT.
           MOVE 'SS '          TO DED-CODE.
           MOVE WS-SS-WAGES    TO WS-TAX-WAGES.
           MOVE WS-SS-TAX      TO WS-DED-COMPUTED.
           PERFORM 369-WRITE-TAX-LINE THRU 369-EXIT.
           MOVE 'MED'          TO DED-CODE.
           MOVE WS-MC-WAGES    TO WS-TAX-WAGES.
           MOVE WS-MC-TAX      TO WS-DED-COMPUTED.
           PERFORM 369-WRITE-TAX-LINE THRU 369-EXIT.
       360-EXIT.
           EXIT.

       362-READ-ACCUMULATORS.
           MOVE "N" TO YTD-NEW-SW.
           INITIALIZE PAY-YTD-REC.
           MOVE PERSON-NUMBER TO PY-PERSON-NUMBER.
           MOVE WS-PE-YEAR    TO PY-TAX-YEAR.
           IF NO-YTD-FILE
               MOVE "Y" TO YTD-NEW-SW
               GO TO 362-EXIT.
           MOVE PY-KEY TO PAYYTD-REC-KEY.
           READ PAYYTD INTO PAY-YTD-REC.
           IF NOT PAYYTD-OK
               MOVE "Y" TO YTD-NEW-SW
               INITIALIZE PAY-YTD-REC
               MOVE PERSON-NUMBER TO PY-PERSON-NUMBER
               MOVE WS-PE-YEAR    TO PY-TAX-YEAR.
       362-EXIT.
           EXIT.

      ******************************************************************
      *    364-INCOME-TAX - ONE JURISDICTION'S INCOME TAX FOR THE      *
      *    PERIOD.  A JURISDICTION WITH NO BRACKETS FOR THE FILING     *
      *    STATUS FALLS BACK TO ITS SINGLE SCHEDULE; ONE WITH NO       *
      *    BRACKETS AT ALL HAS NO INCOME TAX.                          *
      ******************************************************************
       364-INCOME-TAX.
           MOVE +0 TO WS-PERIOD-TAX.
           MOVE TE-FILING-STATUS TO WS-TAX-STATUS.
           MOVE +0 TO WS-BRACKET-WAGES.
           PERFORM 366-FIND-BRACKET THRU 366-EXIT.
           IF WS-FIRST-SUB = ZERO
             AND WS-TAX-STATUS NOT = 'S'
               MOVE 'S' TO WS-TAX-STATUS
               PERFORM 366-FIND-BRACKET THRU 366-EXIT.
           IF WS-FIRST-SUB = ZERO
               GO TO 364-EXIT.
           COMPUTE WS-TAXABLE-WAGES = WS-ANNUAL-WAGES
               - WS-ALLOWANCES * WT-ALLOWANCE-AMOUNT(WS-FIRST-SUB).
           IF WS-TAXABLE-WAGES < ZERO
               MOVE +0 TO WS-TAXABLE-WAGES.
           MOVE WS-TAXABLE-WAGES TO WS-BRACKET-WAGES.
           PERFORM 366-FIND-BRACKET THRU 366-EXIT.
           IF WS-BRACKET-SUB = ZERO
               GO TO 364-EXIT.
           COMPUTE WS-PERIOD-TAX ROUNDED =
               (WT-BASE-TAX(WS-BRACKET-SUB)
                + (WS-TAXABLE-WAGES - WT-WAGE-FLOOR(WS-BRACKET-SUB))
                  * WT-RATE(WS-BRACKET-SUB))
               / WS-PERIODS-PER-YEAR.
       364-EXIT.
           EXIT.

      *    FIRST-SUB IS THE JURISDICTION/STATUS'S LOWEST BRACKET;
      *    BRACKET-SUB THE HIGHEST WHOSE FLOOR BRACKET-WAGES REACH.
       366-FIND-BRACKET.
           MOVE ZERO TO WS-FIRST-SUB, WS-BRACKET-SUB.
           PERFORM 367-TEST-ONE-BRACKET THRU 367-EXIT
               VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT.
       366-EXIT.
           EXIT.

       367-TEST-ONE-BRACKET.
           IF WT-JURISDICTION(WT-SUB) NOT = WS-TAX-JURIS
             OR WT-FILING-STATUS(WT-SUB) NOT = WS-TAX-STATUS
               GO TO 367-EXIT.
           IF WS-FIRST-SUB = ZERO
               MOVE WT-SUB TO WS-FIRST-SUB.
           IF WT-WAGE-FLOOR(WT-SUB) NOT > WS-BRACKET-WAGES
               MOVE WT-SUB TO WS-BRACKET-SUB.
       367-EXIT.
           EXIT.

       368-SOCIAL-SECURITY-MEDICARE.
           MOVE SPACE TO WS-TAX-STATUS.
           MOVE +0    TO WS-BRACKET-WAGES.
           MOVE 'SS'  TO WS-TAX-JURIS.
           PERFORM 366-FIND-BRACKET THRU 366-EXIT.
           IF WS-FIRST-SUB NOT = ZERO
               MOVE WS-GROSS-PAY TO WS-SS-WAGES
               IF WT-WAGE-LIMIT(WS-FIRST-SUB) > ZERO
                   COMPUTE WS-SS-ROOM =
                       WT-WAGE-LIMIT(WS-FIRST-SUB) - PY-YTD-SS-WAGES
                   IF WS-SS-ROOM < ZERO
                       MOVE +0 TO WS-SS-ROOM
                   END-IF
                   IF WS-SS-WAGES > WS-SS-ROOM
                       MOVE WS-SS-ROOM TO WS-SS-WAGES
                   END-IF
               END-IF
               COMPUTE WS-SS-TAX ROUNDED =
                   WS-SS-WAGES * WT-RATE(WS-FIRST-SUB)
           END-IF.

           MOVE 'MC'  TO WS-TAX-JURIS.
           PERFORM 366-FIND-BRACKET THRU 366-EXIT.
           IF WS-FIRST-SUB = ZERO
               GO TO 368-EXIT.
           MOVE WS-GROSS-PAY TO WS-MC-WAGES.
           COMPUTE WS-MC-TAX ROUNDED =
               WS-MC-WAGES * WT-RATE(WS-FIRST-SUB).
           IF WT-WAGE-LIMIT(WS-FIRST-SUB) = ZERO
             OR WT-ADDL-RATE(WS-FIRST-SUB) = ZERO
               GO TO 368-EXIT.
      *    ONLY THE PART OF THIS PERIOD'S WAGES THAT TAKES THE YEAR
      *    PAST THE THRESHOLD BEARS THE ADDITIONAL RATE.
           COMPUTE WS-ADDL-WAGES = PY-YTD-MC-WAGES + WS-MC-WAGES
               - WT-WAGE-LIMIT(WS-FIRST-SUB).
           IF WS-ADDL-WAGES > WS-MC-WAGES
               MOVE WS-MC-WAGES TO WS-ADDL-WAGES.
           IF WS-ADDL-WAGES > ZERO
               COMPUTE WS-MC-ADDL-TAX ROUNDED =
                   WS-ADDL-WAGES * WT-ADDL-RATE(WS-FIRST-SUB)
               ADD WS-MC-ADDL-TAX TO WS-MC-TAX.
       368-EXIT.
           EXIT.

       369-WRITE-TAX-LINE.
           IF WS-DED-COMPUTED = ZERO
               GO TO 369-EXIT.
           MOVE DED-CODE        TO RPT-TAX-CODE.
           MOVE WS-TAX-WAGES    TO RPT-TAX-WAGES.
           MOVE WS-DED-COMPUTED TO RPT-TAX-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-TAX-LINE.
           PERFORM 430-POST-CODE-SUMMARY THRU 430-EXIT.
       369-EXIT.
           EXIT.

      ******************************************************************
      *    380-POST-ACCUMULATORS - THE PERIOD'S WAGES AND WITHHOLDING  *
      *    INTO THE QUARTER AND THE YEAR.  A PERIOD NOT AFTER THE LAST *
      *    ONE POSTED FOR THE PERSON IS A RERUN: THE REGISTER SHOWS    *
      *    THE TAXES BUT PAYYTD IS LEFT AS IT WAS.                     *
      ******************************************************************
       380-POST-ACCUMULATORS.
           MOVE "380-POST-ACCUMULATORS" TO PARA-NAME.
           IF NO-YTD-FILE
               GO TO 380-EXIT.
           IF NOT YTD-IS-NEW
             AND PY-LAST-PERIOD-END NOT < WS-PERIOD-END
               ADD +1 TO YTD-ALREADY-POSTED
               IF RPT-NET-NOTE = SPACES
                   MOVE ' *** TAXES ALREADY POSTED ***' TO RPT-NET-NOTE
               END-IF
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
               GO TO 380-EXIT.
           ADD WS-GROSS-PAY   TO PY-Q-GROSS(WS-QUARTER), PY-YTD-GROSS.
           ADD WS-FIT         TO PY-Q-FIT(WS-QUARTER), PY-YTD-FIT.
           ADD WS-SIT         TO PY-Q-SIT(WS-QUARTER), PY-YTD-SIT.
           ADD WS-SS-WAGES    TO PY-Q-SS-WAGES(WS-QUARTER),
                                 PY-YTD-SS-WAGES.
           ADD WS-SS-TAX      TO PY-Q-SS-TAX(WS-QUARTER),
                                 PY-YTD-SS-TAX.
           ADD WS-MC-WAGES    TO PY-Q-MC-WAGES(WS-QUARTER),
                                 PY-YTD-MC-WAGES.
           ADD WS-MC-TAX      TO PY-Q-MC-TAX(WS-QUARTER),
                                 PY-YTD-MC-TAX.
           ADD WS-MC-ADDL-TAX TO PY-Q-MC-ADDL-TAX(WS-QUARTER),
                                 PY-YTD-MC-ADDL-TAX.
           ADD 1              TO PY-PERIODS-PAID.
           MOVE PERSON-STATE-ADDRESS TO PY-STATE.
           MOVE WS-PERIOD-END        TO PY-LAST-PERIOD-END.
           MOVE PY-KEY               TO PAYYTD-REC-KEY.
           IF YTD-IS-NEW
               WRITE PAYYTD-FD-REC FROM PAY-YTD-REC
           ELSE
               REWRITE PAYYTD-FD-REC FROM PAY-YTD-REC.
           IF NOT PAYYTD-OK
               DISPLAY "** PAYYTD UPDATE FAILED, STATUS "
                       PAYYTD-STATUS " PERSON " PERSON-NUMBER
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 380-EXIT.
           ADD +1 TO YTD-POSTED-COUNT.
       380-EXIT.
           EXIT.

      ******************************************************************
      *    370-POST-LEAVE - THE PERIOD'S VACATION AND SICK LEAVE FOR A *
      *    PERSON PAID.  THE HOURS TAKEN COME FROM THE PERSON'S        *
      *    APPROVED TIMECARD FOR THE PERIOD, SALARIED OR HOURLY; A     *
      *    PERSON WITH NO CARD TOOK NO LEAVE.                          *
      ******************************************************************
       370-POST-LEAVE.
           MOVE "370-POST-LEAVE" TO PARA-NAME.
           IF NO-LEAVE-FILE
               GO TO 370-EXIT.
           MOVE ZERO TO WS-VACATION-TAKEN, WS-SICK-TAKEN.
           IF NO-TIME-FILE
               GO TO 370-POST.
           MOVE PERSON-NUMBER TO TIMECARD-REC-KEY(1:10).
           MOVE WS-PERIOD-END TO TIMECARD-REC-KEY(11:8).
           READ TIMECARD INTO TIMECARD-REC.
           IF TIMECARD-OK
             AND TC-APPROVED
               MOVE TC-VACATION-HOURS TO WS-VACATION-TAKEN
               MOVE TC-SICK-HOURS     TO WS-SICK-TAKEN.
       370-POST.
           MOVE 'VA'              TO WS-LEAVE-TYPE.
           MOVE WS-VACATION-TAKEN TO WS-LEAVE-TAKEN.
           PERFORM 375-POST-ONE-LEAVE THRU 375-EXIT.
           MOVE 'SK'              TO WS-LEAVE-TYPE.
           MOVE WS-SICK-TAKEN     TO WS-LEAVE-TAKEN.
           PERFORM 375-POST-ONE-LEAVE THRU 375-EXIT.
       370-EXIT.
           EXIT.

      ******************************************************************
      *    375-POST-ONE-LEAVE - ONE LEAVE TYPE.  THE SERVICE YEARS ARE *
      *    WHOLE YEARS FROM THE SERVICE DATE TO THE PERIOD END; THE    *
      *    TIER FOR THEM GIVES THE HOURS EARNED, CUT BACK SO THE       *
      *    BALANCE NEVER PASSES THE TIER'S MAXIMUM.  THE HOURS TAKEN   *
      *    COME OFF THE BALANCE AND OUT OF THE APPROVED HOURS WAITING  *
      *    TO BE TAKEN; MORE TAKEN THAN THE BALANCE HOLDS EMPTIES IT   *
      *    AND IS FLAGGED.  A PERSON WITH NO BALANCE RECORD FOR THE    *
      *    TYPE EARNS NONE OF IT.                                      *
      ******************************************************************
       375-POST-ONE-LEAVE.
           MOVE WS-LEAVE-TYPE TO RPT-LV-TYPE.
           MOVE SPACES        TO RPT-LV-NOTE.
           MOVE PERSON-NUMBER TO LEAVEBAL-REC-KEY(1:10).
           MOVE WS-LEAVE-TYPE TO LEAVEBAL-REC-KEY(11:2).
           READ LEAVEBAL INTO LEAVE-BALANCE-REC.
           IF NOT LEAVEBAL-OK
               IF WS-LEAVE-TAKEN > ZERO
                   MOVE ZERO           TO RPT-LV-ACCRUED
                                          RPT-LV-BALANCE
                   MOVE WS-LEAVE-TAKEN TO RPT-LV-TAKEN
                   MOVE ' *** NO LEAVE BALANCE - NOT POSTED ***'
                       TO RPT-LV-NOTE
                   WRITE PAYREGRP-REC FROM RPT-LEAVE-LINE
                   IF WS-HIGHEST-SEVERITY < RC-WARNING
                       MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
                   END-IF
               END-IF
               GO TO 375-EXIT.
           IF LB-LAST-POSTED-END NOT < WS-PERIOD-END
               ADD +1 TO LEAVE-ALREADY-POSTED
               GO TO 375-EXIT.

           MOVE +0 TO WS-LEAVE-ACCRUAL.
           MOVE LB-SERVICE-DATE TO WS-SERVICE-DATE.
           COMPUTE WS-PE-MMDD = WS-PE-MONTH * 100 + WS-PE-DAY.
           COMPUTE WS-SERVICE-YEARS = WS-PE-YEAR - WS-SD-YEAR.
           IF WS-PE-MMDD < WS-SD-MMDD
               SUBTRACT 1 FROM WS-SERVICE-YEARS.
           MOVE ZERO TO WS-TIER-SUB.
           IF WS-SERVICE-YEARS NOT < ZERO
               PERFORM 385-MATCH-TIER THRU 385-EXIT
                   VARYING LR-SUB FROM 1 BY 1 UNTIL LR-SUB > LR-COUNT.
           IF WS-TIER-SUB > ZERO
               MOVE LR-HOURS-PER-PERIOD(WS-TIER-SUB)
                   TO WS-LEAVE-ACCRUAL
               IF LB-BALANCE-HOURS + WS-LEAVE-ACCRUAL
                   > LR-MAX-BALANCE(WS-TIER-SUB)
                   COMPUTE WS-LEAVE-ACCRUAL =
                       LR-MAX-BALANCE(WS-TIER-SUB) - LB-BALANCE-HOURS
                   IF WS-LEAVE-ACCRUAL < ZERO
                       MOVE +0 TO WS-LEAVE-ACCRUAL
                   END-IF
                   MOVE ' AT MAXIMUM BALANCE' TO RPT-LV-NOTE
               END-IF
           END-IF.

           COMPUTE WS-LEAVE-AVAILABLE =
               LB-BALANCE-HOURS + WS-LEAVE-ACCRUAL.
           IF WS-LEAVE-TAKEN > WS-LEAVE-AVAILABLE
               MOVE WS-LEAVE-AVAILABLE TO WS-LEAVE-TAKEN
               MOVE ' *** TAKEN OVER BALANCE - CHECK CARD ***'
                   TO RPT-LV-NOTE
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           END-IF.
           COMPUTE LB-BALANCE-HOURS =
               WS-LEAVE-AVAILABLE - WS-LEAVE-TAKEN.
           IF WS-LEAVE-TAKEN > LB-APPROVED-HOURS
               MOVE ZERO TO LB-APPROVED-HOURS
           ELSE
               SUBTRACT WS-LEAVE-TAKEN FROM LB-APPROVED-HOURS.
           ADD WS-LEAVE-ACCRUAL TO LB-YTD-ACCRUED.
           ADD WS-LEAVE-TAKEN   TO LB-YTD-TAKEN.
           MOVE WS-PERIOD-END   TO LB-LAST-POSTED-END.
           MOVE LB-KEY          TO LEAVEBAL-REC-KEY.
           REWRITE LEAVEBAL-FD-REC FROM LEAVE-BALANCE-REC.
           IF NOT LEAVEBAL-OK
               DISPLAY "** LEAVEBAL UPDATE FAILED, STATUS "
                       LEAVEBAL-STATUS " PERSON " PERSON-NUMBER
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 375-EXIT.
           ADD +1 TO LEAVE-POSTED-COUNT.
           ADD WS-LEAVE-ACCRUAL TO WS-TOTAL-LEAVE-ACCRUED.
           ADD WS-LEAVE-TAKEN   TO WS-TOTAL-LEAVE-TAKEN.
           MOVE WS-LEAVE-ACCRUAL TO RPT-LV-ACCRUED.
           MOVE WS-LEAVE-TAKEN   TO RPT-LV-TAKEN.
           MOVE LB-BALANCE-HOURS TO RPT-LV-BALANCE.
           WRITE PAYREGRP-REC FROM RPT-LEAVE-LINE.
       375-EXIT.
           EXIT.

       385-MATCH-TIER.
           IF LR-LEAVE-TYPE(LR-SUB) = WS-LEAVE-TYPE
             AND LR-SERVICE-YEARS(LR-SUB) NOT > WS-SERVICE-YEARS
               MOVE LR-SUB TO WS-TIER-SUB.
       385-EXIT.
           EXIT.

      ******************************************************************
      *    390-WRITE-PAYNET - THE PERSON'S NET PAY OUT TO DDSPLIT,     *
      *    WHICH DEPOSITS IT OR CUTS THE CHECK.                        *
      ******************************************************************
       390-WRITE-PAYNET.
           MOVE "390-WRITE-PAYNET" TO PARA-NAME.
           INITIALIZE PAY-NET-REC.
           MOVE PERSON-NUMBER         TO PN-PERSON-NUMBER.
           MOVE WS-PERIOD-END         TO PN-PERIOD-END.
           MOVE PERSON-FIRST-NAME     TO PN-FIRST-NAME.
           MOVE PERSON-LAST-NAME      TO PN-LAST-NAME.
           MOVE PERSON-STREET-ADDRESS TO PN-STREET-ADDRESS.
           MOVE PERSON-CITY-ADDRESS   TO PN-CITY-ADDRESS.
           MOVE PERSON-STATE-ADDRESS  TO PN-STATE-ADDRESS.
           MOVE WS-GROSS-PAY          TO PN-GROSS-PAY.
           MOVE WS-PERSON-TAX-TOTAL   TO PN-TAXES.
           MOVE WS-PERSON-DED-TOTAL   TO PN-DEDUCTIONS.
           MOVE WS-NET-PAY            TO PN-NET-PAY.
           WRITE PAYNET-FD-REC FROM PAY-NET-REC.
           ADD +1 TO PAYNET-WRITTEN.
       390-EXIT.
           EXIT.

       410-READ-NEXT-DEDUCTION.
           READ DEDMSTR NEXT INTO DEDUCTION-MASTER-REC
               AT END MOVE "N" TO MORE-DEDS-SW
               MOVE DED-AMOUNT TO WS-DED-COMPUTED
           ELSE
               COMPUTE WS-DED-COMPUTED ROUNDED =
                   WS-GROSS-PAY * DED-PERCENT / 100.
           ADD WS-DED-COMPUTED TO WS-PERSON-DED-TOTAL.

           MOVE DED-CODE        TO RPT-DED-CODE.
           WRITE PAYREGRP-REC.
           PERFORM 620-WRITE-ONE-CODE THRU 620-EXIT
               VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CD-COUNT.
           MOVE 'HOURLY PERSONS PAID:          ' TO RPT-TOTAL-LABEL.
           MOVE HOURLY-PAID      TO RPT-TOTAL-COUNT.
           MOVE ZERO             TO RPT-TOTAL-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-TOTAL-LINE.
           MOVE 'HOURLY NOT PAID - TIMECARD:   ' TO RPT-TOTAL-LABEL.
           MOVE HOURLY-NOT-PAID  TO RPT-TOTAL-COUNT.
           WRITE PAYREGRP-REC FROM RPT-TOTAL-LINE.
           MOVE 'NO WITHHOLDING ELECTION:      ' TO RPT-TOTAL-LABEL.
           MOVE NO-ELECTION-COUNT TO RPT-TOTAL-COUNT.
           WRITE PAYREGRP-REC FROM RPT-TOTAL-LINE.
           MOVE 'TAXES POSTED TO PAYYTD:       ' TO RPT-TOTAL-LABEL.
           MOVE YTD-POSTED-COUNT TO RPT-TOTAL-COUNT.
           WRITE PAYREGRP-REC FROM RPT-TOTAL-LINE.
           MOVE 'PERIOD ALREADY POSTED:        ' TO RPT-TOTAL-LABEL.
           MOVE YTD-ALREADY-POSTED TO RPT-TOTAL-COUNT.
           WRITE PAYREGRP-REC FROM RPT-TOTAL-LINE.
           MOVE 'LEAVE BALANCES POSTED:        ' TO RPT-TOTAL-LABEL.
           MOVE LEAVE-POSTED-COUNT TO RPT-TOTAL-COUNT.
           WRITE PAYREGRP-REC FROM RPT-TOTAL-LINE.
           MOVE 'LEAVE ALREADY POSTED:         ' TO RPT-TOTAL-LABEL.
           MOVE LEAVE-ALREADY-POSTED TO RPT-TOTAL-COUNT.
           WRITE PAYREGRP-REC FROM RPT-TOTAL-LINE.
           MOVE 'LEAVE HOURS ACCRUED:          ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-LEAVE-ACCRUED TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'LEAVE HOURS TAKEN:            ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-LEAVE-TAKEN  TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'REGULAR HOURS PAID:           ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-REG-HOURS    TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'OVERTIME HOURS PAID:          ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-OT-HOURS     TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'HOURLY LEAVE HOURS PAID:      ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-LEAVE-PAID   TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'HOURLY GROSS PAY:             ' TO RPT-MONEY-LABEL.
           MOVE WS-HOURLY-GROSS       TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'TOTAL GROSS PAY:              ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-GROSS-PAY    TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'TOTAL TAXES WITHHELD:         ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-TAXES        TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.
           MOVE 'TOTAL DEDUCTIONS WITHHELD:    ' TO RPT-MONEY-LABEL.
           MOVE WS-TOTAL-DEDUCTIONS   TO RPT-MONEY-AMOUNT.
           WRITE PAYREGRP-REC FROM RPT-MONEY-TOTAL-LINE.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE PERSONAL, PAYREGRP, SALERR, PAYNET.
           IF NOT NO-DEDUCTION-FILE
               CLOSE DEDMSTR.
           IF NOT NO-RATE-FILE
               CLOSE PAYRATE.
           IF NOT NO-TIME-FILE
               CLOSE TIMECARD.
           IF NOT NO-ELECT-FILE
               CLOSE TAXELECT.
           IF NOT NO-YTD-FILE
               CLOSE PAYYTD.
           IF NOT NO-LEAVE-FILE
               CLOSE LEAVEBAL.
           DISPLAY "** RECORDS READ      " RECORDS-READ.
           DISPLAY "** SALARY EXCEPTIONS " RECORDS-IN-ERROR.
           DISPLAY "** HOURLY PAID       " HOURLY-PAID.
           DISPLAY "** HOURLY NOT PAID   " HOURLY-NOT-PAID.
           DISPLAY "** TAXES POSTED      " YTD-POSTED-COUNT.
           DISPLAY "** ALREADY POSTED    " YTD-ALREADY-POSTED.
           DISPLAY "** PAYNET WRITTEN    " PAYNET-WRITTEN.
           DISPLAY "** LEAVE POSTED      " LEAVE-POSTED-COUNT.
           DISPLAY "** LEAVE ALREADY POSTED " LEAVE-ALREADY-POSTED.
           DISPLAY "******** NORMAL END OF JOB PAYREG ********".
       999-EXIT.
           EXIT.
