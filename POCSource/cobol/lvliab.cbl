       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  LVLIAB.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * LVLIAB - PAID LEAVE LIABILITY.  VALUES EVERY LEAVE BALANCE ON *
      *          LEAVEBAL AT THE PERSON'S CURRENT PAY RATE FOR        *
      *          FINANCE TO BOOK THE ACCRUED LEAVE LIABILITY:         *
      *            - AN HOURLY PERSON (PAY TYPE 'H' ON PAYRATE) AT    *
      *              THEIR HOURLY RATE                                *
      *            - EVERYONE ELSE AT THE ANNUAL PERSON-SALARY OVER   *
      *              THE STANDARD WORK YEAR (LIABPARM COLS 1-4, 2080  *
      *              HOURS WITHOUT ONE)                               *
      *          THE VALUE IS THE WHOLE BALANCE, INCLUDING LEAVE      *
      *          APPROVED AND NOT YET TAKEN, WHICH IS SHOWN BESIDE    *
      *          IT.  A BALANCE WHOSE PERSON IS NOT ON THE PERSONAL   *
      *          FILE, OR HAS NO USABLE RATE, LISTS UNVALUED FOR HR   *
      *          AND RAISES A WARNING.  TOTALS BY LEAVE TYPE AND FOR  *
      *          THE RUN.  RUN IT AFTER THE LAST PAYREG OF THE MONTH. *
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

           SELECT PERSONAL
                  ASSIGN       to PERSONAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PERSON-KEY-FD
                  FILE STATUS  is PERSONAL-STATUS.

           SELECT PAYRATE
                  ASSIGN       to PAYRATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PAYRATE-REC-KEY
                  FILE STATUS  is PAYRATE-STATUS.

           SELECT LIABPARM
           ASSIGN TO UT-S-LIABPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LIABPARM-STATUS.

           SELECT LVLIRPT
           ASSIGN TO UT-S-LVLIRPT
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

       FD  PERSONAL
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS PERSONAL-FD-REC.
       01  PERSONAL-FD-REC.
           05 PERSON-KEY-FD    PIC X(10).
           05 FILLER           PIC X(76).

       FD  PAYRATE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYRATE-FD-REC.
       01  PAYRATE-FD-REC.
           05 PAYRATE-REC-KEY  PIC X(10).
           05 FILLER           PIC X(70).

       FD  LIABPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LIABPARM-REC.
       01  LIABPARM-REC.
           05  PARM-ANNUAL-HOURS           PIC X(04).
           05  PARM-ANNUAL-HOURS-NUM REDEFINES PARM-ANNUAL-HOURS
                                           PIC 9(04).
           05  FILLER                      PIC X(76).

       FD  LVLIRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LVLIRPT-REC.
       01  LVLIRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  LEAVEBAL-STATUS         PIC X(2).
               88 LEAVEBAL-OK          VALUE "00".
           05  PERSONAL-STATUS         PIC X(2).
               88 PERSONAL-FOUND       VALUE "00".
           05  PAYRATE-STATUS          PIC X(2).
               88 PAYRATE-FOUND        VALUE "00".
           05  LIABPARM-STATUS         PIC X(2).
               88 LIABPARM-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RATEFILE-SW              PIC X(01) VALUE "Y".
              88 NO-RATE-FILE VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-ANNUAL-HOURS             PIC 9(04) VALUE 2080.
           05 WS-SALARY-NUM               PIC 9(09) VALUE 0.
           05 WS-RATE                     PIC 9(05)V99 VALUE 0.
           05 WS-RATE-BASIS               PIC X(01) VALUE SPACE.
           05 WS-RATE-NOTE                PIC X(31) VALUE SPACES.
           05 WS-LIABILITY                PIC S9(9)V99 COMP-3 VALUE +0.
           05 LT-SUB                      PIC 9(03) COMP VALUE 0.
           05 WS-TYPE-SUB                 PIC 9(03) COMP VALUE 0.

      *    THE TOTALS FOR EACH LEAVE TYPE MET ON THE FILE.  LEAVEBAL
      *    IS IN PERSON ORDER, SO THE TYPES ARE TOTALLED SIDE BY SIDE
      *    AND PRINTED AT THE END.
       01  LEAVE-TYPE-TABLE.
           05 LT-COUNT                    PIC 9(03) COMP VALUE 0.
           05 LT-ENTRY OCCURS 10 TIMES.
              10 LT-LEAVE-TYPE            PIC X(02).
              10 LT-BALANCES              PIC 9(07) COMP.
              10 LT-HOURS                 PIC S9(9)V99 COMP-3.
              10 LT-APPROVED-HOURS        PIC S9(9)V99 COMP-3.
              10 LT-LIABILITY             PIC S9(11)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 BALANCES-VALUED          PIC 9(7) COMP VALUE 0.
           05 HOURLY-VALUED            PIC 9(7) COMP VALUE 0.
           05 SALARIED-VALUED          PIC 9(7) COMP VALUE 0.
           05 BALANCES-UNVALUED        PIC 9(7) COMP VALUE 0.
           05 WS-TOT-HOURS             PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TOT-UNVALUED-HOURS    PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-TOT-LIABILITY         PIC S9(11)V99 COMP-3 VALUE +0.

       COPY LEAVEBAL.

       COPY PERSON.

       COPY PAYRATE.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      ******************************************************************
      *    LIABILITY REPORT LINES                                      *
      ******************************************************************
       01  LI-HEADER-LINE.
           05  FILLER                  PIC X(34) VALUE
               ' PAID LEAVE LIABILITY   RUN DATE '.
           05  LI-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(22) VALUE
               '   STANDARD WORK YEAR '.
           05  LI-HDR-ANNUAL-HOURS     PIC Z,ZZ9.
           05  FILLER                  PIC X(06) VALUE ' HOURS'.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  LI-COLUMN-LINE.
           05  FILLER                  PIC X(50) VALUE
               ' PERSON      NAME                            TYPE '.
           05  FILLER                  PIC X(50) VALUE
               '  BALANCE  APPROVED  BASIS     RATE      LIABILITY'.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  LI-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LI-PERSON-NUMBER        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-LAST-NAME            PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LI-FIRST-NAME           PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-LEAVE-TYPE           PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LI-BALANCE              PIC Z,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-APPROVED             PIC Z,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LI-BASIS                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-RATE                 PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-LIABILITY            PIC ZZZ,ZZZ,ZZ9.99.
           05  LI-NOTE                 PIC X(31).

       01  LI-TYPE-LINE.
           05  FILLER                  PIC X(09) VALUE
               ' TYPE    '.
           05  LI-TYP-LEAVE-TYPE       PIC X(02).
           05  FILLER                  PIC X(13) VALUE
               '   BALANCES  '.
           05  LI-TYP-BALANCES         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '   HOURS '.
           05  LI-TYP-HOURS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               '   APPROVED '.
           05  LI-TYP-APPROVED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE
               '   LIABILITY '.
           05  LI-TYP-LIABILITY        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  LI-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LI-TOTAL-LABEL          PIC X(40).
           05  LI-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

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
           OPEN INPUT LIABPARM.
           IF LIABPARM-OK
               READ LIABPARM
                   AT END MOVE SPACES TO LIABPARM-REC
               END-READ
               CLOSE LIABPARM
           ELSE
               MOVE SPACES TO LIABPARM-REC.
           IF PARM-ANNUAL-HOURS NOT = SPACES
               IF PARM-ANNUAL-HOURS NUMERIC
                 AND PARM-ANNUAL-HOURS-NUM > ZERO
                   MOVE PARM-ANNUAL-HOURS-NUM TO WS-ANNUAL-HOURS
               ELSE
                   DISPLAY "** LIABPARM ANNUAL HOURS INVALID: "
                           PARM-ANNUAL-HOURS " - 2080 USED"
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           END-IF.
           DISPLAY "** STANDARD WORK YEAR " WS-ANNUAL-HOURS " HOURS".

           OPEN INPUT LEAVEBAL.
           IF NOT LEAVEBAL-OK
               DISPLAY "** LEAVEBAL OPEN FAILED, STATUS="
                       LEAVEBAL-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           OPEN INPUT PERSONAL.
           IF NOT PERSONAL-FOUND
               DISPLAY "** PERSONAL OPEN FAILED, STATUS="
                       PERSONAL-STATUS
               CLOSE LEAVEBAL
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
      *    NO PAYRATE FILE MEANS NO ONE IS HOURLY YET, AS IN PAYREG.
           OPEN INPUT PAYRATE.
           IF NOT PAYRATE-FOUND
               DISPLAY "** NO PAYRATE FILE - ALL VALUED AS SALARIED"
               MOVE "N" TO WS-RATEFILE-SW.

           OPEN OUTPUT LVLIRPT.
           MOVE WS-RUN-DATE     TO LI-HDR-RUN-DATE.
           MOVE WS-ANNUAL-HOURS TO LI-HDR-ANNUAL-HOURS.
           WRITE LVLIRPT-REC FROM LI-HEADER-LINE.
           WRITE LVLIRPT-REC FROM LI-COLUMN-LINE.
           PERFORM 900-READ-LEAVEBAL THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - ONE BALANCE.  THE PERSON IS READ ONCE FOR    *
      *    ALL OF THEIR LEAVE TYPES, THE FILE BEING IN PERSON ORDER.   *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF LB-PERSON-NUMBER NOT = PERSON-NUMBER
               PERFORM 200-GET-RATE THRU 200-EXIT.
           MOVE WS-RATE-NOTE TO LI-NOTE.

           MOVE LB-PERSON-NUMBER  TO LI-PERSON-NUMBER.
           MOVE LB-LEAVE-TYPE     TO LI-LEAVE-TYPE.
           MOVE LB-BALANCE-HOURS  TO LI-BALANCE.
           MOVE LB-APPROVED-HOURS TO LI-APPROVED.
           IF PERSONAL-FOUND
               MOVE PERSON-LAST-NAME  TO LI-LAST-NAME
               MOVE PERSON-FIRST-NAME TO LI-FIRST-NAME
           ELSE
               MOVE SPACES TO LI-LAST-NAME, LI-FIRST-NAME.

           MOVE +0 TO WS-LIABILITY.
           IF WS-RATE-BASIS = SPACE
               ADD +1 TO BALANCES-UNVALUED
               ADD LB-BALANCE-HOURS TO WS-TOT-UNVALUED-HOURS
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           ELSE
               COMPUTE WS-LIABILITY ROUNDED =
                   LB-BALANCE-HOURS * WS-RATE
               ADD +1 TO BALANCES-VALUED
               IF WS-RATE-BASIS = 'H'
                   ADD +1 TO HOURLY-VALUED
               ELSE
                   ADD +1 TO SALARIED-VALUED
               END-IF
           END-IF.
           MOVE WS-RATE-BASIS TO LI-BASIS.
           MOVE WS-RATE       TO LI-RATE.
           MOVE WS-LIABILITY  TO LI-LIABILITY.
           WRITE LVLIRPT-REC FROM LI-DETAIL-LINE.

           PERFORM 300-FIND-TYPE THRU 300-EXIT.
           IF LT-SUB > ZERO
               ADD +1                TO LT-BALANCES(LT-SUB)
               ADD LB-BALANCE-HOURS  TO LT-HOURS(LT-SUB)
               ADD LB-APPROVED-HOURS TO LT-APPROVED-HOURS(LT-SUB)
               ADD WS-LIABILITY      TO LT-LIABILITY(LT-SUB).
           ADD LB-BALANCE-HOURS TO WS-TOT-HOURS.
           ADD WS-LIABILITY     TO WS-TOT-LIABILITY.
           PERFORM 900-READ-LEAVEBAL THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-GET-RATE - THE PERSON'S CURRENT RATE PER HOUR.  BASIS   *
      *    H IS THE PAYRATE HOURLY RATE, S THE SALARY OVER THE WORK    *
      *    YEAR; A BLANK BASIS MEANS THE BALANCE CANNOT BE VALUED.     *
      ******************************************************************
       200-GET-RATE.
           MOVE "200-GET-RATE" TO PARA-NAME.
           MOVE SPACE  TO WS-RATE-BASIS.
           MOVE SPACES TO WS-RATE-NOTE.
           MOVE ZERO   TO WS-RATE.
           MOVE LB-PERSON-NUMBER TO PERSON-KEY-FD.
           READ PERSONAL INTO PERSON-MASTER-RECORD.
           IF NOT PERSONAL-FOUND
               MOVE LB-PERSON-NUMBER TO PERSON-NUMBER
               MOVE ' *** NOT ON PERSONAL FILE' TO WS-RATE-NOTE
               GO TO 200-EXIT.

           IF NOT NO-RATE-FILE
               MOVE LB-PERSON-NUMBER TO PAYRATE-REC-KEY
               READ PAYRATE INTO PAY-RATE-REC
               IF PAYRATE-FOUND
                 AND PR-HOURLY
                   IF PR-HOURLY-RATE NOT NUMERIC
                     OR PR-HOURLY-RATE = ZERO
                       MOVE ' *** NO HOURLY RATE' TO WS-RATE-NOTE
                   ELSE
                       MOVE PR-HOURLY-RATE TO WS-RATE
                       MOVE 'H' TO WS-RATE-BASIS
                   END-IF
                   GO TO 200-EXIT
               END-IF
           END-IF.

           IF PERSON-SALARY NOT NUMERIC
               MOVE ' *** NON-NUMERIC PERSON-SALARY' TO WS-RATE-NOTE
               GO TO 200-EXIT.
           MOVE PERSON-SALARY TO WS-SALARY-NUM.
           COMPUTE WS-RATE ROUNDED = WS-SALARY-NUM / WS-ANNUAL-HOURS.
           MOVE 'S' TO WS-RATE-BASIS.
       200-EXIT.
           EXIT.

       300-FIND-TYPE.
           MOVE ZERO TO WS-TYPE-SUB.
           PERFORM 310-MATCH-TYPE THRU 310-EXIT
               VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
           MOVE WS-TYPE-SUB TO LT-SUB.
           IF LT-SUB = ZERO
               IF LT-COUNT >= 10
                   DISPLAY "** LEAVE TYPE TABLE OVERFLOW AT 10: "
                           LB-LEAVE-TYPE
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   MOVE ZERO TO LT-SUB
               ELSE
                   ADD +1 TO LT-COUNT
                   MOVE LT-COUNT      TO LT-SUB
                   MOVE LB-LEAVE-TYPE TO LT-LEAVE-TYPE(LT-SUB)
                   MOVE ZERO TO LT-BALANCES(LT-SUB)
                   MOVE +0   TO LT-HOURS(LT-SUB)
                                LT-APPROVED-HOURS(LT-SUB)
                                LT-LIABILITY(LT-SUB)
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       310-MATCH-TYPE.
           IF LT-LEAVE-TYPE(LT-SUB) = LB-LEAVE-TYPE
               MOVE LT-SUB TO WS-TYPE-SUB.
       310-EXIT.
           EXIT.

       800-WRITE-TOTALS.
           MOVE "800-WRITE-TOTALS" TO PARA-NAME.
           MOVE SPACES TO LVLIRPT-REC.
           WRITE LVLIRPT-REC.
           PERFORM 810-WRITE-TYPE THRU 810-EXIT
               VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT.
           MOVE SPACES TO LVLIRPT-REC.
           WRITE LVLIRPT-REC.
           MOVE 'TOTAL LEAVE HOURS OUTSTANDING'
               TO LI-TOTAL-LABEL.
           MOVE WS-TOT-HOURS          TO LI-TOTAL-AMOUNT.
           WRITE LVLIRPT-REC FROM LI-TOTAL-LINE.
           MOVE 'HOURS NOT VALUED - SEE ***'
               TO LI-TOTAL-LABEL.
           MOVE WS-TOT-UNVALUED-HOURS TO LI-TOTAL-AMOUNT.
           WRITE LVLIRPT-REC FROM LI-TOTAL-LINE.
           MOVE 'TOTAL PAID LEAVE LIABILITY'
               TO LI-TOTAL-LABEL.
           MOVE WS-TOT-LIABILITY      TO LI-TOTAL-AMOUNT.
           WRITE LVLIRPT-REC FROM LI-TOTAL-LINE.
       800-EXIT.
           EXIT.

       810-WRITE-TYPE.
           MOVE LT-LEAVE-TYPE(LT-SUB)     TO LI-TYP-LEAVE-TYPE.
           MOVE LT-BALANCES(LT-SUB)       TO LI-TYP-BALANCES.
           MOVE LT-HOURS(LT-SUB)          TO LI-TYP-HOURS.
           MOVE LT-APPROVED-HOURS(LT-SUB) TO LI-TYP-APPROVED.
           MOVE LT-LIABILITY(LT-SUB)      TO LI-TYP-LIABILITY.
           WRITE LVLIRPT-REC FROM LI-TYPE-LINE.
       810-EXIT.
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
               CLOSE LEAVEBAL, PERSONAL, LVLIRPT
               IF NOT NO-RATE-FILE
                   CLOSE PAYRATE
               END-IF
           END-IF.
           DISPLAY "** LEAVEBAL RECORDS READ  " RECORDS-READ.
           DISPLAY "** BALANCES VALUED        " BALANCES-VALUED.
           DISPLAY "**   AT HOURLY RATE       " HOURLY-VALUED.
           DISPLAY "**   AT SALARY RATE       " SALARIED-VALUED.
           DISPLAY "** BALANCES NOT VALUED    " BALANCES-UNVALUED.
           DISPLAY "******** NORMAL END OF JOB LVLIAB ********".
       999-EXIT.
           EXIT.
