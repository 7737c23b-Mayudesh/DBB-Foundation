       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  TIMEEXC.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * TIMEEXC - TIME AND ATTENDANCE EXCEPTIONS FOR ONE PAY PERIOD.  *
      *           RUN AHEAD OF PAYREG SO SUPERVISORS CAN CLEAR WHAT   *
      *           WOULD OTHERWISE LEAVE SOMEBODY UNPAID.  THE PERIOD  *
      *           END COMES FROM THE SAME PAYPARM CARD PAYREG READS   *
      *           (THE RUN DATE WITHOUT ONE); COLUMNS 9-13 OF THE     *
      *           CARD CARRY THE HOURS CEILING FOR THE PERIOD         *
      *           (NNNVV, 080.00 WHEN BLANK).  LISTED:                *
      *                                                               *
      *            - TIMECARDS STILL WAITING FOR APPROVAL ON CTIM400  *
      *            - TIMECARDS WITH MISSING PUNCHES THE CLOCK COULD   *
      *              NOT PAIR                                         *
      *            - TIMECARDS WHOSE REGULAR PLUS OVERTIME HOURS ARE  *
      *              OVER THE CEILING                                 *
      *            - HOURLY STAFF (PAY TYPE H ON PAYRATE) WITH NO     *
      *              TIMECARD FOR THE PERIOD AT ALL                   *
      *                                                               *
      *           ANY EXCEPTION ENDS THE STEP WITH A WARNING.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIMECARD
                  ASSIGN       to TIMECARD
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is TIMECARD-REC-KEY
                  FILE STATUS  is TIMECARD-STATUS.

           SELECT PAYRATE
                  ASSIGN       to PAYRATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PAYRATE-REC-KEY
                  FILE STATUS  is PAYRATE-STATUS.

           SELECT PERSONAL
                  ASSIGN       to PERSONAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PERSON-KEY-FD
                  FILE STATUS  is PERSONAL-STATUS.

           SELECT PAYPARM
           ASSIGN TO UT-S-PAYPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PAYPARM-STATUS.

           SELECT TIMEEXC
           ASSIGN TO UT-S-TIMEEXC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TIMECARD-FD-REC.
       01  TIMECARD-FD-REC.
           05 TIMECARD-REC-KEY PIC X(18).
           05 FILLER           PIC X(82).

       FD  PAYRATE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYRATE-FD-REC.
       01  PAYRATE-FD-REC.
           05 PAYRATE-REC-KEY  PIC X(10).
           05 FILLER           PIC X(70).

       FD  PERSONAL
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS PERSONAL-FD-REC.
       01  PERSONAL-FD-REC.
           05 PERSON-KEY-FD    PIC X(10).
           05 FILLER           PIC X(76).

       FD  PAYPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYPARM-REC.
       01  PAYPARM-REC.
           05  PARM-PERIOD-END             PIC X(08).
           05  PARM-HOURS-CEILING          PIC X(05).
           05  PARM-HOURS-CEILING-NUM REDEFINES PARM-HOURS-CEILING
                                           PIC 9(03)V99.
           05  FILLER                      PIC X(67).

       FD  TIMEEXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMEEXC-REC.
       01  TIMEEXC-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TIMECARD-STATUS         PIC X(2).
               88 TIMECARD-OK          VALUE "00".
               88 TIMECARD-NOT-FOUND   VALUE "23".
               88 TIMECARD-EOF         VALUE "10".
           05  PAYRATE-STATUS          PIC X(2).
               88 PAYRATE-OK           VALUE "00".
           05  PERSONAL-STATUS         PIC X(2).
               88 PERSONAL-OK          VALUE "00".
           05  PAYPARM-STATUS          PIC X(2).
               88 PAYPARM-OK           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-RATES-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-RATES VALUE "N".
           05 WS-RATEFILE-SW              PIC X(01) VALUE "Y".
              88 NO-RATE-FILE VALUE "N".
           05 WS-TIMEFILE-SW              PIC X(01) VALUE "Y".
              88 NO-TIME-FILE VALUE "N".
           05 WS-PERSFILE-SW              PIC X(01) VALUE "Y".
              88 NO-PERSON-FILE VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-PERIOD-END               PIC 9(08) VALUE 0.
           05 WS-HOURS-CEILING            PIC 9(03)V99 VALUE 80.00.
           05 WS-HOURS-WORKED             PIC 9(04)V99 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TIMECARDS-READ           PIC 9(7) COMP VALUE 0.
           05 PERIOD-TIMECARDS         PIC 9(7) COMP VALUE 0.
           05 HOURLY-STAFF             PIC 9(7) COMP VALUE 0.
           05 UNAPPROVED-CARDS         PIC 9(7) COMP VALUE 0.
           05 MISSING-PUNCH-CARDS      PIC 9(7) COMP VALUE 0.
           05 OVER-CEILING-CARDS       PIC 9(7) COMP VALUE 0.
           05 NO-TIMECARD-STAFF        PIC 9(7) COMP VALUE 0.
           05 EXCEPTIONS-LISTED        PIC 9(7) COMP VALUE 0.

       COPY TIMECARD.

       COPY PAYRATE.

       COPY PERSON.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(44) VALUE
               '** TIME AND ATTENDANCE EXCEPTIONS **        '.
           05  FILLER                  PIC X(16) VALUE
               'PERIOD ENDING:  '.
           05  RPT-HDR-PERIOD          PIC 9(08).
           05  FILLER                  PIC X(18) VALUE
               '  HOURS CEILING:  '.
           05  RPT-HDR-CEILING         PIC ZZ9.99.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  RPT-EXC-LINE.
           05  FILLER                  PIC X(09) VALUE ' PERSON: '.
           05  RPT-PERSON-NUMBER       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PERSON-LAST         PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PERSON-FIRST        PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EXC-REASON          PIC X(24).
           05  FILLER                  PIC X(06) VALUE ' HRS: '.
           05  RPT-HOURS-WORKED        PIC Z,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' MISS: '.
           05  RPT-MISSING-PUNCHES     PIC Z9.
           05  FILLER                  PIC X(10) VALUE ' ENTERED: '.
           05  RPT-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 400-CHECK-HOURLY-STAFF THRU 400-EXIT
                   UNTIL NO-MORE-RATES.
           PERFORM 600-WRITE-TOTALS THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF EXCEPTIONS-LISTED > 0
               AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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
               IF PARM-HOURS-CEILING NUMERIC
                   AND PARM-HOURS-CEILING-NUM > ZERO
                   MOVE PARM-HOURS-CEILING-NUM TO WS-HOURS-CEILING
               END-IF
               CLOSE PAYPARM
           END-IF.
           DISPLAY "** PAY PERIOD ENDING " WS-PERIOD-END.
           OPEN OUTPUT TIMEEXC.
           MOVE WS-PERIOD-END    TO RPT-HDR-PERIOD.
           MOVE WS-HOURS-CEILING TO RPT-HDR-CEILING.
           WRITE TIMEEXC-REC FROM RPT-HEADER-LINE.
           OPEN INPUT PERSONAL.
           IF NOT PERSONAL-OK
               DISPLAY "** PERSONAL OPEN FAILED, STATUS="
                       PERSONAL-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW, MORE-RATES-SW, WS-RATEFILE-SW,
                           WS-TIMEFILE-SW, WS-PERSFILE-SW
               GO TO 000-EXIT
           END-IF.
      *    NO TIME FILE YET - NO CARD IS AN EXCEPTION, BUT EVERY HOURLY
      *    PERSON STILL LISTS AS HAVING NO TIMECARD.
           OPEN INPUT TIMECARD.
           IF TIMECARD-OK
               MOVE LOW-VALUES TO TIMECARD-REC-KEY
               START TIMECARD KEY IS NOT LESS THAN TIMECARD-REC-KEY
                   INVALID KEY MOVE "N" TO MORE-DATA-SW
               END-START
           ELSE
               MOVE "N" TO MORE-DATA-SW, WS-TIMEFILE-SW
           END-IF.
           IF MORE-DATA-SW = "Y"
               PERFORM 900-READ-TIMECARD THRU 900-EXIT.
      *    NO PAY RATE FILE YET - NOBODY IS HOURLY.
           OPEN INPUT PAYRATE.
           IF PAYRATE-OK
               PERFORM 910-READ-PAYRATE THRU 910-EXIT
           ELSE
               MOVE "N" TO WS-RATEFILE-SW, MORE-RATES-SW
           END-IF.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - ONE TIMECARD.  ONLY THE PERIOD ASKED FOR IS  *
      *    LOOKED AT; A CARD CAN LIST FOR MORE THAN ONE REASON.        *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF TC-PERIOD-END NOT = WS-PERIOD-END
               GO TO 100-READ-NEXT.
           ADD +1 TO PERIOD-TIMECARDS.
           COMPUTE WS-HOURS-WORKED =
               TC-REGULAR-HOURS + TC-OVERTIME-HOURS.
           IF NOT TC-APPROVED
               ADD +1 TO UNAPPROVED-CARDS
               MOVE 'NOT APPROVED' TO RPT-EXC-REASON
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT.
           IF TC-MISSING-PUNCHES > ZERO
               ADD +1 TO MISSING-PUNCH-CARDS
               MOVE 'MISSING PUNCHES' TO RPT-EXC-REASON
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT.
           IF WS-HOURS-WORKED > WS-HOURS-CEILING
               ADD +1 TO OVER-CEILING-CARDS
               MOVE 'HOURS OVER CEILING' TO RPT-EXC-REASON
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT.
       100-READ-NEXT.
           PERFORM 900-READ-TIMECARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    400-CHECK-HOURLY-STAFF - AN HOURLY PERSON WITH NO TIMECARD  *
      *    FOR THE PERIOD IS NOT PAID BY PAYREG.                       *
      ******************************************************************
       400-CHECK-HOURLY-STAFF.
           MOVE "400-CHECK-HOURLY-STAFF" TO PARA-NAME.
           IF NOT PR-HOURLY
               GO TO 400-READ-NEXT.
           ADD +1 TO HOURLY-STAFF.
           IF NOT NO-TIME-FILE
               MOVE PR-PERSON-NUMBER TO TC-PERSON-NUMBER
               MOVE WS-PERIOD-END    TO TC-PERIOD-END
               MOVE TC-KEY           TO TIMECARD-REC-KEY
               READ TIMECARD INTO TIMECARD-REC
                   KEY IS TIMECARD-REC-KEY
                   INVALID KEY CONTINUE
               END-READ
               IF TIMECARD-OK
                   GO TO 400-READ-NEXT
               END-IF
           END-IF.
           ADD +1 TO NO-TIMECARD-STAFF.
           INITIALIZE TIMECARD-REC.
           MOVE PR-PERSON-NUMBER TO TC-PERSON-NUMBER.
           MOVE ZERO TO WS-HOURS-WORKED.
           MOVE 'NO TIMECARD FOR PERIOD' TO RPT-EXC-REASON.
           PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT.
       400-READ-NEXT.
           PERFORM 910-READ-PAYRATE THRU 910-EXIT.
       400-EXIT.
           EXIT.

       500-WRITE-EXCEPTION.
           MOVE "500-WRITE-EXCEPTION" TO PARA-NAME.
           MOVE TC-PERSON-NUMBER     TO RPT-PERSON-NUMBER.
           MOVE TC-PERSON-NUMBER     TO PERSON-KEY-FD.
           READ PERSONAL INTO PERSON-MASTER-RECORD
               INVALID KEY
                   MOVE '** NOT ON FILE' TO PERSON-LAST-NAME
                   MOVE SPACES TO PERSON-FIRST-NAME
           END-READ.
           MOVE PERSON-LAST-NAME     TO RPT-PERSON-LAST.
           MOVE PERSON-FIRST-NAME    TO RPT-PERSON-FIRST.
           MOVE WS-HOURS-WORKED      TO RPT-HOURS-WORKED.
           MOVE TC-MISSING-PUNCHES   TO RPT-MISSING-PUNCHES.
           MOVE TC-ENTERED-BY        TO RPT-ENTERED-BY.
           WRITE TIMEEXC-REC FROM RPT-EXC-LINE.
           ADD +1 TO EXCEPTIONS-LISTED.
       500-EXIT.
           EXIT.

       600-WRITE-TOTALS.
           MOVE "600-WRITE-TOTALS" TO PARA-NAME.
           MOVE SPACES TO TIMEEXC-REC.
           WRITE TIMEEXC-REC.
           MOVE 'TIMECARDS FOR THE PERIOD     ' TO RPT-TOTAL-LABEL.
           MOVE PERIOD-TIMECARDS TO RPT-TOTAL-COUNT.
           WRITE TIMEEXC-REC FROM RPT-TOTAL-LINE.
           MOVE 'HOURLY STAFF ON PAYRATE      ' TO RPT-TOTAL-LABEL.
           MOVE HOURLY-STAFF TO RPT-TOTAL-COUNT.
           WRITE TIMEEXC-REC FROM RPT-TOTAL-LINE.
           MOVE 'NOT APPROVED                 ' TO RPT-TOTAL-LABEL.
           MOVE UNAPPROVED-CARDS TO RPT-TOTAL-COUNT.
           WRITE TIMEEXC-REC FROM RPT-TOTAL-LINE.
           MOVE 'MISSING PUNCHES              ' TO RPT-TOTAL-LABEL.
           MOVE MISSING-PUNCH-CARDS TO RPT-TOTAL-COUNT.
           WRITE TIMEEXC-REC FROM RPT-TOTAL-LINE.
           MOVE 'HOURS OVER CEILING           ' TO RPT-TOTAL-LABEL.
           MOVE OVER-CEILING-CARDS TO RPT-TOTAL-COUNT.
           WRITE TIMEEXC-REC FROM RPT-TOTAL-LINE.
           MOVE 'HOURLY WITH NO TIMECARD      ' TO RPT-TOTAL-LABEL.
           MOVE NO-TIMECARD-STAFF TO RPT-TOTAL-COUNT.
           WRITE TIMEEXC-REC FROM RPT-TOTAL-LINE.
       600-EXIT.
           EXIT.

       900-READ-TIMECARD.
           READ TIMECARD NEXT RECORD INTO TIMECARD-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO TIMECARDS-READ.
       900-EXIT.
           EXIT.

       910-READ-PAYRATE.
           READ PAYRATE INTO PAY-RATE-REC
               AT END MOVE "N" TO MORE-RATES-SW
           END-READ.
       910-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE TIMEEXC.
           IF NOT NO-PERSON-FILE
               CLOSE PERSONAL.
           IF NOT NO-TIME-FILE
               CLOSE TIMECARD.
           IF NOT NO-RATE-FILE
               CLOSE PAYRATE.
           DISPLAY "** TIMECARDS READ      " TIMECARDS-READ.
           DISPLAY "** PERIOD TIMECARDS    " PERIOD-TIMECARDS.
           DISPLAY "** HOURLY STAFF        " HOURLY-STAFF.
           DISPLAY "** EXCEPTIONS LISTED   " EXCEPTIONS-LISTED.
           DISPLAY "******** NORMAL END OF JOB TIMEEXC ********".
       999-EXIT.
           EXIT.
