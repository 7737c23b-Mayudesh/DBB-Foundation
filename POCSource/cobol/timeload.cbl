       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  TIMELOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * TIMELOAD - TIME AND ATTENDANCE LOAD.  READS THE TIME CLOCK    *
      *            EXTRACT AND HR'S PAY RATE CARDS FROM ONE CARD      *
      *            FILE AND KEEPS THE TWO FILES PAYREG PAYS HOURLY    *
      *            STAFF FROM:                                        *
      *              T - A PERSON'S HOURS FOR A PAY PERIOD ON         *
      *                  TIMECARD (REGULAR, OVERTIME, NIGHT-          *
      *                  DIFFERENTIAL AND ON-CALL HOURS AND THE       *
      *                  PUNCHES THE CLOCK COULD NOT PAIR).  THE CARD *
      *                  LOADS AS ENTERED - A SUPERVISOR APPROVES IT  *
      *                  ON CTIM400 BEFORE IT IS PAID.  A RELOAD      *
      *                  REPLACES AN ENTERED CARD BUT NEVER AN        *
      *                  APPROVED ONE; THAT IS CORRECTED ON CTIM400.  *
      *                  LEAVE HOURS KEYED ON CTIM400 ARE KEPT.       *
      *              R - A PERSON'S PAY TYPE AND RATES ON PAYRATE     *
      *                  (HOURLY RATE, OVERTIME FACTOR, NIGHT         *
      *                  DIFFERENTIAL AND ON-CALL RATE PER HOUR)      *
      *            A 'D' IN THE ACTION COLUMN DELETES AN ENTERED      *
      *            TIMECARD, OR THE RATE RECORD (THE PERSON IS        *
      *            SALARIED AGAIN).  THE PERSON MUST BE ON THE        *
      *            PERSONAL FILE.  EVERY CHANGE WRITES A BEFORE/AFTER *
      *            LINE TO THE TIMEAUDT TRAIL.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TIMECRDS
           ASSIGN TO UT-S-TIMECRDS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT TIMEAUDT
           ASSIGN TO UT-S-TIMEAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT TIMECARD
                  ASSIGN       to TIMECARD
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is TIMECARD-REC-KEY
                  FILE STATUS  is TIMECARD-STATUS.

           SELECT PAYRATE
                  ASSIGN       to PAYRATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PAYRATE-REC-KEY
                  FILE STATUS  is PAYRATE-STATUS.

           SELECT PERSONAL
                  ASSIGN       to PERSONAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PERSON-KEY-FD
                  FILE STATUS  is PERSONAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMECRDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMECRDS-REC.
       01  TIMECRDS-REC.
           05  TLD-CARD-TYPE               PIC X(01).
               88  TLD-TIME-CARD           VALUE 'T'.
               88  TLD-RATE-CARD           VALUE 'R'.
           05  TLD-ACTION                  PIC X(01).
               88  TLD-DELETE              VALUE 'D'.
           05  TLD-CARD-DATA               PIC X(63).
           05  TLD-TIME-DATA REDEFINES TLD-CARD-DATA.
               10  TLD-TIME-KEY.
                   15  TLD-PERSON-NUMBER   PIC X(10).
                   15  TLD-PERIOD-END      PIC 9(08).
               10  TLD-REGULAR-HOURS       PIC 9(03)V99.
               10  TLD-OVERTIME-HOURS      PIC 9(03)V99.
               10  TLD-NIGHT-HOURS         PIC 9(03)V99.
               10  TLD-ONCALL-HOURS        PIC 9(03)V99.
               10  TLD-MISSING-PUNCHES     PIC 9(02).
               10  FILLER                  PIC X(23).
           05  TLD-RATE-DATA REDEFINES TLD-CARD-DATA.
               10  TLD-RATE-PERSON         PIC X(10).
               10  TLD-PAY-TYPE            PIC X(01).
               10  TLD-HOURLY-RATE         PIC 9(03)V99.
               10  TLD-OT-FACTOR           PIC 9(01)V99.
               10  TLD-NIGHT-DIFF-RATE     PIC 9(02)V99.
               10  TLD-ONCALL-RATE         PIC 9(02)V99.
               10  TLD-EFF-DATE            PIC 9(08).
               10  FILLER                  PIC X(28).
      *    THE TIME CLOCK PUTS ITS CLOCK ID HERE; HR PUTS THE ID OF
      *    WHOEVER AUTHORIZED THE RATE.
           05  TLD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(07).

       FD  TIMEAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMEAUDT-REC.
       01  TIMEAUDT-REC                     PIC X(132).

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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TIMECARD-STATUS         PIC X(2).
               88 TIMECARD-FOUND       VALUE "00".
               88 TIMECARD-NOT-FOUND   VALUE "23".
           05  PAYRATE-STATUS          PIC X(2).
               88 PAYRATE-FOUND        VALUE "00".
               88 PAYRATE-NOT-FOUND    VALUE "23".
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
           05 WS-KEPT-VACATION-HOURS      PIC 9(03)V99 VALUE 0.
           05 WS-KEPT-SICK-HOURS          PIC 9(03)V99 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 TIMECARDS-ADDED          PIC 9(7) COMP VALUE 0.
           05 TIMECARDS-REPLACED       PIC 9(7) COMP VALUE 0.
           05 TIMECARDS-DELETED        PIC 9(7) COMP VALUE 0.
           05 RATES-SET                PIC 9(7) COMP VALUE 0.
           05 RATES-DELETED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY TIMECARD.

       COPY PAYRATE.

       COPY PERSON.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE AUDIT LINE CARRIES THE OLD AND NEW VALUES TOGETHER, IN
      *    THE VIEW THAT FITS THE CARD TYPE: A TIMECARD'S HOURS OR A
      *    PERSON'S PAY TYPE AND RATES.
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

       01  AUD-KEY-VIEW.
           05  AUD-KV-PERSON           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-KV-PERIOD-END       PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  AUD-HOURS-VIEW.
           05  AUD-HV-REGULAR          PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-HV-OVERTIME         PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-HV-NIGHT            PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-HV-ONCALL           PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE ' M'.
           05  AUD-HV-MISSING          PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  AUD-RATE-VIEW.
           05  AUD-RV-PAY-TYPE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-RV-HOURLY-RATE      PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE ' X'.
           05  AUD-RV-OT-FACTOR        PIC 9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-RV-NIGHT-DIFF       PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-RV-ONCALL           PIC Z9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.

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
           OPEN INPUT TIMECRDS.
           OPEN INPUT PERSONAL.
           IF NOT PERSONAL-FOUND
               DISPLAY "** PERSONAL OPEN FAILED, STATUS "
                       PERSONAL-STATUS " - ABORTING"
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           OPEN I-O TIMECARD.
           IF NOT TIMECARD-FOUND
               OPEN OUTPUT TIMECARD
               CLOSE TIMECARD
               OPEN I-O TIMECARD.
           OPEN I-O PAYRATE.
           IF NOT PAYRATE-FOUND
               OPEN OUTPUT PAYRATE
               CLOSE PAYRATE
               OPEN I-O PAYRATE.
           OPEN OUTPUT TIMEAUDT.
           PERFORM 900-READ-TIMECRDS THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF TLD-CHANGED-BY = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TIME CARD WITHOUT CHANGED-BY REJECTED: "
                       TIMECRDS-REC(1:40)
               GO TO 100-READ.
           IF TLD-TIME-CARD
               PERFORM 200-LOAD-ONE-TIMECARD THRU 200-EXIT
           ELSE
           IF TLD-RATE-CARD
               PERFORM 400-LOAD-ONE-RATE THRU 400-EXIT
           ELSE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TIME CARD TYPE NOT T OR R REJECTED: "
                       TIMECRDS-REC(1:40).
       100-READ.
           PERFORM 900-READ-TIMECRDS THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-ONE-TIMECARD - THE PERSON MUST BE ON PERSONAL AND  *
      *    THE PERIOD END AND HOURS NUMERIC.  NIGHT HOURS ARE PART OF  *
      *    THE HOURS WORKED, SO THEY CANNOT EXCEED REGULAR PLUS        *
      *    OVERTIME.  AN APPROVED CARD IS LEFT ALONE.                  *
      ******************************************************************
       200-LOAD-ONE-TIMECARD.
           MOVE "200-LOAD-ONE-TIMECARD" TO PARA-NAME.
           MOVE TLD-PERSON-NUMBER TO AUD-KV-PERSON.
           MOVE ZERO              TO AUD-KV-PERIOD-END.
           IF TLD-PERIOD-END NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TIMECARD PERIOD END NOT NUMERIC REJECTED: "
                       TLD-PERSON-NUMBER
               GO TO 200-EXIT.
           MOVE TLD-PERIOD-END TO AUD-KV-PERIOD-END.
           MOVE TLD-PERSON-NUMBER TO PERSON-KEY-FD.
           READ PERSONAL INTO PERSON-MASTER-RECORD.
           IF NOT PERSONAL-FOUND
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TIMECARD - PERSON NOT ON PERSONAL: "
                       AUD-KEY-VIEW
               GO TO 200-EXIT.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE TLD-TIME-KEY TO TIMECARD-REC-KEY.
           READ TIMECARD INTO TIMECARD-REC.
           IF NOT TIMECARD-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE TIMECARD-REC.
           IF NOT RECORD-IS-NEW
             AND TC-APPROVED
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TIMECARD ALREADY APPROVED - CORRECT ON "
                       "CTIM400: " AUD-KEY-VIEW
               GO TO 200-EXIT.

           IF TLD-DELETE
               PERFORM 300-DELETE-TIMECARD THRU 300-EXIT
               GO TO 200-EXIT.

           IF TLD-REGULAR-HOURS NOT NUMERIC
             OR TLD-OVERTIME-HOURS NOT NUMERIC
             OR TLD-NIGHT-HOURS NOT NUMERIC
             OR TLD-ONCALL-HOURS NOT NUMERIC
             OR TLD-MISSING-PUNCHES NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TIMECARD HOURS NOT NUMERIC REJECTED: "
                       AUD-KEY-VIEW
               GO TO 200-EXIT.
           IF TLD-NIGHT-HOURS > TLD-REGULAR-HOURS + TLD-OVERTIME-HOURS
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** NIGHT HOURS OVER HOURS WORKED REJECTED: "
                       AUD-KEY-VIEW
               GO TO 200-EXIT.

           MOVE 'TIME' TO AUD-TYPE.
           MOVE AUD-KEY-VIEW TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF RECORD-IS-NEW
               MOVE 'ADD ' TO AUD-ACTION
           ELSE
               MOVE 'REPL' TO AUD-ACTION
               MOVE TC-REGULAR-HOURS   TO AUD-HV-REGULAR
               MOVE TC-OVERTIME-HOURS  TO AUD-HV-OVERTIME
               MOVE TC-NIGHT-HOURS     TO AUD-HV-NIGHT
               MOVE TC-ONCALL-HOURS    TO AUD-HV-ONCALL
               MOVE TC-MISSING-PUNCHES TO AUD-HV-MISSING
               MOVE AUD-HOURS-VIEW     TO AUD-OLD-VALUES.
           MOVE TLD-REGULAR-HOURS   TO AUD-HV-REGULAR.
           MOVE TLD-OVERTIME-HOURS  TO AUD-HV-OVERTIME.
           MOVE TLD-NIGHT-HOURS     TO AUD-HV-NIGHT.
           MOVE TLD-ONCALL-HOURS    TO AUD-HV-ONCALL.
           MOVE TLD-MISSING-PUNCHES TO AUD-HV-MISSING.
           MOVE AUD-HOURS-VIEW      TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

      *    THE CLOCK KNOWS NOTHING OF LEAVE - HOURS KEYED ON CTIM400
      *    RIDE THROUGH A RELOAD OF THE SAME CARD.
           MOVE TC-VACATION-HOURS   TO WS-KEPT-VACATION-HOURS.
           MOVE TC-SICK-HOURS       TO WS-KEPT-SICK-HOURS.
           INITIALIZE TIMECARD-REC.
           MOVE WS-KEPT-VACATION-HOURS TO TC-VACATION-HOURS.
           MOVE WS-KEPT-SICK-HOURS  TO TC-SICK-HOURS.
           MOVE TLD-PERSON-NUMBER   TO TC-PERSON-NUMBER.
           MOVE TLD-PERIOD-END      TO TC-PERIOD-END.
           MOVE 'C'                 TO TC-SOURCE.
           MOVE 'E'                 TO TC-STATUS.
           MOVE TLD-REGULAR-HOURS   TO TC-REGULAR-HOURS.
           MOVE TLD-OVERTIME-HOURS  TO TC-OVERTIME-HOURS.
           MOVE TLD-NIGHT-HOURS     TO TC-NIGHT-HOURS.
           MOVE TLD-ONCALL-HOURS    TO TC-ONCALL-HOURS.
           MOVE TLD-MISSING-PUNCHES TO TC-MISSING-PUNCHES.
           MOVE TLD-CHANGED-BY      TO TC-ENTERED-BY.
           MOVE WS-RUN-DATE         TO TC-ENTERED-DATE.
           MOVE SPACES              TO TC-APPROVED-BY.
           MOVE ZERO                TO TC-APPROVED-DATE.
           MOVE TC-KEY              TO TIMECARD-REC-KEY.
           IF RECORD-IS-NEW
               WRITE TIMECARD-FD-REC FROM TIMECARD-REC
               ADD +1 TO TIMECARDS-ADDED
           ELSE
               REWRITE TIMECARD-FD-REC FROM TIMECARD-REC
               ADD +1 TO TIMECARDS-REPLACED.
           IF NOT TIMECARD-FOUND
               DISPLAY "** TIMECARD UPDATE FAILED, STATUS "
                       TIMECARD-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       300-DELETE-TIMECARD.
           MOVE "300-DELETE-TIMECARD" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TIMECARD DELETE - NOT ON FILE: "
                       AUD-KEY-VIEW
               GO TO 300-EXIT.
           MOVE 'TIME' TO AUD-TYPE.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE AUD-KEY-VIEW TO AUD-KEY.
           MOVE TC-REGULAR-HOURS   TO AUD-HV-REGULAR.
           MOVE TC-OVERTIME-HOURS  TO AUD-HV-OVERTIME.
           MOVE TC-NIGHT-HOURS     TO AUD-HV-NIGHT.
           MOVE TC-ONCALL-HOURS    TO AUD-HV-ONCALL.
           MOVE TC-MISSING-PUNCHES TO AUD-HV-MISSING.
           MOVE AUD-HOURS-VIEW     TO AUD-OLD-VALUES.
           MOVE SPACES             TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE TLD-TIME-KEY TO TIMECARD-REC-KEY.
           DELETE TIMECARD RECORD.
           IF NOT TIMECARD-FOUND
               DISPLAY "** TIMECARD DELETE FAILED, STATUS "
                       TIMECARD-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO TIMECARDS-DELETED.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-LOAD-ONE-RATE - PAY TYPE H NEEDS AN HOURLY RATE; THE    *
      *    DIFFERENTIALS MAY BE ZERO.  A ZERO OVERTIME FACTOR IS TIME  *
      *    AND A HALF, AND ANYTHING UNDER 1.00 IS A KEYING SLIP.       *
      ******************************************************************
       400-LOAD-ONE-RATE.
           MOVE "400-LOAD-ONE-RATE" TO PARA-NAME.
           MOVE TLD-RATE-PERSON TO PERSON-KEY-FD.
           READ PERSONAL INTO PERSON-MASTER-RECORD.
           IF NOT PERSONAL-FOUND
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE - PERSON NOT ON PERSONAL: "
                       TLD-RATE-PERSON
               GO TO 400-EXIT.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE TLD-RATE-PERSON TO PAYRATE-REC-KEY.
           READ PAYRATE INTO PAY-RATE-REC.
           IF NOT PAYRATE-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE PAY-RATE-REC.

           MOVE 'RATE' TO AUD-TYPE.
           MOVE TLD-RATE-PERSON TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF NOT RECORD-IS-NEW
               MOVE PR-PAY-TYPE        TO AUD-RV-PAY-TYPE
               MOVE PR-HOURLY-RATE     TO AUD-RV-HOURLY-RATE
               MOVE PR-OT-FACTOR       TO AUD-RV-OT-FACTOR
               MOVE PR-NIGHT-DIFF-RATE TO AUD-RV-NIGHT-DIFF
               MOVE PR-ONCALL-RATE     TO AUD-RV-ONCALL
               MOVE AUD-RATE-VIEW      TO AUD-OLD-VALUES.

           IF TLD-DELETE
               PERFORM 500-DELETE-RATE THRU 500-EXIT
               GO TO 400-EXIT.

           IF TLD-PAY-TYPE NOT = 'H' AND TLD-PAY-TYPE NOT = 'S'
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE PAY TYPE NOT H OR S REJECTED: "
                       TLD-RATE-PERSON
               GO TO 400-EXIT.
           IF TLD-PAY-TYPE = 'S'
               MOVE ZERO TO TLD-HOURLY-RATE, TLD-OT-FACTOR,
                            TLD-NIGHT-DIFF-RATE, TLD-ONCALL-RATE.
           IF TLD-HOURLY-RATE NOT NUMERIC
             OR TLD-OT-FACTOR NOT NUMERIC
             OR TLD-NIGHT-DIFF-RATE NOT NUMERIC
             OR TLD-ONCALL-RATE NOT NUMERIC
             OR TLD-EFF-DATE NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE CARD NOT NUMERIC REJECTED: "
                       TLD-RATE-PERSON
               GO TO 400-EXIT.
           IF TLD-PAY-TYPE = 'H'
             AND TLD-HOURLY-RATE = ZERO
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** HOURLY RATE CARD WITHOUT RATE REJECTED: "
                       TLD-RATE-PERSON
               GO TO 400-EXIT.
           IF TLD-OT-FACTOR = ZERO
               MOVE 1.50 TO TLD-OT-FACTOR.
           IF TLD-OT-FACTOR < 1.00
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** OVERTIME FACTOR UNDER 1.00 REJECTED: "
                       TLD-RATE-PERSON
               GO TO 400-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           MOVE TLD-PAY-TYPE        TO AUD-RV-PAY-TYPE.
           MOVE TLD-HOURLY-RATE     TO AUD-RV-HOURLY-RATE.
           MOVE TLD-OT-FACTOR       TO AUD-RV-OT-FACTOR.
           MOVE TLD-NIGHT-DIFF-RATE TO AUD-RV-NIGHT-DIFF.
           MOVE TLD-ONCALL-RATE     TO AUD-RV-ONCALL.
           MOVE AUD-RATE-VIEW       TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           INITIALIZE PAY-RATE-REC.
           MOVE TLD-RATE-PERSON     TO PR-PERSON-NUMBER.
           MOVE TLD-PAY-TYPE        TO PR-PAY-TYPE.
           MOVE TLD-HOURLY-RATE     TO PR-HOURLY-RATE.
           MOVE TLD-OT-FACTOR       TO PR-OT-FACTOR.
           MOVE TLD-NIGHT-DIFF-RATE TO PR-NIGHT-DIFF-RATE.
           MOVE TLD-ONCALL-RATE     TO PR-ONCALL-RATE.
           MOVE TLD-EFF-DATE        TO PR-EFF-DATE.
           MOVE TLD-CHANGED-BY      TO PR-CHANGED-BY.
           MOVE WS-RUN-DATE         TO PR-CHANGED-DATE.
           MOVE PR-PERSON-NUMBER    TO PAYRATE-REC-KEY.
           IF RECORD-IS-NEW
               WRITE PAYRATE-FD-REC FROM PAY-RATE-REC
           ELSE
               REWRITE PAYRATE-FD-REC FROM PAY-RATE-REC.
           IF NOT PAYRATE-FOUND
               DISPLAY "** PAYRATE UPDATE FAILED, STATUS "
                       PAYRATE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           ADD +1 TO RATES-SET.
       400-EXIT.
           EXIT.

       500-DELETE-RATE.
           MOVE "500-DELETE-RATE" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE DELETE - NOT ON FILE: "
                       TLD-RATE-PERSON
               GO TO 500-EXIT.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE SPACES TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE TLD-RATE-PERSON TO PAYRATE-REC-KEY.
           DELETE PAYRATE RECORD.
           IF NOT PAYRATE-FOUND
               DISPLAY "** PAYRATE DELETE FAILED, STATUS "
                       PAYRATE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO RATES-DELETED.
       500-EXIT.
           EXIT.

       800-WRITE-AUDIT.
           MOVE TLD-CHANGED-BY       TO AUD-CHANGED-BY.
           MOVE WS-RUN-DATE          TO AUD-CHANGED-DATE.
           WRITE TIMEAUDT-REC FROM AUD-LINE.
       800-EXIT.
           EXIT.

       900-READ-TIMECRDS.
           READ TIMECRDS
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY < RC-SERIOUS-ERROR
               CLOSE TIMECARD, PAYRATE, TIMEAUDT.
           CLOSE TIMECRDS, PERSONAL.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** TIMECARDS ADDED    " TIMECARDS-ADDED.
           DISPLAY "** TIMECARDS REPLACED " TIMECARDS-REPLACED.
           DISPLAY "** TIMECARDS DELETED  " TIMECARDS-DELETED.
           DISPLAY "** RATES SET          " RATES-SET.
           DISPLAY "** RATES DELETED      " RATES-DELETED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB TIMELOAD ********".
       999-EXIT.
           EXIT.
