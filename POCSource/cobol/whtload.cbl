       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  WHTLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * WHTLOAD - PAYROLL TAX WITHHOLDING MAINTENANCE.  READS THE     *
      *           PAYROLL DESK'S CARDS AND KEEPS THE TWO FILES PAYREG *
      *           WITHHOLDS BY:                                       *
      *             W - ONE BRACKET OF THE WITHHOLDING TABLE ON       *
      *                 WHTABLE (JURISDICTION, FILING STATUS, WAGE    *
      *                 FLOOR, BASE TAX, RATE, AMOUNT PER ALLOWANCE,  *
      *                 WAGE LIMIT AND ADDITIONAL RATE)               *
      *             E - A PERSON'S WITHHOLDING ELECTION ON TAXELECT   *
      *                 (SOCIAL SECURITY NUMBER, FILING STATUS, AND   *
      *                 FEDERAL AND STATE ALLOWANCES, EXTRA AMOUNT    *
      *                 PER PERIOD AND EXEMPT FLAG)                   *
      *           A 'D' IN THE ACTION COLUMN DELETES THE BRACKET, OR  *
      *           THE ELECTION (THE PERSON IS WITHHELD AS SINGLE WITH *
      *           NO ALLOWANCES).  THE PERSON MUST BE ON THE PERSONAL *
      *           FILE.  EVERY CHANGE WRITES A BEFORE/AFTER LINE TO   *
      *           THE WHTAUDT TRAIL; THE SOCIAL SECURITY NUMBER IS    *
      *           NEVER PRINTED THERE.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WHTCRDS
           ASSIGN TO UT-S-WHTCRDS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT WHTAUDT
           ASSIGN TO UT-S-WHTAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT WHTABLE
                  ASSIGN       to WHTABLE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is WHTABLE-REC-KEY
                  FILE STATUS  is WHTABLE-STATUS.

           SELECT TAXELECT
                  ASSIGN       to TAXELECT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is TAXELECT-REC-KEY
                  FILE STATUS  is TAXELECT-STATUS.

           SELECT PERSONAL
                  ASSIGN       to PERSONAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PERSON-KEY-FD
                  FILE STATUS  is PERSONAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHTCRDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WHTCRDS-REC.
       01  WHTCRDS-REC.
           05  WLD-CARD-TYPE               PIC X(01).
               88  WLD-TABLE-CARD          VALUE 'W'.
               88  WLD-ELECTION-CARD       VALUE 'E'.
           05  WLD-ACTION                  PIC X(01).
               88  WLD-DELETE              VALUE 'D'.
           05  WLD-CARD-DATA               PIC X(63).
           05  WLD-TABLE-DATA REDEFINES WLD-CARD-DATA.
               10  WLD-TABLE-KEY.
                   15  WLD-JURISDICTION    PIC X(02).
                   15  WLD-FILING-STATUS   PIC X(01).
                   15  WLD-WAGE-FLOOR      PIC 9(07).
               10  WLD-BASE-TAX            PIC 9(07)V99.
               10  WLD-RATE                PIC 9(01)V9(05).
               10  WLD-ALLOWANCE-AMOUNT    PIC 9(05)V99.
               10  WLD-WAGE-LIMIT          PIC 9(07).
               10  WLD-ADDL-RATE           PIC 9(01)V9(05).
               10  WLD-TABLE-EFF-DATE      PIC 9(08).
               10  FILLER                  PIC X(10).
           05  WLD-ELECTION-DATA REDEFINES WLD-CARD-DATA.
               10  WLD-PERSON-NUMBER       PIC X(10).
               10  WLD-SSN                 PIC 9(09).
               10  WLD-ELECT-STATUS        PIC X(01).
               10  WLD-FED-ALLOWANCES      PIC 9(02).
               10  WLD-FED-EXTRA           PIC 9(05)V99.
               10  WLD-FED-EXEMPT          PIC X(01).
               10  WLD-STATE-ALLOWANCES    PIC 9(02).
               10  WLD-STATE-EXTRA         PIC 9(05)V99.
               10  WLD-STATE-EXEMPT        PIC X(01).
               10  WLD-ELECT-EFF-DATE      PIC 9(08).
               10  FILLER                  PIC X(15).
      *    THE ID OF WHOEVER AUTHORIZED THE CHANGE - THE PAYROLL DESK
      *    FOR A BRACKET, THE EMPLOYEE'S SIGNED FORM FOR AN ELECTION.
           05  WLD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(07).

       FD  WHTAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WHTAUDT-REC.
       01  WHTAUDT-REC                      PIC X(132).

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

       FD  PERSONAL
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS PERSONAL-FD-REC.
       01  PERSONAL-FD-REC.
           05 PERSON-KEY-FD    PIC X(10).
           05 FILLER           PIC X(76).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  WHTABLE-STATUS          PIC X(2).
               88 WHTABLE-FOUND        VALUE "00".
           05  TAXELECT-STATUS         PIC X(2).
               88 TAXELECT-FOUND       VALUE "00".
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

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 BRACKETS-SET             PIC 9(7) COMP VALUE 0.
           05 BRACKETS-DELETED         PIC 9(7) COMP VALUE 0.
           05 ELECTIONS-SET            PIC 9(7) COMP VALUE 0.
           05 ELECTIONS-DELETED        PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY WHTABLE.

       COPY TAXELECT.

       COPY PERSON.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE AUDIT LINE CARRIES THE OLD AND NEW VALUES TOGETHER, IN
      *    THE VIEW THAT FITS THE CARD TYPE: A BRACKET'S TAX AND RATE
      *    OR A PERSON'S ELECTION.
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
           05  AUD-KV-JURISDICTION     PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-KV-FILING-STATUS    PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-KV-WAGE-FLOOR       PIC 9(07).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  AUD-BRACKET-VIEW.
           05  AUD-BV-BASE-TAX         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-BV-RATE             PIC 9.99999.
           05  FILLER                  PIC X(02) VALUE ' A'.
           05  AUD-BV-ALLOWANCE        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  AUD-ELECTION-VIEW.
           05  AUD-EV-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE ' F'.
           05  AUD-EV-FED-ALLOWANCES   PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '+'.
           05  AUD-EV-FED-EXTRA        PIC ZZZZ9.99.
           05  AUD-EV-FED-EXEMPT       PIC X(01).
           05  FILLER                  PIC X(02) VALUE ' S'.
           05  AUD-EV-STATE-ALLOWANCES PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '+'.
           05  AUD-EV-STATE-EXTRA      PIC ZZZZ9.99.
           05  AUD-EV-STATE-EXEMPT     PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.

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
           OPEN INPUT WHTCRDS.
           OPEN INPUT PERSONAL.
           IF NOT PERSONAL-FOUND
               DISPLAY "** PERSONAL OPEN FAILED, STATUS "
                       PERSONAL-STATUS " - ABORTING"
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           OPEN I-O WHTABLE.
           IF NOT WHTABLE-FOUND
               OPEN OUTPUT WHTABLE
               CLOSE WHTABLE
               OPEN I-O WHTABLE.
           OPEN I-O TAXELECT.
           IF NOT TAXELECT-FOUND
               OPEN OUTPUT TAXELECT
               CLOSE TAXELECT
               OPEN I-O TAXELECT.
           OPEN OUTPUT WHTAUDT.
           PERFORM 900-READ-WHTCRDS THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF WLD-CHANGED-BY = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** WITHHOLDING CARD WITHOUT CHANGED-BY "
                       "REJECTED: " WHTCRDS-REC(1:12)
               GO TO 100-READ.
           IF WLD-TABLE-CARD
               PERFORM 200-LOAD-ONE-BRACKET THRU 200-EXIT
           ELSE
           IF WLD-ELECTION-CARD
               PERFORM 400-LOAD-ONE-ELECTION THRU 400-EXIT
           ELSE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** WITHHOLDING CARD TYPE NOT W OR E REJECTED: "
                       WHTCRDS-REC(1:12).
       100-READ.
           PERFORM 900-READ-WHTCRDS THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-ONE-BRACKET - INCOME TAX BRACKETS CARRY A FILING   *
      *    STATUS OF S, M OR H; SOCIAL SECURITY AND MEDICARE HAVE      *
      *    NONE.  THE AMOUNTS AND RATES MUST BE NUMERIC, AND A RATE OF *
      *    ONE OR MORE IS A KEYING SLIP (RATES ARE FRACTIONS).         *
      ******************************************************************
       200-LOAD-ONE-BRACKET.
           MOVE "200-LOAD-ONE-BRACKET" TO PARA-NAME.
           MOVE WLD-JURISDICTION  TO AUD-KV-JURISDICTION.
           MOVE WLD-FILING-STATUS TO AUD-KV-FILING-STATUS.
           MOVE ZERO              TO AUD-KV-WAGE-FLOOR.
           IF WLD-JURISDICTION = SPACES
             OR WLD-WAGE-FLOOR NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BRACKET KEY INVALID REJECTED: "
                       WLD-TABLE-KEY
               GO TO 200-EXIT.
           MOVE WLD-WAGE-FLOOR    TO AUD-KV-WAGE-FLOOR.
           IF WLD-JURISDICTION = 'SS' OR WLD-JURISDICTION = 'MC'
               IF WLD-FILING-STATUS NOT = SPACE
                   ADD +1 TO CARDS-REJECTED
                   DISPLAY "** SS/MC BRACKET WITH FILING STATUS "
                           "REJECTED: " AUD-KEY-VIEW
                   GO TO 200-EXIT
               END-IF
           ELSE
               IF WLD-FILING-STATUS NOT = 'S'
                 AND WLD-FILING-STATUS NOT = 'M'
                 AND WLD-FILING-STATUS NOT = 'H'
                   ADD +1 TO CARDS-REJECTED
                   DISPLAY "** BRACKET FILING STATUS NOT S, M OR H "
                           "REJECTED: " AUD-KEY-VIEW
                   GO TO 200-EXIT
               END-IF
           END-IF.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE WLD-TABLE-KEY TO WHTABLE-REC-KEY.
           READ WHTABLE INTO WITHHOLDING-TABLE-REC.
           IF NOT WHTABLE-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE WITHHOLDING-TABLE-REC.

           MOVE 'WHT ' TO AUD-TYPE.
           MOVE AUD-KEY-VIEW TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF NOT RECORD-IS-NEW
               MOVE WHT-BASE-TAX         TO AUD-BV-BASE-TAX
               MOVE WHT-RATE             TO AUD-BV-RATE
               MOVE WHT-ALLOWANCE-AMOUNT TO AUD-BV-ALLOWANCE
               MOVE AUD-BRACKET-VIEW     TO AUD-OLD-VALUES.

           IF WLD-DELETE
               PERFORM 300-DELETE-BRACKET THRU 300-EXIT
               GO TO 200-EXIT.

           IF WLD-BASE-TAX NOT NUMERIC
             OR WLD-RATE NOT NUMERIC
             OR WLD-ALLOWANCE-AMOUNT NOT NUMERIC
             OR WLD-WAGE-LIMIT NOT NUMERIC
             OR WLD-ADDL-RATE NOT NUMERIC
             OR WLD-TABLE-EFF-DATE NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BRACKET CARD NOT NUMERIC REJECTED: "
                       AUD-KEY-VIEW
               GO TO 200-EXIT.
           IF WLD-RATE NOT < 1
             OR WLD-ADDL-RATE NOT < 1
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BRACKET RATE NOT A FRACTION REJECTED: "
                       AUD-KEY-VIEW
               GO TO 200-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           MOVE WLD-BASE-TAX         TO AUD-BV-BASE-TAX.
           MOVE WLD-RATE             TO AUD-BV-RATE.
           MOVE WLD-ALLOWANCE-AMOUNT TO AUD-BV-ALLOWANCE.
           MOVE AUD-BRACKET-VIEW     TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           INITIALIZE WITHHOLDING-TABLE-REC.
           MOVE WLD-JURISDICTION     TO WHT-JURISDICTION.
           MOVE WLD-FILING-STATUS    TO WHT-FILING-STATUS.
           MOVE WLD-WAGE-FLOOR       TO WHT-WAGE-FLOOR.
           MOVE WLD-BASE-TAX         TO WHT-BASE-TAX.
           MOVE WLD-RATE             TO WHT-RATE.
           MOVE WLD-ALLOWANCE-AMOUNT TO WHT-ALLOWANCE-AMOUNT.
           MOVE WLD-WAGE-LIMIT       TO WHT-WAGE-LIMIT.
           MOVE WLD-ADDL-RATE        TO WHT-ADDL-RATE.
           MOVE WLD-TABLE-EFF-DATE   TO WHT-EFF-DATE.
           MOVE WLD-CHANGED-BY       TO WHT-CHANGED-BY.
           MOVE WS-RUN-DATE          TO WHT-CHANGED-DATE.
           MOVE WHT-KEY              TO WHTABLE-REC-KEY.
           IF RECORD-IS-NEW
               WRITE WHTABLE-FD-REC FROM WITHHOLDING-TABLE-REC
           ELSE
               REWRITE WHTABLE-FD-REC FROM WITHHOLDING-TABLE-REC.
           IF NOT WHTABLE-FOUND
               DISPLAY "** WHTABLE UPDATE FAILED, STATUS "
                       WHTABLE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.
           ADD +1 TO BRACKETS-SET.
       200-EXIT.
           EXIT.

       300-DELETE-BRACKET.
           MOVE "300-DELETE-BRACKET" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BRACKET DELETE - NOT ON FILE: "
                       AUD-KEY-VIEW
               GO TO 300-EXIT.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE SPACES TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE WLD-TABLE-KEY TO WHTABLE-REC-KEY.
           DELETE WHTABLE RECORD.
           IF NOT WHTABLE-FOUND
               DISPLAY "** WHTABLE DELETE FAILED, STATUS "
                       WHTABLE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO BRACKETS-DELETED.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-LOAD-ONE-ELECTION - THE PERSON MUST BE ON PERSONAL, THE *
      *    SOCIAL SECURITY NUMBER NINE DIGITS AND NOT ZERO, THE FILING *
      *    STATUS S, M OR H, AND THE EXEMPT FLAGS Y, N OR BLANK.       *
      ******************************************************************
       400-LOAD-ONE-ELECTION.
           MOVE "400-LOAD-ONE-ELECTION" TO PARA-NAME.
           MOVE WLD-PERSON-NUMBER TO PERSON-KEY-FD.
           READ PERSONAL INTO PERSON-MASTER-RECORD.
           IF NOT PERSONAL-FOUND
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ELECTION - PERSON NOT ON PERSONAL: "
                       WLD-PERSON-NUMBER
               GO TO 400-EXIT.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE WLD-PERSON-NUMBER TO TAXELECT-REC-KEY.
           READ TAXELECT INTO TAX-ELECTION-REC.
           IF NOT TAXELECT-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE TAX-ELECTION-REC.

           MOVE 'ELEC' TO AUD-TYPE.
           MOVE WLD-PERSON-NUMBER TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF NOT RECORD-IS-NEW
               MOVE TE-FILING-STATUS    TO AUD-EV-STATUS
               MOVE TE-FED-ALLOWANCES   TO AUD-EV-FED-ALLOWANCES
               MOVE TE-FED-EXTRA        TO AUD-EV-FED-EXTRA
               MOVE TE-FED-EXEMPT       TO AUD-EV-FED-EXEMPT
               MOVE TE-STATE-ALLOWANCES TO AUD-EV-STATE-ALLOWANCES
               MOVE TE-STATE-EXTRA      TO AUD-EV-STATE-EXTRA
               MOVE TE-STATE-EXEMPT     TO AUD-EV-STATE-EXEMPT
               MOVE AUD-ELECTION-VIEW   TO AUD-OLD-VALUES.

           IF WLD-DELETE
               PERFORM 500-DELETE-ELECTION THRU 500-EXIT
               GO TO 400-EXIT.

           IF WLD-SSN NOT NUMERIC
             OR WLD-SSN = ZERO
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ELECTION SSN INVALID REJECTED: "
                       WLD-PERSON-NUMBER
               GO TO 400-EXIT.
           IF WLD-ELECT-STATUS NOT = 'S'
             AND WLD-ELECT-STATUS NOT = 'M'
             AND WLD-ELECT-STATUS NOT = 'H'
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ELECTION FILING STATUS NOT S, M OR H "
                       "REJECTED: " WLD-PERSON-NUMBER
               GO TO 400-EXIT.
           IF WLD-FED-ALLOWANCES NOT NUMERIC
             OR WLD-FED-EXTRA NOT NUMERIC
             OR WLD-STATE-ALLOWANCES NOT NUMERIC
             OR WLD-STATE-EXTRA NOT NUMERIC
             OR WLD-ELECT-EFF-DATE NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ELECTION CARD NOT NUMERIC REJECTED: "
                       WLD-PERSON-NUMBER
               GO TO 400-EXIT.
           IF WLD-FED-EXEMPT = SPACE
               MOVE 'N' TO WLD-FED-EXEMPT.
           IF WLD-STATE-EXEMPT = SPACE
               MOVE 'N' TO WLD-STATE-EXEMPT.
           IF (WLD-FED-EXEMPT NOT = 'Y' AND WLD-FED-EXEMPT NOT = 'N')
             OR (WLD-STATE-EXEMPT NOT = 'Y'
                 AND WLD-STATE-EXEMPT NOT = 'N')
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ELECTION EXEMPT FLAG NOT Y OR N REJECTED: "
                       WLD-PERSON-NUMBER
               GO TO 400-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           MOVE WLD-ELECT-STATUS     TO AUD-EV-STATUS.
           MOVE WLD-FED-ALLOWANCES   TO AUD-EV-FED-ALLOWANCES.
           MOVE WLD-FED-EXTRA        TO AUD-EV-FED-EXTRA.
           MOVE WLD-FED-EXEMPT       TO AUD-EV-FED-EXEMPT.
           MOVE WLD-STATE-ALLOWANCES TO AUD-EV-STATE-ALLOWANCES.
           MOVE WLD-STATE-EXTRA      TO AUD-EV-STATE-EXTRA.
           MOVE WLD-STATE-EXEMPT     TO AUD-EV-STATE-EXEMPT.
           MOVE AUD-ELECTION-VIEW    TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           INITIALIZE TAX-ELECTION-REC.
           MOVE WLD-PERSON-NUMBER    TO TE-PERSON-NUMBER.
           MOVE WLD-SSN              TO TE-SSN.
           MOVE WLD-ELECT-STATUS     TO TE-FILING-STATUS.
           MOVE WLD-FED-ALLOWANCES   TO TE-FED-ALLOWANCES.
           MOVE WLD-FED-EXTRA        TO TE-FED-EXTRA.
           MOVE WLD-FED-EXEMPT       TO TE-FED-EXEMPT.
           MOVE WLD-STATE-ALLOWANCES TO TE-STATE-ALLOWANCES.
           MOVE WLD-STATE-EXTRA      TO TE-STATE-EXTRA.
           MOVE WLD-STATE-EXEMPT     TO TE-STATE-EXEMPT.
           MOVE WLD-ELECT-EFF-DATE   TO TE-EFF-DATE.
           MOVE WLD-CHANGED-BY       TO TE-CHANGED-BY.
           MOVE WS-RUN-DATE          TO TE-CHANGED-DATE.
           MOVE TE-PERSON-NUMBER     TO TAXELECT-REC-KEY.
           IF RECORD-IS-NEW
               WRITE TAXELECT-FD-REC FROM TAX-ELECTION-REC
           ELSE
               REWRITE TAXELECT-FD-REC FROM TAX-ELECTION-REC.
           IF NOT TAXELECT-FOUND
               DISPLAY "** TAXELECT UPDATE FAILED, STATUS "
                       TAXELECT-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           ADD +1 TO ELECTIONS-SET.
       400-EXIT.
           EXIT.

       500-DELETE-ELECTION.
           MOVE "500-DELETE-ELECTION" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** ELECTION DELETE - NOT ON FILE: "
                       WLD-PERSON-NUMBER
               GO TO 500-EXIT.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE SPACES TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE WLD-PERSON-NUMBER TO TAXELECT-REC-KEY.
           DELETE TAXELECT RECORD.
           IF NOT TAXELECT-FOUND
               DISPLAY "** TAXELECT DELETE FAILED, STATUS "
                       TAXELECT-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO ELECTIONS-DELETED.
       500-EXIT.
           EXIT.

       800-WRITE-AUDIT.
           MOVE WLD-CHANGED-BY       TO AUD-CHANGED-BY.
           MOVE WS-RUN-DATE          TO AUD-CHANGED-DATE.
           WRITE WHTAUDT-REC FROM AUD-LINE.
       800-EXIT.
           EXIT.

       900-READ-WHTCRDS.
           READ WHTCRDS
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY < RC-SERIOUS-ERROR
               CLOSE WHTABLE, TAXELECT, WHTAUDT.
           CLOSE WHTCRDS, PERSONAL.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** BRACKETS SET       " BRACKETS-SET.
           DISPLAY "** BRACKETS DELETED   " BRACKETS-DELETED.
           DISPLAY "** ELECTIONS SET      " ELECTIONS-SET.
           DISPLAY "** ELECTIONS DELETED  " ELECTIONS-DELETED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB WHTLOAD ********".
       999-EXIT.
           EXIT.
