       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  FRTLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * FRTLOAD  - CARRIER FREIGHT RATE TABLE MAINTENANCE.  READS THE  *
      *            TRAFFIC DESK'S RATE CARDS (CARRIER, ZONE, BASIS W  *
      *            FOR POUNDS OR Q FOR UNITS, BAND CEILING, BASE      *
      *            CHARGE, UNIT RATE, MINIMUM CHARGE, EFFECTIVE DATE, *
      *            CHANGED-BY) AND ADDS OR REPLACES THE BAND ON THE   *
      *            FRTRATE FILE SHIPMAN RATES THE MANIFEST BY.  A 'D' *
      *            IN THE ACTION COLUMN DELETES THE BAND.  EVERY      *
      *            CHANGE WRITES A BEFORE/AFTER LINE TO THE FRTAUDT   *
      *            TRAIL - WHO CHANGED WHICH TARIFF BAND, FROM WHAT,  *
      *            TO WHAT, WHEN.                                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RATECARD
           ASSIGN TO UT-S-RATECARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FRTAUDT
           ASSIGN TO UT-S-FRTAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FRTRATE
                  ASSIGN       to FRTRATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is FRTRATE-REC-KEY
                  FILE STATUS  is FRTRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATECARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATECARD-REC.
       01  RATECARD-REC.
           05  FCD-ACTION                  PIC X(01).
               88  FCD-DELETE              VALUE 'D'.
           05  FCD-RATE-KEY.
               10  FCD-CARRIER-CODE        PIC X(04).
               10  FCD-ZONE                PIC X(02).
               10  FCD-BASIS               PIC X(01).
                   88  FCD-BASIS-VALID     VALUE 'W' 'Q'.
               10  FCD-BAND-CEILING        PIC 9(07).
           05  FCD-BASE-CHARGE             PIC 9(05)V99.
           05  FCD-UNIT-RATE               PIC 9(03)V9999.
           05  FCD-MINIMUM-CHARGE          PIC 9(05)V99.
           05  FCD-EFFECTIVE-DATE          PIC 9(08).
           05  FCD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(28).

       FD  FRTAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTAUDT-REC.
       01  FRTAUDT-REC                      PIC X(132).

       FD  FRTRATE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FRTRATE-FD-REC.
       01  FRTRATE-FD-REC.
           05 FRTRATE-REC-KEY  PIC X(14).
           05 FILLER           PIC X(66).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  FRTRATE-STATUS          PIC X(2).
               88 FRTRATE-FOUND        VALUE "00".
               88 FRTRATE-NOT-FOUND    VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 FRTRATE-NEW-SW              PIC X(01) VALUE "N".
              88 FRTRATE-IS-NEW VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 BANDS-ADDED              PIC 9(7) COMP VALUE 0.
           05 BANDS-CHANGED            PIC 9(7) COMP VALUE 0.
           05 BANDS-DELETED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY FRTRATE.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE AUDIT LINE CARRIES THE OLD AND NEW TARIFF TOGETHER:
      *    BASE CHARGE, UNIT RATE AND MINIMUM, THEN THE NEW EFFECTIVE
      *    DATE.
       01  AUD-LINE.
           05  FILLER                  PIC X(05) VALUE 'BAND '.
           05  AUD-CARRIER-CODE        PIC X(04).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  AUD-ZONE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  AUD-BASIS               PIC X(01).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  AUD-BAND-CEILING        PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-ACTION              PIC X(04).
           05  FILLER                  PIC X(05) VALUE ' OLD '.
           05  AUD-OLD-TARIFF.
               10  AUD-OLD-BASE        PIC ZZZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-OLD-RATE        PIC ZZ9.9999.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-OLD-MINIMUM     PIC ZZZZ9.99.
           05  FILLER                  PIC X(05) VALUE ' NEW '.
           05  AUD-NEW-TARIFF.
               10  AUD-NEW-BASE        PIC ZZZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-NEW-RATE        PIC ZZ9.9999.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-NEW-MINIMUM     PIC ZZZZ9.99.
               10  FILLER              PIC X(05) VALUE ' EFF '.
               10  AUD-NEW-EFFECTIVE   PIC 9(08).
           05  FILLER                  PIC X(05) VALUE ' BY: '.
           05  AUD-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' ON: '.
           05  AUD-CHANGED-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.

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
           OPEN INPUT RATECARD.
           OPEN I-O FRTRATE.
           IF NOT FRTRATE-FOUND
               OPEN OUTPUT FRTRATE
               CLOSE FRTRATE
               OPEN I-O FRTRATE.
           OPEN OUTPUT FRTAUDT.
           PERFORM 900-READ-RATECARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-LOAD-ONE-BAND THRU 200-EXIT.
           PERFORM 900-READ-RATECARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-ONE-BAND - A BAND NEEDS ITS FULL KEY AND NUMERIC   *
      *    CHARGES; A MINIMUM ABOVE WHAT THE BAND'S CEILING WOULD      *
      *    EVER CHARGE IS ALLOWED - THAT IS A FLAT-RATE BAND.          *
      ******************************************************************
       200-LOAD-ONE-BAND.
           MOVE "200-LOAD-ONE-BAND" TO PARA-NAME.
           IF FCD-CARRIER-CODE = SPACES
             OR FCD-ZONE = SPACES
             OR NOT FCD-BASIS-VALID
             OR FCD-BAND-CEILING NOT NUMERIC
             OR FCD-CHANGED-BY = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BAD RATE CARD REJECTED: " FCD-RATE-KEY
               GO TO 200-EXIT.
           IF FCD-BAND-CEILING = ZERO
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE BAND CEILING ZERO REJECTED: "
                       FCD-RATE-KEY
               GO TO 200-EXIT.

           MOVE "N" TO FRTRATE-NEW-SW.
           MOVE FCD-RATE-KEY TO FRTRATE-REC-KEY.
           READ FRTRATE INTO FREIGHT-RATE-REC.
           IF NOT FRTRATE-FOUND
               MOVE "Y" TO FRTRATE-NEW-SW
               INITIALIZE FREIGHT-RATE-REC.

           IF FCD-DELETE
               PERFORM 300-DELETE-BAND THRU 300-EXIT
               GO TO 200-EXIT.

           IF FCD-BASE-CHARGE NOT NUMERIC
             OR FCD-UNIT-RATE NOT NUMERIC
             OR FCD-MINIMUM-CHARGE NOT NUMERIC
             OR FCD-EFFECTIVE-DATE NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE CARD CHARGES NOT NUMERIC REJECTED: "
                       FCD-RATE-KEY
               GO TO 200-EXIT.
           IF FCD-BASE-CHARGE = ZERO
             AND FCD-UNIT-RATE = ZERO
             AND FCD-MINIMUM-CHARGE = ZERO
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE CARD CHARGES NOTHING REJECTED: "
                       FCD-RATE-KEY
               GO TO 200-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           PERFORM 800-AUDIT-OLD THRU 800-EXIT.
           MOVE FCD-BASE-CHARGE      TO AUD-NEW-BASE.
           MOVE FCD-UNIT-RATE        TO AUD-NEW-RATE.
           MOVE FCD-MINIMUM-CHARGE   TO AUD-NEW-MINIMUM.
           MOVE FCD-EFFECTIVE-DATE   TO AUD-NEW-EFFECTIVE.
           WRITE FRTAUDT-REC FROM AUD-LINE.

           INITIALIZE FREIGHT-RATE-REC.
           MOVE FCD-RATE-KEY         TO FRT-RATE-KEY.
           MOVE FCD-BASE-CHARGE      TO FRT-BASE-CHARGE.
           MOVE FCD-UNIT-RATE        TO FRT-UNIT-RATE.
           MOVE FCD-MINIMUM-CHARGE   TO FRT-MINIMUM-CHARGE.
           MOVE FCD-EFFECTIVE-DATE   TO FRT-EFFECTIVE-DATE.
           MOVE FCD-CHANGED-BY       TO FRT-CHANGED-BY.
           MOVE WS-RUN-DATE          TO FRT-CHANGED-DATE.
           MOVE FRT-RATE-KEY         TO FRTRATE-REC-KEY.
           IF FRTRATE-IS-NEW
               WRITE FRTRATE-FD-REC FROM FREIGHT-RATE-REC
               ADD +1 TO BANDS-ADDED
           ELSE
               REWRITE FRTRATE-FD-REC FROM FREIGHT-RATE-REC
               ADD +1 TO BANDS-CHANGED.
           IF NOT FRTRATE-FOUND
               DISPLAY "** FRTRATE UPDATE FAILED, STATUS "
                       FRTRATE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       300-DELETE-BAND.
           MOVE "300-DELETE-BAND" TO PARA-NAME.
           IF FRTRATE-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE DELETE - BAND NOT ON FILE: "
                       FCD-RATE-KEY
               GO TO 300-EXIT.
           MOVE 'DEL ' TO AUD-ACTION.
           PERFORM 800-AUDIT-OLD THRU 800-EXIT.
           MOVE SPACES TO AUD-NEW-TARIFF.
           WRITE FRTAUDT-REC FROM AUD-LINE.
           MOVE FCD-RATE-KEY TO FRTRATE-REC-KEY.
           DELETE FRTRATE RECORD.
           IF NOT FRTRATE-FOUND
               DISPLAY "** FRTRATE DELETE FAILED, STATUS "
                       FRTRATE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO BANDS-DELETED.
       300-EXIT.
           EXIT.

       800-AUDIT-OLD.
           MOVE FCD-CARRIER-CODE     TO AUD-CARRIER-CODE.
           MOVE FCD-ZONE             TO AUD-ZONE.
           MOVE FCD-BASIS            TO AUD-BASIS.
           MOVE FCD-BAND-CEILING     TO AUD-BAND-CEILING.
           MOVE FRT-BASE-CHARGE      TO AUD-OLD-BASE.
           MOVE FRT-UNIT-RATE        TO AUD-OLD-RATE.
           MOVE FRT-MINIMUM-CHARGE   TO AUD-OLD-MINIMUM.
           MOVE FCD-CHANGED-BY       TO AUD-CHANGED-BY.
           MOVE WS-RUN-DATE          TO AUD-CHANGED-DATE.
       800-EXIT.
           EXIT.

       900-READ-RATECARD.
           READ RATECARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE RATECARD, FRTRATE, FRTAUDT.
           DISPLAY "** CARDS READ     " CARDS-READ.
           DISPLAY "** BANDS ADDED    " BANDS-ADDED.
           DISPLAY "** BANDS CHANGED  " BANDS-CHANGED.
           DISPLAY "** BANDS DELETED  " BANDS-DELETED.
           DISPLAY "** CARDS REJECTED " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB FRTLOAD ********".
       999-EXIT.
           EXIT.
