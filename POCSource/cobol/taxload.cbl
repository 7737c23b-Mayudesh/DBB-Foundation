       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  TAXLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * TAXLOAD  - SALES TAX TABLE MAINTENANCE.  READS THE TAX DESK'S *
      *            CARDS AND KEEPS THE THREE THINGS ORDINV TAXES BY:  *
      *              R - A JURISDICTION RATE ON TAXRATE (STATE,       *
      *                  LOCALITY, NAME, STATE AND LOCAL RATE, THE    *
      *                  ITEM CATEGORIES IT EXEMPTS, EFFECTIVE DATE)  *
      *              C - A PART'S TAX CATEGORY ON TAXCAT              *
      *              E - A CUSTOMER'S TAX LOCALITY AND EXEMPTION      *
      *                  CERTIFICATE NUMBER AND EXPIRY ON CUSTFILE    *
      *            A 'D' IN THE ACTION COLUMN DELETES THE RATE OR THE *
      *            CATEGORY (THE PART FALLS BACK TO GENERAL           *
      *            MERCHANDISE), OR CLEARS THE CUSTOMER'S CERTIFICATE *
      *            (THE LOCALITY STAYS).  EVERY CHANGE WRITES A       *
      *            BEFORE/AFTER LINE TO THE TAXAUDT TRAIL - WHO       *
      *            CHANGED WHAT, FROM WHAT, TO WHAT, WHEN.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TAXCARD
           ASSIGN TO UT-S-TAXCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT TAXAUDT
           ASSIGN TO UT-S-TAXAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT TAXRATE
                  ASSIGN       to TAXRATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is TAXRATE-REC-KEY
                  FILE STATUS  is TAXRATE-STATUS.

           SELECT TAXCAT
                  ASSIGN       to TAXCAT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is TAXCAT-REC-KEY
                  FILE STATUS  is TAXCAT-STATUS.

           SELECT CUSTFILE
                  ASSIGN       to CUSTFILE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CUSTFILE-REC-KEY
                  FILE STATUS  is CUSTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAXCARD-REC.
       01  TAXCARD-REC.
           05  TCD-CARD-TYPE               PIC X(01).
               88  TCD-RATE-CARD           VALUE 'R'.
               88  TCD-CATEGORY-CARD       VALUE 'C'.
               88  TCD-EXEMPTION-CARD      VALUE 'E'.
           05  TCD-ACTION                  PIC X(01).
               88  TCD-DELETE              VALUE 'D'.
           05  TCD-CARD-DATA               PIC X(63).
           05  TCD-RATE-DATA REDEFINES TCD-CARD-DATA.
               10  TCD-RATE-KEY.
                   15  TCD-STATE           PIC X(02).
                   15  TCD-LOCALITY        PIC X(05).
               10  TCD-JURISDICTION-NAME   PIC X(20).
               10  TCD-STATE-RATE          PIC 9(01)V9(05).
               10  TCD-LOCAL-RATE          PIC 9(01)V9(05).
               10  TCD-EXEMPT-CATEGORIES   PIC X(16).
               10  TCD-EFFECTIVE-DATE      PIC 9(08).
           05  TCD-CATEGORY-DATA REDEFINES TCD-CARD-DATA.
               10  TCD-PART-NUMBER         PIC X(23).
               10  TCD-CATEGORY            PIC X(02).
               10  FILLER                  PIC X(38).
           05  TCD-EXEMPTION-DATA REDEFINES TCD-CARD-DATA.
               10  TCD-CUSTOMER-ID         PIC X(05).
               10  TCD-EXEMPT-CERT         PIC X(15).
               10  TCD-EXEMPT-EXPIRY       PIC 9(08).
               10  TCD-TAX-LOCALITY        PIC X(05).
               10  FILLER                  PIC X(30).
           05  TCD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(07).

       FD  TAXAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAXAUDT-REC.
       01  TAXAUDT-REC                      PIC X(132).

       FD  TAXRATE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TAXRATE-FD-REC.
       01  TAXRATE-FD-REC.
           05 TAXRATE-REC-KEY  PIC X(07).
           05 FILLER           PIC X(73).

       FD  TAXCAT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TAXCAT-FD-REC.
       01  TAXCAT-FD-REC.
           05 TAXCAT-REC-KEY   PIC X(23).
           05 FILLER           PIC X(57).

       FD  CUSTFILE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS CUSTFILE-FD-REC.
       01  CUSTFILE-FD-REC.
           05 CUSTFILE-REC-KEY PIC X(06).
           05 FILLER           PIC X(634).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TAXRATE-STATUS          PIC X(2).
               88 TAXRATE-FOUND        VALUE "00".
               88 TAXRATE-NOT-FOUND    VALUE "23".
           05  TAXCAT-STATUS           PIC X(2).
               88 TAXCAT-FOUND         VALUE "00".
               88 TAXCAT-NOT-FOUND     VALUE "23".
           05  CUSTFILE-STATUS         PIC X(2).
               88 CUSTFILE-FOUND       VALUE "00".
               88 CUSTFILE-NOT-FOUND   VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 RECORD-NEW-SW               PIC X(01) VALUE "N".
              88 RECORD-IS-NEW VALUE "Y".
           05 CUSTFILE-OPEN-SW            PIC X(01) VALUE "N".
              88 CUSTFILE-IS-OPEN VALUE "Y".
           05 WS-COMBINED-RATE            PIC 9(01)V9(05) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 RATES-ADDED              PIC 9(7) COMP VALUE 0.
           05 RATES-CHANGED            PIC 9(7) COMP VALUE 0.
           05 RATES-DELETED            PIC 9(7) COMP VALUE 0.
           05 CATEGORIES-SET           PIC 9(7) COMP VALUE 0.
           05 CATEGORIES-DELETED       PIC 9(7) COMP VALUE 0.
           05 CUSTOMERS-CHANGED        PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY TAXRATE.

       COPY TAXCAT.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE AUDIT LINE CARRIES THE OLD AND NEW VALUES TOGETHER, IN
      *    THE VIEW THAT FITS THE CARD TYPE: RATES AND EXEMPT
      *    CATEGORIES, AN ITEM CATEGORY, OR A CUSTOMER'S CERTIFICATE,
      *    EXPIRY AND LOCALITY.
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

       01  AUD-RATE-VIEW.
           05  AUD-RV-STATE-RATE       PIC 9.99999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-RV-LOCAL-RATE       PIC 9.99999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-RV-CATEGORIES       PIC X(16).

       01  AUD-ITEM-VIEW.
           05  FILLER                  PIC X(09) VALUE 'CATEGORY '.
           05  AUD-IV-CATEGORY         PIC X(02).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  AUD-CUST-VIEW.
           05  AUD-CV-CERT             PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-CV-EXPIRY           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-CV-LOCALITY         PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.

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
           OPEN INPUT TAXCARD.
           OPEN I-O TAXRATE.
           IF NOT TAXRATE-FOUND
               OPEN OUTPUT TAXRATE
               CLOSE TAXRATE
               OPEN I-O TAXRATE.
           OPEN I-O TAXCAT.
           IF NOT TAXCAT-FOUND
               OPEN OUTPUT TAXCAT
               CLOSE TAXCAT
               OPEN I-O TAXCAT.
      *    THE CUSTOMER MASTER IS NEVER CREATED HERE - WITHOUT IT THE
      *    'E' CARDS ARE REJECTED AND THE RATE WORK STILL GOES AHEAD.
           OPEN I-O CUSTFILE.
           IF CUSTFILE-FOUND
               MOVE "Y" TO CUSTFILE-OPEN-SW
           ELSE
               DISPLAY "** CUSTFILE OPEN FAILED, STATUS "
                       CUSTFILE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           OPEN OUTPUT TAXAUDT.
           PERFORM 900-READ-TAXCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF TCD-CHANGED-BY = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TAX CARD WITHOUT CHANGED-BY REJECTED: "
                       TAXCARD-REC(1:40)
               GO TO 100-READ.
           IF TCD-RATE-CARD
               PERFORM 200-LOAD-ONE-RATE THRU 200-EXIT
           ELSE
           IF TCD-CATEGORY-CARD
               PERFORM 400-LOAD-ONE-CATEGORY THRU 400-EXIT
           ELSE
           IF TCD-EXEMPTION-CARD
               PERFORM 500-LOAD-ONE-EXEMPTION THRU 500-EXIT
           ELSE
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** TAX CARD TYPE NOT R, C OR E REJECTED: "
                       TAXCARD-REC(1:40).
       100-READ.
           PERFORM 900-READ-TAXCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-ONE-RATE - A RATE NEEDS A STATE (THE LOCALITY MAY  *
      *    BE BLANK - THAT IS THE STATE-ONLY RATE), A NAME, NUMERIC    *
      *    RATES AND AN EFFECTIVE DATE.  A COMBINED RATE OVER 20       *
      *    PERCENT IS A KEYING SLIP, NOT A TAX RATE.                   *
      ******************************************************************
       200-LOAD-ONE-RATE.
           MOVE "200-LOAD-ONE-RATE" TO PARA-NAME.
           IF TCD-STATE = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE CARD WITHOUT STATE REJECTED: "
                       TCD-RATE-KEY
               GO TO 200-EXIT.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE TCD-RATE-KEY TO TAXRATE-REC-KEY.
           READ TAXRATE INTO TAX-RATE-REC.
           IF NOT TAXRATE-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE TAX-RATE-REC.

           IF TCD-DELETE
               PERFORM 300-DELETE-RATE THRU 300-EXIT
               GO TO 200-EXIT.

           IF TCD-JURISDICTION-NAME = SPACES
             OR TCD-STATE-RATE NOT NUMERIC
             OR TCD-LOCAL-RATE NOT NUMERIC
             OR TCD-EFFECTIVE-DATE NOT NUMERIC
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE CARD NAME/RATES NOT VALID REJECTED: "
                       TCD-RATE-KEY
               GO TO 200-EXIT.
           IF TCD-STATE-RATE + TCD-LOCAL-RATE > .20000
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE OVER 20 PERCENT REJECTED: "
                       TCD-RATE-KEY
               GO TO 200-EXIT.

           MOVE 'RATE' TO AUD-TYPE.
           MOVE 'SET ' TO AUD-ACTION.
           MOVE TCD-RATE-KEY TO AUD-KEY.
           MOVE SPACES TO AUD-OLD-VALUES.
           IF NOT RECORD-IS-NEW
               MOVE TAX-STATE-RATE        TO AUD-RV-STATE-RATE
               MOVE TAX-LOCAL-RATE        TO AUD-RV-LOCAL-RATE
               MOVE TAX-EXEMPT-CATEGORIES TO AUD-RV-CATEGORIES
               MOVE AUD-RATE-VIEW         TO AUD-OLD-VALUES.
           MOVE TCD-STATE-RATE        TO AUD-RV-STATE-RATE.
           MOVE TCD-LOCAL-RATE        TO AUD-RV-LOCAL-RATE.
           MOVE TCD-EXEMPT-CATEGORIES TO AUD-RV-CATEGORIES.
           MOVE AUD-RATE-VIEW         TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           INITIALIZE TAX-RATE-REC.
           MOVE TCD-RATE-KEY          TO TAX-RATE-KEY.
           MOVE TCD-JURISDICTION-NAME TO TAX-JURISDICTION-NAME.
           MOVE TCD-STATE-RATE        TO TAX-STATE-RATE.
           MOVE TCD-LOCAL-RATE        TO TAX-LOCAL-RATE.
           MOVE TCD-EXEMPT-CATEGORIES TO TAX-EXEMPT-CATEGORIES.
           MOVE TCD-EFFECTIVE-DATE    TO TAX-EFFECTIVE-DATE.
           MOVE TCD-CHANGED-BY        TO TAX-CHANGED-BY.
           MOVE WS-RUN-DATE           TO TAX-CHANGED-DATE.
           MOVE TAX-RATE-KEY          TO TAXRATE-REC-KEY.
           IF RECORD-IS-NEW
               WRITE TAXRATE-FD-REC FROM TAX-RATE-REC
               ADD +1 TO RATES-ADDED
           ELSE
               REWRITE TAXRATE-FD-REC FROM TAX-RATE-REC
               ADD +1 TO RATES-CHANGED.
           IF NOT TAXRATE-FOUND
               DISPLAY "** TAXRATE UPDATE FAILED, STATUS "
                       TAXRATE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       300-DELETE-RATE.
           MOVE "300-DELETE-RATE" TO PARA-NAME.
           IF RECORD-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** RATE DELETE - NOT ON FILE: "
                       TCD-RATE-KEY
               GO TO 300-EXIT.
           MOVE 'RATE' TO AUD-TYPE.
           MOVE 'DEL ' TO AUD-ACTION.
           MOVE TCD-RATE-KEY TO AUD-KEY.
           MOVE TAX-STATE-RATE        TO AUD-RV-STATE-RATE.
           MOVE TAX-LOCAL-RATE        TO AUD-RV-LOCAL-RATE.
           MOVE TAX-EXEMPT-CATEGORIES TO AUD-RV-CATEGORIES.
           MOVE AUD-RATE-VIEW         TO AUD-OLD-VALUES.
           MOVE SPACES                TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
           MOVE TCD-RATE-KEY TO TAXRATE-REC-KEY.
           DELETE TAXRATE RECORD.
           IF NOT TAXRATE-FOUND
               DISPLAY "** TAXRATE DELETE FAILED, STATUS "
                       TAXRATE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO RATES-DELETED.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-LOAD-ONE-CATEGORY - SETS OR DELETES A PART'S TAX        *
      *    CATEGORY.  A DELETED PART IS GENERAL MERCHANDISE AGAIN.     *
      ******************************************************************
       400-LOAD-ONE-CATEGORY.
           MOVE "400-LOAD-ONE-CATEGORY" TO PARA-NAME.
           IF TCD-PART-NUMBER = SPACES
             OR (TCD-CATEGORY = SPACES AND NOT TCD-DELETE)
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** CATEGORY CARD NOT VALID REJECTED: "
                       TCD-PART-NUMBER
               GO TO 400-EXIT.

           MOVE "N" TO RECORD-NEW-SW.
           MOVE TCD-PART-NUMBER TO TAXCAT-REC-KEY.
           READ TAXCAT INTO TAX-CATEGORY-REC.
           IF NOT TAXCAT-FOUND
               MOVE "Y" TO RECORD-NEW-SW
               INITIALIZE TAX-CATEGORY-REC
               MOVE 'GN' TO TXC-CATEGORY.

           MOVE 'ITEM' TO AUD-TYPE.
           MOVE TCD-PART-NUMBER TO AUD-KEY.
           MOVE TXC-CATEGORY TO AUD-IV-CATEGORY.
           MOVE AUD-ITEM-VIEW TO AUD-OLD-VALUES.

           IF TCD-DELETE
               IF RECORD-IS-NEW
                   ADD +1 TO CARDS-REJECTED
                   DISPLAY "** CATEGORY DELETE - NOT ON FILE: "
                           TCD-PART-NUMBER
                   GO TO 400-EXIT
               ELSE
                   MOVE 'DEL ' TO AUD-ACTION
                   MOVE 'GN' TO AUD-IV-CATEGORY
                   MOVE AUD-ITEM-VIEW TO AUD-NEW-VALUES
                   PERFORM 800-WRITE-AUDIT THRU 800-EXIT
                   DELETE TAXCAT RECORD
                   ADD +1 TO CATEGORIES-DELETED
                   GO TO 400-CHECK.

           MOVE 'SET ' TO AUD-ACTION.
           MOVE TCD-CATEGORY TO AUD-IV-CATEGORY.
           MOVE AUD-ITEM-VIEW TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           INITIALIZE TAX-CATEGORY-REC.
           MOVE TCD-PART-NUMBER   TO TXC-PART-NUMBER.
           MOVE TCD-CATEGORY      TO TXC-CATEGORY.
           MOVE TCD-CHANGED-BY    TO TXC-CHANGED-BY.
           MOVE WS-RUN-DATE       TO TXC-CHANGED-DATE.
           MOVE TXC-PART-NUMBER   TO TAXCAT-REC-KEY.
           IF RECORD-IS-NEW
               WRITE TAXCAT-FD-REC FROM TAX-CATEGORY-REC
           ELSE
               REWRITE TAXCAT-FD-REC FROM TAX-CATEGORY-REC.
           ADD +1 TO CATEGORIES-SET.
       400-CHECK.
           IF NOT TAXCAT-FOUND
               DISPLAY "** TAXCAT UPDATE FAILED, STATUS "
                       TAXCAT-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       400-EXIT.
           EXIT.

      ******************************************************************
      *    500-LOAD-ONE-EXEMPTION - SETS A CUSTOMER'S TAX LOCALITY AND *
      *    EXEMPTION CERTIFICATE.  A CERTIFICATE MUST CARRY ITS EXPIRY *
      *    DATE; A BLANK CERTIFICATE JUST SETS THE LOCALITY.  'D'      *
      *    CLEARS THE CERTIFICATE AND LEAVES THE LOCALITY ALONE.       *
      ******************************************************************
       500-LOAD-ONE-EXEMPTION.
           MOVE "500-LOAD-ONE-EXEMPTION" TO PARA-NAME.
           IF NOT CUSTFILE-IS-OPEN
             OR TCD-CUSTOMER-ID = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** EXEMPTION CARD NOT VALID REJECTED: "
                       TCD-CUSTOMER-ID
               GO TO 500-EXIT.
           IF NOT TCD-DELETE
             AND TCD-EXEMPT-CERT NOT = SPACES
             AND (TCD-EXEMPT-EXPIRY NOT NUMERIC
                  OR TCD-EXEMPT-EXPIRY = ZERO)
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** EXEMPT CERTIFICATE WITHOUT EXPIRY REJECTED: "
                       TCD-CUSTOMER-ID
               GO TO 500-EXIT.

           MOVE SPACES TO CUSTFILE-REC-KEY.
           STRING TCD-CUSTOMER-ID 'A'
               DELIMITED BY SIZE INTO CUSTFILE-REC-KEY.
           READ CUSTFILE INTO WS-CUST-REC.
           IF NOT CUSTFILE-FOUND
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** EXEMPTION - CUSTOMER NOT ON MASTER: "
                       TCD-CUSTOMER-ID
               GO TO 500-EXIT.
           IF WS-CUST-TAX-EXEMPT-EXPIRY NOT NUMERIC
               MOVE ZERO TO WS-CUST-TAX-EXEMPT-EXPIRY.

           MOVE 'CUST' TO AUD-TYPE.
           MOVE TCD-CUSTOMER-ID TO AUD-KEY.
           MOVE WS-CUST-TAX-EXEMPT-CERT   TO AUD-CV-CERT.
           MOVE WS-CUST-TAX-EXEMPT-EXPIRY TO AUD-CV-EXPIRY.
           MOVE WS-CUST-TAX-LOCALITY      TO AUD-CV-LOCALITY.
           MOVE AUD-CUST-VIEW             TO AUD-OLD-VALUES.

           IF TCD-DELETE
               MOVE 'DEL ' TO AUD-ACTION
               MOVE SPACES TO WS-CUST-TAX-EXEMPT-CERT
               MOVE ZERO   TO WS-CUST-TAX-EXEMPT-EXPIRY
           ELSE
               MOVE 'SET ' TO AUD-ACTION
               MOVE TCD-TAX-LOCALITY TO WS-CUST-TAX-LOCALITY
               MOVE TCD-EXEMPT-CERT  TO WS-CUST-TAX-EXEMPT-CERT
               IF TCD-EXEMPT-CERT = SPACES
                   MOVE ZERO TO WS-CUST-TAX-EXEMPT-EXPIRY
               ELSE
                   MOVE TCD-EXEMPT-EXPIRY
                     TO WS-CUST-TAX-EXEMPT-EXPIRY.

           MOVE WS-CUST-TAX-EXEMPT-CERT   TO AUD-CV-CERT.
           MOVE WS-CUST-TAX-EXEMPT-EXPIRY TO AUD-CV-EXPIRY.
           MOVE WS-CUST-TAX-LOCALITY      TO AUD-CV-LOCALITY.
           MOVE AUD-CUST-VIEW             TO AUD-NEW-VALUES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.

           REWRITE CUSTFILE-FD-REC FROM WS-CUST-REC.
           IF NOT CUSTFILE-FOUND
               DISPLAY "** CUSTFILE REWRITE FAILED, STATUS "
                       CUSTFILE-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO CUSTOMERS-CHANGED.
       500-EXIT.
           EXIT.

       800-WRITE-AUDIT.
           MOVE TCD-CHANGED-BY       TO AUD-CHANGED-BY.
           MOVE WS-RUN-DATE          TO AUD-CHANGED-DATE.
           WRITE TAXAUDT-REC FROM AUD-LINE.
       800-EXIT.
           EXIT.

       900-READ-TAXCARD.
           READ TAXCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE TAXCARD, TAXRATE, TAXCAT, TAXAUDT.
           IF CUSTFILE-IS-OPEN
               CLOSE CUSTFILE.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** RATES ADDED        " RATES-ADDED.
           DISPLAY "** RATES CHANGED      " RATES-CHANGED.
           DISPLAY "** RATES DELETED      " RATES-DELETED.
           DISPLAY "** CATEGORIES SET     " CATEGORIES-SET.
           DISPLAY "** CATEGORIES DELETED " CATEGORIES-DELETED.
           DISPLAY "** CUSTOMERS CHANGED  " CUSTOMERS-CHANGED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB TAXLOAD ********".
       999-EXIT.
           EXIT.
