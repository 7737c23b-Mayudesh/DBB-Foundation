       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  APVLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * APVLOAD - A/P SUPPLIER REMIT-TO MAINTENANCE.  READS APVCARDS   *
      *           AND ADDS OR UPDATES THE SUPPLIER'S APVEND RECORD     *
      *           THAT APPAYRUN PAYS FROM.  COLS 1-5 ARE THE SUPPLIER  *
      *           CODE AND COL 6 THE CARD TYPE; EACH TYPE REPLACES     *
      *           ONLY ITS OWN FIELDS:                                 *
      *                                                                *
      *             N  7-36 REMIT-TO NAME      37-66 STREET ADDRESS    *
      *             A  7-26 CITY  27-28 STATE  29-38 ZIP               *
      *             P  7    METHOD C=CHECK A=ACH                       *
      *                8-16 BANK ROUTING      17-33 BANK ACCOUNT       *
      *               34    ACCOUNT TYPE C=CHECKING S=SAVINGS          *
      *               35    H = HOLD PAYMENTS, BLANK = RELEASE         *
      *                                                                *
      *           AN ACH ROUTING NUMBER MUST PASS THE ABA CHECK-DIGIT  *
      *           TEST.  BAD CARDS REJECT WITH A CONSOLE NOTE.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APVCARDS
           ASSIGN TO UT-S-APVCARDS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT APVEND
                  ASSIGN       to APVEND
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is APVEND-REC-KEY
                  FILE STATUS  is APVEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APVCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APVCARD-REC.
       01  APVCARD-REC.
           05  AVC-SUPPLIER-CODE           PIC X(05).
           05  AVC-CARD-TYPE               PIC X(01).
               88  AVC-NAME-CARD           VALUE 'N'.
               88  AVC-ADDRESS-CARD        VALUE 'A'.
               88  AVC-PAYMENT-CARD        VALUE 'P'.
           05  AVC-NAME-DATA.
               10  AVC-REMIT-NAME          PIC X(30).
               10  AVC-REMIT-ADDRESS       PIC X(30).
               10  FILLER                  PIC X(14).
           05  AVC-ADDRESS-DATA REDEFINES AVC-NAME-DATA.
               10  AVC-REMIT-CITY          PIC X(20).
               10  AVC-REMIT-STATE         PIC X(02).
               10  AVC-REMIT-ZIP           PIC X(10).
               10  FILLER                  PIC X(42).
           05  AVC-PAYMENT-DATA REDEFINES AVC-NAME-DATA.
               10  AVC-PAY-METHOD          PIC X(01).
               10  AVC-BANK-ROUTING        PIC 9(09).
               10  AVC-BANK-ROUTING-R REDEFINES AVC-BANK-ROUTING.
                   15  AVC-ROUTING-DIGIT   PIC 9(01) OCCURS 9 TIMES.
               10  AVC-BANK-ACCOUNT        PIC X(17).
               10  AVC-ACCOUNT-TYPE        PIC X(01).
               10  AVC-HOLD-FLAG           PIC X(01).
               10  FILLER                  PIC X(45).

       FD  APVEND
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS APVEND-FD-REC.
       01  APVEND-FD-REC.
           05 APVEND-REC-KEY   PIC X(05).
           05 FILLER           PIC X(145).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  APVEND-STATUS           PIC X(2).
               88 APVEND-OK            VALUE "00".
               88 APVEND-NOTFND        VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-ABA-SUM                  PIC 9(04) VALUE 0.
           05 WS-ABA-QUOTIENT             PIC 9(04) VALUE 0.
           05 WS-ABA-REMAINDER            PIC 9(02) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 SUPPLIERS-ADDED          PIC 9(7) COMP VALUE 0.
           05 SUPPLIERS-UPDATED        PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY APVEND.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CARDS-REJECTED > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           OPEN INPUT APVCARDS.
           OPEN I-O APVEND.
           IF NOT APVEND-OK
               OPEN OUTPUT APVEND
               CLOSE APVEND
               OPEN I-O APVEND.
           PERFORM 900-READ-APVCARDS THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-LOAD-ONE-CARD THRU 200-EXIT.
           PERFORM 900-READ-APVCARDS THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-LOAD-ONE-CARD.
           MOVE "200-LOAD-ONE-CARD" TO PARA-NAME.
           IF AVC-SUPPLIER-CODE = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BLANK SUPPLIER CODE REJECTED"
               GO TO 200-EXIT.
           IF NOT AVC-NAME-CARD AND NOT AVC-ADDRESS-CARD
                   AND NOT AVC-PAYMENT-CARD
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** UNKNOWN CARD TYPE " AVC-CARD-TYPE
                       " REJECTED: " AVC-SUPPLIER-CODE
               GO TO 200-EXIT.
           IF AVC-PAYMENT-CARD
               PERFORM 300-EDIT-PAYMENT-CARD THRU 300-EXIT
               IF AVC-CARD-TYPE = SPACE
                   GO TO 200-EXIT
               END-IF
           END-IF.

           MOVE AVC-SUPPLIER-CODE TO APVEND-REC-KEY.
           READ APVEND INTO AP-VENDOR-REC.
           IF APVEND-NOTFND
               INITIALIZE AP-VENDOR-REC
               MOVE AVC-SUPPLIER-CODE TO APV-SUPPLIER-CODE
               MOVE 'C' TO APV-PAY-METHOD
               MOVE 'C' TO APV-ACCOUNT-TYPE
           ELSE
           IF NOT APVEND-OK
               DISPLAY "** APVEND READ FAILED, STATUS "
                       APVEND-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.

           IF AVC-NAME-CARD
               MOVE AVC-REMIT-NAME    TO APV-REMIT-NAME
               MOVE AVC-REMIT-ADDRESS TO APV-REMIT-ADDRESS.
           IF AVC-ADDRESS-CARD
               MOVE AVC-REMIT-CITY    TO APV-REMIT-CITY
               MOVE AVC-REMIT-STATE   TO APV-REMIT-STATE
               MOVE AVC-REMIT-ZIP     TO APV-REMIT-ZIP.
           IF AVC-PAYMENT-CARD
               MOVE AVC-PAY-METHOD    TO APV-PAY-METHOD
               MOVE AVC-BANK-ROUTING  TO APV-BANK-ROUTING
               MOVE AVC-BANK-ACCOUNT  TO APV-BANK-ACCOUNT
               MOVE AVC-ACCOUNT-TYPE  TO APV-ACCOUNT-TYPE
               MOVE AVC-HOLD-FLAG     TO APV-HOLD-FLAG.

           IF APVEND-NOTFND
               WRITE APVEND-FD-REC FROM AP-VENDOR-REC
               IF APVEND-OK
                   ADD +1 TO SUPPLIERS-ADDED
               END-IF
           ELSE
               REWRITE APVEND-FD-REC FROM AP-VENDOR-REC
               IF APVEND-OK
                   ADD +1 TO SUPPLIERS-UPDATED
               END-IF
           END-IF.
           IF NOT APVEND-OK
               DISPLAY "** APVEND WRITE FAILED, STATUS "
                       APVEND-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-EDIT-PAYMENT-CARD - A BAD PAYMENT CARD IS REJECTED BY   *
      *    BLANKING ITS CARD TYPE.  AN ACH ROUTING NUMBER MUST PASS    *
      *    THE ABA TEST: 3 X (D1+D4+D7) + 7 X (D2+D5+D8) + (D3+D6+D9)  *
      *    ENDS IN ZERO.  A CHECK SUPPLIER NEEDS NO BANK DETAILS.      *
      ******************************************************************
       300-EDIT-PAYMENT-CARD.
           MOVE "300-EDIT-PAYMENT-CARD" TO PARA-NAME.
           IF AVC-PAY-METHOD NOT = 'C' AND AVC-PAY-METHOD NOT = 'A'
               DISPLAY "** PAYMENT METHOD MUST BE C OR A: "
                       AVC-SUPPLIER-CODE
               GO TO 300-REJECT.
           IF AVC-HOLD-FLAG NOT = 'H' AND AVC-HOLD-FLAG NOT = SPACE
               DISPLAY "** HOLD FLAG MUST BE H OR BLANK: "
                       AVC-SUPPLIER-CODE
               GO TO 300-REJECT.
           IF AVC-PAY-METHOD = 'C'
               IF AVC-BANK-ROUTING NOT NUMERIC
                   MOVE ZERO TO AVC-BANK-ROUTING
               END-IF
               IF AVC-ACCOUNT-TYPE = SPACE
                   MOVE 'C' TO AVC-ACCOUNT-TYPE
               END-IF
               GO TO 300-EXIT.

           IF AVC-BANK-ROUTING NOT NUMERIC
                   OR AVC-BANK-ROUTING = ZERO
                   OR AVC-BANK-ACCOUNT = SPACES
               DISPLAY "** ACH NEEDS ROUTING AND ACCOUNT: "
                       AVC-SUPPLIER-CODE
               GO TO 300-REJECT.
           IF AVC-ACCOUNT-TYPE NOT = 'C' AND AVC-ACCOUNT-TYPE NOT = 'S'
               DISPLAY "** ACCOUNT TYPE MUST BE C OR S: "
                       AVC-SUPPLIER-CODE
               GO TO 300-REJECT.
           COMPUTE WS-ABA-SUM =
               3 * (AVC-ROUTING-DIGIT (1) + AVC-ROUTING-DIGIT (4)
                  + AVC-ROUTING-DIGIT (7))
             + 7 * (AVC-ROUTING-DIGIT (2) + AVC-ROUTING-DIGIT (5)
                  + AVC-ROUTING-DIGIT (8))
             +     (AVC-ROUTING-DIGIT (3) + AVC-ROUTING-DIGIT (6)
                  + AVC-ROUTING-DIGIT (9)).
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER.
           IF WS-ABA-REMAINDER NOT = ZERO
               DISPLAY "** ROUTING NUMBER FAILS CHECK DIGIT: "
                       AVC-SUPPLIER-CODE " " AVC-BANK-ROUTING
               GO TO 300-REJECT.
           GO TO 300-EXIT.
       300-REJECT.
           ADD +1 TO CARDS-REJECTED.
           MOVE SPACE TO AVC-CARD-TYPE.
       300-EXIT.
           EXIT.

       900-READ-APVCARDS.
           READ APVCARDS
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE APVCARDS, APVEND.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** SUPPLIERS ADDED    " SUPPLIERS-ADDED.
           DISPLAY "** SUPPLIERS UPDATED  " SUPPLIERS-UPDATED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB APVLOAD ********".
       999-EXIT.
           EXIT.
