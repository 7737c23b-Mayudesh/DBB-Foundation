       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  KITLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * KITLOAD  - PROCEDURE KIT DEFINITION MAINTENANCE.  READS THE   *
      *            STOREROOM'S KIT CARDS AND APPLIES THEM TO KITDEF:  *
      *                                                               *
      *              H - ADD A KIT OR CHANGE ITS DESCRIPTION.  THE    *
      *                  KIT IS A PART OF ITS OWN ON PART_STOCK       *
      *              C - ADD A COMPONENT TO THE KIT, OR CHANGE THE    *
      *                  QUANTITY OF IT IN ONE KIT                    *
      *              D - TAKE A COMPONENT OUT OF THE KIT              *
      *              X - TAKE THE KIT OFF KITDEF.  ITS COMPONENTS     *
      *                  MUST BE TAKEN OUT FIRST                      *
      *                                                               *
      *            A COMPONENT MUST BE ON PART_STOCK, MAY NOT BE THE  *
      *            KIT ITSELF, AND MAY NOT BE A KIT OF ITS OWN - KITS *
      *            ARE ONE LEVEL DEEP.  THE KIT MUST BE SET UP BEFORE *
      *            ITS COMPONENTS.                                    *
      *                                                               *
      *            KIT CARD (80 COLS):                                *
      *              1      ACTION (H/C/D/X)  2-24  KIT PART NUMBER   *
      *             25-47   COMPONENT PART   48-52  QTY PER KIT 9(5)  *
      *             25-54   DESCRIPTION (H CARD ONLY)                 *
      *             73-80   CHANGED BY                                *
      *                                                               *
      *            BAD CARDS REJECT TO KITERR WITH THE REASON.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KITCARD
           ASSIGN TO UT-S-KITCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT KITERR
           ASSIGN TO UT-S-KITERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT KITDEF
                  ASSIGN       to KITDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is KITDEF-REC-KEY
                  FILE STATUS  is KITDEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KITCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITCARD-REC.
       01  KITCARD-REC.
           05  KCD-ACTION                  PIC X(01).
               88  KCD-HEADER              VALUE 'H'.
               88  KCD-COMPONENT           VALUE 'C'.
               88  KCD-DELETE              VALUE 'D'.
               88  KCD-DELETE-KIT          VALUE 'X'.
               88  KCD-VALID-ACTION        VALUES 'H', 'C', 'D', 'X'.
           05  KCD-KIT-PART-NUM            PIC X(23).
           05  KCD-COMP-DATA.
               10  KCD-COMP-PART-NUM       PIC X(23).
               10  KCD-COMP-QTY            PIC X(05).
               10  KCD-COMP-QTY-N REDEFINES KCD-COMP-QTY
                                           PIC 9(05).
               10  FILLER                  PIC X(02).
           05  KCD-HEADER-DATA REDEFINES KCD-COMP-DATA.
               10  KCD-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X(18).
           05  KCD-CHANGED-BY              PIC X(08).

       FD  KITERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITERR-REC.
       01  KITERR-REC.
           05  KITERR-MSG                  PIC X(40).
           05  KITERR-REST                 PIC X(80).

       FD  KITDEF
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS KITDEF-FD-REC.
       01  KITDEF-FD-REC.
           05 KITDEF-REC-KEY   PIC X(46).
           05 FILLER           PIC X(54).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  KITDEF-STATUS           PIC X(2).
               88 KITDEF-FOUND         VALUE "00".
               88 KITDEF-NOT-FOUND     VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 KITS-ADDED               PIC 9(7) COMP VALUE 0.
           05 KITS-CHANGED             PIC 9(7) COMP VALUE 0.
           05 KITS-DELETED             PIC 9(7) COMP VALUE 0.
           05 COMPS-ADDED              PIC 9(7) COMP VALUE 0.
           05 COMPS-CHANGED            PIC 9(7) COMP VALUE 0.
           05 COMPS-DELETED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY KITDEF.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

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
           OPEN INPUT KITCARD.
           OPEN I-O KITDEF.
           IF NOT KITDEF-FOUND
               OPEN OUTPUT KITDEF
               CLOSE KITDEF
               OPEN I-O KITDEF.
           OPEN OUTPUT KITERR.
           PERFORM 900-READ-KITCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-EDIT-CARD THRU 200-EXIT.
           PERFORM 900-READ-KITCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-EDIT-CARD - EDITS COMMON TO EVERY ACTION, THEN THE      *
      *    ACTION'S OWN PARAGRAPH.                                     *
      ******************************************************************
       200-EDIT-CARD.
           MOVE "200-EDIT-CARD" TO PARA-NAME.
           IF NOT KCD-VALID-ACTION
               MOVE "*** INVALID KIT CARD ACTION CODE" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF KCD-KIT-PART-NUM = SPACES
               MOVE "*** BLANK KIT PART NUMBER" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF KCD-CHANGED-BY = SPACES
               MOVE "*** BLANK CHANGED-BY" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF KCD-HEADER
               PERFORM 300-APPLY-KIT THRU 300-EXIT
               GO TO 200-EXIT.

           IF KCD-DELETE-KIT
               PERFORM 600-DELETE-KIT THRU 600-EXIT
               GO TO 200-EXIT.

           IF KCD-COMP-PART-NUM = SPACES
               MOVE "*** BLANK COMPONENT PART NUMBER" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF KCD-COMPONENT
               PERFORM 400-APPLY-COMPONENT THRU 400-EXIT
           ELSE
               PERFORM 500-DELETE-COMPONENT THRU 500-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-APPLY-KIT - THE KIT'S OWN RECORD.  A NEW KIT NEEDS A    *
      *    DESCRIPTION AND MUST BE STOCKED ON PART_STOCK.              *
      ******************************************************************
       300-APPLY-KIT.
           MOVE "300-APPLY-KIT" TO PARA-NAME.
           IF KCD-DESCRIPTION = SPACES
               MOVE "*** BLANK KIT DESCRIPTION" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 300-EXIT.

           MOVE KCD-KIT-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES           TO KTH-COMP-PART-NUM.
           MOVE KTH-KEY          TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-HEADER-REC.
           IF KITDEF-FOUND
               MOVE KCD-DESCRIPTION  TO KTH-DESCRIPTION
               MOVE KCD-CHANGED-BY   TO KTH-CHANGED-BY
               MOVE WS-RUN-DATE      TO KTH-CHANGED-DATE
               REWRITE KITDEF-FD-REC FROM KIT-HEADER-REC
               IF NOT KITDEF-FOUND
                   DISPLAY "** KITDEF REWRITE FAILED, STATUS "
                           KITDEF-STATUS " FOR KIT " KCD-KIT-PART-NUM
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               ELSE
                   ADD +1 TO KITS-CHANGED
               END-IF
               GO TO 300-EXIT.

           MOVE KCD-KIT-PART-NUM TO HV-PART-NUM.
           PERFORM 800-CHECK-PART-STOCK THRU 800-EXIT.
           IF SQLCODE NOT = 0
               GO TO 300-EXIT.

           INITIALIZE KIT-HEADER-REC.
           MOVE KCD-KIT-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES           TO KTH-COMP-PART-NUM.
           MOVE KCD-DESCRIPTION  TO KTH-DESCRIPTION.
           MOVE ZERO             TO KTH-COMP-COUNT.
           MOVE KCD-CHANGED-BY   TO KTH-CHANGED-BY.
           MOVE WS-RUN-DATE      TO KTH-CHANGED-DATE.
           MOVE KTH-KEY          TO KITDEF-REC-KEY.
           WRITE KITDEF-FD-REC FROM KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               DISPLAY "** KITDEF WRITE FAILED, STATUS "
                       KITDEF-STATUS " FOR KIT " KCD-KIT-PART-NUM
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO KITS-ADDED.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-APPLY-COMPONENT - ADD OR CHANGE ONE COMPONENT OF A KIT  *
      *    THAT IS ALREADY SET UP.  A NEW COMPONENT BUMPS THE KIT'S    *
      *    COMPONENT COUNT.                                            *
      ******************************************************************
       400-APPLY-COMPONENT.
           MOVE "400-APPLY-COMPONENT" TO PARA-NAME.
           IF KCD-COMP-QTY-N NOT NUMERIC OR KCD-COMP-QTY-N = ZERO
               MOVE "*** INVALID QUANTITY PER KIT" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 400-EXIT.

           IF KCD-COMP-PART-NUM = KCD-KIT-PART-NUM
               MOVE "*** A KIT CANNOT CONTAIN ITSELF" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 400-EXIT.

      *    KITS ARE ONE LEVEL DEEP - A COMPONENT WITH A KIT RECORD OF
      *    ITS OWN IS TURNED AWAY.
           MOVE KCD-COMP-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES            TO KTH-COMP-PART-NUM.
           MOVE KTH-KEY           TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-HEADER-REC.
           IF KITDEF-FOUND
               MOVE "*** COMPONENT IS ITSELF A KIT" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 400-EXIT.

           MOVE KCD-COMP-PART-NUM TO HV-PART-NUM.
           PERFORM 800-CHECK-PART-STOCK THRU 800-EXIT.
           IF SQLCODE NOT = 0
               GO TO 400-EXIT.

           MOVE KCD-KIT-PART-NUM TO KIT-PART-NUM.
           MOVE KCD-COMP-PART-NUM TO KIT-COMP-PART-NUM.
           MOVE KIT-KEY          TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-DEF-REC.
           IF KITDEF-FOUND
               MOVE KCD-COMP-QTY-N   TO KIT-COMP-QTY
               MOVE KCD-CHANGED-BY   TO KIT-CHANGED-BY
               MOVE WS-RUN-DATE      TO KIT-CHANGED-DATE
               REWRITE KITDEF-FD-REC FROM KIT-DEF-REC
               IF NOT KITDEF-FOUND
                   DISPLAY "** KITDEF REWRITE FAILED, STATUS "
                           KITDEF-STATUS " FOR " KIT-KEY
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               ELSE
                   ADD +1 TO COMPS-CHANGED
               END-IF
               GO TO 400-EXIT.

           MOVE KCD-KIT-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES           TO KTH-COMP-PART-NUM.
           MOVE KTH-KEY          TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               MOVE "*** KIT NOT SET UP ON KITDEF" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 400-EXIT.
           ADD +1 TO KTH-COMP-COUNT.
           MOVE KCD-CHANGED-BY   TO KTH-CHANGED-BY.
           MOVE WS-RUN-DATE      TO KTH-CHANGED-DATE.
           REWRITE KITDEF-FD-REC FROM KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               DISPLAY "** KITDEF REWRITE FAILED, STATUS "
                       KITDEF-STATUS " FOR KIT " KCD-KIT-PART-NUM
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.

           INITIALIZE KIT-DEF-REC.
           MOVE KCD-KIT-PART-NUM  TO KIT-PART-NUM.
           MOVE KCD-COMP-PART-NUM TO KIT-COMP-PART-NUM.
           MOVE KCD-COMP-QTY-N    TO KIT-COMP-QTY.
           MOVE KCD-CHANGED-BY    TO KIT-CHANGED-BY.
           MOVE WS-RUN-DATE       TO KIT-CHANGED-DATE.
           MOVE KIT-KEY           TO KITDEF-REC-KEY.
           WRITE KITDEF-FD-REC FROM KIT-DEF-REC.
           IF NOT KITDEF-FOUND
               DISPLAY "** KITDEF WRITE FAILED, STATUS "
                       KITDEF-STATUS " FOR " KIT-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           ADD +1 TO COMPS-ADDED.
       400-EXIT.
           EXIT.

       500-DELETE-COMPONENT.
           MOVE "500-DELETE-COMPONENT" TO PARA-NAME.
           MOVE KCD-KIT-PART-NUM  TO KIT-PART-NUM.
           MOVE KCD-COMP-PART-NUM TO KIT-COMP-PART-NUM.
           MOVE KIT-KEY           TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-DEF-REC.
           IF NOT KITDEF-FOUND
               MOVE "*** COMPONENT NOT IN THE KIT" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 500-EXIT.
           DELETE KITDEF.
           IF NOT KITDEF-FOUND
               DISPLAY "** KITDEF DELETE FAILED, STATUS "
                       KITDEF-STATUS " FOR " KIT-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO COMPS-DELETED.

           MOVE KCD-KIT-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES           TO KTH-COMP-PART-NUM.
           MOVE KTH-KEY          TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               GO TO 500-EXIT.
           IF KTH-COMP-COUNT > ZERO
               SUBTRACT 1 FROM KTH-COMP-COUNT.
           MOVE KCD-CHANGED-BY   TO KTH-CHANGED-BY.
           MOVE WS-RUN-DATE      TO KTH-CHANGED-DATE.
           REWRITE KITDEF-FD-REC FROM KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               DISPLAY "** KITDEF REWRITE FAILED, STATUS "
                       KITDEF-STATUS " FOR KIT " KCD-KIT-PART-NUM
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       500-EXIT.
           EXIT.

       600-DELETE-KIT.
           MOVE "600-DELETE-KIT" TO PARA-NAME.
           MOVE KCD-KIT-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES           TO KTH-COMP-PART-NUM.
           MOVE KTH-KEY          TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               MOVE "*** KIT NOT SET UP ON KITDEF" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 600-EXIT.
           IF KTH-COMP-COUNT > ZERO
               MOVE "*** KIT STILL HAS COMPONENTS" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
               GO TO 600-EXIT.
           DELETE KITDEF.
           IF NOT KITDEF-FOUND
               DISPLAY "** KITDEF DELETE FAILED, STATUS "
                       KITDEF-STATUS " FOR KIT " KCD-KIT-PART-NUM
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 600-EXIT.
           ADD +1 TO KITS-DELETED.
       600-EXIT.
           EXIT.

       710-WRITE-KITERR.
           MOVE KITCARD-REC TO KITERR-REST.
           WRITE KITERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

      *    THE PART MUST BE ON PART_STOCK.  SQLCODE COMES BACK ZERO
      *    ONLY WHEN IT IS; THE CARD IS REJECTED OTHERWISE.
       800-CHECK-PART-STOCK.
           EXEC SQL
                SELECT PART_NUM
                INTO   :HV-PART-NUM
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 100
               MOVE "*** PART NOT ON PART_STOCK" TO KITERR-MSG
               PERFORM 710-WRITE-KITERR THRU 710-EXIT
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       800-EXIT.
           EXIT.

       900-READ-KITCARD.
           READ KITCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE KITCARD, KITDEF, KITERR.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** KITS ADDED         " KITS-ADDED.
           DISPLAY "** KITS CHANGED       " KITS-CHANGED.
           DISPLAY "** KITS DELETED       " KITS-DELETED.
           DISPLAY "** COMPONENTS ADDED   " COMPS-ADDED.
           DISPLAY "** COMPONENTS CHANGED " COMPS-CHANGED.
           DISPLAY "** COMPONENTS DELETED " COMPS-DELETED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB KITLOAD ********".
       999-EXIT.
           EXIT.
