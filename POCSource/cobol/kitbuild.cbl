       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  KITBUILD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * KITBUILD - PROCEDURE KIT BUILD AND BREAKDOWN.  READS THE      *
      *            STOREROOM'S KIT TRANSACTIONS AND MOVES STOCK       *
      *            BETWEEN A KIT AND ITS KITDEF COMPONENTS:           *
      *                                                               *
      *              B - BUILD: EACH COMPONENT COMES DOWN BY ITS      *
      *                  QUANTITY PER KIT TIMES THE KITS BUILT, AND   *
      *                  THE KIT GOES UP BY THE KITS BUILT ('KITB')   *
      *              K - BREAKDOWN: THE KIT COMES DOWN AND THE        *
      *                  COMPONENTS GO BACK ON THE SHELF ('KITX')     *
      *                                                               *
      *            EVERY PART_STOCK CHANGE IS WRITTEN TO MOVLEDGR.    *
      *            NOTHING MOVES UNLESS EVERY PART THAT COMES DOWN    *
      *            HAS THE QUANTITY ON THE BOOKS, AND EACH            *
      *            TRANSACTION COMMITS ON ITS OWN.                    *
      *                                                               *
      *            KIT TRANSACTION (80 COLS):                         *
      *              1      ACTION (B/K)      2-24  KIT PART NUMBER   *
      *             25-29   KITS 9(5)        30-37  STOREROOM USER    *
      *                                                               *
      *            BAD TRANSACTIONS REJECT TO KITTERR WITH THE        *
      *            REASON.                                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KITTRAN
           ASSIGN TO UT-S-KITTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT KITTERR
           ASSIGN TO UT-S-KITTERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT MOVLEDGR-FILE ASSIGN TO UT-S-MOVLEDGR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MOVLEDGR-STATUS.

           SELECT KITDEF
                  ASSIGN       to KITDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is KITDEF-REC-KEY
                  FILE STATUS  is KITDEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KITTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITTRAN-REC.
       01  KITTRAN-REC.
           05  KTR-ACTION                  PIC X(01).
               88  KTR-BUILD               VALUE 'B'.
               88  KTR-BREAKDOWN           VALUE 'K'.
               88  KTR-VALID-ACTION        VALUES 'B', 'K'.
           05  KTR-KIT-PART-NUM            PIC X(23).
           05  KTR-KIT-QTY                 PIC X(05).
           05  KTR-KIT-QTY-N REDEFINES KTR-KIT-QTY
                                           PIC 9(05).
           05  KTR-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(43).

       FD  KITTERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITTERR-REC.
       01  KITTERR-REC.
           05  KITTERR-MSG                 PIC X(40).
           05  KITTERR-REST                PIC X(80).

       FD  MOVLEDGR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVEMENT-LEDGER-REC.
           COPY MOVLEDGR.

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
           05  MOVLEDGR-STATUS         PIC X(2).
               88 MOVLEDGR-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-COMPS-DONE-SW            PIC X(01) VALUE "N".
              88 COMPS-DONE VALUE "Y".
           05 WS-STEP-SW                  PIC X(01) VALUE "Y".
              88 STEP-FAILED VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-KIT-QTY-BEFORE           PIC S9(9) COMP VALUE +0.
           05 WS-KIT-QTY-CHANGE           PIC S9(9) COMP VALUE +0.

      *    THE KIT'S COMPONENTS, LOADED FROM KITDEF BEFORE ANY STOCK
      *    MOVES.  KITS OF MORE THAN 50 COMPONENTS ARE TURNED AWAY.
       01  KIT-COMP-TABLE.
           05 KCT-COUNT                   PIC S9(04) COMP VALUE +0.
           05 KCT-ENTRY OCCURS 50 TIMES.
              10 KCT-PART-NUM             PIC X(23).
              10 KCT-QTY-CHANGE           PIC S9(9) COMP.
              10 KCT-QTY-BEFORE           PIC S9(9) COMP.
       01  KCT-SUB                        PIC S9(04) COMP VALUE +0.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).
           05  HV-QUANTITY             PIC S9(9) COMP.
           05  HV-PART-QUANT           PIC S9(9) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TRANS-READ               PIC 9(7) COMP VALUE 0.
           05 KITS-BUILT               PIC 9(7) COMP VALUE 0.
           05 KITS-BROKEN-DOWN         PIC 9(7) COMP VALUE 0.
           05 MOVEMENTS-WRITTEN        PIC 9(7) COMP VALUE 0.
           05 TRANS-REJECTED           PIC 9(7) COMP VALUE 0.

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
           IF TRANS-REJECTED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT KITTRAN.
           OPEN OUTPUT KITTERR.
           OPEN EXTEND MOVLEDGR-FILE.
           IF NOT MOVLEDGR-OK
               OPEN OUTPUT MOVLEDGR-FILE.
           OPEN INPUT KITDEF.
           IF NOT KITDEF-FOUND
               DISPLAY "** KITDEF OPEN FAILED " KITDEF-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-KITTRAN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-EDIT-TRAN THRU 200-EXIT.
           PERFORM 900-READ-KITTRAN THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-EDIT-TRAN - THE TRANSACTION AND THE KIT ARE PROVEN AND  *
      *    THE KIT'S COMPONENTS LOADED BEFORE ANYTHING IS UPDATED.     *
      ******************************************************************
       200-EDIT-TRAN.
           MOVE "200-EDIT-TRAN" TO PARA-NAME.
           IF NOT KTR-VALID-ACTION
               MOVE "*** INVALID ACTION - USE B OR K" TO KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF KTR-KIT-PART-NUM = SPACES
               MOVE "*** BLANK KIT PART NUMBER" TO KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF KTR-KIT-QTY-N NOT NUMERIC OR KTR-KIT-QTY-N = ZERO
               MOVE "*** INVALID NUMBER OF KITS" TO KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF KTR-USER-ID = SPACES
               MOVE "*** BLANK STOREROOM USER" TO KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE KTR-KIT-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES           TO KTH-COMP-PART-NUM.
           MOVE KTH-KEY          TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               MOVE "*** KIT NOT DEFINED ON KITDEF" TO KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE ZERO TO KCT-COUNT.
           MOVE "N"  TO WS-COMPS-DONE-SW.
           START KITDEF KEY > KITDEF-REC-KEY.
           IF NOT KITDEF-FOUND
               MOVE "Y" TO WS-COMPS-DONE-SW.
           PERFORM 250-LOAD-COMPONENT THRU 250-EXIT
                   UNTIL COMPS-DONE.
           IF KCT-COUNT > 50
               MOVE "*** KIT HAS MORE THAN 50 COMPONENTS" TO
                   KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 200-EXIT.
           IF KCT-COUNT = ZERO
               MOVE "*** KIT HAS NO COMPONENTS ON KITDEF" TO
                   KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 200-EXIT.

           PERFORM 300-MOVE-STOCK THRU 300-EXIT.
       200-EXIT.
           EXIT.

      *    ONE COMPONENT RECORD.  A BUILD TAKES THE COMPONENT DOWN, A
      *    BREAKDOWN PUTS IT BACK - THE CHANGE IS CARRIED SIGNED AS
      *    THE AMOUNT THAT COMES OFF THE BOOKS.
       250-LOAD-COMPONENT.
           READ KITDEF NEXT RECORD INTO KIT-DEF-REC
               AT END MOVE "Y" TO WS-COMPS-DONE-SW
               GO TO 250-EXIT
           END-READ.
           IF KIT-PART-NUM NOT = KTR-KIT-PART-NUM
               MOVE "Y" TO WS-COMPS-DONE-SW
               GO TO 250-EXIT.
           ADD +1 TO KCT-COUNT.
           IF KCT-COUNT > 50
               MOVE "Y" TO WS-COMPS-DONE-SW
               GO TO 250-EXIT.
           MOVE KIT-COMP-PART-NUM TO KCT-PART-NUM (KCT-COUNT).
           COMPUTE KCT-QTY-CHANGE (KCT-COUNT) =
               KIT-COMP-QTY * KTR-KIT-QTY-N.
           IF KTR-BREAKDOWN
               COMPUTE KCT-QTY-CHANGE (KCT-COUNT) =
                   0 - KCT-QTY-CHANGE (KCT-COUNT).
       250-EXIT.
           EXIT.

      ******************************************************************
      *    300-MOVE-STOCK - EVERY PART THAT COMES DOWN MUST HAVE THE   *
      *    QUANTITY ON THE BOOKS.  THEN THE KIT AND ITS COMPONENTS     *
      *    ARE UPDATED TOGETHER AND COMMITTED, OR ROLLED BACK          *
      *    TOGETHER, AND THE MOVEMENTS GO TO THE LEDGER.               *
      ******************************************************************
       300-MOVE-STOCK.
           MOVE "300-MOVE-STOCK" TO PARA-NAME.
           MOVE KTR-KIT-PART-NUM TO HV-PART-NUM.
           PERFORM 800-SELECT-QUANT THRU 800-EXIT.
           IF SQLCODE NOT = 0
               GO TO 300-EXIT.
           MOVE HV-PART-QUANT TO WS-KIT-QTY-BEFORE.
           MOVE KTR-KIT-QTY-N TO WS-KIT-QTY-CHANGE.
           IF KTR-BUILD
               COMPUTE WS-KIT-QTY-CHANGE = 0 - WS-KIT-QTY-CHANGE
           ELSE
           IF WS-KIT-QTY-BEFORE < WS-KIT-QTY-CHANGE
               MOVE "*** BOOK STOCK SHORT FOR THE KIT" TO
                   KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               GO TO 300-EXIT.

           MOVE "Y" TO WS-STEP-SW.
           PERFORM 320-CHECK-COMPONENT THRU 320-EXIT
                   VARYING KCT-SUB FROM 1 BY 1
                   UNTIL KCT-SUB > KCT-COUNT
                   OR STEP-FAILED.
           IF STEP-FAILED
               GO TO 300-EXIT.

           MOVE KTR-KIT-PART-NUM  TO HV-PART-NUM.
           MOVE WS-KIT-QTY-CHANGE TO HV-QUANTITY.
           PERFORM 850-UPDATE-QUANT THRU 850-EXIT.
           PERFORM 340-UPDATE-COMPONENT THRU 340-EXIT
                   VARYING KCT-SUB FROM 1 BY 1
                   UNTIL KCT-SUB > KCT-COUNT
                   OR STEP-FAILED.
           IF STEP-FAILED
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.

           EXEC SQL COMMIT END-EXEC.

           MOVE KTR-KIT-PART-NUM  TO HV-PART-NUM.
           MOVE WS-KIT-QTY-BEFORE TO HV-PART-QUANT.
           MOVE WS-KIT-QTY-CHANGE TO HV-QUANTITY.
           PERFORM 600-LEDGER-MOVEMENT THRU 600-EXIT.
           PERFORM 360-LEDGER-COMPONENT THRU 360-EXIT
                   VARYING KCT-SUB FROM 1 BY 1
                   UNTIL KCT-SUB > KCT-COUNT.
           IF KTR-BUILD
               ADD KTR-KIT-QTY-N TO KITS-BUILT
           ELSE
               ADD KTR-KIT-QTY-N TO KITS-BROKEN-DOWN.
       300-EXIT.
           EXIT.

       320-CHECK-COMPONENT.
           MOVE KCT-PART-NUM (KCT-SUB) TO HV-PART-NUM.
           PERFORM 800-SELECT-QUANT THRU 800-EXIT.
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-STEP-SW
               GO TO 320-EXIT.
           MOVE HV-PART-QUANT TO KCT-QTY-BEFORE (KCT-SUB).
           IF HV-PART-QUANT < KCT-QTY-CHANGE (KCT-SUB)
               MOVE "*** BOOK STOCK SHORT FOR A COMPONENT" TO
                   KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
               MOVE "N" TO WS-STEP-SW.
       320-EXIT.
           EXIT.

       340-UPDATE-COMPONENT.
           MOVE KCT-PART-NUM (KCT-SUB)   TO HV-PART-NUM.
           MOVE KCT-QTY-CHANGE (KCT-SUB) TO HV-QUANTITY.
           PERFORM 850-UPDATE-QUANT THRU 850-EXIT.
       340-EXIT.
           EXIT.

       360-LEDGER-COMPONENT.
           MOVE KCT-PART-NUM (KCT-SUB)   TO HV-PART-NUM.
           MOVE KCT-QTY-BEFORE (KCT-SUB) TO HV-PART-QUANT.
           MOVE KCT-QTY-CHANGE (KCT-SUB) TO HV-QUANTITY.
           PERFORM 600-LEDGER-MOVEMENT THRU 600-EXIT.
       360-EXIT.
           EXIT.

      *    HV-QUANTITY IS THE AMOUNT THAT CAME OFF THE BOOKS - NEGATIVE
      *    WHEN THE PART WENT UP.
       600-LEDGER-MOVEMENT.
           INITIALIZE MOVEMENT-LEDGER-REC.
           MOVE HV-PART-NUM     TO MOV-PART-NUMBER.
           MOVE WS-RUN-DATE     TO MOV-DATE.
           MOVE HV-PART-QUANT   TO MOV-QTY-BEFORE.
           COMPUTE MOV-QTY-AFTER = HV-PART-QUANT - HV-QUANTITY.
           MOVE 'KITBUILD'      TO MOV-SOURCE-PROGRAM.
           IF KTR-BUILD
               MOVE 'KITB'      TO MOV-REASON-CODE
           ELSE
               MOVE 'KITX'      TO MOV-REASON-CODE.
           WRITE MOVEMENT-LEDGER-REC.
           ADD +1 TO MOVEMENTS-WRITTEN.
       600-EXIT.
           EXIT.

       710-WRITE-KITTERR.
           MOVE KITTRAN-REC TO KITTERR-REST.
           WRITE KITTERR-REC.
           ADD +1 TO TRANS-REJECTED.
       710-EXIT.
           EXIT.

       800-SELECT-QUANT.
           EXEC SQL
                SELECT PART_QUANT
                INTO   :HV-PART-QUANT
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 100
               MOVE "*** KIT OR COMPONENT NOT ON PART_STOCK" TO
                   KITTERR-MSG
               PERFORM 710-WRITE-KITTERR THRU 710-EXIT
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       800-EXIT.
           EXIT.

       850-UPDATE-QUANT.
           IF STEP-FAILED
               GO TO 850-EXIT.
           EXEC SQL
                UPDATE PART_STOCK
                SET    PART_QUANT = PART_QUANT - :HV-QUANTITY
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK UPDATE FAILED " SQLCODE
                       " FOR " HV-PART-NUM
               MOVE "N" TO WS-STEP-SW.
       850-EXIT.
           EXIT.

       900-READ-KITTRAN.
           READ KITTRAN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO TRANS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE KITTRAN, KITTERR, MOVLEDGR-FILE, KITDEF.
           DISPLAY "** TRANSACTIONS READ  " TRANS-READ.
           DISPLAY "** KITS BUILT         " KITS-BUILT.
           DISPLAY "** KITS BROKEN DOWN   " KITS-BROKEN-DOWN.
           DISPLAY "** MOVEMENTS WRITTEN  " MOVEMENTS-WRITTEN.
           DISPLAY "** REJECTED           " TRANS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB KITBUILD ********".
       999-EXIT.
           EXIT.
