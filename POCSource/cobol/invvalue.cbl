      *                       ROLLS FORWARD                           *
      *              PASS 3 - THE PART_STOCK_LOC BY-LOCATION          *
      *                       BALANCES VALUE AT THE SAME COST         *
      *                                                               *
      *            A PROCEDURE KIT (KITDEF) IS NOT BOUGHT, SO ITS     *
      *            COST IS THE SUM OF ITS COMPONENTS' AVERAGE COSTS   *
      *            TIMES THE QUANTITY OF EACH IN ONE KIT, AND THAT    *
      *            ROLLED-UP COST IS KEPT AS THE KIT'S AVERAGE.       *
      *                                                               *
      *            THE TOTAL AND ITS MONTH-OVER-MONTH CHANGE ALSO GO  *
      *            OUT ON INVVSUM, FOR THE INVJRNL JOURNAL PROOF.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY   is PARTCOST-REC-KEY
                  FILE STATUS  is PARTCOST-STATUS.

           SELECT KITDEF
                  ASSIGN       to KITDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is KITDEF-REC-KEY
                  FILE STATUS  is KITDEF-STATUS.

           SELECT VALURPT
           ASSIGN TO UT-S-VALURPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT INVVSUM
           ASSIGN TO UT-S-INVVSUM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYAPPRV
           05  PAY-UNIT-PRICE              PIC 9(07)V99.
           05  PAY-LINE-AMOUNT             PIC 9(11)V99.
           05  PAY-REFERENCE               PIC X(15).
           05  PAY-INVOICE-DATE            PIC 9(08).
           05  PAY-RELEASE-DATE            PIC 9(08).
           05  FILLER                      PIC X(03).

       FD  PARTCOST
           RECORD CONTAINS 80 CHARACTERS
           05 PARTCOST-REC-KEY PIC X(23).
           05 FILLER           PIC X(57).

       FD  KITDEF
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS KITDEF-FD-REC.
       01  KITDEF-FD-REC.
           05 KITDEF-REC-KEY   PIC X(46).
           05 FILLER           PIC X(54).

       FD  VALURPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VALURPT-REC.
       01  VALURPT-REC                      PIC X(132).

       FD  INVVSUM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVVSUM-REC.
       01  INVVSUM-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PARTCOST-STATUS         PIC X(2).
               88 PARTCOST-FOUND       VALUE "00".
               88 PARTCOST-NOT-FOUND   VALUE "23".
           05  KITDEF-STATUS           PIC X(2).
               88 KITDEF-FOUND         VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

              88 LOC-CURSOR-DONE VALUE "Y".
           05 PARTCOST-NEW-SW             PIC X(01) VALUE "N".
              88 PARTCOST-IS-NEW VALUE "Y".
           05 WS-KITDEF-SW                PIC X(01) VALUE "Y".
              88 KITDEF-OPEN VALUE "Y".
           05 WS-KIT-SW                   PIC X(01) VALUE "N".
              88 PART-IS-KIT VALUE "Y".
           05 WS-COMPS-DONE-SW            PIC X(01) VALUE "N".
              88 COMPS-DONE VALUE "Y".
           05 WS-KIT-COST                 PIC S9(07)V99 COMP-3
                                          VALUE +0.
           05 WS-NEW-BASIS                PIC 9(10) VALUE 0.
           05 WS-PART-VALUE               PIC S9(13)V99 COMP-3
                                          VALUE +0.
           05 RECEIPTS-READ            PIC 9(7) COMP VALUE 0.
           05 PARTS-VALUED             PIC 9(7) COMP VALUE 0.
           05 PARTS-UNCOSTED           PIC 9(7) COMP VALUE 0.
           05 KITS-ROLLED-UP           PIC 9(7) COMP VALUE 0.
           05 KIT-COMPS-UNCOSTED       PIC 9(7) COMP VALUE 0.
           05 WS-TOTAL-VALUE           PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOTAL-PRIOR           PIC S9(13)V99 COMP-3 VALUE +0.

       COPY PARTCOST.

       COPY KITDEF.

       COPY INVVSUM.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
               OPEN OUTPUT PARTCOST
               CLOSE PARTCOST
               OPEN I-O PARTCOST.
      *    WITHOUT KITDEF EVERY PART VALUES AT ITS OWN AVERAGE.
           OPEN INPUT KITDEF.
           IF NOT KITDEF-FOUND
               MOVE "N" TO WS-KITDEF-SW.
           OPEN OUTPUT VALURPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE VALURPT-REC FROM RPT-HEADER-LINE.
      ******************************************************************
      *    100-ROLL-RECEIPTS - EACH PRICED RECEIPT MOVES THE PART'S    *
      *    AVERAGE: NEW AVG = (BASIS*AVG + QTY*PRICE)/(BASIS+QTY).     *
      *    ITS PRICE BECOMES THE PART'S LAST PURCHASE PRICE.           *
      ******************************************************************
       100-ROLL-RECEIPTS.
           MOVE "100-ROLL-RECEIPTS" TO PARA-NAME.
                   + PAY-QTY-BILLED * PAY-UNIT-PRICE )
                   / WS-NEW-BASIS.
           MOVE WS-NEW-BASIS TO PCO-BASIS-QTY.
           MOVE PAY-UNIT-PRICE   TO PCO-LAST-PRICE.
           MOVE PAY-RELEASE-DATE TO PCO-LAST-PRICE-DATE.

           MOVE PCO-PART-NUM TO PARTCOST-REC-KEY.
           IF PARTCOST-IS-NEW
               MOVE "Y" TO WS-CURSOR-DONE-SW
               GO TO 350-EXIT.

           PERFORM 400-ROLL-UP-KIT THRU 400-EXIT.
           MOVE HV-PART-NUM TO PARTCOST-REC-KEY.
           READ PARTCOST INTO PART-COST-REC.
           IF NOT PARTCOST-FOUND
               IF NOT PART-IS-KIT
                   ADD +1 TO PARTS-UNCOSTED
               END-IF
               INITIALIZE PART-COST-REC
               MOVE HV-PART-NUM TO PCO-PART-NUM
               MOVE ZERO TO PCO-AVG-COST, PCO-BASIS-QTY,
                            PCO-PRIOR-VALUE.
           IF PART-IS-KIT
               MOVE WS-KIT-COST TO PCO-AVG-COST
               ADD +1 TO KITS-ROLLED-UP.

           COMPUTE WS-PART-VALUE =
               HV-QTY-ON-HAND * PCO-AVG-COST.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    400-ROLL-UP-KIT - WHEN THE PART IS A KIT, ITS COST IS THE   *
      *    SUM OVER ITS COMPONENTS OF QUANTITY PER KIT TIMES THE       *
      *    COMPONENT'S AVERAGE COST.  A COMPONENT WITH NO COST YET     *
      *    ADDS NOTHING AND IS COUNTED.                                *
      ******************************************************************
       400-ROLL-UP-KIT.
           MOVE "N" TO WS-KIT-SW.
           IF NOT KITDEF-OPEN
               GO TO 400-EXIT.
           MOVE HV-PART-NUM TO KTH-PART-NUM.
           MOVE SPACES      TO KTH-COMP-PART-NUM.
           MOVE KTH-KEY     TO KITDEF-REC-KEY.
           READ KITDEF INTO KIT-HEADER-REC.
           IF NOT KITDEF-FOUND
               GO TO 400-EXIT.
           MOVE "Y"  TO WS-KIT-SW.
           MOVE ZERO TO WS-KIT-COST.
           MOVE "N"  TO WS-COMPS-DONE-SW.
           START KITDEF KEY > KITDEF-REC-KEY.
           IF NOT KITDEF-FOUND
               GO TO 400-EXIT.
           PERFORM 420-ADD-COMPONENT THRU 420-EXIT
               UNTIL COMPS-DONE.
       400-EXIT.
           EXIT.

       420-ADD-COMPONENT.
           READ KITDEF NEXT RECORD INTO KIT-DEF-REC
               AT END MOVE "Y" TO WS-COMPS-DONE-SW
               GO TO 420-EXIT
           END-READ.
           IF KIT-PART-NUM NOT = HV-PART-NUM
               MOVE "Y" TO WS-COMPS-DONE-SW
               GO TO 420-EXIT.
           MOVE KIT-COMP-PART-NUM TO PARTCOST-REC-KEY.
           READ PARTCOST INTO PART-COST-REC.
           IF NOT PARTCOST-FOUND
               ADD +1 TO KIT-COMPS-UNCOSTED
               GO TO 420-EXIT.
           COMPUTE WS-KIT-COST =
               WS-KIT-COST + KIT-COMP-QTY * PCO-AVG-COST
               ON SIZE ERROR
                   DISPLAY "** KIT COST OVERFLOW FOR " HV-PART-NUM
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-COMPUTE.
       420-EXIT.
           EXIT.

       500-VALUE-LOCATIONS.
           MOVE "500-VALUE-LOCATIONS" TO PARA-NAME.
           EXEC SQL
               MOVE "Y" TO WS-LOC-DONE-SW
               GO TO 550-EXIT.

           PERFORM 400-ROLL-UP-KIT THRU 400-EXIT.
           MOVE HV-PART-NUM TO PARTCOST-REC-KEY.
           READ PARTCOST INTO PART-COST-REC.
           IF NOT PARTCOST-FOUND
               MOVE ZERO TO PCO-AVG-COST.
           IF PART-IS-KIT
               MOVE WS-KIT-COST TO PCO-AVG-COST.
           COMPUTE WS-PART-VALUE =
               HV-QTY-ON-HAND * PCO-AVG-COST.

           MOVE 'MONTH-OVER-MONTH CHANGE:      ' TO RPT-TOTAL-LABEL.
           MOVE WS-VALUE-CHANGE TO RPT-TOTAL-AMOUNT.
           WRITE VALURPT-REC FROM RPT-TOTAL-LINE.
           INITIALIZE INV-VALUE-SUMMARY-REC.
           MOVE WS-RUN-DATE     TO IVS-RUN-DATE.
           MOVE WS-TOTAL-VALUE  TO IVS-TOTAL-VALUE.
           MOVE WS-TOTAL-PRIOR  TO IVS-PRIOR-VALUE.
           MOVE WS-VALUE-CHANGE TO IVS-VALUE-CHANGE.
           MOVE PARTS-VALUED    TO IVS-PARTS-VALUED.
           OPEN OUTPUT INVVSUM.
           WRITE INVVSUM-REC FROM INV-VALUE-SUMMARY-REC.
           CLOSE INVVSUM.
           IF KITDEF-OPEN
               CLOSE KITDEF.
           CLOSE PAYAPPRV, PARTCOST, VALURPT.
           DISPLAY "** RECEIPTS READ   " RECEIPTS-READ.
           DISPLAY "** PARTS VALUED    " PARTS-VALUED.
           DISPLAY "** PARTS UNCOSTED  " PARTS-UNCOSTED.
           DISPLAY "** KITS ROLLED UP  " KITS-ROLLED-UP.
           DISPLAY "** KIT COMP UNCOST " KIT-COMPS-UNCOSTED.
           DISPLAY "******** NORMAL END OF JOB INVVALUE ********".
       999-EXIT.
           EXIT.
