       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  RQNCONS.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * RQNCONS - NIGHTLY PURCHASE REQUISITION CONSOLIDATION.  BROWSES *
      *           REQUISN (THE REQUISITIONS KEYED ON CRQN400) FROM THE *
      *           TOP AND:                                             *
      *                                                                *
      *           - APPROVED - TABLES THE REQUISITION UNDER ITS        *
      *             SUPPLIER: THE ONE THE APPROVER NAMED, ELSE THE     *
      *             PART'S PREF_SUPPLIER ON PART_SUPPLIER_ASGN.  A     *
      *             REQUISITION WITH NO SUPPLIER IS LISTED AS HELD     *
      *             AND WAITS FOR PURCHASING TO NAME ONE.              *
      *           - ON ORDER - SUMS THE SHIPMENTLN RECEIPTS AGAINST    *
      *             ITS ORDER LINE; ONCE THE FULL QUANTITY IS IN, THE  *
      *             REQUISITION IS COMPLETE.                           *
      *                                                                *
      *           THE TABLED REQUISITIONS THEN BECOME ONE NEW          *
      *           PART_ORDER PER SUPPLIER, ONE PART_ORDLN LINE EACH,   *
      *           AND GO TO ON ORDER WITH THE ORDER NUMBER AND LINE.   *
      *           ORDER NUMBERS CARRY ON FROM THE HIGHEST ON FILE.     *
      *           THE ORDERS ARE TYPE 'Q' SO DDTB6CB'S REORDER RUN     *
      *           NEITHER COUNTS THEM AS ON ORDER NOR CLEARS THEM.     *
      *           A FREE-TEXT ITEM HAS NO PART NUMBER; ITS ORDER LINE  *
      *           CARRIES 'RQN' AND THE REQUISITION NUMBER INSTEAD.    *
      *                                                                *
      *           RQNRPT LISTS EVERY REQUISITION ORDERED, HELD,        *
      *           PART-RECEIVED OR COMPLETED IN THE RUN.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RQNRPT
           ASSIGN TO UT-S-RQNRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT REQUISN
                  ASSIGN       to REQUISN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is REQUISN-REC-KEY
                  FILE STATUS  is REQUISN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RQNRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RQNRPT-REC.
       01  RQNRPT-REC                       PIC X(132).

       FD  REQUISN
           RECORD CONTAINS 350 CHARACTERS
           DATA RECORD IS REQUISN-FD-REC.
       01  REQUISN-FD-REC.
           05 REQUISN-REC-KEY  PIC 9(07).
           05 FILLER           PIC X(343).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  REQUISN-STATUS          PIC X(2).
               88 REQUISN-FOUND        VALUE "00".
               88 REQUISN-NOT-ON-FILE  VALUE "35".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-SUPPLIER-CODE            PIC X(05).
           05 WS-NEXT-ORDER-NUM           PIC 9(06) VALUE 0.
           05 WS-ORDER-NUM-X              PIC X(06).
           05 WS-ORDER-NUM-N REDEFINES WS-ORDER-NUM-X
                                          PIC 9(06).
           05 WS-FREE-TEXT-PART.
              10 FILLER                   PIC X(03) VALUE 'RQN'.
              10 WS-FREE-TEXT-RQN         PIC 9(07).
              10 FILLER                   PIC X(13) VALUE SPACES.
           05 RT-SUB                      PIC S9(04) COMP VALUE +0.
           05 SO-SUB                      PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER APPROVED REQUISITION WAITING TO BE ORDERED.
       01  REQUISITION-TABLE.
           05 RT-COUNT                    PIC S9(04) COMP VALUE +0.
           05 RT-ENTRY OCCURS 2000 TIMES.
              10 RT-RQN-NUMBER            PIC 9(07).
              10 RT-SUPPLIER-CODE         PIC X(05).

      *    ONE ENTRY PER SUPPLIER GIVEN A NEW ORDER IN THE RUN.
       01  SUPPLIER-ORDER-TABLE.
           05 SO-COUNT                    PIC S9(04) COMP VALUE +0.
           05 SO-ENTRY OCCURS 300 TIMES.
              10 SO-SUPPLIER-CODE         PIC X(05).
              10 SO-ORDER-NUM             PIC X(06).
              10 SO-LAST-LINE             PIC 9(03).

       01  HOST-VARIABLES.
           05  HV-ORDER-NUM            PIC X(06).
           05  HV-ORDER-LINE           PIC S9(4) COMP.
           05  HV-PART-NUM             PIC X(23).
           05  HV-SUPPLIER-CODE        PIC X(05).
           05  HV-QTY-ORDERED          PIC S9(9) COMP.
           05  HV-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  HV-QTY-RECEIVED         PIC S9(9) COMP.
           05  IND-NULL                PIC S9(4) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05 REQUISITIONS-READ        PIC 9(7) COMP VALUE 0.
           05 REQUISITIONS-ORDERED     PIC 9(7) COMP VALUE 0.
           05 REQUISITIONS-HELD        PIC 9(7) COMP VALUE 0.
           05 REQUISITIONS-NOT-TABLED  PIC 9(7) COMP VALUE 0.
           05 REQUISITIONS-RECEIVED    PIC 9(7) COMP VALUE 0.
           05 REQUISITIONS-COMPLETED   PIC 9(7) COMP VALUE 0.
           05 ORDERS-CREATED           PIC 9(7) COMP VALUE 0.
           05 WS-ORDERED-VALUE         PIC S9(11)V99 COMP-3 VALUE +0.

       COPY REQUISN.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(46) VALUE
               '** PURCHASE REQUISITION CONSOLIDATION        '.
           05  FILLER                  PIC X(13) VALUE
               '   RUN DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(32) VALUE
               ' ACTION     REQN NO DEPT SUPPL  '.
           05  FILLER                  PIC X(32) VALUE
               'ORDER  LN   PART / ITEM         '.
           05  FILLER                  PIC X(34) VALUE
               '                 QTY      VALUE   '.
           05  FILLER                  PIC X(34) VALUE
               'NOTE                              '.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RQN-NUMBER          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DEPT                PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SUPPLIER-CODE       PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ORDER-NUM           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ORDER-LINE          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ITEM                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-QTY                 PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-VALUE               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-NOTE                PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-LABEL         PIC X(40).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 500-PLACE-ORDER-LINE THRU 500-EXIT
                   VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-COUNT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (REQUISITIONS-HELD > 0 OR REQUISITIONS-NOT-TABLED > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT RQNRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE RQNRPT-REC FROM RPT-HEADER-1.
           MOVE SPACES TO RQNRPT-REC.
           WRITE RQNRPT-REC.
           WRITE RQNRPT-REC FROM RPT-HEADER-2.

           OPEN I-O REQUISN.
           IF REQUISN-NOT-ON-FILE
               DISPLAY "** REQUISN NOT ON FILE - NOTHING TO DO"
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           IF NOT REQUISN-FOUND
               DISPLAY "** REQUISN OPEN FAILED " REQUISN-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.

      *    NEW ORDERS NUMBER ON FROM THE HIGHEST ORDER NUMBER ON FILE.
           MOVE SPACES TO WS-ORDER-NUM-X.
           EXEC SQL
                SELECT MAX(ORDER_NUM)
                INTO   :WS-ORDER-NUM-X:IND-NULL
                FROM   PART_ORDER
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_ORDER SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           IF IND-NULL < 0 OR WS-ORDER-NUM-X NOT NUMERIC
               MOVE ZERO TO WS-NEXT-ORDER-NUM
           ELSE
               MOVE WS-ORDER-NUM-N TO WS-NEXT-ORDER-NUM.

      *    KEY 0000000 IS THE CONTROL RECORD - START PAST IT.
           MOVE 1 TO REQUISN-REC-KEY.
           START REQUISN KEY NOT < REQUISN-REC-KEY.
           IF NOT REQUISN-FOUND
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-REQUISN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF RQN-APPROVED
               PERFORM 200-TABLE-APPROVED THRU 200-EXIT
           ELSE
           IF RQN-ON-ORDER
               PERFORM 300-FOLLOW-RECEIPTS THRU 300-EXIT.
           PERFORM 900-READ-REQUISN THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200 - AN APPROVED REQUISITION NEEDS A SUPPLIER BEFORE IT    *
      *    CAN BE ORDERED.  ONE NAMED ON THE REQUISITION WINS; A STOCK *
      *    PART OTHERWISE GOES TO ITS PREFERRED SUPPLIER.              *
      ******************************************************************
       200-TABLE-APPROVED.
           MOVE "200-TABLE-APPROVED" TO PARA-NAME.
           MOVE RQN-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
           IF WS-SUPPLIER-CODE = SPACES AND RQN-STOCK-ITEM
               PERFORM 220-GET-PREF-SUPPLIER THRU 220-EXIT.

           IF WS-SUPPLIER-CODE = SPACES
               ADD +1 TO REQUISITIONS-HELD
               MOVE 'HELD      '      TO DTL-ACTION
               MOVE SPACES            TO DTL-ORDER-NUM
               MOVE ZERO              TO DTL-ORDER-LINE
               IF RQN-FREE-TEXT-ITEM
                   MOVE 'PURCHASING TO NAME A SUPPLIER ' TO DTL-NOTE
               ELSE
                   MOVE 'PART HAS NO PREFERRED SUPPLIER' TO DTL-NOTE
               END-IF
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 200-EXIT.

           IF RT-COUNT NOT < 2000
               ADD +1 TO REQUISITIONS-NOT-TABLED
               MOVE 'HELD      '      TO DTL-ACTION
               MOVE SPACES            TO DTL-ORDER-NUM
               MOVE ZERO              TO DTL-ORDER-LINE
               MOVE 'TABLE FULL - ORDERS NEXT RUN  ' TO DTL-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 200-EXIT.

           ADD +1 TO RT-COUNT.
           MOVE RQN-NUMBER       TO RT-RQN-NUMBER (RT-COUNT).
           MOVE WS-SUPPLIER-CODE TO RT-SUPPLIER-CODE (RT-COUNT).
       200-EXIT.
           EXIT.

       220-GET-PREF-SUPPLIER.
           MOVE "220-GET-PREF-SUPPLIER" TO PARA-NAME.
           MOVE RQN-PART-NUM TO HV-PART-NUM.
           MOVE SPACES       TO HV-SUPPLIER-CODE.
           EXEC SQL
                SELECT PREF_SUPPLIER
                INTO   :HV-SUPPLIER-CODE:IND-NULL
                FROM   PART_SUPPLIER_ASGN
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "** PART_SUPPLIER_ASGN SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 220-EXIT.
           IF SQLCODE = 0 AND IND-NULL NOT < 0
               MOVE HV-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300 - AN ON-ORDER REQUISITION IS RECEIVED AGAINST ITS ORDER *
      *    LINE.  THE RECEIVED QUANTITY IS REFRESHED EVERY NIGHT AND   *
      *    THE REQUISITION COMPLETES WHEN IT REACHES THE QUANTITY.     *
      ******************************************************************
       300-FOLLOW-RECEIPTS.
           MOVE "300-FOLLOW-RECEIPTS" TO PARA-NAME.
           MOVE RQN-ORDER-NUM  TO HV-ORDER-NUM.
           MOVE RQN-ORDER-LINE TO HV-ORDER-LINE.
           MOVE ZERO TO HV-QTY-RECEIVED.
           EXEC SQL
                SELECT SUM(QUANT_RECV)
                INTO   :HV-QTY-RECEIVED:IND-NULL
                FROM   SHIPMENTLN
                WHERE  ORDER_NUM  = :HV-ORDER-NUM
                AND    ORDER_LINE = :HV-ORDER-LINE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "** SHIPMENTLN SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           IF SQLCODE = 100 OR IND-NULL < 0
               MOVE ZERO TO HV-QTY-RECEIVED.

           IF HV-QTY-RECEIVED = RQN-QTY-RECEIVED
               GO TO 300-EXIT.

           MOVE HV-QTY-RECEIVED TO RQN-QTY-RECEIVED.
           MOVE WS-RUN-DATE     TO RQN-LAST-CHANGE-DATE.
           IF RQN-QTY-RECEIVED NOT < RQN-QTY
               MOVE 'C'         TO RQN-STATUS
               MOVE WS-RUN-DATE TO RQN-RECEIVED-DATE
               ADD +1 TO REQUISITIONS-COMPLETED
               MOVE 'COMPLETE  ' TO DTL-ACTION
               MOVE 'FULL QUANTITY RECEIVED        ' TO DTL-NOTE
           ELSE
               ADD +1 TO REQUISITIONS-RECEIVED
               MOVE 'PART RECVD' TO DTL-ACTION
               MOVE 'RECEIVED TO DATE, SHOWN IN QTY' TO DTL-NOTE.

           REWRITE REQUISN-FD-REC FROM REQUISITION-REC.
           IF NOT REQUISN-FOUND
               DISPLAY "** REQUISN REWRITE FAILED " REQUISN-STATUS
                       " FOR " RQN-NUMBER
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.

           MOVE RQN-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
           MOVE RQN-ORDER-NUM     TO DTL-ORDER-NUM.
           MOVE RQN-ORDER-LINE    TO DTL-ORDER-LINE.
           PERFORM 800-WRITE-DETAIL THRU 800-EXIT.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    500 - ORDER ONE TABLED REQUISITION.  THE FIRST ONE FOR A    *
      *    SUPPLIER OPENS THAT SUPPLIER'S NEW PART_ORDER; EACH ADDS    *
      *    THE NEXT PART_ORDLN LINE TO IT.                             *
      ******************************************************************
       500-PLACE-ORDER-LINE.
           MOVE "500-PLACE-ORDER-LINE" TO PARA-NAME.
           MOVE RT-RQN-NUMBER (RT-SUB) TO REQUISN-REC-KEY.
           READ REQUISN INTO REQUISITION-REC
               KEY IS REQUISN-REC-KEY.
           IF NOT REQUISN-FOUND
               DISPLAY "** REQUISN READ FAILED " REQUISN-STATUS
                       " FOR " RT-RQN-NUMBER (RT-SUB)
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           MOVE RT-SUPPLIER-CODE (RT-SUB) TO WS-SUPPLIER-CODE.

           PERFORM 520-FIND-SUPPLIER-ORDER THRU 520-EXIT
                   VARYING SO-SUB FROM 1 BY 1
                   UNTIL SO-SUB > SO-COUNT
                   OR SO-SUPPLIER-CODE (SO-SUB) = WS-SUPPLIER-CODE.
           IF SO-SUB > SO-COUNT
               PERFORM 540-CREATE-ORDER THRU 540-EXIT
               IF SO-SUB > SO-COUNT
                   GO TO 500-EXIT
               END-IF
           END-IF.

           ADD +1 TO SO-LAST-LINE (SO-SUB).
           MOVE SO-ORDER-NUM (SO-SUB) TO HV-ORDER-NUM.
           MOVE SO-LAST-LINE (SO-SUB) TO HV-ORDER-LINE.
           IF RQN-FREE-TEXT-ITEM
               MOVE RQN-NUMBER         TO WS-FREE-TEXT-RQN
               MOVE WS-FREE-TEXT-PART  TO HV-PART-NUM
           ELSE
               MOVE RQN-PART-NUM       TO HV-PART-NUM.
           MOVE RQN-QTY       TO HV-QTY-ORDERED.
           MOVE RQN-UNIT-COST TO HV-UNIT-PRICE.
           EXEC SQL
                INSERT INTO PART_ORDLN
                       (ORDER_NUM, ORDER_LINE, PART_NUM, QUANT_REQ,
                        UNIT_PRICE, LINE_STAT)
                VALUES (:HV-ORDER-NUM, :HV-ORDER-LINE, :HV-PART-NUM,
                        :HV-QTY-ORDERED, :HV-UNIT-PRICE, 'O')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_ORDLN INSERT FAILED " SQLCODE
                       " FOR " RQN-NUMBER
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               SUBTRACT 1 FROM SO-LAST-LINE (SO-SUB)
               GO TO 500-EXIT.

           MOVE 'O'                   TO RQN-STATUS.
           MOVE WS-SUPPLIER-CODE      TO RQN-SUPPLIER-CODE.
           MOVE SO-ORDER-NUM (SO-SUB) TO RQN-ORDER-NUM.
           MOVE SO-LAST-LINE (SO-SUB) TO RQN-ORDER-LINE.
           MOVE WS-RUN-DATE           TO RQN-ORDERED-DATE.
           MOVE WS-RUN-DATE           TO RQN-LAST-CHANGE-DATE.
           REWRITE REQUISN-FD-REC FROM REQUISITION-REC.
           IF NOT REQUISN-FOUND
               DISPLAY "** REQUISN REWRITE FAILED " REQUISN-STATUS
                       " FOR " RQN-NUMBER
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.

           ADD +1 TO REQUISITIONS-ORDERED.
           ADD RQN-EXT-VALUE TO WS-ORDERED-VALUE.
           MOVE 'ORDERED   '   TO DTL-ACTION.
           MOVE RQN-ORDER-NUM  TO DTL-ORDER-NUM.
           MOVE RQN-ORDER-LINE TO DTL-ORDER-LINE.
           MOVE SPACES         TO DTL-NOTE.
           PERFORM 800-WRITE-DETAIL THRU 800-EXIT.
       500-EXIT.
           EXIT.

       520-FIND-SUPPLIER-ORDER.
       520-EXIT.
           EXIT.

       540-CREATE-ORDER.
           MOVE "540-CREATE-ORDER" TO PARA-NAME.
           IF SO-COUNT NOT < 300
               DISPLAY "** SUPPLIER ORDER TABLE FULL AT 300 - "
                       RQN-NUMBER " ORDERS NEXT RUN"
               ADD +1 TO REQUISITIONS-NOT-TABLED
               GO TO 540-EXIT.
           ADD +1 TO WS-NEXT-ORDER-NUM.
           MOVE WS-NEXT-ORDER-NUM TO WS-ORDER-NUM-N.
           MOVE WS-ORDER-NUM-X    TO HV-ORDER-NUM.
           MOVE WS-SUPPLIER-CODE  TO HV-SUPPLIER-CODE.
           EXEC SQL
                INSERT INTO PART_ORDER
                       (ORDER_NUM, ORDER_TYPE, ORDER_STAT, ORDER_DATE,
                        SUPPLIER_CODE)
                VALUES (:HV-ORDER-NUM, 'Q', 'O', CURRENT DATE,
                        :HV-SUPPLIER-CODE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_ORDER INSERT FAILED " SQLCODE
                       " FOR SUPPLIER " HV-SUPPLIER-CODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 540-EXIT.
           ADD +1 TO ORDERS-CREATED.
           ADD +1 TO SO-COUNT.
           MOVE SO-COUNT          TO SO-SUB.
           MOVE WS-SUPPLIER-CODE  TO SO-SUPPLIER-CODE (SO-SUB).
           MOVE HV-ORDER-NUM      TO SO-ORDER-NUM (SO-SUB).
           MOVE ZERO              TO SO-LAST-LINE (SO-SUB).
       540-EXIT.
           EXIT.

       800-WRITE-DETAIL.
           MOVE RQN-NUMBER       TO DTL-RQN-NUMBER.
           MOVE RQN-DEPT         TO DTL-DEPT.
           MOVE WS-SUPPLIER-CODE TO DTL-SUPPLIER-CODE.
           IF RQN-FREE-TEXT-ITEM
               MOVE RQN-ITEM-DESC TO DTL-ITEM
           ELSE
               MOVE RQN-PART-NUM  TO DTL-ITEM.
           IF DTL-ACTION = 'PART RECVD'
               MOVE RQN-QTY-RECEIVED TO DTL-QTY
           ELSE
               MOVE RQN-QTY          TO DTL-QTY.
           MOVE RQN-EXT-VALUE    TO DTL-VALUE.
           WRITE RQNRPT-REC FROM RPT-DETAIL-LINE.
       800-EXIT.
           EXIT.

       900-READ-REQUISN.
           READ REQUISN NEXT RECORD INTO REQUISITION-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO REQUISITIONS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO RQNRPT-REC.
           WRITE RQNRPT-REC.
           MOVE 'REQUISITIONS ORDERED:                   ' TO
               RPT-TOTAL-LABEL.
           MOVE REQUISITIONS-ORDERED TO RPT-TOTAL-COUNT.
           MOVE WS-ORDERED-VALUE     TO RPT-TOTAL-AMOUNT.
           WRITE RQNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'NEW SUPPLIER ORDERS:                    ' TO
               RPT-TOTAL-LABEL.
           MOVE ORDERS-CREATED       TO RPT-TOTAL-COUNT.
           MOVE ZERO                 TO RPT-TOTAL-AMOUNT.
           WRITE RQNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'HELD WITHOUT A SUPPLIER:                ' TO
               RPT-TOTAL-LABEL.
           MOVE REQUISITIONS-HELD    TO RPT-TOTAL-COUNT.
           WRITE RQNRPT-REC FROM RPT-TOTAL-LINE.
           IF REQUISITIONS-NOT-TABLED > 0
               MOVE 'LEFT FOR NEXT RUN (TABLE FULL):         ' TO
                   RPT-TOTAL-LABEL
               MOVE REQUISITIONS-NOT-TABLED TO RPT-TOTAL-COUNT
               WRITE RQNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PART RECEIVED:                          ' TO
               RPT-TOTAL-LABEL.
           MOVE REQUISITIONS-RECEIVED TO RPT-TOTAL-COUNT.
           WRITE RQNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'COMPLETED:                              ' TO
               RPT-TOTAL-LABEL.
           MOVE REQUISITIONS-COMPLETED TO RPT-TOTAL-COUNT.
           WRITE RQNRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE REQUISN, RQNRPT.
           DISPLAY "** REQUISITIONS READ    " REQUISITIONS-READ.
           DISPLAY "** REQUISITIONS ORDERED " REQUISITIONS-ORDERED.
           DISPLAY "** NEW SUPPLIER ORDERS  " ORDERS-CREATED.
           DISPLAY "** HELD, NO SUPPLIER    " REQUISITIONS-HELD.
           DISPLAY "** PART RECEIVED        " REQUISITIONS-RECEIVED.
           DISPLAY "** COMPLETED            " REQUISITIONS-COMPLETED.
           DISPLAY "******** NORMAL END OF JOB RQNCONS ********".
       999-EXIT.
           EXIT.
