000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XMLPO1.
000300*REMARKS. OUTBOUND PURCHASE ORDER XML TRANSMISSION.
000400*
000500******************************************************************
000600*    THE OUTBOUND PURCHASE-ORDER LEG, ON THE XMLCATP1 PATTERN.   *
000700*    BUYERS USED TO FAX OR EMAIL EVERY PO THAT CAME OFF          *
000800*    PART_ORDER/PART_ORDLN.  THIS JOB READS EVERY OPEN ORDER     *
000900*    AND SENDS THE ONES THE SUPPLIER HAS NOT SEEN IN THEIR       *
001000*    CURRENT FORM:                                               *
001100*                                                                *
001200*      NEW      - NO POSENT RECORD YET; GOES OUT AS THE          *
001300*                 ORIGINAL, REVISION 000                         *
001400*      CHANGED  - THE SUPPLIER, LINE COUNT, TOTAL QUANTITY OR    *
001500*                 TOTAL VALUE NO LONGER AGREES WITH WHAT POSENT  *
001600*                 SAYS WAS SENT; GOES OUT AGAIN AS A CHANGE AT   *
001700*                 THE NEXT REVISION, WITH EVERY OPEN LINE        *
001800*                                                                *
001900*    A SUPPLIER ON TPMSTR (THE PARTNER ID IS THE SUPPLIER CODE), *
002000*    ACTIVE AND SET UP TO TAKE PURCHASE ORDERS, GETS ONE         *
002100*    purchaseOrder DOCUMENT PER ORDER ON THE XMLPOO FILE - THE   *
002200*    HEADER, ONE line ELEMENT PER ORDER LINE (QUANTITY, UNIT     *
002300*    PRICE, REQUESTED DATE) AND AN orderTrailer WITH THE LINE    *
002400*    COUNT, ONE ELEMENT PER RECORD.  EACH DOCUMENT TAKES THE     *
002500*    PARTNER'S NEXT OUTBOUND CONTROL NUMBER AND LOGS TO TPREGIST.*
002600*    EVERY OTHER SUPPLIER GETS A FORMATTED PO ON POPRINT,        *
002700*    ADDRESSED FROM THE APVEND REMIT-TO RECORD, FOR THE BUYER    *
002800*    TO MAIL.                                                    *
002900*                                                                *
003000*    THE REQUESTED DATE IS THE ORDER DATE PLUS THE SUPPLIER'S    *
003100*    QUOTED LEAD DAYS FOR THE PART FROM THE TERMSEXT UNLOAD OF   *
003200*    VTRMSEG; WITH NO TERMS ON FILE IT IS THE ORDER DATE.        *
003300*    UNIT PRICE TRAVELS AS UNPUNCTUATED DIGITS WITH AN ASSUMED   *
003400*    DECIMAL, THE SAME FORM XMLINV1 TAKES IT BACK IN.            *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-390.
003900 OBJECT-COMPUTER. IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT XMLPOO-FILE ASSIGN TO UT-S-XMLPOO
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT POPRINT-FILE ASSIGN TO UT-S-POPRINT
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT TERMSEXT-FILE ASSIGN TO UT-S-TERMSEXT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS TERMSEXT-STATUS.
004900     SELECT TPMSTR
005000            ASSIGN       TO TPMSTR
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE  IS RANDOM
005300            RECORD KEY   IS TPMSTR-REC-KEY
005400            FILE STATUS  IS TPMSTR-STATUS.
005500     SELECT APVEND
005600            ASSIGN       TO APVEND
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE  IS RANDOM
005900            RECORD KEY   IS APVEND-REC-KEY
006000            FILE STATUS  IS APVEND-STATUS.
006100     SELECT POSENT
006200            ASSIGN       TO POSENT
006300            ORGANIZATION IS INDEXED
006400            ACCESS MODE  IS RANDOM
006500            RECORD KEY   IS POSENT-REC-KEY
006600            FILE STATUS  IS POSENT-STATUS.
006700     SELECT TPREGIST-FILE ASSIGN TO UT-S-TPREGIST
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS TPREGIST-STATUS.

007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  XMLPOO-FILE
007300     RECORD CONTAINS 200 CHARACTERS
007400     LABEL RECORDS ARE OMITTED.
007500 01  XMLPOO-REC                     PIC X(200).

007600 FD  POPRINT-FILE
007700     RECORD CONTAINS 132 CHARACTERS
007800     LABEL RECORDS ARE OMITTED.
007900 01  POPRINT-REC                    PIC X(132).

008000 FD  TERMSEXT-FILE
008100     RECORD CONTAINS 80 CHARACTERS
008200     LABEL RECORDS ARE STANDARD.
008300 01  TERMSEXT-REC.
008400     05  TEXT-PART-NUMBER           PIC X(23).
008500     05  TEXT-SUPPLIER-CODE         PIC X(05).
008600     05  TEXT-PAYMENT-TERMS         PIC X(04).
008700     05  TEXT-LEAD-DAYS             PIC 9(03).
008800     05  TEXT-MIN-ORDER-QTY         PIC 9(07).
008900     05  TEXT-SUPPLIER-STATUS       PIC X(01).
009000     05  FILLER                     PIC X(37).

009100 FD  TPMSTR
009200     RECORD CONTAINS 100 CHARACTERS
009300     DATA RECORD IS TPMSTR-FD-REC.
009400 01  TPMSTR-FD-REC.
009500     05  TPMSTR-REC-KEY             PIC X(05).
009600     05  FILLER                     PIC X(95).

009700 FD  APVEND
009800     RECORD CONTAINS 150 CHARACTERS
009900     DATA RECORD IS APVEND-FD-REC.
010000 01  APVEND-FD-REC.
010100     05  APVEND-REC-KEY             PIC X(05).
010200     05  FILLER                     PIC X(145).

010300 FD  POSENT
010400     RECORD CONTAINS 80 CHARACTERS
010500     DATA RECORD IS POSENT-FD-REC.
010600 01  POSENT-FD-REC.
010700     05  POSENT-REC-KEY             PIC X(06).
010800     05  FILLER                     PIC X(74).

010900 FD  TPREGIST-FILE
011000     RECORD CONTAINS 80 CHARACTERS
011100     LABEL RECORDS ARE STANDARD.
011200 01  TPREGIST-REC                   PIC X(80).

011300 WORKING-STORAGE SECTION.
011400 01  FILLER                    PIC X(32) VALUE
011500     '* XMLPO1 WORKING STORAGE *'.

011600 01  WS-END-OF-ORDERS-SW    PIC X          VALUE 'N'.
011700     88 END-OF-ORDERS                      VALUE 'Y'.

011800 01  WS-SWITCHES.
011900     05  WS-ORDER-ACTION-SW      PIC X(01) VALUE SPACES.
012000         88  ORDER-IS-NEW                  VALUE 'N'.
012100         88  ORDER-IS-CHANGED              VALUE 'C'.
012200         88  ORDER-UNCHANGED               VALUE 'U'.
012300     05  WS-SEND-XML-SW          PIC X(01) VALUE 'N'.
012400         88  SEND-BY-XML                   VALUE 'Y'.
012500     05  WS-TOO-MANY-LINES-SW    PIC X(01) VALUE 'N'.
012600         88  TOO-MANY-LINES                VALUE 'Y'.
012700     05  WS-TERMS-EOF-SW         PIC X(01) VALUE 'N'.
012800         88  TERMS-EOF                     VALUE 'Y'.

012900 01  WS-WORK-FIELDS.
013000     05  WS-RUN-DATE             PIC 9(08) VALUE 0.
013100     05  WS-CONTROL-NUM          PIC 9(06) VALUE 0.
013200     05  WS-RETURN-CD            PIC 9(02) VALUE 0.
013300     05  WS-DOC-BUILD            PIC X(200) VALUE SPACES.
013400     05  WS-PURPOSE              PIC X(08) VALUE SPACES.
013500     05  WS-REVISION             PIC 9(03) VALUE 0.
013600     05  WS-LINE-NUM-DISPLAY     PIC 9(03) VALUE 0.
013700     05  WS-QTY-DISPLAY          PIC 9(07) VALUE 0.
013800     05  WS-PRICE-DISPLAY        PIC 9(07)V99 VALUE 0.
013900     05  WS-PRICE-DIGITS REDEFINES WS-PRICE-DISPLAY
014000                                 PIC X(09).
014100     05  WS-LINE-COUNT-DISPLAY   PIC 9(05) VALUE 0.
014200     05  WS-LEAD-DAYS            PIC 9(03) VALUE 0.
014300     05  WS-LINE-VALUE           PIC 9(11)V99 VALUE 0.
014400     05  WS-CURR-ORDER           PIC X(06) VALUE SPACES.
014500     05  WS-CURR-SUPPLIER        PIC X(05) VALUE SPACES.
014600     05  WS-CURR-ORDER-DATE      PIC X(10) VALUE SPACES.
014700     05  WS-ORDER-DATE-NUM       PIC 9(08) VALUE 0.
014800     05  WS-SNAP-LINES           PIC 9(05) VALUE 0.
014900     05  WS-SNAP-QTY             PIC 9(11) VALUE 0.
015000     05  WS-SNAP-VALUE           PIC 9(11)V99 VALUE 0.

015100*    DB2 CARRIES DATES AS CCYY-MM-DD; THE FILES CARRY CCYYMMDD.
015200 01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.
015300 01  WS-ISO-DATE-PARTS REDEFINES WS-ISO-DATE.
015400     05  WS-ISO-CCYY             PIC X(04).
015500     05  FILLER                  PIC X(01).
015600     05  WS-ISO-MM               PIC X(02).
015700     05  FILLER                  PIC X(01).
015800     05  WS-ISO-DD               PIC X(02).
015900 01  WS-NUM-DATE                 PIC 9(08) VALUE 0.
016000 01  WS-NUM-DATE-PARTS REDEFINES WS-NUM-DATE.
016100     05  WS-NUM-CCYY             PIC X(04).
016200     05  WS-NUM-MM               PIC X(02).
016300     05  WS-NUM-DD               PIC X(02).

016400 01  WS-FILE-STATUS-FIELDS.
016500     05  TERMSEXT-STATUS         PIC X(02) VALUE SPACES.
016600         88  TERMSEXT-OK                   VALUE '00'.
016700     05  TPMSTR-STATUS           PIC X(02) VALUE SPACES.
016800         88  TPMSTR-OK                     VALUE '00'.
016900     05  APVEND-STATUS           PIC X(02) VALUE SPACES.
017000         88  APVEND-OK                     VALUE '00'.
017100     05  POSENT-STATUS           PIC X(02) VALUE SPACES.
017200         88  POSENT-OK                     VALUE '00'.
017300         88  POSENT-NOT-FOUND              VALUE '23'.
017400         88  POSENT-NO-FILE                VALUE '35'.
017500     05  TPREGIST-STATUS         PIC X(02) VALUE SPACES.
017600         88  TPREGIST-OK                   VALUE '00'.

017700*    THE OPEN LINES OF THE ORDER BEING SENT.
017800 01  PO-LINE-TABLE.
017900     05  PO-LINE-COUNT           PIC S9(4) COMP VALUE 0.
018000     05  PO-LINE-ENTRY OCCURS 200 TIMES.
018100         10  PO-TBL-LINE         PIC 9(03).
018200         10  PO-TBL-PART-NUM     PIC X(23).
018300         10  PO-TBL-QTY          PIC 9(07).
018400         10  PO-TBL-PRICE        PIC 9(07)V99.
018500         10  PO-TBL-REQ-DATE     PIC 9(08).
018600 01  LN-SUB                      PIC S9(4) COMP VALUE 0.

018700*    IN-CORE COPY OF THE TERMS EXTRACT, AS DDBPT6CB CARRIES IT.
018800 01  SUPPLIER-TERMS-TABLE.
018900     05  TERMS-COUNT             PIC S9(4) COMP VALUE 0.
019000     05  TERMS-ENTRY OCCURS 500 TIMES.
019100         10  TERMS-PART-NUMBER   PIC X(23).
019200         10  TERMS-SUPPLIER-CODE PIC X(05).
019300         10  TERMS-LEAD-DAYS     PIC 9(03).
019400 01  TERMS-SUB                   PIC S9(4) COMP VALUE 0.

019500 01  HOST-VARIABLES.
019600     05  HV-ORDER-NUM            PIC X(06).
019700     05  HV-SUPPLIER-CODE        PIC X(05).
019800     05  HV-ORDER-DATE           PIC X(10).
019900     05  HV-ORDER-LINE           PIC S9(4) COMP.
020000     05  HV-PART-NUM             PIC X(23).
020100     05  HV-QTY-ORDERED          PIC S9(9) COMP.
020200     05  HV-UNIT-PRICE           PIC S9(7)V99 COMP-3.
020300     05  IND-SUPPLIER            PIC S9(4) COMP.

020400 01  COUNTERS.
020500     05  ORDERS-READ             PIC 9(7) VALUE 0.
020600     05  ORDERS-UNCHANGED        PIC 9(7) VALUE 0.
020700     05  ORDERS-SENT-XML         PIC 9(7) VALUE 0.
020800     05  ORDERS-PRINTED          PIC 9(7) VALUE 0.
020900     05  CHANGES-SENT            PIC 9(7) VALUE 0.
021000     05  ORDERS-NOT-SENT         PIC 9(7) VALUE 0.

021100     COPY TPMSTR.

021200     COPY TPREGIST.

021300     COPY APVEND.

021400     COPY POSENT.

021500     COPY DATESRVP.

021600*    PRINTED PURCHASE ORDER, ONE PAGE PER ORDER.
021700 01  PRT-TITLE-LINE.
021800     05  FILLER                  PIC X(16) VALUE
021900         ' PURCHASE ORDER '.
022000     05  PRT-ORDER-NUM           PIC X(06).
022100     05  FILLER                  PIC X(12) VALUE
022200         '   REVISION '.
022300     05  PRT-REVISION            PIC 9(03).
022400     05  FILLER                  PIC X(14) VALUE
022500         '   ORDER DATE '.
022600     05  PRT-ORDER-DATE          PIC X(10).
022700     05  FILLER                  PIC X(03) VALUE SPACES.
022800     05  PRT-CHANGE-NOTE         PIC X(40).
022900     05  FILLER                  PIC X(28) VALUE SPACES.

023000 01  PRT-ADDRESS-LINE.
023100     05  FILLER                  PIC X(01) VALUE SPACES.
023200     05  PRT-ADDR-LABEL          PIC X(11).
023300     05  PRT-ADDR-TEXT           PIC X(60).
023400     05  FILLER                  PIC X(60) VALUE SPACES.

023500 01  PRT-CITY-LINE.
023600     05  FILLER                  PIC X(12) VALUE SPACES.
023700     05  PRT-CITY                PIC X(20).
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  PRT-STATE               PIC X(02).
024000     05  FILLER                  PIC X(01) VALUE SPACES.
024100     05  PRT-ZIP                 PIC X(10).
024200     05  FILLER                  PIC X(86) VALUE SPACES.

024300 01  PRT-COLUMN-HEADER.
024400     05  FILLER                  PIC X(31) VALUE
024500         ' LINE  PART NUMBER             '.
024600     05  FILLER                  PIC X(40) VALUE
024700         '      QTY    UNIT PRICE       EXTENDED  '.
024800     05  FILLER                  PIC X(15) VALUE
024900         '   REQUESTED   '.
025000     05  FILLER                  PIC X(46) VALUE SPACES.

025100 01  PRT-DETAIL-LINE.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  PRT-LINE                PIC ZZ9.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  PRT-PART-NUM            PIC X(23).
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  PRT-QTY                 PIC Z,ZZZ,ZZ9.
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  PRT-UNIT-PRICE          PIC Z,ZZZ,ZZ9.99.
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  PRT-EXTENDED            PIC ZZZ,ZZZ,ZZ9.99.
026200     05  FILLER                  PIC X(03) VALUE SPACES.
026300     05  PRT-REQ-DATE            PIC X(10).
026400     05  FILLER                  PIC X(48) VALUE SPACES.

026500 01  PRT-TOTAL-LINE.
026600     05  FILLER                  PIC X(45) VALUE
026700         '  TOTAL ORDER VALUE                          '.
026800     05  FILLER                  PIC X(14) VALUE SPACES.
026900     05  PRT-TOTAL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
027000     05  FILLER                  PIC X(59) VALUE SPACES.

027100     EXEC SQL INCLUDE SQLCA END-EXEC.

027200*    EVERY OPEN LINE OF EVERY OPEN ORDER, IN ORDER/LINE SEQUENCE
027300*    FOR THE CONTROL BREAK ON ORDER NUMBER.
027400     EXEC SQL DECLARE PO_LINES CURSOR FOR
027500          SELECT B.ORDER_NUM,
027600                 B.SUPPLIER_CODE,
027700                 B.ORDER_DATE,
027800                 A.ORDER_LINE,
027900                 A.PART_NUM,
028000                 A.QUANT_REQ,
028100                 A.UNIT_PRICE
028200          FROM   PART_ORDER B, PART_ORDLN A
028300          WHERE  A.ORDER_NUM  = B.ORDER_NUM
028400          AND    B.ORDER_STAT <> 'C'
028500          AND    A.LINE_STAT  <> 'C'
028600          ORDER BY B.ORDER_NUM ASC, A.ORDER_LINE ASC
028700     END-EXEC.

028800 PROCEDURE DIVISION.

028900     OPEN OUTPUT XMLPOO-FILE, POPRINT-FILE.
029000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

029100     PERFORM 050-OPEN-MASTERS THRU 050-EXIT.
029200     IF END-OF-ORDERS
029300         CLOSE XMLPOO-FILE, POPRINT-FILE
029400         MOVE WS-RETURN-CD TO RETURN-CODE
029500         GOBACK.
029600     PERFORM 060-LOAD-TERMS THRU 060-EXIT.

029700     EXEC SQL OPEN PO_LINES END-EXEC.
029800     IF SQLCODE NOT = 0
029900         DISPLAY 'XMLPO1 PO_LINES OPEN FAILED ' SQLCODE
030000         MOVE 16 TO WS-RETURN-CD
030100         MOVE 'Y' TO WS-END-OF-ORDERS-SW.
030200     PERFORM 100-FETCH-ORDER-LINE THRU 100-EXIT.

030300     PERFORM 200-PROCESS-ONE-ORDER THRU 200-EXIT
030400         UNTIL END-OF-ORDERS.

030500     EXEC SQL CLOSE PO_LINES END-EXEC.
030600     CLOSE XMLPOO-FILE, POPRINT-FILE, TPMSTR, APVEND, POSENT,
030700           TPREGIST-FILE.
030800     DISPLAY 'XMLPO1 OPEN ORDERS READ    ' ORDERS-READ.
030900     DISPLAY 'XMLPO1 ORDERS UNCHANGED    ' ORDERS-UNCHANGED.
031000     DISPLAY 'XMLPO1 ORDERS SENT AS XML  ' ORDERS-SENT-XML.
031100     DISPLAY 'XMLPO1 ORDERS PRINTED      ' ORDERS-PRINTED.
031200     DISPLAY 'XMLPO1 OF WHICH CHANGES    ' CHANGES-SENT.
031300     DISPLAY 'XMLPO1 ORDERS NOT SENT     ' ORDERS-NOT-SENT.
031400     IF ORDERS-NOT-SENT > 0 AND WS-RETURN-CD < 4
031500         MOVE 4 TO WS-RETURN-CD.
031600     MOVE WS-RETURN-CD TO RETURN-CODE.
031700     GOBACK.

031800******************************************************************
031900*    050-OPEN-MASTERS                                            *
032000*      TPMSTR AND APVEND ARE LOOKED UP BY SUPPLIER CODE; POSENT  *
032100*      IS CREATED EMPTY THE FIRST TIME THE JOB RUNS.  TPREGIST   *
032200*      IS APPENDED TO FOR THE WHOLE RUN.                         *
032300******************************************************************
032400 050-OPEN-MASTERS.
032500     OPEN I-O TPMSTR.
032600     IF NOT TPMSTR-OK
032700         DISPLAY 'XMLPO1 TPMSTR OPEN FAILED ' TPMSTR-STATUS
032800         MOVE 16 TO WS-RETURN-CD
032900         MOVE 'Y' TO WS-END-OF-ORDERS-SW
033000         GO TO 050-EXIT.
033100     OPEN INPUT APVEND.
033200     OPEN I-O POSENT.
033300     IF POSENT-NO-FILE
033400         OPEN OUTPUT POSENT
033500         CLOSE POSENT
033600         OPEN I-O POSENT.
033700     IF NOT POSENT-OK
033800         DISPLAY 'XMLPO1 POSENT OPEN FAILED ' POSENT-STATUS
033900         MOVE 16 TO WS-RETURN-CD
034000         MOVE 'Y' TO WS-END-OF-ORDERS-SW
034100         CLOSE TPMSTR, APVEND
034200         GO TO 050-EXIT.
034300     OPEN EXTEND TPREGIST-FILE.
034400     IF NOT TPREGIST-OK
034500         OPEN OUTPUT TPREGIST-FILE.
034600 050-EXIT.
034700     EXIT.

034800******************************************************************
034900*    060-LOAD-TERMS                                              *
035000*      THE TERMSEXT EXTRACT INTO CORE FOR THE QUOTED LEAD DAYS.  *
035100*      A MISSING EXTRACT IS TOLERATED - EVERY LINE IS THEN       *
035200*      REQUESTED FOR THE ORDER DATE.                             *
035300******************************************************************
035400 060-LOAD-TERMS.
035500     OPEN INPUT TERMSEXT-FILE.
035600     IF NOT TERMSEXT-OK
035700         GO TO 060-EXIT.
035800     PERFORM 065-LOAD-ONE-TERMS THRU 065-EXIT
035900         UNTIL TERMS-EOF.
036000     CLOSE TERMSEXT-FILE.
036100 060-EXIT.
036200     EXIT.

036300 065-LOAD-ONE-TERMS.
036400     READ TERMSEXT-FILE
036500         AT END MOVE 'Y' TO WS-TERMS-EOF-SW
036600         GO TO 065-EXIT
036700     END-READ.
036800     IF TERMS-COUNT >= 500
036900         DISPLAY 'XMLPO1 SUPPLIER-TERMS TABLE OVERFLOW AT 500'
037000         MOVE 'Y' TO WS-TERMS-EOF-SW
037100         GO TO 065-EXIT.
037200     ADD 1 TO TERMS-COUNT.
037300     MOVE TEXT-PART-NUMBER   TO TERMS-PART-NUMBER(TERMS-COUNT).
037400     MOVE TEXT-SUPPLIER-CODE TO TERMS-SUPPLIER-CODE(TERMS-COUNT).
037500     IF TEXT-LEAD-DAYS NUMERIC
037600         MOVE TEXT-LEAD-DAYS TO TERMS-LEAD-DAYS(TERMS-COUNT)
037700     ELSE
037800         MOVE ZERO           TO TERMS-LEAD-DAYS(TERMS-COUNT).
037900 065-EXIT.
038000     EXIT.

038100 100-FETCH-ORDER-LINE.
038200     IF END-OF-ORDERS
038300         GO TO 100-EXIT.
038400     EXEC SQL
038500          FETCH PO_LINES
038600          INTO  :HV-ORDER-NUM,
038700                :HV-SUPPLIER-CODE:IND-SUPPLIER,
038800                :HV-ORDER-DATE,
038900                :HV-ORDER-LINE,
039000                :HV-PART-NUM,
039100                :HV-QTY-ORDERED,
039200                :HV-UNIT-PRICE
039300     END-EXEC.
039400     IF SQLCODE = 100
039500         MOVE 'Y' TO WS-END-OF-ORDERS-SW
039600         GO TO 100-EXIT.
039700     IF SQLCODE NOT = 0
039800         DISPLAY 'XMLPO1 PO_LINES FETCH FAILED ' SQLCODE
039900         MOVE 16 TO WS-RETURN-CD
040000         MOVE 'Y' TO WS-END-OF-ORDERS-SW
040100         GO TO 100-EXIT.
040200     IF IND-SUPPLIER < 0
040300         MOVE SPACES TO HV-SUPPLIER-CODE.
040400 100-EXIT.
040500     EXIT.

040600******************************************************************
040700*    200-PROCESS-ONE-ORDER                                       *
040800*      COLLECT THE ORDER'S LINES, DECIDE WHETHER THE SUPPLIER    *
040900*      HAS ALREADY SEEN IT AS IT STANDS, AND IF NOT SEND IT BY   *
041000*      XML OR PRINT IT, THEN RECORD WHAT WAS SENT ON POSENT.     *
041100******************************************************************
041200 200-PROCESS-ONE-ORDER.
041300     MOVE HV-ORDER-NUM     TO WS-CURR-ORDER.
041400     MOVE HV-SUPPLIER-CODE TO WS-CURR-SUPPLIER.
041500     MOVE HV-ORDER-DATE    TO WS-CURR-ORDER-DATE, WS-ISO-DATE.
041600     MOVE WS-ISO-CCYY      TO WS-NUM-CCYY.
041700     MOVE WS-ISO-MM        TO WS-NUM-MM.
041800     MOVE WS-ISO-DD        TO WS-NUM-DD.
041900     MOVE WS-NUM-DATE      TO WS-ORDER-DATE-NUM.
042000     MOVE 0   TO PO-LINE-COUNT, WS-SNAP-LINES, WS-SNAP-QTY,
042100                 WS-SNAP-VALUE.
042200     MOVE 'N' TO WS-TOO-MANY-LINES-SW.

042300     PERFORM 210-COLLECT-ONE-LINE THRU 210-EXIT
042400         UNTIL END-OF-ORDERS
042500         OR HV-ORDER-NUM NOT = WS-CURR-ORDER.
042600     ADD 1 TO ORDERS-READ.

042700     IF WS-CURR-SUPPLIER = SPACES
042800         DISPLAY 'XMLPO1 ORDER HAS NO SUPPLIER, NOT SENT '
042900                 WS-CURR-ORDER
043000         ADD 1 TO ORDERS-NOT-SENT
043100         GO TO 200-EXIT.
043200     IF TOO-MANY-LINES
043300         DISPLAY 'XMLPO1 ORDER OVER 200 LINES, NOT SENT '
043400                 WS-CURR-ORDER
043500         ADD 1 TO ORDERS-NOT-SENT
043600         GO TO 200-EXIT.

043700     PERFORM 220-CHECK-SENT THRU 220-EXIT.
043800     IF ORDER-UNCHANGED
043900         ADD 1 TO ORDERS-UNCHANGED
044000         GO TO 200-EXIT.

044100     PERFORM 230-CHECK-PARTNER THRU 230-EXIT.
044200     IF SEND-BY-XML
044300         PERFORM 300-WRITE-PO-DOCUMENT THRU 300-EXIT
044400         PERFORM 350-LOG-TRANSMISSION THRU 350-EXIT
044500     ELSE
044600         PERFORM 400-PRINT-PO THRU 400-EXIT.
044700     IF ORDER-IS-CHANGED
044800         ADD 1 TO CHANGES-SENT.
044900     PERFORM 250-RECORD-SENT THRU 250-EXIT.
045000 200-EXIT.
045100     EXIT.

045200 210-COLLECT-ONE-LINE.
045300     IF PO-LINE-COUNT >= 200
045400         MOVE 'Y' TO WS-TOO-MANY-LINES-SW
045500         GO TO 210-NEXT.
045600     ADD 1 TO PO-LINE-COUNT.
045700     MOVE PO-LINE-COUNT  TO LN-SUB.
045800     MOVE HV-ORDER-LINE  TO PO-TBL-LINE(LN-SUB).
045900     MOVE HV-PART-NUM    TO PO-TBL-PART-NUM(LN-SUB).
046000     MOVE HV-QTY-ORDERED TO PO-TBL-QTY(LN-SUB).
046100     MOVE HV-UNIT-PRICE  TO PO-TBL-PRICE(LN-SUB).
046200     PERFORM 215-REQUESTED-DATE THRU 215-EXIT.
046300     COMPUTE WS-LINE-VALUE =
046400         PO-TBL-QTY(LN-SUB) * PO-TBL-PRICE(LN-SUB).
046500     ADD 1                  TO WS-SNAP-LINES.
046600     ADD PO-TBL-QTY(LN-SUB) TO WS-SNAP-QTY.
046700     ADD WS-LINE-VALUE      TO WS-SNAP-VALUE.
046800 210-NEXT.
046900     PERFORM 100-FETCH-ORDER-LINE THRU 100-EXIT.
047000 210-EXIT.
047100     EXIT.

047200*    THE ORDER DATE PLUS THE SUPPLIER'S QUOTED LEAD DAYS FOR THE
047300*    PART; NO TERMS ROW, OR A DATE DATESRV CANNOT ADD TO, LEAVES
047400*    THE ORDER DATE.
047500 215-REQUESTED-DATE.
047600     MOVE WS-ORDER-DATE-NUM TO PO-TBL-REQ-DATE(LN-SUB).
047700     MOVE 0 TO WS-LEAD-DAYS.
047800     PERFORM 217-MATCH-TERMS THRU 217-EXIT
047900         VARYING TERMS-SUB FROM 1 BY 1
048000         UNTIL TERMS-SUB > TERMS-COUNT
048100         OR WS-LEAD-DAYS > 0.
048200     IF WS-LEAD-DAYS = 0
048300         GO TO 215-EXIT.
048400     MOVE 'ADD '            TO DSRV-FUNCTION.
048500     MOVE WS-ORDER-DATE-NUM TO DSRV-DATE-1.
048600     MOVE WS-LEAD-DAYS      TO DSRV-DAYS.
048700     CALL 'DATESRV' USING DATE-SRV-PARMS.
048800     IF DSRV-RETURN-CD = 0
048900         MOVE DSRV-DATE-2 TO PO-TBL-REQ-DATE(LN-SUB).
049000 215-EXIT.
049100     EXIT.

049200 217-MATCH-TERMS.
049300     IF TERMS-PART-NUMBER(TERMS-SUB) = HV-PART-NUM
049400       AND TERMS-SUPPLIER-CODE(TERMS-SUB) = WS-CURR-SUPPLIER
049500         MOVE TERMS-LEAD-DAYS(TERMS-SUB) TO WS-LEAD-DAYS.
049600 217-EXIT.
049700     EXIT.

049800******************************************************************
049900*    220-CHECK-SENT                                              *
050000*      NO POSENT RECORD - A NEW ORDER.  A RECORD WHOSE SNAPSHOT  *
050100*      STILL AGREES - THE SUPPLIER ALREADY HAS IT.  ANYTHING     *
050200*      ELSE IS A CHANGE AT THE NEXT REVISION.                    *
050300******************************************************************
050400 220-CHECK-SENT.
050500     MOVE WS-CURR-ORDER TO POSENT-REC-KEY.
050600     READ POSENT INTO PO-SENT-REC.
050700     IF POSENT-NOT-FOUND
050800         MOVE 'N'        TO WS-ORDER-ACTION-SW
050900         MOVE 0          TO WS-REVISION
051000         MOVE 'original' TO WS-PURPOSE
051100         GO TO 220-EXIT.
051200     IF NOT POSENT-OK
051300         DISPLAY 'XMLPO1 POSENT READ FAILED ' POSENT-STATUS
051400                 ' ORDER ' WS-CURR-ORDER
051500         MOVE 16 TO WS-RETURN-CD
051600         MOVE 'U' TO WS-ORDER-ACTION-SW
051700         GO TO 220-EXIT.
051800     IF PST-SUPPLIER-CODE = WS-CURR-SUPPLIER
051900       AND PST-LINE-COUNT = WS-SNAP-LINES
052000       AND PST-TOTAL-QTY = WS-SNAP-QTY
052100       AND PST-TOTAL-VALUE = WS-SNAP-VALUE
052200         MOVE 'U' TO WS-ORDER-ACTION-SW
052300         GO TO 220-EXIT.
052400     MOVE 'C'      TO WS-ORDER-ACTION-SW.
052500     COMPUTE WS-REVISION = PST-REVISION + 1.
052600     MOVE 'change' TO WS-PURPOSE.
052700 220-EXIT.
052800     EXIT.

052900******************************************************************
053000*    230-CHECK-PARTNER                                           *
053100*      THE SUPPLIER TAKES XML WHEN IT IS ON TPMSTR, ACTIVE AND   *
053200*      SET UP FOR PURCHASE ORDERS.  THE DOCUMENT THEN TAKES THE  *
053300*      PARTNER'S NEXT OUTBOUND CONTROL NUMBER AND THE SEQUENCE   *
053400*      ADVANCES, EXACTLY AS XMLCATP1 DOES FOR A CATALOG.         *
053500******************************************************************
053600 230-CHECK-PARTNER.
053700     MOVE 'N' TO WS-SEND-XML-SW.
053800     MOVE 0   TO WS-CONTROL-NUM.
053900     MOVE WS-CURR-SUPPLIER TO TPMSTR-REC-KEY.
054000     READ TPMSTR INTO TRADING-PARTNER-REC.
054100     IF NOT TPMSTR-OK
054200         GO TO 230-EXIT.
054300     IF NOT TPM-IS-ACTIVE
054400       OR NOT TPM-TAKES-PO
054500         GO TO 230-EXIT.

054600     MOVE TPM-NEXT-OUT-CONTROL TO WS-CONTROL-NUM.
054700     ADD 1 TO TPM-NEXT-OUT-CONTROL.
054800     MOVE TPM-PARTNER-ID TO TPMSTR-REC-KEY.
054900     REWRITE TPMSTR-FD-REC FROM TRADING-PARTNER-REC.
055000     IF NOT TPMSTR-OK
055100         DISPLAY 'XMLPO1 TPMSTR REWRITE FAILED '
055200                 TPMSTR-STATUS
055300         MOVE 16 TO WS-RETURN-CD.
055400     MOVE 'Y' TO WS-SEND-XML-SW.
055500 230-EXIT.
055600     EXIT.

055700******************************************************************
055800*    250-RECORD-SENT                                             *
055900*      POSENT NOW SAYS WHAT THE SUPPLIER HAS: THIS REVISION,     *
056000*      HOW IT WENT, AND THE SNAPSHOT THE NEXT RUN COMPARES TO.   *
056100******************************************************************
056200 250-RECORD-SENT.
056300     MOVE SPACES           TO PO-SENT-REC.
056400     MOVE WS-CURR-ORDER    TO PST-ORDER-NUM.
056500     MOVE WS-CURR-SUPPLIER TO PST-SUPPLIER-CODE.
056600     MOVE WS-REVISION      TO PST-REVISION.
056700     IF SEND-BY-XML
056800         MOVE 'X' TO PST-METHOD
056900     ELSE
057000         MOVE 'P' TO PST-METHOD.
057100     MOVE WS-CONTROL-NUM   TO PST-CONTROL-NUMBER.
057200     MOVE WS-RUN-DATE      TO PST-SENT-DATE.
057300     MOVE WS-SNAP-LINES    TO PST-LINE-COUNT.
057400     MOVE WS-SNAP-QTY      TO PST-TOTAL-QTY.
057500     MOVE WS-SNAP-VALUE    TO PST-TOTAL-VALUE.
057600     MOVE WS-CURR-ORDER    TO POSENT-REC-KEY.
057700     IF ORDER-IS-NEW
057800         WRITE POSENT-FD-REC FROM PO-SENT-REC
057900     ELSE
058000         REWRITE POSENT-FD-REC FROM PO-SENT-REC.
058100     IF NOT POSENT-OK
058200         DISPLAY 'XMLPO1 POSENT UPDATE FAILED ' POSENT-STATUS
058300                 ' ORDER ' WS-CURR-ORDER
058400         MOVE 16 TO WS-RETURN-CD.
058500 250-EXIT.
058600     EXIT.

058700******************************************************************
058800*    300-WRITE-PO-DOCUMENT                                       *
058900*      ONE purchaseOrder DOCUMENT: HEADER, ONE line PER OPEN     *
059000*      ORDER LINE, AND THE TRAILER.  DELIMITED BY SPACE IS SAFE  *
059100*      FOR THE PART NUMBER AND PURPOSE - NEITHER CARRIES AN      *
059200*      EMBEDDED BLANK.                                           *
059300******************************************************************
059400 300-WRITE-PO-DOCUMENT.
059500     MOVE WS-REVISION TO WS-LINE-NUM-DISPLAY.
059600     MOVE SPACES TO WS-DOC-BUILD.
059700     STRING '<purchaseOrder orderNumber="'
059800                DELIMITED BY SIZE
059900            WS-CURR-ORDER
060000                DELIMITED BY SIZE
060100            '" purpose="'
060200                DELIMITED BY SIZE
060300            WS-PURPOSE
060400                DELIMITED BY SPACE
060500            '" revision="'
060600                DELIMITED BY SIZE
060700            WS-LINE-NUM-DISPLAY
060800                DELIMITED BY SIZE
060900            '" supplierCode="'
061000                DELIMITED BY SIZE
061100            WS-CURR-SUPPLIER
061200                DELIMITED BY SIZE
061300            '" orderDate="'
061400                DELIMITED BY SIZE
061500            WS-CURR-ORDER-DATE
061600                DELIMITED BY SIZE
061700            '" controlNumber="'
061800                DELIMITED BY SIZE
061900            WS-CONTROL-NUM
062000                DELIMITED BY SIZE
062100            '">'
062200                DELIMITED BY SIZE
062300         INTO WS-DOC-BUILD.
062400     MOVE WS-DOC-BUILD TO XMLPOO-REC.
062500     WRITE XMLPOO-REC.

062600     PERFORM 310-WRITE-PO-LINE THRU 310-EXIT
062700         VARYING LN-SUB FROM 1 BY 1
062800         UNTIL LN-SUB > PO-LINE-COUNT.

062900     MOVE PO-LINE-COUNT TO WS-LINE-COUNT-DISPLAY.
063000     MOVE SPACES TO WS-DOC-BUILD.
063100     STRING '<orderTrailer lineCount="'
063200                DELIMITED BY SIZE
063300            WS-LINE-COUNT-DISPLAY
063400                DELIMITED BY SIZE
063500            '" controlNumber="'
063600                DELIMITED BY SIZE
063700            WS-CONTROL-NUM
063800                DELIMITED BY SIZE
063900            '"/></purchaseOrder>'
064000                DELIMITED BY SIZE
064100         INTO WS-DOC-BUILD.
064200     MOVE WS-DOC-BUILD TO XMLPOO-REC.
064300     WRITE XMLPOO-REC.
064400     ADD 1 TO ORDERS-SENT-XML.
064500 300-EXIT.
064600     EXIT.

064700 310-WRITE-PO-LINE.
064800     MOVE PO-TBL-LINE(LN-SUB)     TO WS-LINE-NUM-DISPLAY.
064900     MOVE PO-TBL-QTY(LN-SUB)      TO WS-QTY-DISPLAY.
065000     MOVE PO-TBL-PRICE(LN-SUB)    TO WS-PRICE-DISPLAY.
065100     MOVE PO-TBL-REQ-DATE(LN-SUB) TO WS-NUM-DATE.
065200     PERFORM 320-FORMAT-ISO-DATE THRU 320-EXIT.
065300     MOVE SPACES TO WS-DOC-BUILD.
065400     STRING '<line lineNumber="'
065500                DELIMITED BY SIZE
065600            WS-LINE-NUM-DISPLAY
065700                DELIMITED BY SIZE
065800            '"><partNumber>'
065900                DELIMITED BY SIZE
066000            PO-TBL-PART-NUM(LN-SUB)
066100                DELIMITED BY SPACE
066200            '</partNumber><quantity>'
066300                DELIMITED BY SIZE
066400            WS-QTY-DISPLAY
066500                DELIMITED BY SIZE
066600            '</quantity><unitPrice>'
066700                DELIMITED BY SIZE
066800            WS-PRICE-DIGITS
066900                DELIMITED BY SIZE
067000            '</unitPrice><requestedDate>'
067100                DELIMITED BY SIZE
067200            WS-ISO-DATE
067300                DELIMITED BY SIZE
067400            '</requestedDate></line>'
067500                DELIMITED BY SIZE
067600         INTO WS-DOC-BUILD.
067700     MOVE WS-DOC-BUILD TO XMLPOO-REC.
067800     WRITE XMLPOO-REC.
067900 310-EXIT.
068000     EXIT.

068100 320-FORMAT-ISO-DATE.
068200     MOVE SPACES      TO WS-ISO-DATE.
068300     STRING WS-NUM-CCYY '-' WS-NUM-MM '-' WS-NUM-DD
068400         DELIMITED BY SIZE INTO WS-ISO-DATE.
068500 320-EXIT.
068600     EXIT.

068700******************************************************************
068800*    350-LOG-TRANSMISSION                                        *
068900*      ONE TPREGIST RECORD PER DOCUMENT - PARTNER, DIRECTION,    *
069000*      CONTROL NUMBER, AND THE LINE COUNT THE TRAILER CARRIES.   *
069100******************************************************************
069200 350-LOG-TRANSMISSION.
069300     MOVE SPACES           TO TRANSMISSION-REG-REC.
069400     MOVE TPM-PARTNER-ID   TO TPR-PARTNER-ID.
069500     MOVE 'O'              TO TPR-DIRECTION.
069600     MOVE 'PO '            TO TPR-DOC-TYPE.
069700     MOVE WS-CONTROL-NUM   TO TPR-CONTROL-NUMBER.
069800     MOVE WS-RUN-DATE      TO TPR-EXCHANGE-DATE.
069900     MOVE PO-LINE-COUNT    TO TPR-RECORD-COUNT.
070000     MOVE 'A'              TO TPR-STATUS.
070100     MOVE 'XMLPO1'         TO TPR-SOURCE-PROGRAM.
070200     WRITE TPREGIST-REC FROM TRANSMISSION-REG-REC.
070300 350-EXIT.
070400     EXIT.

070500******************************************************************
070600*    400-PRINT-PO                                                *
070700*      A SUPPLIER NOT ON EDI GETS THE ORDER ON PAPER, ONE PAGE   *
070800*      PER ORDER, ADDRESSED FROM ITS APVEND REMIT-TO RECORD.     *
070900*      A CHANGE SAYS SO ACROSS THE TOP.                          *
071000******************************************************************
071100 400-PRINT-PO.
071200     MOVE WS-CURR-ORDER      TO PRT-ORDER-NUM.
071300     MOVE WS-REVISION        TO PRT-REVISION.
071400     MOVE WS-CURR-ORDER-DATE TO PRT-ORDER-DATE.
071500     IF ORDER-IS-CHANGED
071600         MOVE '*** CHANGE ORDER - REPLACES PRIOR ISSUE'
071700             TO PRT-CHANGE-NOTE
071800     ELSE
071900         MOVE SPACES TO PRT-CHANGE-NOTE.
072000     WRITE POPRINT-REC FROM PRT-TITLE-LINE
072100         AFTER ADVANCING PAGE.

072200     MOVE WS-CURR-SUPPLIER TO APVEND-REC-KEY.
072300     READ APVEND INTO AP-VENDOR-REC.
072400     IF NOT APVEND-OK
072500         MOVE SPACES           TO AP-VENDOR-REC
072600         MOVE 'ADDRESS NOT ON FILE - SEE BUYER'
072700             TO APV-REMIT-NAME.
072800     MOVE SPACES TO PRT-ADDR-TEXT.
072900     MOVE 'SUPPLIER:  '    TO PRT-ADDR-LABEL.
073000     STRING WS-CURR-SUPPLIER '  ' APV-REMIT-NAME
073100         DELIMITED BY SIZE INTO PRT-ADDR-TEXT.
073200     WRITE POPRINT-REC FROM PRT-ADDRESS-LINE
073300         AFTER ADVANCING 2 LINES.
073400     MOVE SPACES            TO PRT-ADDR-LABEL.
073500     MOVE APV-REMIT-ADDRESS TO PRT-ADDR-TEXT.
073600     WRITE POPRINT-REC FROM PRT-ADDRESS-LINE
073700         AFTER ADVANCING 1 LINES.
073800     MOVE APV-REMIT-CITY    TO PRT-CITY.
073900     MOVE APV-REMIT-STATE   TO PRT-STATE.
074000     MOVE APV-REMIT-ZIP     TO PRT-ZIP.
074100     WRITE POPRINT-REC FROM PRT-CITY-LINE
074200         AFTER ADVANCING 1 LINES.

074300     WRITE POPRINT-REC FROM PRT-COLUMN-HEADER
074400         AFTER ADVANCING 2 LINES.
074500     PERFORM 410-PRINT-PO-LINE THRU 410-EXIT
074600         VARYING LN-SUB FROM 1 BY 1
074700         UNTIL LN-SUB > PO-LINE-COUNT.
074800     MOVE WS-SNAP-VALUE TO PRT-TOTAL-VALUE.
074900     WRITE POPRINT-REC FROM PRT-TOTAL-LINE
075000         AFTER ADVANCING 2 LINES.
075100     ADD 1 TO ORDERS-PRINTED.
075200 400-EXIT.
075300     EXIT.

075400 410-PRINT-PO-LINE.
075500     MOVE PO-TBL-LINE(LN-SUB)     TO PRT-LINE.
075600     MOVE PO-TBL-PART-NUM(LN-SUB) TO PRT-PART-NUM.
075700     MOVE PO-TBL-QTY(LN-SUB)      TO PRT-QTY.
075800     MOVE PO-TBL-PRICE(LN-SUB)    TO PRT-UNIT-PRICE.
075900     COMPUTE PRT-EXTENDED =
076000         PO-TBL-QTY(LN-SUB) * PO-TBL-PRICE(LN-SUB).
076100     MOVE PO-TBL-REQ-DATE(LN-SUB) TO WS-NUM-DATE.
076200     PERFORM 320-FORMAT-ISO-DATE THRU 320-EXIT.
076300     MOVE WS-ISO-DATE             TO PRT-REQ-DATE.
076400     WRITE POPRINT-REC FROM PRT-DETAIL-LINE
076500         AFTER ADVANCING 1 LINES.
076600 410-EXIT.
076700     EXIT.
