002000*        <line><lineNumber>N</lineNumber>                        *
002100*              <partNumber>...</partNumber>                      *
002200*              <quantityShipped>N</quantityShipped>              *
002210*              <lotNumber>...</lotNumber>                        *
002220*              <expirationDate>CCYYMMDD</expirationDate></line>  *
002300*      </shipNotice>                                             *
002310*                                                                *
002320*    THE OPTIONAL lotNumber CARRIES THE SUPPLIER'S PRODUCTION    *
002350*    POSTS - SO LOT BALANCES BUILD STRAIGHT FROM THE FEED AT     *
002360*    THE RECEIVING DOCK.  LINES WITHOUT A LOT POST EXACTLY AS    *
002370*    BEFORE; NOT EVERY SUPPLIER LOT-TRACKS.                      *
002371*    THE OPTIONAL expirationDate RIDES ON THE SAME CARD, SO THE  *
002372*    LOT'S SHELF LIFE IS ON LOTBAL FROM THE DAY IT ARRIVES.  A   *
002373*    DATE THAT IS NOT CCYYMMDD REJECTS THE DOCUMENT.             *
002380*                                                                *
002390*    partnerId AND controlNumber IDENTIFY THE SENDER AGAINST     *
002391*    THE TPMSTR TRADING PARTNER MASTER.  A DOCUMENT FROM AN      *
004760     LABEL RECORDS ARE STANDARD.
004770 01  LOTRECPT-OUT-REC.
004780     05  LOTCARD-ACTIVITY            PIC X(01).
004781     05  LOTCARD-PART-NUM            PIC X(23).
004782     05  LOTCARD-WHSE                PIC X(03).
004783     05  LOTCARD-TO-WHSE             PIC X(03).
004784     05  LOTCARD-LOT-NUM             PIC X(10).
004785     05  LOTCARD-QTY                 PIC 9(07).
004786     05  LOTCARD-DATE                PIC 9(08).
004787     05  LOTCARD-REFERENCE           PIC X(15).
004788     05  LOTCARD-EXPIRY-DATE         PIC X(08).
004789     05  FILLER                      PIC X(02).
004790
004799 FD  TPMSTR
004800     RECORD CONTAINS 100 CHARACTERS
004801     DATA RECORD IS TPMSTR-FD-REC.
006500     05  WS-PART-NUMBER          PIC X(23) VALUE SPACES.
006600     05  WS-QTY-SHIPPED-TEXT     PIC X(07) VALUE SPACES.
006610     05  WS-LOT-NUMBER-TEXT      PIC X(10) VALUE SPACES.
006615     05  WS-EXPIRY-TEXT          PIC X(08) VALUE SPACES.
006620     05  WS-PARTNER-ID-TEXT      PIC X(05) VALUE SPACES.
006630     05  WS-CONTROL-TEXT         PIC X(06) VALUE SPACES.
006640
007300         10  ASN-PART-NUMBER     PIC X(23).
007400         10  ASN-QTY-SHIPPED     PIC 9(07).
007410         10  ASN-LOT-NUMBER      PIC X(10).
007420         10  ASN-EXPIRY-DATE     PIC X(08).
007500
007600 01  HOST-VARIABLES.
007700     05  HV-ORDER-NUM            PIC X(06).
016600                 MOVE SPACES TO WS-LINE-NUMBER-TEXT,
016700                                WS-PART-NUMBER,
016800                                WS-QTY-SHIPPED-TEXT,
016810                                WS-LOT-NUMBER-TEXT,
016820                                WS-EXPIRY-TEXT
016900             END-IF
017000         WHEN 'ATTRIBUTE-NAME'
017100             IF WS-CURR-ELEMENT = 'shipNotice'
019110             IF WS-CURR-ELEMENT = 'lotNumber'
019120                 MOVE XML-TEXT TO WS-LOT-NUMBER-TEXT
019130             END-IF
019140             IF WS-CURR-ELEMENT = 'expirationDate'
019150                 MOVE XML-TEXT TO WS-EXPIRY-TEXT
019160             END-IF
019200         WHEN 'END-OF-ELEMENT'
019300             IF XML-TEXT = 'line'
019400                 PERFORM 220-BANK-ONE-LINE THRU 220-EXIT
020600         GO TO 220-EXIT.
020700     IF WS-LINE-NUMBER-TEXT NOT NUMERIC
020800       OR WS-QTY-SHIPPED-TEXT NOT NUMERIC
020810       OR (WS-EXPIRY-TEXT NOT = SPACES
020820           AND WS-EXPIRY-TEXT NOT NUMERIC)
020900         MOVE 'Y' TO WS-PARSE-ERROR-SW
021000         GO TO 220-EXIT.
021100     ADD 1 TO ASN-LINE-COUNT.
021300     MOVE WS-PART-NUMBER      TO ASN-PART-NUMBER(ASN-LINE-COUNT).
021400     MOVE WS-QTY-SHIPPED-TEXT TO ASN-QTY-SHIPPED(ASN-LINE-COUNT).
021410     MOVE WS-LOT-NUMBER-TEXT  TO ASN-LOT-NUMBER(ASN-LINE-COUNT).
021420     MOVE WS-EXPIRY-TEXT      TO ASN-EXPIRY-DATE(ASN-LINE-COUNT).
021500 220-EXIT.
021600     EXIT.
021700
032500     MOVE ASN-LOT-NUMBER(LN-SUB)  TO LOTCARD-LOT-NUM.
032600     MOVE ASN-QTY-SHIPPED(LN-SUB) TO LOTCARD-QTY.
032700     MOVE WS-ARRIVAL-TEXT         TO LOTCARD-DATE.
032710     MOVE ASN-EXPIRY-DATE(LN-SUB) TO LOTCARD-EXPIRY-DATE.
032800     STRING 'PO ' WS-ORDER-NUMBER '/'
032900            ASN-LINE-NUMBER(LN-SUB)
033000         DELIMITED BY SIZE INTO LOTCARD-REFERENCE.
