000200*    NUMBER ALREADY ON FILE IS REPL'D WITH THE NEW QUANTITY.
000210*    A DOCUMENT THAT FAILS TO PARSE OR IS MISSING itemNumber IS
000220*    REJECTED TO XMLPERR FOR THE TRADING PARTNER TO RESEND.
000222*    AN OPTIONAL unitWeight ELEMENT (POUNDS PER UNIT, TWO
000224*    DECIMALS) SETS VPARTSEG-UNIT-WEIGHT, THE CATALOG WEIGHT
000226*    PICKCONF WEIGHS THE MANIFEST BY FOR FREIGHT RATING; A
000228*    DOCUMENT WITHOUT ONE LEAVES THE WEIGHT ON FILE ALONE.
000230******************************************************************
000290*    PSB MEMBER NAME           -  PCB05B
000320******************************************************************
000750 01  WS-ITEM-NAME              PIC X(14) VALUE SPACES.
000760 01  WS-QUANTITY-TEXT          PIC X(09) VALUE SPACES.
000770 01  WS-QUANTITY               PIC 9(07) VALUE 0.
000772 01  WS-WEIGHT-TEXT            PIC X(09) VALUE SPACES.
000774 01  WS-UNIT-WEIGHT            PIC 9(04)V99 VALUE 0.
000780 01  WS-PARSE-ERROR-SW         PIC X     VALUE 'N'.
000790     88  PARSE-ERROR-FOUND               VALUE 'Y'.
000800
000970     05  VPARTSEG-WEEKS-LEAD-TIME   PIC 9(03) VALUE 0.
000980     05  VPARTSEG-ENGINE-MODEL      PIC X(05) VALUE SPACES.
000990     05  VPARTSEG-QTY-ON-HAND       PIC 9(07) VALUE 0.
001000     05  VPARTSEG-UNIT-WEIGHT       PIC 9(04)V99 VALUE 0.
001005     05  FILLER                     PIC X(01) VALUE SPACES.
001010
001020******************************************************************
001030*            SSA AREA FOR PARTSUPP DATABASE                       *
002050     MOVE SPACES TO WS-CURR-ELEMENT
002060                    WS-ITEM-NUMBER
002070                    WS-ITEM-NAME
002080                    WS-QUANTITY-TEXT
002085                    WS-WEIGHT-TEXT.
002090     MOVE 0      TO WS-QUANTITY.
002100     MOVE 'N'    TO WS-PARSE-ERROR-SW.
002110
002500             IF WS-CURR-ELEMENT = 'quantityOnHand'
002510                 MOVE XML-TEXT TO WS-QUANTITY-TEXT
002520             END-IF
002522             IF WS-CURR-ELEMENT = 'unitWeight'
002524                 MOVE XML-TEXT TO WS-WEIGHT-TEXT
002526             END-IF
002530         WHEN 'EXCEPTION'
002540             MOVE 'Y' TO WS-PARSE-ERROR-SW
002550     END-EVALUATE.
002660 250-POST-QTY-ON-HAND.
002670
002680     MOVE FUNCTION NUMVAL(WS-QUANTITY-TEXT) TO WS-QUANTITY.
002685     IF WS-WEIGHT-TEXT NOT = SPACES
002690         MOVE FUNCTION NUMVAL(WS-WEIGHT-TEXT) TO WS-UNIT-WEIGHT.
002690
002700     MOVE WS-ITEM-NUMBER TO VPARTSEG-KEY.
002710     MOVE GHU-FUNC       TO CALL-FUNCTION.
002750         END-IF
002750         MOVE VPARTSEG-QTY-ON-HAND TO WS-QTY-BEFORE-HOLD
002751         MOVE WS-QUANTITY    TO VPARTSEG-QTY-ON-HAND
002752         IF WS-WEIGHT-TEXT NOT = SPACES
002753             MOVE WS-UNIT-WEIGHT TO VPARTSEG-UNIT-WEIGHT
002754         END-IF
002760         MOVE REPL-FUNC      TO CALL-FUNCTION
002770         PERFORM 900-CALL-PARTSUPP-DB THRU 900-EXIT
002772         MOVE 'FEED' TO WS-LEDGER-REASON
002820             MOVE WS-ITEM-NUMBER  TO VPARTSEG-PART-NUMBER
002830             MOVE WS-ITEM-NAME    TO VPARTSEG-PART-NAME
002840             MOVE WS-QUANTITY     TO VPARTSEG-QTY-ON-HAND
002845             MOVE ZERO            TO VPARTSEG-UNIT-WEIGHT
002846             IF WS-WEIGHT-TEXT NOT = SPACES
002847                 MOVE WS-UNIT-WEIGHT TO VPARTSEG-UNIT-WEIGHT
002848             END-IF
002850             MOVE ISRT-FUNC       TO CALL-FUNCTION
002860             PERFORM 900-CALL-PARTSUPP-DB THRU 900-EXIT
002862             MOVE ZERO TO WS-QTY-BEFORE-HOLD
