002300*          THE BALANCING REPORT PROVES PICKED = SHIPPED +        *
002400*          SHORTED + UNCONFIRMED, LINE AND QUANTITY, SO THE      *
002500*          "EVERY PICK SUCCEEDS" FICTION IS OVER.                *
002520*                                                                *
002540*          A PICK FILLED FROM AN INTERCHANGEABLE SUBSTITUTE      *
002560*          SHIPS AND POSTS ITS SHORTAGE UNDER THE SUBSTITUTE     *
002580*          PART; THE BACKORDER ITSELF STAYS ON THE ORDERED PART. *
002600*                                                                *
002700*          CONFIRMATION CARD (80 COLS):                          *
002800*            1-10   BACKORDER KEY    11-17  CONFIRMED QTY 9(7)   *
002900*           18-21   CARRIER CODE     22-23  DESTINATION ZONE     *
002910*                                                                *
002920*          EACH SHIPPED LINE IS WEIGHED FROM THE CATALOG -       *
002930*          VPARTSEG-UNIT-WEIGHT ON THE VPARTSUP DATA BASE, THE   *
002940*          PSB'S SECOND PCB - AND CARRIES THE CARD'S ZONE AND    *
002950*          ITS LINE WEIGHT ON THE MANIFEST SO SHIPMAN CAN RATE   *
002960*          THE FREIGHT.  A PART WITH NO CATALOG WEIGHT SHIPS AT  *
002970*          ZERO WEIGHT AND IS NOTED ON THE REGISTER.             *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PICKFILE
005200     RECORD CONTAINS 100 CHARACTERS
005300     LABEL RECORDS ARE OMITTED.
005400 01  PICKFILE-REC.
005500     05  PICK-PART-NUMBER            PIC X(17).
005800     05  PICK-QTY-TO-PICK            PIC 9(07).
005900     05  PICK-SUPPLIER-CODE          PIC X(05).
006000     05  PICK-RELEASE-DATE           PIC 9(08).
006020     05  PICK-LOT-NUMBER             PIC X(10).
006040     05  PICK-LOT-WHSE               PIC X(03).
006060     05  PICK-LOT-EXPIRY             PIC 9(08).
006080*    SET WHEN BKORLSE FILLED THE BACKORDER FROM AN
006100*    INTERCHANGEABLE SUBSTITUTE - THE PART THAT SHIPS.
006120     05  PICK-SUBST-PART-NUMBER      PIC X(17).
006140     05  FILLER                      PIC X(09).
006200
006300 FD  CONFCARD-FILE
006400     RECORD CONTAINS 80 CHARACTERS
006700     05  CONF-BACKORDER-KEY          PIC X(10).
006800     05  CONF-QTY                    PIC 9(07).
006900     05  CONF-CARRIER                PIC X(04).
006950     05  CONF-ZONE                   PIC X(02).
007000     05  FILLER                      PIC X(57).
007100
007200 FD  MANIFEST-FILE
007300     RECORD CONTAINS 80 CHARACTERS
012000     05  SSA-BACKORDR-KEY        PIC X(10) VALUE SPACES.
012100     05  FILLER                  PIC X     VALUE ')'.
012200
012210*    CATALOG PART SEGMENT, READ ONLY FOR THE UNIT WEIGHT.
012220 01  VPARTSEG-IO-AREA.
012230     05  VPARTSEG-PART-NUMBER       PIC X(23) VALUE SPACES.
012240     05  VPARTSEG-PART-NAME         PIC X(14) VALUE SPACES.
012250     05  VPARTSEG-SPEC-NUMBER       PIC X(07) VALUE SPACES.
012255     05  VPARTSEG-GOVT-COMML-CODE   PIC X(01) VALUE SPACES.
012260     05  VPARTSEG-BLUEPRINT-NUMBER  PIC X(10) VALUE SPACES.
012265     05  VPARTSEG-UNIT-OF-MEASURE   PIC X(03) VALUE SPACES.
012270     05  VPARTSEG-WEEKS-LEAD-TIME   PIC 9(03) VALUE 0.
012275     05  VPARTSEG-ENGINE-MODEL      PIC X(05) VALUE SPACES.
012280     05  VPARTSEG-QTY-ON-HAND       PIC 9(07) VALUE 0.
012285     05  VPARTSEG-UNIT-WEIGHT       PIC 9(04)V99 VALUE 0.
012290     05  FILLER                     PIC X(01) VALUE SPACES.
012292
012293 01  SSA-VPARTSEG.
012294     05  FILLER                  PIC X(8)  VALUE 'VPARTSEG'.
012295     05  FILLER                  PIC X     VALUE '('.
012296     05  FILLER                  PIC X(8)  VALUE 'VPARTKEY'.
012297     05  FILLER                  PIC XX    VALUE ' ='.
012298     05  SSA-VPARTSEG-KEY        PIC X(23) VALUE SPACES.
012299     05  FILLER                  PIC X     VALUE ')'.
012300
012350 01  IMS-CALL-FUNCTIONS.
012400     05  GHU-FUNC                PIC X(4)  VALUE 'GHU '.
012450     05  GU-FUNC                 PIC X(4)  VALUE 'GU  '.
012500     05  REPL-FUNC               PIC X(4)  VALUE 'REPL'.
012600
012700*    CONFIRMATION CARDS, LOADED UP FRONT AND MARKED AS THE
013300         10  CNF-KEY             PIC X(10).
013400         10  CNF-QTY             PIC 9(07).
013500         10  CNF-CARRIER         PIC X(04).
013550         10  CNF-ZONE            PIC X(02).
013600         10  CNF-USED-SW         PIC X(01).
013700     05  CNF-SUB                 PIC S9(4) COMP VALUE 0.
013800     05  CNF-HIT-SUB             PIC S9(4) COMP VALUE 0.
014700     05  WS-RUN-DATE             PIC 9(08) VALUE 0.
014800     05  WS-SHIP-QTY             PIC 9(07) VALUE 0.
014900     05  WS-SHORT-QTY            PIC 9(07) VALUE 0.
014920*        THE PART THAT LEAVES THE SHELF - THE SUBSTITUTE WHEN
014940*        THE PICK NAMES ONE, OTHERWISE THE BACKORDERED PART.
014960     05  WS-SHIP-PART            PIC X(17) VALUE SPACES.
014970     05  WS-LINE-WEIGHT          PIC 9(07)V99 VALUE 0.
015000     05  MOVLEDGR-STATUS         PIC X(02) VALUE SPACES.
015100         88  MOVLEDGR-OK         VALUE '00'.
015200
015600     05  LINES-SHORTED           PIC 9(7) VALUE 0.
015700     05  LINES-UNCONFIRMED       PIC 9(7) VALUE 0.
015800     05  CARDS-UNMATCHED         PIC 9(7) VALUE 0.
015850     05  LINES-NOT-WEIGHED       PIC 9(7) VALUE 0.
015900     05  QTY-PICKED              PIC 9(9) VALUE 0.
016000     05  QTY-SHIPPED             PIC 9(9) VALUE 0.
016100     05  QTY-SHORTED             PIC 9(9) VALUE 0.
019500     05  PARTFILE-KEY-LENGTH     PIC S9(5) COMP.
019600     05  PARTFILE-NO-SEN-SEGS    PIC S9(5) COMP.
019700     05  PARTFILE-KEY-FEEDBACK   PIC X(34).
019710
019720 01  VPARTSUP-PCB.
019730     05  VPARTSUP-DBD-NAME       PIC X(08).
019740     05  VPARTSUP-SEGMENT-LEVEL  PIC X(02).
019750     05  VPARTSUP-STATUS-CODE    PIC X(02).
019760         88 VPARTSUP-SUCCESSFUL-CALL  VALUE '  ' 'GA' 'GK'.
019770         88 VPARTSUP-SEGMENT-NOT-FOUND VALUE 'GE'.
019780     05  VPARTSUP-PROC-OPT       PIC X(04).
019790     05  VPARTSUP-RESERVE-DLI    PIC S9(5) COMP.
019800     05  VPARTSUP-SEGMENT-NAME   PIC X(08).
019810     05  VPARTSUP-KEY-LENGTH     PIC S9(5) COMP.
019820     05  VPARTSUP-NO-SEN-SEGS    PIC S9(5) COMP.
019830     05  VPARTSUP-KEY-FEEDBACK   PIC X(34).
019800
019900 PROCEDURE DIVISION.
020000
020100     ENTRY 'DLITCBL' USING   PARTFILE-PCB
020150                             VPARTSUP-PCB.
020200
020300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020400     OPEN INPUT PICKFILE, CONFCARD-FILE.
024900     MOVE CONF-BACKORDER-KEY TO CNF-KEY(CONF-COUNT).
025000     MOVE CONF-QTY           TO CNF-QTY(CONF-COUNT).
025100     MOVE CONF-CARRIER       TO CNF-CARRIER(CONF-COUNT).
025150     MOVE CONF-ZONE          TO CNF-ZONE(CONF-COUNT).
025200     MOVE 'N'                TO CNF-USED-SW(CONF-COUNT).
025300 050-EXIT.
025400     EXIT.
026100 100-PROCESS-PICK.
026200     ADD 1 TO LINES-PICKED.
026300     ADD PICK-QTY-TO-PICK TO QTY-PICKED.
026320     IF PICK-SUBST-PART-NUMBER = SPACES
026340         MOVE PICK-PART-NUMBER       TO WS-SHIP-PART
026360     ELSE
026380         MOVE PICK-SUBST-PART-NUMBER TO WS-SHIP-PART.
026400     PERFORM 150-FIND-CARD THRU 150-EXIT.
026500
026600     IF NOT CONF-FOUND
031100******************************************************************
031200*    200-SHIP-LINE                                               *
031300*      THE CONFIRMED PORTION ROLLS INTO THE MANIFEST FILE        *
031400*      UNDER THE CARD'S CARRIER AND ZONE, WEIGHED FROM THE       *
031450*      CATALOG FOR FREIGHT RATING.                               *
031500******************************************************************
031600 200-SHIP-LINE.
031650     PERFORM 250-WEIGH-LINE THRU 250-EXIT.
031700     MOVE SPACES                   TO MANIFEST-REC.
031800     MOVE CNF-CARRIER(CNF-HIT-SUB) TO MAN-CARRIER-CODE.
031900     MOVE PICK-ORDER-NUM           TO MAN-ORDER-NUM.
032000     MOVE WS-SHIP-PART             TO MAN-PART-NUMBER.
032100     MOVE PICK-BACKORDER-KEY       TO MAN-BACKORDER-KEY.
032200     MOVE WS-SHIP-QTY              TO MAN-QTY-SHIPPED.
032300     MOVE WS-RUN-DATE              TO MAN-SHIP-DATE.
032320     MOVE CNF-ZONE(CNF-HIT-SUB)    TO MAN-ZONE.
032340     MOVE WS-LINE-WEIGHT           TO MAN-LINE-WEIGHT.
032400     WRITE MANIFEST-OUT-REC FROM MANIFEST-REC.
032500     ADD 1 TO LINES-SHIPPED.
032600     ADD WS-SHIP-QTY TO QTY-SHIPPED.
032900     MOVE PICK-ORDER-NUM   TO REG-ORDER-NUM.
033000     MOVE WS-SHIP-QTY      TO REG-QTY.
033100     MOVE SPACES           TO REG-NOTE.
033150     IF WS-LINE-WEIGHT = ZERO
033170         MOVE 'NO CATALOG WEIGHT' TO REG-NOTE.
033200     WRITE CONFREG-REC FROM REG-DETAIL-LINE.
033300 200-EXIT.
033400     EXIT.
033402
033404******************************************************************
033406*    250-WEIGH-LINE                                              *
033408*      SHIPPED QUANTITY TIMES THE PART'S CATALOG UNIT WEIGHT.    *
033410*      NOT ON THE CATALOG, OR NO WEIGHT KEPT: ZERO, COUNTED.     *
033412******************************************************************
033414 250-WEIGH-LINE.
033416     MOVE ZERO         TO WS-LINE-WEIGHT.
033418     MOVE WS-SHIP-PART TO SSA-VPARTSEG-KEY.
033420     CALL 'CBLTDLI' USING  GU-FUNC
033422                           VPARTSUP-PCB
033424                           VPARTSEG-IO-AREA
033426                           SSA-VPARTSEG.
033428     IF VPARTSUP-SUCCESSFUL-CALL
033430       AND VPARTSEG-UNIT-WEIGHT NUMERIC
033432         COMPUTE WS-LINE-WEIGHT =
033434             WS-SHIP-QTY * VPARTSEG-UNIT-WEIGHT
033436     ELSE
033438         IF NOT VPARTSUP-SUCCESSFUL-CALL
033440           AND NOT VPARTSUP-SEGMENT-NOT-FOUND
033442             DISPLAY 'PICKCONF VPARTSEG GU FAILED '
033444                     VPARTSUP-STATUS-CODE ' PART ' WS-SHIP-PART.
033446     IF WS-LINE-WEIGHT = ZERO
033448         ADD 1 TO LINES-NOT-WEIGHED.
033450 250-EXIT.
033452     EXIT.
033500
033600******************************************************************
033700*    300-SHORT-LINE                                              *
037100         DISPLAY 'PICKCONF REPL FAILED ' PARTFILE-STATUS-CODE.
037200
037300     MOVE SPACES             TO MOVEMENT-LEDGER-REC.
037400     MOVE WS-SHIP-PART       TO MOV-PART-NUMBER.
037500     MOVE WS-RUN-DATE        TO MOV-DATE.
037600     MOVE PICK-QTY-TO-PICK   TO MOV-QTY-BEFORE.
037700     MOVE WS-SHIP-QTY        TO MOV-QTY-AFTER.
042500         MOVE '** OUT OF BALANCE - INVESTIGATE BEFORE RERUN'
042600             TO CONFREG-REC.
042700     WRITE CONFREG-REC.
042710     MOVE 'SHIPPED LINES WITH NO WEIGHT: ' TO REG-TOTAL-LABEL.
042720     MOVE LINES-NOT-WEIGHED   TO REG-TOTAL-COUNT.
042730     WRITE CONFREG-REC FROM REG-TOTAL-LINE.
042800 850-EXIT.
042900     EXIT.
043000
