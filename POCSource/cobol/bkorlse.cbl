001900*          THE RELEASE REGISTER REPORT SHOWS EVERY RELEASE AND  *
002000*          THE RUN TOTALS, SO STOCK NO LONGER SITS FOR DAYS     *
002100*          WHILE ITS BACKORDERS AGE ON THE PRTBKAGE LISTING.    *
002110*                                                                *
002120*          A LOT-TRACKED PART IS PICKED EARLIEST-EXPIRING LOT    *
002130*          FIRST FROM ITS LOTBAL LOTS, ANY WAREHOUSE.  A LOT     *
002140*          QUARANTINED BY LOTEXPR OR ALREADY PAST ITS EXPIRY     *
002150*          DATE IS NEVER PICKED; A LOT WITH NO EXPIRY DATE GOES  *
002160*          AFTER THOSE THAT HAVE ONE, AND TIES GO TO THE OLDEST  *
002170*          RECEIPT.  THE PICK LINE NAMES THE FIRST LOT AND THE   *
002180*          REGISTER LISTS EVERY LOT AND QUANTITY THE PICK TAKES. *
002182*                                                                *
002184*          ONCE A PART'S OWN BACKORDERS ARE COVERED, WHAT IS     *
002186*          LEFT OF THE ARRIVAL RELEASES BACKORDERS OF ANY PART   *
002188*          IT IS INTERCHANGEABLE WITH UNDER AN EFFECTIVE         *
002190*          SUPERSESSION (THE SUPRSEXT EXTRACT) - THE PARTS IT    *
002192*          REPLACES AND THE PART THAT REPLACES IT.  THE PICK     *
002194*          LINE STAYS ON THE BACKORDERED PART AND NAMES THE      *
002196*          SUBSTITUTE STOCK THE WAREHOUSE ACTUALLY PICKS.        *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT RLSEREG ASSIGN TO UT-S-RLSEREG
003400         ORGANIZATION IS SEQUENTIAL.
003410     SELECT LOTBAL
003420            ASSIGN       TO LOTBAL
003430            ORGANIZATION IS INDEXED
003440            ACCESS MODE  IS DYNAMIC
003450            RECORD KEY   IS LOTBAL-REC-KEY
003460            FILE STATUS  IS LOTBAL-STATUS.
003470     SELECT SUPRSEXT ASSIGN TO UT-S-SUPRSEXT
003480         ORGANIZATION IS SEQUENTIAL
003490         FILE STATUS IS SUPRSEXT-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004300     05  TRIG-NEW-QTY                PIC 9(07).
004400
004500 FD  PICKFILE
004600     RECORD CONTAINS 100 CHARACTERS
004700     LABEL RECORDS ARE OMITTED.
004800 01  PICKFILE-REC.
004900     05  PICK-PART-NUMBER            PIC X(17).
005200     05  PICK-QTY-TO-PICK            PIC 9(07).
005300     05  PICK-SUPPLIER-CODE          PIC X(05).
005400     05  PICK-RELEASE-DATE           PIC 9(08).
005420*    THE EARLIEST-EXPIRING LOT THE PICK STARTS FROM - BLANK
005440*    WHEN THE PART HAS NO PICKABLE LOT ON LOTBAL.
005460     05  PICK-LOT-NUMBER             PIC X(10).
005480     05  PICK-LOT-WHSE               PIC X(03).
005500     05  PICK-LOT-EXPIRY             PIC 9(08).
005510*    THE PART WHOSE STOCK IS PICKED WHEN IT IS NOT THE
005520*    BACKORDERED PART ITSELF - AN INTERCHANGEABLE SUBSTITUTE.
005530*    BLANK WHEN THE PICK IS THE BACKORDERED PART.
005540     05  PICK-SUBST-PART-NUMBER      PIC X(17).
005550     05  FILLER                      PIC X(09).
005600
005700 FD  RLSEREG
005800     RECORD CONTAINS 80 CHARACTERS
005900     LABEL RECORDS ARE OMITTED.
006000 01  RLSEREG-REC                     PIC X(80).
006005
006010 FD  LOTBAL
006020     RECORD CONTAINS 80 CHARACTERS
006030     DATA RECORD IS LOTBAL-FD-REC.
006040 01  LOTBAL-FD-REC.
006050     05  LOTBAL-REC-KEY              PIC X(36).
006060     05  FILLER                      PIC X(44).
006062
006064*    PART SUPERSESSION EXTRACT FROM SPRSXTRT - SEE DDBPT6CB.
006066 FD  SUPRSEXT
006068     RECORD CONTAINS 80 CHARACTERS
006070     LABEL RECORDS ARE STANDARD.
006072 01  SUPRSEXT-REC.
006074     05  SPRX-OLD-PART-NUMBER        PIC X(23).
006076     05  SPRX-REPL-PART-NUMBER       PIC X(23).
006078     05  SPRX-EFFECTIVE-DATE         PIC 9(08).
006080     05  SPRX-INTERCHANGEABLE        PIC X(01).
006082     05  SPRX-QTY-ON-HAND            PIC 9(07).
006084     05  SPRX-PART-NAME              PIC X(14).
006086     05  FILLER                      PIC X(04).
006100
006200 WORKING-STORAGE SECTION.
006300 01  FILLER                    PIC X(32) VALUE
009700         10  BKE-DUE-DATE        PIC 9(08).
009800         10  BKE-SUPPLIER        PIC X(05).
009900         10  BKE-DONE-SW         PIC X(01).
009902
009905*    THE TRIGGERED PART'S PICKABLE LOTS, WITH WHAT IS STILL
009910*    UNALLOCATED ON EACH AS THE RUN'S RELEASES TAKE FROM THEM.
009915 01  LOT-TABLE-AREA.
009920     05  LOT-COUNT               PIC S9(4) COMP VALUE 0.
009925     05  LOT-ENTRY OCCURS 50 TIMES.
009930         10  LTE-WHSE            PIC X(03).
009935         10  LTE-LOT-NUMBER      PIC X(10).
009940         10  LTE-EXPIRY-DATE     PIC 9(08).
009945         10  LTE-RECEIPT-DATE    PIC 9(08).
009950         10  LTE-AVAILABLE-QTY   PIC 9(07).
009955
009960*    THE LOTS ONE RELEASE TAKES FROM, FOR THE REGISTER.
009965 01  SLICE-TABLE-AREA.
009970     05  SLICE-COUNT             PIC S9(4) COMP VALUE 0.
009975     05  SLICE-ENTRY OCCURS 50 TIMES.
009980         10  SLC-LOT-SUB         PIC S9(4) COMP.
009985         10  SLC-QTY             PIC 9(07).
009990
009995     COPY LOTBAL.
010000
010010*    EFFECTIVE INTERCHANGEABLE SUPERSESSIONS FROM SUPRSEXT -
010020*    EITHER PART OF A PAIR MAY FILL THE OTHER'S BACKORDERS.
010030 01  SUBST-TABLE-AREA.
010040     05  SUBST-COUNT             PIC S9(4) COMP VALUE 0.
010050     05  SUBST-ENTRY OCCURS 500 TIMES.
010060         10  SUBST-OLD-PART      PIC X(23).
010070         10  SUBST-REPL-PART     PIC X(23).
010080
010100 01  SSA-PARTROOT.
010200     05  FILLER                  PIC X(8)  VALUE 'PARTROOT'.
010300     05  FILLER                  PIC X     VALUE '('.
013400     05  BK-SUB                  PIC S9(4) COMP VALUE 0.
013500     05  BK-PICK-SUB             PIC S9(4) COMP VALUE 0.
013600     05  WS-OLDEST-DATE          PIC 9(08) VALUE 0.
013605     05  LOTBAL-STATUS           PIC X(02) VALUE SPACES.
013610         88  LOTBAL-OK                     VALUE '00'.
013615     05  WS-LOTBAL-OPEN-SW       PIC X     VALUE 'N'.
013620         88  LOTBAL-IS-OPEN      VALUE 'Y'.
013625     05  WS-LOT-EOF-SW           PIC X     VALUE 'N'.
013630         88  NO-MORE-LOTS        VALUE 'Y'.
013635     05  LOT-SUB                 PIC S9(4) COMP VALUE 0.
013640     05  LOT-PICK-SUB            PIC S9(4) COMP VALUE 0.
013645     05  SLC-SUB                 PIC S9(4) COMP VALUE 0.
013650     05  WS-BEST-EXPIRY          PIC 9(08) VALUE 0.
013655     05  WS-BEST-RECEIPT         PIC 9(08) VALUE 0.
013660     05  WS-LOT-EXPIRY           PIC 9(08) VALUE 0.
013665     05  WS-LEFT-TO-ALLOCATE     PIC 9(07) VALUE 0.
013667     05  SUPRSEXT-STATUS         PIC X(02) VALUE SPACES.
013669     05  WS-SUBST-EOF-SW         PIC X     VALUE 'N'.
013671         88  NO-MORE-SUBSTS      VALUE 'Y'.
013673     05  SUBST-SUB               PIC S9(4) COMP VALUE 0.
013675*        THE PART WHOSE BACKORDERS ARE BEING RELEASED - THE
013677*        TRIGGER PART, OR ONE INTERCHANGEABLE WITH IT.
013679     05  WS-BKORD-PART           PIC X(17) VALUE SPACES.
013681     05  WS-SUBST-PART           PIC X(23) VALUE SPACES.
013700
013800 01  COUNTERS.
013900     05  TRIGGERS-READ           PIC 9(7) VALUE 0.
014100     05  QTY-RELEASED            PIC 9(9) VALUE 0.
014150     05  BACKORDERS-RELEASED-THIS-PASS
014160                                 PIC 9(4) VALUE 0.
014180     05  SUBSTITUTES-RELEASED    PIC 9(7) VALUE 0.
014200
014300 01  REG-DETAIL-LINE.
014400     05  FILLER                  PIC X(11) VALUE ' RELEASED: '.
015000     05  FILLER                  PIC X(06) VALUE ' DUE: '.
015100     05  REG-DUE-DATE            PIC 9(08).
015200     05  FILLER                  PIC X(13) VALUE SPACES.
015205 01  REG-LOT-LINE.
015210     05  FILLER                  PIC X(10) VALUE '     LOT: '.
015215     05  REG-LOT-NUMBER          PIC X(10).
015220     05  FILLER                  PIC X(07) VALUE ' WHSE: '.
015225     05  REG-LOT-WHSE            PIC X(03).
015230     05  FILLER                  PIC X(06) VALUE ' EXP: '.
015235     05  REG-LOT-EXPIRY          PIC X(08).
015240     05  FILLER                  PIC X(06) VALUE ' QTY: '.
015245     05  REG-LOT-QTY             PIC ZZZ,ZZZ9.
015250     05  REG-LOT-NOTE            PIC X(22) VALUE SPACES.
015255 01  REG-SUBST-LINE.
015260     05  FILLER                  PIC X(28) VALUE
015265         '     PICKED AS SUBSTITUTE: '.
015270     05  REG-SUBST-PART          PIC X(17).
015275     05  FILLER                  PIC X(35) VALUE SPACES.
015300
015400 01  REG-TOTAL-LINE.
015500     05  REG-TOTAL-LABEL         PIC X(30).
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017900     OPEN INPUT PARTTRIG-FILE.
018000     OPEN OUTPUT PICKFILE, RLSEREG.
018010     OPEN INPUT LOTBAL.
018020     IF LOTBAL-OK
018030         MOVE 'Y' TO WS-LOTBAL-OPEN-SW
018040     ELSE
018050         DISPLAY 'BKORLSE LOTBAL NOT OPENED ' LOTBAL-STATUS
018060                 ' - PICKS NAME NO LOT'.
018080     PERFORM 950-LOAD-SUBSTITUTES THRU 950-EXIT.
018100     MOVE '** BACKORDER RELEASE REGISTER **' TO RLSEREG-REC.
018200     WRITE RLSEREG-REC.
018300
019100     MOVE 'TRIGGER PARTS PROCESSED:      ' TO REG-TOTAL-LABEL.
019200     MOVE TRIGGERS-READ TO REG-TOTAL-COUNT.
019300     WRITE RLSEREG-REC FROM REG-TOTAL-LINE.
019320     MOVE 'RELEASED FROM SUBSTITUTES:    ' TO REG-TOTAL-LABEL.
019340     MOVE SUBSTITUTES-RELEASED TO REG-TOTAL-COUNT.
019360     WRITE RLSEREG-REC FROM REG-TOTAL-LINE.
019400     CLOSE PARTTRIG-FILE, PICKFILE, RLSEREG.
019420     IF LOTBAL-IS-OPEN
019440         CLOSE LOTBAL.
019500     DISPLAY 'BKORLSE TRIGGERS READ       ' TRIGGERS-READ.
019600     DISPLAY 'BKORLSE BACKORDERS RELEASED '
019700             BACKORDERS-RELEASED.
020700 100-PROCESS-TRIGGER.
020800     ADD 1 TO TRIGGERS-READ.
020900     MOVE TRIG-PART-NUMBER(1:17) TO SSA-PARTROOT-KEY.
020950     MOVE TRIG-PART-NUMBER(1:17) TO WS-BKORD-PART.
021000     MOVE TRIG-NEW-QTY           TO WS-AVAILABLE-QTY.
021100     MOVE 0 TO BKORD-COUNT.
021200
022100     MOVE 'N' TO WS-GNP-DONE-SW.
022200     PERFORM 200-FILL-BACKORDER-TABLE THRU 200-EXIT
022300         UNTIL GNP-DONE OR BKORD-COUNT >= 50.
022350     PERFORM 250-LOAD-LOTS THRU 250-EXIT.
022400
022450*    PRIME THE PER-PASS COUNTER - THE UNTIL TEST RUNS BEFORE
022460*    THE FIRST PASS AND A LEFTOVER ZERO WOULD SKIP THE LOOP.
022500     PERFORM 300-ALLOCATE-OLDEST THRU 300-EXIT
022600         UNTIL WS-AVAILABLE-QTY <= 0
022700            OR BACKORDERS-RELEASED-THIS-PASS = 0.
022710
022720     PERFORM 150-RELEASE-SUBSTITUTES THRU 150-EXIT
022730         VARYING SUBST-SUB FROM 1 BY 1
022740         UNTIL SUBST-SUB > SUBST-COUNT
022750            OR WS-AVAILABLE-QTY <= 0.
022800
022900 100-NEXT-TRIGGER.
023000     PERFORM 900-READ-TRIGGER THRU 900-EXIT.
023100 100-EXIT.
023200     EXIT.
023202
023204******************************************************************
023206*    150-RELEASE-SUBSTITUTES                                     *
023208*      FOR A SUPERSESSION PAIRING THE TRIGGER PART WITH ANOTHER  *
023210*      PART, WALK THE OTHER PART'S BACKORDERS THE SAME WAY AND   *
023212*      COVER THEM FROM WHAT IS LEFT OF THE ARRIVAL.              *
023214******************************************************************
023216 150-RELEASE-SUBSTITUTES.
023218     IF SUBST-OLD-PART(SUBST-SUB) = TRIG-PART-NUMBER
023220         MOVE SUBST-REPL-PART(SUBST-SUB) TO WS-SUBST-PART
023222     ELSE
023224     IF SUBST-REPL-PART(SUBST-SUB) = TRIG-PART-NUMBER
023226         MOVE SUBST-OLD-PART(SUBST-SUB) TO WS-SUBST-PART
023228     ELSE
023230         GO TO 150-EXIT.
023232
023234     MOVE WS-SUBST-PART(1:17) TO WS-BKORD-PART, SSA-PARTROOT-KEY.
023236     MOVE 0 TO BKORD-COUNT.
023238
023240     CALL 'CBLTDLI' USING  GU-FUNC
023242                           PARTFILE-PCB
023244                           GENERAL-IO-AREA
023246                           SSA-PARTROOT.
023248
023250     IF PN-SEGMENT-NOT-FOUND
023252         GO TO 150-EXIT.
023254
023256     MOVE 'N' TO WS-GNP-DONE-SW.
023258     PERFORM 200-FILL-BACKORDER-TABLE THRU 200-EXIT
023260         UNTIL GNP-DONE OR BKORD-COUNT >= 50.
023262
023264     MOVE 1 TO BACKORDERS-RELEASED-THIS-PASS.
023266     PERFORM 300-ALLOCATE-OLDEST THRU 300-EXIT
023268         UNTIL WS-AVAILABLE-QTY <= 0
023270            OR BACKORDERS-RELEASED-THIS-PASS = 0.
023272 150-EXIT.
023274     EXIT.
023300
023400 200-FILL-BACKORDER-TABLE.
023500     CALL 'CBLTDLI' USING  GNP-FUNC
025500         MOVE 'Y' TO WS-GNP-DONE-SW.
025600 200-EXIT.
025700     EXIT.
025702******************************************************************
025704*    250-LOAD-LOTS                                               *
025706*      BROWSE THE PART'S LOTBAL LOTS, EVERY WAREHOUSE, INTO THE  *
025708*      LOT TABLE.  ONLY A LOT THAT CAN BE PICKED GOES IN: STOCK  *
025710*      ON HAND, NOT QUARANTINED, AND NOT PAST ITS EXPIRY DATE.   *
025712******************************************************************
025714 250-LOAD-LOTS.
025716     MOVE 0 TO LOT-COUNT.
025718     IF NOT LOTBAL-IS-OPEN
025720         GO TO 250-EXIT.
025722     MOVE TRIG-PART-NUMBER TO LOT-PART-NUMBER.
025724     MOVE LOW-VALUES       TO LOT-WHSE-CODE, LOT-NUMBER.
025726     MOVE LOT-BAL-KEY      TO LOTBAL-REC-KEY.
025728     START LOTBAL KEY NOT < LOTBAL-REC-KEY.
025730     IF NOT LOTBAL-OK
025732         GO TO 250-EXIT.
025734     MOVE 'N' TO WS-LOT-EOF-SW.
025736     PERFORM 260-READ-ONE-LOT THRU 260-EXIT
025738         UNTIL NO-MORE-LOTS.
025740 250-EXIT.
025742     EXIT.
025744
025746 260-READ-ONE-LOT.
025748     READ LOTBAL NEXT RECORD INTO LOT-BALANCE-REC
025750         AT END MOVE 'Y' TO WS-LOT-EOF-SW
025752         GO TO 260-EXIT
025754     END-READ.
025756     IF LOT-PART-NUMBER NOT = TRIG-PART-NUMBER
025758         MOVE 'Y' TO WS-LOT-EOF-SW
025760         GO TO 260-EXIT.
025762     IF LOT-QTY-ON-HAND = 0
025764       OR NOT LOT-AVAILABLE
025766         GO TO 260-EXIT.
025768     IF LOT-EXPIRY-DATE NOT = 0
025770       AND LOT-EXPIRY-DATE < WS-RUN-DATE
025772         GO TO 260-EXIT.
025774     IF LOT-COUNT >= 50
025776         DISPLAY 'BKORLSE OVER 50 LOTS - REST SKIPPED '
025778                 TRIG-PART-NUMBER
025780         MOVE 'Y' TO WS-LOT-EOF-SW
025782         GO TO 260-EXIT.
025784     ADD 1 TO LOT-COUNT.
025786     MOVE LOT-WHSE-CODE          TO LTE-WHSE(LOT-COUNT).
025788     MOVE LOT-NUMBER             TO LTE-LOT-NUMBER(LOT-COUNT).
025790     MOVE LOT-EXPIRY-DATE        TO LTE-EXPIRY-DATE(LOT-COUNT).
025792     MOVE LOT-FIRST-RECEIPT-DATE TO LTE-RECEIPT-DATE(LOT-COUNT).
025794     MOVE LOT-QTY-ON-HAND        TO LTE-AVAILABLE-QTY(LOT-COUNT).
025796 260-EXIT.
025798     EXIT.
025800
025900******************************************************************
026000*    300-ALLOCATE-OLDEST                                         *
031800         MOVE 'Y' TO BKE-DONE-SW(BK-PICK-SUB)
031900         GO TO 400-EXIT.
032000
032100     MOVE WS-BKORD-PART            TO PICK-PART-NUMBER.
032200     MOVE BKE-KEY(BK-PICK-SUB)     TO PICK-BACKORDER-KEY.
032300     MOVE BKE-ORDER-NUM(BK-PICK-SUB) TO PICK-ORDER-NUM.
032400     MOVE BKE-QTY(BK-PICK-SUB)     TO PICK-QTY-TO-PICK.
032500     MOVE BKE-SUPPLIER(BK-PICK-SUB) TO PICK-SUPPLIER-CODE.
032600     MOVE WS-RUN-DATE              TO PICK-RELEASE-DATE.
032610     IF WS-BKORD-PART = TRIG-PART-NUMBER(1:17)
032620         MOVE SPACES                 TO PICK-SUBST-PART-NUMBER
032630     ELSE
032640         MOVE TRIG-PART-NUMBER(1:17) TO PICK-SUBST-PART-NUMBER.
032650     PERFORM 450-ALLOCATE-LOTS THRU 450-EXIT.
032700     WRITE PICKFILE-REC.
032800
032900     MOVE WS-BKORD-PART            TO REG-PART.
033000     MOVE BKE-ORDER-NUM(BK-PICK-SUB) TO REG-ORDER-NUM.
033100     MOVE BKE-QTY(BK-PICK-SUB)     TO REG-QTY.
033200     MOVE BKE-DUE-DATE(BK-PICK-SUB) TO REG-DUE-DATE.
033300     WRITE RLSEREG-REC FROM REG-DETAIL-LINE.
033302     IF PICK-SUBST-PART-NUMBER NOT = SPACES
033304         MOVE PICK-SUBST-PART-NUMBER TO REG-SUBST-PART
033306         WRITE RLSEREG-REC FROM REG-SUBST-LINE
033308         ADD 1 TO SUBSTITUTES-RELEASED.
033310     PERFORM 480-REGISTER-SLICE THRU 480-EXIT
033320         VARYING SLC-SUB FROM 1 BY 1 UNTIL SLC-SUB > SLICE-COUNT.
033330     IF SLICE-COUNT > 0 AND WS-LEFT-TO-ALLOCATE > 0
033340         MOVE SPACES              TO REG-LOT-NUMBER,
033350                                     REG-LOT-WHSE, REG-LOT-EXPIRY
033360         MOVE WS-LEFT-TO-ALLOCATE TO REG-LOT-QTY
033370         MOVE ' NOT FROM A LOT'   TO REG-LOT-NOTE
033380         WRITE RLSEREG-REC FROM REG-LOT-LINE.
033400
033500     SUBTRACT BKE-QTY(BK-PICK-SUB) FROM WS-AVAILABLE-QTY.
033600     MOVE 'Y' TO BKE-DONE-SW(BK-PICK-SUB).
033900     ADD BKE-QTY(BK-PICK-SUB) TO QTY-RELEASED.
034000 400-EXIT.
034100     EXIT.
034101******************************************************************
034102*    450-ALLOCATE-LOTS                                           *
034103*      TAKE THE RELEASED QUANTITY FROM THE PART'S LOTS, EARLIEST *
034104*      EXPIRY FIRST, UNTIL IT IS COVERED OR THE LOTS RUN OUT.    *
034105*      WHAT THE LOTS DO NOT COVER IS STOCK NOT HELD BY LOT.      *
034106******************************************************************
034107 450-ALLOCATE-LOTS.
034108     MOVE SPACES TO PICK-LOT-NUMBER, PICK-LOT-WHSE.
034109     MOVE 0      TO PICK-LOT-EXPIRY, SLICE-COUNT.
034110     MOVE BKE-QTY(BK-PICK-SUB) TO WS-LEFT-TO-ALLOCATE.
034111     MOVE 'N' TO WS-LOT-EOF-SW.
034112     PERFORM 460-TAKE-ONE-LOT THRU 460-EXIT
034113         UNTIL WS-LEFT-TO-ALLOCATE = 0 OR NO-MORE-LOTS.
034114     IF SLICE-COUNT = 0
034115         GO TO 450-EXIT.
034116     MOVE SLC-LOT-SUB(1) TO LOT-SUB.
034117     MOVE LTE-LOT-NUMBER(LOT-SUB)  TO PICK-LOT-NUMBER.
034118     MOVE LTE-WHSE(LOT-SUB)        TO PICK-LOT-WHSE.
034119     MOVE LTE-EXPIRY-DATE(LOT-SUB) TO PICK-LOT-EXPIRY.
034120 450-EXIT.
034121     EXIT.
034122
034123 460-TAKE-ONE-LOT.
034124     MOVE 0 TO LOT-PICK-SUB.
034125     MOVE 99999999 TO WS-BEST-EXPIRY, WS-BEST-RECEIPT.
034126     PERFORM 470-SCAN-ONE-LOT THRU 470-EXIT
034127         VARYING LOT-SUB FROM 1 BY 1 UNTIL LOT-SUB > LOT-COUNT.
034128     IF LOT-PICK-SUB = 0 OR SLICE-COUNT >= 50
034129         MOVE 'Y' TO WS-LOT-EOF-SW
034130         GO TO 460-EXIT.
034131     ADD 1 TO SLICE-COUNT.
034132     MOVE LOT-PICK-SUB TO SLC-LOT-SUB(SLICE-COUNT).
034133     IF LTE-AVAILABLE-QTY(LOT-PICK-SUB) < WS-LEFT-TO-ALLOCATE
034134         MOVE LTE-AVAILABLE-QTY(LOT-PICK-SUB)
034135             TO SLC-QTY(SLICE-COUNT)
034136     ELSE
034137         MOVE WS-LEFT-TO-ALLOCATE TO SLC-QTY(SLICE-COUNT).
034138     SUBTRACT SLC-QTY(SLICE-COUNT)
034139         FROM LTE-AVAILABLE-QTY(LOT-PICK-SUB)
034140              WS-LEFT-TO-ALLOCATE.
034141 460-EXIT.
034142     EXIT.
034143
034144*    A LOT WITH NO EXPIRY DATE SORTS AFTER EVERY DATED LOT.
034145 470-SCAN-ONE-LOT.
034146     IF LTE-AVAILABLE-QTY(LOT-SUB) = 0
034147         GO TO 470-EXIT.
034148     IF LTE-EXPIRY-DATE(LOT-SUB) = 0
034149         MOVE 99999999 TO WS-LOT-EXPIRY
034150     ELSE
034151         MOVE LTE-EXPIRY-DATE(LOT-SUB) TO WS-LOT-EXPIRY.
034152     IF WS-LOT-EXPIRY < WS-BEST-EXPIRY
034153       OR (WS-LOT-EXPIRY = WS-BEST-EXPIRY
034154           AND LTE-RECEIPT-DATE(LOT-SUB) < WS-BEST-RECEIPT)
034155         MOVE WS-LOT-EXPIRY             TO WS-BEST-EXPIRY
034156         MOVE LTE-RECEIPT-DATE(LOT-SUB) TO WS-BEST-RECEIPT
034157         MOVE LOT-SUB                   TO LOT-PICK-SUB.
034158 470-EXIT.
034159     EXIT.
034160
034161 480-REGISTER-SLICE.
034162     MOVE SLC-LOT-SUB(SLC-SUB)     TO LOT-SUB.
034163     MOVE LTE-LOT-NUMBER(LOT-SUB)  TO REG-LOT-NUMBER.
034164     MOVE LTE-WHSE(LOT-SUB)        TO REG-LOT-WHSE.
034165     IF LTE-EXPIRY-DATE(LOT-SUB) = 0
034166         MOVE 'NONE'                   TO REG-LOT-EXPIRY
034167     ELSE
034168         MOVE LTE-EXPIRY-DATE(LOT-SUB) TO REG-LOT-EXPIRY.
034169     MOVE SLC-QTY(SLC-SUB)         TO REG-LOT-QTY.
034170     MOVE SPACES                   TO REG-LOT-NOTE.
034171     WRITE RLSEREG-REC FROM REG-LOT-LINE.
034172 480-EXIT.
034173     EXIT.
034200
034300 900-READ-TRIGGER.
034400     READ PARTTRIG-FILE
034700     END-READ.
034800 900-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    950-LOAD-SUBSTITUTES                                        *
035300*      LOAD THE SUPERSESSIONS ALREADY IN EFFECT WHOSE PARTS ARE  *
035400*      INTERCHANGEABLE.  NO EXTRACT MEANS NO SUBSTITUTION - EACH *
035500*      PART'S STOCK THEN FILLS ONLY ITS OWN BACKORDERS.          *
035600******************************************************************
035700 950-LOAD-SUBSTITUTES.
035800     MOVE 0 TO SUBST-COUNT.
035900     OPEN INPUT SUPRSEXT.
036000     IF SUPRSEXT-STATUS NOT = '00'
036100         DISPLAY 'BKORLSE SUPRSEXT NOT OPENED ' SUPRSEXT-STATUS
036200                 ' - NO SUBSTITUTE RELEASES'
036300         GO TO 950-EXIT.
036400     MOVE 'N' TO WS-SUBST-EOF-SW.
036500     PERFORM 960-READ-ONE-SUBST THRU 960-EXIT
036600         UNTIL NO-MORE-SUBSTS.
036700     CLOSE SUPRSEXT.
036800 950-EXIT.
036900     EXIT.
037000
037100 960-READ-ONE-SUBST.
037200     READ SUPRSEXT
037300         AT END MOVE 'Y' TO WS-SUBST-EOF-SW
037400         GO TO 960-EXIT
037500     END-READ.
037600     IF SPRX-INTERCHANGEABLE NOT = 'Y'
037700       OR SPRX-EFFECTIVE-DATE > WS-RUN-DATE
037800         GO TO 960-EXIT.
037900     IF SUBST-COUNT >= 500
038000         DISPLAY 'BKORLSE OVER 500 SUPERSESSIONS - REST SKIPPED'
038100         MOVE 'Y' TO WS-SUBST-EOF-SW
038200         GO TO 960-EXIT.
038300     ADD 1 TO SUBST-COUNT.
038400     MOVE SPRX-OLD-PART-NUMBER  TO SUBST-OLD-PART(SUBST-COUNT).
038500     MOVE SPRX-REPL-PART-NUMBER TO SUBST-REPL-PART(SUBST-COUNT).
038600 960-EXIT.
038700     EXIT.
