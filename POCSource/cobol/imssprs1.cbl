000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IMSSPRS1.
000300*REMARKS. PART SUPERSESSION MAINTENANCE ON-LINE (IMS).
000400*
000500******************************************************************
000600*          ON-LINE MAINTENANCE FOR THE VSPRSEG PART SUPERSESSION *
000700*          SEGMENT ON THE VPARTSUP DATABASE - ONE OCCURRENCE     *
000800*          UNDER A SUPERSEDED PART NAMING ITS REPLACEMENT PART,  *
000900*          THE DATE THE SUPERSESSION TAKES EFFECT AND WHETHER    *
001000*          THE TWO PARTS ARE INTERCHANGEABLE ON THE SHOP FLOOR.  *
001100*          REACHED FROM THE IMSONLN1 MENU (PF5), THE SAME WAY    *
001200*          PF4 REACHES IMSADDR1.  THE NIGHTLY SPRSXTRT EXTRACT   *
001300*          FEEDS THE SUPERSESSIONS TO DDBPT6CB (REORDER THE      *
001400*          REPLACEMENT), BKORLSE (SUBSTITUTE RELEASE) AND        *
001500*          SPRSRUN (RUN-OUT REPORT).                             *
001600*                                                                *
001700*          SAME SHAPE AS THE IMSTRMS1 TERMS MAINTENANCE:         *
001800*          ACTIVITY A/C/D, GHU HOLD BEFORE REPL/DLET, DUPLICATE  *
001900*          GUARD ON AN ADD, AND ONE AUDIT-LOG-REC (SEE           *
002000*          AUDITREC) PER SUCCESSFUL MUTATION.                    *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-390.
002500 OBJECT-COMPUTER. IBM-390.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800
002900 01  FILLER                     PIC X(40)  VALUE
003000     '** IMSSPRS1 WORKING STORAGE BEGINS **'.
003100
003200 01  PARA-POINTER               PIC 9(04)  VALUE 0.
003300
003400******************************************************************
003500*     INPUT/OUTPUT AREAS FOR DC CALLS TO AND FROM MSG QUE        *
003600******************************************************************
003700 01  TP-INPUT-AREA.
003800     05  TP-IN-LL                PIC S9(04) COMP.
003900     05  TP-IN-ZZ                PIC S9(04) COMP.
004000     05  TP-IN-TRANCODE          PIC X(8).
004100     05  FILLER                  PIC X(1).
004200     05  TP-IN-ACTIVITY-CODE     PIC X(01).
004300         88  TP-IN-ADD               VALUE 'A'.
004400         88  TP-IN-CHANGE            VALUE 'C'.
004500         88  TP-IN-DELETE            VALUE 'D'.
004600         88  TP-IN-VALID-ACTIVITY    VALUES 'A' 'C' 'D'.
004700     05  TP-IN-PART-NUMBER       PIC X(23).
004800     05  TP-IN-REPL-PART-NUMBER  PIC X(23).
004900     05  TP-IN-EFFECTIVE-DATE    PIC X(08).
005000     05  TP-IN-INTERCHANGEABLE   PIC X(01).
005100         88  TP-IN-VALID-INTERCHG    VALUES 'Y' 'N'.
005200
005300 01  TP-OUTPUT-AREA.
005400     05  TP-OUT-LL             PIC S9(04) COMP VALUE +106.
005500     05  TP-OUT-ZZ             PIC S9(04) COMP VALUE +0.
005600     05  TP-OUT-PRT-NUM        PIC X(23).
005700     05  TP-OUT-MSG.
005800         10  TP-OUT-ERROR-MSG            PIC X(79).
005900
006000 01  MOD-NAME                 PIC X(8)   VALUE 'VB005A81'.
006100
006200******************************************************************
006300*            INPUT/OUTPUT AREAS FOR VPARTSUP DATABASE            *
006400*            VSPRSEG - PART SUPERSESSION, ONE OCCURRENCE PER     *
006500*            SUPERSEDED PART (KEY CONSTANT '1')                  *
006600******************************************************************
006700 01  VPARTSEG-IO-AREA.
006800     05  VPARTSEG-PART-NUMBER       PIC X(23) VALUE SPACES.
006900     05  VPARTSEG-PART-NAME         PIC X(14) VALUE SPACES.
007000     05  VPARTSEG-SPEC-NUMBER       PIC X(07) VALUE SPACES.
007100     05  VPARTSEG-GOVT-COMML-CODE   PIC X(01) VALUE SPACES.
007200     05  VPARTSEG-BLUEPRINT-NUMBER  PIC X(10) VALUE SPACES.
007300     05  VPARTSEG-UNIT-OF-MEASURE   PIC X(03) VALUE SPACES.
007400     05  VPARTSEG-WEEKS-LEAD-TIME   PIC 9(03) VALUE 0.
007500     05  VPARTSEG-ENGINE-MODEL      PIC X(05) VALUE SPACES.
007600     05  VPARTSEG-QTY-ON-HAND       PIC 9(07) VALUE 0.
007700     05  VPARTSEG-UNIT-WEIGHT       PIC 9(04)V99 VALUE 0.
007750     05  FILLER                     PIC X(01) VALUE SPACES.
007800
007900 01  VSPRSEG-IO-AREA.
008000     05  VSPRSEG-SPRS-KEY           PIC X(01) VALUE '1'.
008100     05  VSPRSEG-REPL-PART-NUMBER   PIC X(23) VALUE SPACES.
008200     05  VSPRSEG-EFFECTIVE-DATE     PIC 9(08) VALUE 0.
008300     05  VSPRSEG-INTERCHANGEABLE    PIC X(01) VALUE SPACES.
008400         88  VSPRSEG-IS-INTERCHANGEABLE      VALUE 'Y'.
008500     05  VSPRSEG-DATE-ENTERED       PIC 9(06) VALUE 0.
008600     05  FILLER                     PIC X(11) VALUE SPACES.
008700
008800******************************************************************
008900*            SSA AREAS FOR VPARTSUP DATABASE                     *
009000******************************************************************
009100 01  SSA-VPARTSEG.
009200     05  VPARTSEG-SEG-NAME          PIC X(8)  VALUE 'VPARTSEG'.
009300     05  VPARTSEG-COMM-ASTR         PIC X     VALUE '*'.
009400     05  VPARTSEG-COMM-CODE         PIC X(3)  VALUE '---'.
009500     05  VPARTSEG-L-PAREN           PIC X     VALUE '('.
009600     05  VPARTSEG-KEY-FLD           PIC X(8)  VALUE 'VPARTKEY'.
009700     05  VPARTSEG-OPERATOR-1        PIC XX    VALUE ' ='.
009800     05  VPARTSEG-KEY               PIC X(23) VALUE SPACES.
009900     05  VPARTSEG-R-PAREN           PIC X     VALUE ')'.
010000
010100 01  SSA-VSPRSEG.
010200     05  VSPRSEG-SEG-NAME           PIC X(8)  VALUE 'VSPRSEG '.
010300     05  VSPRSEG-COMM-ASTR          PIC X     VALUE '*'.
010400     05  VSPRSEG-COMM-CODE          PIC X(3)  VALUE '---'.
010500     05  VSPRSEG-L-PAREN            PIC X     VALUE '('.
010600     05  VSPRSEG-KEY-FLD            PIC X(8)  VALUE 'VSPRSKEY'.
010700     05  VSPRSEG-OPERATOR-1         PIC XX    VALUE ' ='.
010800     05  VSPRSEG-KEY                PIC X(01) VALUE SPACES.
010900     05  VSPRSEG-R-PAREN            PIC X     VALUE ')'.
011000
011100*    UNQUALIFIED VSPRSEG SSA FOR THE ISRT PATH.
011200 01  SSA-VSPRSEG-UNQUAL.
011300     05  FILLER                     PIC X(8)  VALUE 'VSPRSEG '.
011400     05  FILLER                     PIC X     VALUE ' '.
011500
011600******************************************************************
011700*            STANDARD IMS VALUES USED IN CALLS                   *
011800******************************************************************
011900 01  IMS-CALL-FUNCTIONS.
012000     05  GU-FUNC            PIC X(4)    VALUE 'GU  '.
012100     05  GHU-FUNC           PIC X(4)    VALUE 'GHU '.
012200     05  ISRT-FUNC          PIC X(4)    VALUE 'ISRT'.
012300     05  REPL-FUNC          PIC X(4)    VALUE 'REPL'.
012400     05  DLET-FUNC          PIC X(4)    VALUE 'DLET'.
012500
012600 01  WS100-EDIT-ERROR-SW     PIC X          VALUE 'N'.
012700     88 EDIT-ERROR                          VALUE 'Y'.
012800
012900 01  WS-200-ERROR-MSGS.
013000     05  WS-200-ACTIVITY-ERROR-MSG             PIC X(40) VALUE
013100         'ACTIVITY CODE MUST BE A, C OR D         '.
013200     05  WS-200-PART-NOT-FOUND-MSG             PIC X(40) VALUE
013300         'PART NUMBER NOT FOUND ON DATA BASE      '.
013400     05  WS-200-REPL-NOT-FOUND-MSG             PIC X(40) VALUE
013500         'REPLACEMENT PART NOT FOUND ON DATA BASE '.
013600     05  WS-200-SAME-PART-MSG                  PIC X(40) VALUE
013700         'REPLACEMENT MUST DIFFER FROM OLD PART   '.
013800     05  WS-200-CIRCULAR-MSG                   PIC X(40) VALUE
013900         'REPLACEMENT IS SUPERSEDED BY OLD PART   '.
014000     05  WS-200-DATE-ERROR-MSG                 PIC X(40) VALUE
014100         'EFFECTIVE DATE MUST BE NUMERIC CCYYMMDD '.
014200     05  WS-200-INTERCHG-ERROR-MSG             PIC X(40) VALUE
014300         'INTERCHANGEABLE FLAG MUST BE Y OR N     '.
014400     05  WS-200-NOT-FOUND-MSG                  PIC X(40) VALUE
014500         'SUPERSESSION NOT FOUND ON DATA BASE     '.
014600     05  WS-200-DUPLICATE-MSG                  PIC X(40) VALUE
014700         'SUPERSESSION ALREADY ON FILE - USE C    '.
014800     05  WS-200-APPLIED-MSG                    PIC X(40) VALUE
014900         'SUPERSESSION MAINTENANCE APPLIED        '.
015000
015100 01  OUTPUT-MSG-ERROR               PIC X(79)  VALUE SPACES.
015200
015300*    EFFECTIVE DATE AS KEYED, BROKEN OUT FOR THE RANGE EDIT.
015400 01  WS-EFFECTIVE-DATE              PIC 9(08)  VALUE 0.
015500 01  FILLER REDEFINES WS-EFFECTIVE-DATE.
015600     05  WS-EFF-CCYY                PIC 9(04).
015700     05  WS-EFF-MM                  PIC 9(02).
015800     05  WS-EFF-DD                  PIC 9(02).
015900
016000 01  WS5-AUDIT-FIELDS.
016100     05  WS5-AUDIT-ACTIVITY          PIC X(04).
016200     05  WS5-AUDIT-BEFORE-IMAGE      PIC X(80).
016300     05  WS5-AUDIT-AFTER-IMAGE       PIC X(80).
016400     05  WS5-AUDIT-DATE              PIC 9(06).
016500     05  WS5-AUDIT-TIME              PIC 9(08).
016600
016700 COPY AUDITREC.
016800
016900 LINKAGE SECTION.
017000 01  IO-TERMINAL-PCB                   SYNC.
017100     05  IO-TERMINAL-NAME              PIC X(8).
017200     05  IO-RESERVED                   PIC XX.
017300     05  IO-STATUS-CODE                PIC XX.
017400         88  IO-CALL-SUCCESSFUL      VALUE '  '.
017500         88  IO-NOMORE-MSG-SEGMENTS  VALUE 'QD'.
017600         88  IO-NOMORE-MESSAGES      VALUE 'QC'.
017700     05  IO-PREFIX.
017800         10  IO-JULIAN-DATE           PIC S9(7) COMP-3.
017900         10  IO-TIME-OF-DAY           PIC S9(7) COMP-3.
018000         10  IO-MESSAGE-SEQ           PIC S9(3) COMP.
018100         10  FILLER                   PIC XX.
018200
018300 01  VPARTSUP-PCB.
018400     05  VPARTSUP-DBD-NAME           PIC X(08).
018500     05  VPARTSUP-SEGMENT-LEVEL      PIC X(02).
018600     05  VPARTSUP-STATUS-CODE        PIC X(02).
018700         88 VPARTSUP-SUCCESSFUL-CALL      VALUE '  ' 'GA' 'GK'.
018800         88 VPARTSUP-SEGMENT-NOT-FOUND    VALUE 'GE'.
018900         88 VPARTSUP-END-OF-DB            VALUE 'GB'.
019000         88 VPARTSUP-DUPLICATE-KEY        VALUE 'II'.
019100     05  VPARTSUP-PROC-OPT           PIC X(04).
019200     05  VPARTSUP-RESERVE-DLI        PIC S9(5) COMP.
019300     05  VPARTSUP-SEGMENT-NAME       PIC X(08).
019400     05  VPARTSUP-KEY-LENGTH         PIC S9(5) COMP.
019500     05  VPARTSUP-NO-SEN-SEGS        PIC S9(5) COMP.
019600     05  VPARTSUP-KEY-FEEDBACK       PIC X(34).
019700     05  VPARTSUP-LEVEL-1-NAME       PIC X(08).
019800
019900 01  AUDITLOG-PCB                SYNC.
020000     05  AUDITLOG-RESERVED           PIC X(08).
020100     05  AUDITLOG-STATUS-CODE        PIC XX.
020200         88  AUDITLOG-CALL-SUCCESSFUL    VALUE '  '.
020300
020400******************************************************************
020500*       P R O C E D U R E    D I V I S I O N                     *
020600******************************************************************
020700 PROCEDURE DIVISION.
020800
020900     ENTRY 'DLITCBL' USING   IO-TERMINAL-PCB
021000                             VPARTSUP-PCB
021100                             AUDITLOG-PCB.
021200
021300     PERFORM 000-GET-MESSAGE  THRU 000-EXIT.
021400
021500     PERFORM 005-PROCESS-MSG  THRU 005-EXIT
021600        UNTIL IO-NOMORE-MESSAGES.
021700
021800     MOVE ZERO TO RETURN-CODE.
021900     GOBACK.
022000
022100 000-GET-MESSAGE.
022200     MOVE 000          TO PARA-POINTER.
022300
022400     CALL 'CBLTDLI' USING  GU-FUNC
022500                           IO-TERMINAL-PCB
022600                           TP-INPUT-AREA.
022700
022800     IF IO-CALL-SUCCESSFUL
022900         NEXT SENTENCE
023000     ELSE
023100         IF IO-NOMORE-MESSAGES
023200             NEXT SENTENCE
023300         ELSE
023400             GO TO 1001-CALL-IBMABND-IO-TERM.
023500 000-EXIT.
023600     EXIT.
023700
023800 002-SEND-MESSAGE.
023900     MOVE 002           TO PARA-POINTER.
024000
024100     CALL 'CBLTDLI' USING  ISRT-FUNC
024200                           IO-TERMINAL-PCB
024300                           TP-OUTPUT-AREA
024400                           MOD-NAME.
024500
024600     IF IO-CALL-SUCCESSFUL
024700         NEXT SENTENCE
024800     ELSE
024900         GO TO 1001-CALL-IBMABND-IO-TERM.
025000 002-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400*    005-PROCESS-MSG                                             *
025500*      1) EDIT THE ACTIVITY, BOTH PART NUMBERS, THE EFFECTIVE    *
025600*         DATE AND THE INTERCHANGEABLE FLAG                      *
025700*      2) APPLY THE ADD/CHANGE/DELETE IMMEDIATELY                *
025800*      3) CONFIRM OR REPORT ON THE TERMINAL                      *
025900******************************************************************
026000 005-PROCESS-MSG.
026100     MOVE 005    TO PARA-POINTER.
026200     MOVE 'N' TO WS100-EDIT-ERROR-SW.
026300
026400     PERFORM 010-EDIT-INPUT-MSG         THRU 010-EXIT.
026500
026600     IF EDIT-ERROR
026700        THEN
026800            PERFORM 030-ERROR-MSG THRU 030-EXIT
026900        ELSE
027000        IF TP-IN-ADD
027100            PERFORM 100-ADD-VSPRSEG THRU 100-EXIT
027200        ELSE
027300        IF TP-IN-CHANGE
027400            PERFORM 150-CHANGE-VSPRSEG THRU 150-EXIT
027500        ELSE
027600            PERFORM 200-DELETE-VSPRSEG THRU 200-EXIT.
027700
027800     IF EDIT-ERROR
027900         PERFORM 030-ERROR-MSG THRU 030-EXIT
028000     ELSE
028100         PERFORM 032-CONFIRM-MSG THRU 032-EXIT.
028200
028300     PERFORM 000-GET-MESSAGE  THRU 000-EXIT.
028400 005-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800*    010-EDIT-INPUT-MSG                                          *
028900*      THE OLD PART MUST BE ON FILE FOR EVERY ACTIVITY.  AN ADD  *
029000*      OR CHANGE ALSO NEEDS A REPLACEMENT PART THAT IS ON FILE,  *
029100*      IS NOT THE OLD PART AND IS NOT ITSELF SUPERSEDED BACK TO  *
029200*      THE OLD PART, A CCYYMMDD EFFECTIVE DATE AND A Y/N FLAG.   *
029300******************************************************************
029400 010-EDIT-INPUT-MSG.
029500     MOVE 010 TO PARA-POINTER.
029600
029700     IF NOT TP-IN-VALID-ACTIVITY
029800        MOVE 'Y' TO WS100-EDIT-ERROR-SW
029900        MOVE WS-200-ACTIVITY-ERROR-MSG TO OUTPUT-MSG-ERROR
030000        GO TO 010-EXIT.
030100
030200     MOVE TP-IN-PART-NUMBER TO VPARTSEG-KEY.
030300     PERFORM 310-GU-VPARTSEG-ROUTINE THRU 310-EXIT.
030400     IF EDIT-ERROR
030500        MOVE WS-200-PART-NOT-FOUND-MSG TO OUTPUT-MSG-ERROR
030600        GO TO 010-EXIT.
030700
030800     IF TP-IN-DELETE
030900        GO TO 010-EXIT.
031000
031100     IF TP-IN-REPL-PART-NUMBER = TP-IN-PART-NUMBER
031200        MOVE 'Y' TO WS100-EDIT-ERROR-SW
031300        MOVE WS-200-SAME-PART-MSG TO OUTPUT-MSG-ERROR
031400        GO TO 010-EXIT.
031500
031600     IF TP-IN-EFFECTIVE-DATE NOT NUMERIC
031700        MOVE 'Y' TO WS100-EDIT-ERROR-SW
031800        MOVE WS-200-DATE-ERROR-MSG TO OUTPUT-MSG-ERROR
031900        GO TO 010-EXIT.
032000     MOVE TP-IN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
032100     IF WS-EFF-MM < 01 OR WS-EFF-MM > 12
032200        OR WS-EFF-DD < 01 OR WS-EFF-DD > 31
032300        MOVE 'Y' TO WS100-EDIT-ERROR-SW
032400        MOVE WS-200-DATE-ERROR-MSG TO OUTPUT-MSG-ERROR
032500        GO TO 010-EXIT.
032600
032700     IF NOT TP-IN-VALID-INTERCHG
032800        MOVE 'Y' TO WS100-EDIT-ERROR-SW
032900        MOVE WS-200-INTERCHG-ERROR-MSG TO OUTPUT-MSG-ERROR
033000        GO TO 010-EXIT.
033100
033200     MOVE TP-IN-REPL-PART-NUMBER TO VPARTSEG-KEY.
033300     PERFORM 310-GU-VPARTSEG-ROUTINE THRU 310-EXIT.
033400     IF EDIT-ERROR
033500        MOVE WS-200-REPL-NOT-FOUND-MSG TO OUTPUT-MSG-ERROR
033600        GO TO 010-EXIT.
033700
033800*    A REPLACEMENT THAT IS ITSELF SUPERSEDED BACK TO THE OLD PART
033900*    WOULD SEND THE REORDER AND SUBSTITUTE LOGIC ROUND IN A LOOP.
034000     MOVE '1' TO VSPRSEG-KEY.
034100     CALL 'CBLTDLI' USING  GU-FUNC
034200                           VPARTSUP-PCB
034300                           VSPRSEG-IO-AREA
034400                           SSA-VPARTSEG
034500                           SSA-VSPRSEG.
034600
034700     IF VPARTSUP-SUCCESSFUL-CALL
034800         IF VSPRSEG-REPL-PART-NUMBER = TP-IN-PART-NUMBER
034900             MOVE 'Y' TO WS100-EDIT-ERROR-SW
035000             MOVE WS-200-CIRCULAR-MSG TO OUTPUT-MSG-ERROR
035100         ELSE
035200             NEXT SENTENCE
035300     ELSE
035400         IF VPARTSUP-SEGMENT-NOT-FOUND
035500             NEXT SENTENCE
035600         ELSE
035700             GO TO 1001-CALL-IBMABND-VPARTSUP.
035800 010-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    100-ADD-VSPRSEG                                             *
036300*      SAME DUPLICATE GUARD B99100 USES: FINDING THE SEGMENT     *
036400*      ON THE GHU IS THE ERROR; NOT FINDING IT CLEARS THE ADD.   *
036500******************************************************************
036600 100-ADD-VSPRSEG.
036700     MOVE 100 TO PARA-POINTER.
036800
036900     PERFORM 300-GHU-VSPRSEG-ROUTINE THRU 300-EXIT.
037000
037100     IF EDIT-ERROR
037200         MOVE 'N' TO WS100-EDIT-ERROR-SW
037300     ELSE
037400         MOVE 'Y' TO WS100-EDIT-ERROR-SW
037500         MOVE WS-200-DUPLICATE-MSG TO OUTPUT-MSG-ERROR
037600         GO TO 100-EXIT.
037700
037800     PERFORM 320-BUILD-IO-FROM-INPUT THRU 320-EXIT.
037900
038000     CALL 'CBLTDLI' USING  ISRT-FUNC
038100                           VPARTSUP-PCB
038200                           VSPRSEG-IO-AREA
038300                           SSA-VPARTSEG
038400                           SSA-VSPRSEG-UNQUAL.
038500
038600     IF VPARTSUP-SUCCESSFUL-CALL
038700         MOVE SPACES           TO WS5-AUDIT-BEFORE-IMAGE
038800         MOVE VSPRSEG-IO-AREA  TO WS5-AUDIT-AFTER-IMAGE
038900         MOVE ISRT-FUNC        TO WS5-AUDIT-ACTIVITY
039000         PERFORM 900-WRITE-AUDIT-LOG THRU 900-EXIT
039100     ELSE
039200         GO TO 1001-CALL-IBMABND-VPARTSUP.
039300 100-EXIT.
039400     EXIT.
039500
039600 150-CHANGE-VSPRSEG.
039700     MOVE 150 TO PARA-POINTER.
039800
039900     PERFORM 300-GHU-VSPRSEG-ROUTINE THRU 300-EXIT.
040000
040100     IF EDIT-ERROR
040200         GO TO 150-EXIT.
040300
040400     MOVE VSPRSEG-IO-AREA TO WS5-AUDIT-BEFORE-IMAGE.
040500     PERFORM 320-BUILD-IO-FROM-INPUT THRU 320-EXIT.
040600
040700     CALL 'CBLTDLI' USING  REPL-FUNC
040800                           VPARTSUP-PCB
040900                           VSPRSEG-IO-AREA.
041000
041100     IF VPARTSUP-SUCCESSFUL-CALL
041200         MOVE VSPRSEG-IO-AREA  TO WS5-AUDIT-AFTER-IMAGE
041300         MOVE REPL-FUNC        TO WS5-AUDIT-ACTIVITY
041400         PERFORM 900-WRITE-AUDIT-LOG THRU 900-EXIT
041500     ELSE
041600         GO TO 1001-CALL-IBMABND-VPARTSUP.
041700 150-EXIT.
041800     EXIT.
041900
042000 200-DELETE-VSPRSEG.
042100     MOVE 200 TO PARA-POINTER.
042200
042300     PERFORM 300-GHU-VSPRSEG-ROUTINE THRU 300-EXIT.
042400
042500     IF EDIT-ERROR
042600         GO TO 200-EXIT.
042700
042800     MOVE VSPRSEG-IO-AREA TO WS5-AUDIT-BEFORE-IMAGE.
042900
043000     CALL 'CBLTDLI' USING  DLET-FUNC
043100                           VPARTSUP-PCB
043200                           VSPRSEG-IO-AREA.
043300
043400     IF VPARTSUP-SUCCESSFUL-CALL
043500         MOVE SPACES           TO WS5-AUDIT-AFTER-IMAGE
043600         MOVE DLET-FUNC        TO WS5-AUDIT-ACTIVITY
043700         PERFORM 900-WRITE-AUDIT-LOG THRU 900-EXIT
043800     ELSE
043900         GO TO 1001-CALL-IBMABND-VPARTSUP.
044000 200-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    300-GHU-VSPRSEG-ROUTINE                                     *
044500*      HOLDS THE VSPRSEG OCCURRENCE UNDER THE OLD PART KEYED ON  *
044600*      THE SCREEN - SAME GHU-BEFORE-MUTATE SHAPE AS THE TERMS    *
044700*      AND ADDRESS PATHS.  NOT-FOUND SETS THE ERROR FLAG AND     *
044800*      MESSAGE FOR THE CALLER TO INTERPRET.                      *
044900******************************************************************
045000 300-GHU-VSPRSEG-ROUTINE.
045100     MOVE 300 TO PARA-POINTER.
045200
045300     MOVE TP-IN-PART-NUMBER    TO VPARTSEG-KEY.
045400     MOVE '1'                  TO VSPRSEG-KEY.
045500
045600     CALL 'CBLTDLI' USING  GHU-FUNC
045700                           VPARTSUP-PCB
045800                           VSPRSEG-IO-AREA
045900                           SSA-VPARTSEG
046000                           SSA-VSPRSEG.
046100
046200     IF VPARTSUP-SUCCESSFUL-CALL
046300         NEXT SENTENCE
046400     ELSE
046500         IF VPARTSUP-SEGMENT-NOT-FOUND
046600             MOVE 'Y' TO WS100-EDIT-ERROR-SW
046700             MOVE WS-200-NOT-FOUND-MSG TO OUTPUT-MSG-ERROR
046800         ELSE
046900             GO TO 1001-CALL-IBMABND-VPARTSUP.
047000 300-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400*    310-GU-VPARTSEG-ROUTINE                                     *
047500*      CONFIRMS THE PART IN VPARTSEG-KEY IS ON FILE.  NOT-FOUND  *
047600*      SETS THE ERROR FLAG; THE CALLER SUPPLIES THE MESSAGE.     *
047700******************************************************************
047800 310-GU-VPARTSEG-ROUTINE.
047900     MOVE 310 TO PARA-POINTER.
048000
048100     CALL 'CBLTDLI' USING  GU-FUNC
048200                           VPARTSUP-PCB
048300                           VPARTSEG-IO-AREA
048400                           SSA-VPARTSEG.
048500
048600     IF VPARTSUP-SUCCESSFUL-CALL
048700         NEXT SENTENCE
048800     ELSE
048900         IF VPARTSUP-SEGMENT-NOT-FOUND
049000             MOVE 'Y' TO WS100-EDIT-ERROR-SW
049100         ELSE
049200             GO TO 1001-CALL-IBMABND-VPARTSUP.
049300 310-EXIT.
049400     EXIT.
049500
049600 320-BUILD-IO-FROM-INPUT.
049700     MOVE 320 TO PARA-POINTER.
049800     MOVE '1'                     TO VSPRSEG-SPRS-KEY.
049900     MOVE TP-IN-REPL-PART-NUMBER  TO VSPRSEG-REPL-PART-NUMBER.
050000     MOVE TP-IN-EFFECTIVE-DATE    TO VSPRSEG-EFFECTIVE-DATE.
050100     MOVE TP-IN-INTERCHANGEABLE   TO VSPRSEG-INTERCHANGEABLE.
050200     ACCEPT VSPRSEG-DATE-ENTERED FROM DATE.
050300 320-EXIT.
050400     EXIT.
050500
050600 030-ERROR-MSG.
050700     MOVE 030 TO PARA-POINTER.
050800     MOVE TP-IN-PART-NUMBER  TO TP-OUT-PRT-NUM.
050900     MOVE OUTPUT-MSG-ERROR   TO TP-OUT-ERROR-MSG.
051000     PERFORM 002-SEND-MESSAGE THRU 002-EXIT.
051100 030-EXIT.
051200     EXIT.
051300
051400 032-CONFIRM-MSG.
051500     MOVE 032 TO PARA-POINTER.
051600     MOVE TP-IN-PART-NUMBER    TO TP-OUT-PRT-NUM.
051700     MOVE WS-200-APPLIED-MSG   TO TP-OUT-ERROR-MSG.
051800     PERFORM 002-SEND-MESSAGE THRU 002-EXIT.
051900 032-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*    900-WRITE-AUDIT-LOG                                         *
052400*      ONE AUDIT-LOG-REC PER SUCCESSFUL VSPRSEG MUTATION, KEYED  *
052500*      ON THE OLD PART WITH ADDRESS-TYPE 'S' TO MARK IT AS A     *
052600*      SUPERSESSION ROW.                                         *
052700******************************************************************
052800 900-WRITE-AUDIT-LOG.
052900     MOVE 900 TO PARA-POINTER.
053000
053100     MOVE TP-IN-PART-NUMBER     TO AUDIT-PART-NUMBER.
053200     MOVE SPACES                TO AUDIT-SUPPLIER-CODE.
053300     MOVE 'S'                   TO AUDIT-ADDR-TYPE-KEY.
053400     MOVE WS5-AUDIT-ACTIVITY    TO AUDIT-ACTIVITY-CODE.
053500     MOVE TP-IN-TRANCODE        TO AUDIT-JOB-TRAN-ID.
053600     ACCEPT WS5-AUDIT-DATE FROM DATE.
053700     ACCEPT WS5-AUDIT-TIME FROM TIME.
053800     MOVE WS5-AUDIT-DATE        TO AUDIT-DATE.
053900     MOVE WS5-AUDIT-TIME        TO AUDIT-TIME.
054000     MOVE WS5-AUDIT-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
054100     MOVE WS5-AUDIT-AFTER-IMAGE  TO AUDIT-AFTER-IMAGE.
054200
054300     CALL 'CBLTDLI' USING  ISRT-FUNC
054400                           AUDITLOG-PCB
054500                           AUDIT-LOG-REC.
054600
054700     IF AUDITLOG-CALL-SUCCESSFUL
054800         NEXT SENTENCE
054900     ELSE
055000         GO TO 1001-CALL-IBMABND-AUDITLOG.
055100 900-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    ABEND ROUTINES - SAME CONVENTION AS IMSONLN1                *
055600******************************************************************
055700 1001-CALL-IBMABND-IO-TERM.
055800     DISPLAY 'IMSSPRS1 IO-TERMINAL-PCB FAILURE '
055900             IO-STATUS-CODE ' AT PARA ' PARA-POINTER.
056000     CALL 'IBMABEND'.
056100     GOBACK.
056200
056300 1001-CALL-IBMABND-VPARTSUP.
056400     DISPLAY 'IMSSPRS1 VPARTSUP-PCB FAILURE '
056500             VPARTSUP-STATUS-CODE ' AT PARA ' PARA-POINTER.
056600     CALL 'IBMABEND'.
056700     GOBACK.
056800
056900 1001-CALL-IBMABND-AUDITLOG.
057000     DISPLAY 'IMSSPRS1 AUDITLOG-PCB FAILURE '
057100             AUDITLOG-STATUS-CODE ' AT PARA ' PARA-POINTER.
057200     CALL 'IBMABEND'.
057300     GOBACK.
