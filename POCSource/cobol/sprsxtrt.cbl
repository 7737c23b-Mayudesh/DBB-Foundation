000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPRSXTRT.
000300*REMARKS. PART SUPERSESSION NIGHTLY EXTRACT.
000400*
000500******************************************************************
000600*          UNLOADS EVERY VSPRSEG PART SUPERSESSION OCCURRENCE ON *
000700*          THE VPARTSUP DATABASE (MAINTAINED BY IMSSPRS1) TO THE *
000800*          FLAT SUPRSEXT FILE, ONE RECORD PER SUPERSEDED PART,   *
000900*          CARRYING THE REPLACEMENT, THE EFFECTIVE DATE, THE     *
001000*          INTERCHANGEABLE FLAG AND THE OLD PART'S ON-HAND.      *
001100*          READ BY DDBPT6CB (REORDER THE REPLACEMENT), BKORLSE   *
001200*          (SUBSTITUTE RELEASE) AND SPRSRUN (RUN-OUT REPORT), SO *
001300*          NONE OF THEM NEEDS A VPARTSUP PSB.  RUNS NIGHTLY      *
001400*          ALONGSIDE TRMSXTRT, AHEAD OF THE REORDER PASS.        *
001500*                                                                *
001600*          THE GN PATH CALL (*D COMMAND CODE ON VPARTSEG)        *
001700*          RETURNS THE OLD PART ALONGSIDE EACH SUPERSESSION      *
001800*          SEGMENT IN ONE CALL.                                  *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-390.
002300 OBJECT-COMPUTER. IBM-390.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SUPRSEXT ASSIGN TO UT-S-SUPRSEXT
002700         ACCESS MODE IS SEQUENTIAL
002800         FILE STATUS IS SUPRSEXT-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  SUPRSEXT
003300     RECORDING MODE IS F
003400     LABEL RECORDS ARE STANDARD
003500     RECORD CONTAINS 80 CHARACTERS
003600     BLOCK CONTAINS 0 RECORDS
003700     DATA RECORD IS SUPRSEXT-REC.
003800 01  SUPRSEXT-REC.
003900     05  SPRX-OLD-PART-NUMBER    PIC X(23).
004000     05  SPRX-REPL-PART-NUMBER   PIC X(23).
004100     05  SPRX-EFFECTIVE-DATE     PIC 9(08).
004200     05  SPRX-INTERCHANGEABLE    PIC X(01).
004300     05  SPRX-QTY-ON-HAND        PIC 9(07).
004400     05  SPRX-PART-NAME          PIC X(14).
004500     05  FILLER                  PIC X(04).
004600
004700 WORKING-STORAGE SECTION.
004800
004900 01  PARA-POINTER               PIC 9(04)  VALUE 0.
005000 01  SUPRSEXT-STATUS            PIC XX     VALUE SPACES.
005100 01  WS-SEGMENTS-EXTRACTED      PIC 9(07)  VALUE 0.
005200
005300*    PATH-CALL IO AREA: VPARTSEG (*D) + VSPRSEG.
005400 01  PATH-IO-AREA.
005500     05  PIO-VPARTSEG.
005600         10  PIO-PART-NUMBER        PIC X(23).
005700         10  PIO-PART-NAME          PIC X(14).
005800         10  PIO-SPEC-NUMBER        PIC X(07).
005900         10  PIO-GOVT-COMML-CODE    PIC X(01).
006000         10  PIO-BLUEPRINT-NUMBER   PIC X(10).
006100         10  PIO-UNIT-OF-MEASURE    PIC X(03).
006200         10  PIO-WEEKS-LEAD-TIME    PIC 9(03).
006300         10  PIO-ENGINE-MODEL       PIC X(05).
006400         10  PIO-QTY-ON-HAND        PIC 9(07).
006500         10  PIO-UNIT-WEIGHT        PIC 9(04)V99.
006550         10  FILLER                 PIC X(01).
006600     05  PIO-VSPRSEG.
006700         10  PIO-SPRS-KEY           PIC X(01).
006800         10  PIO-REPL-PART-NUMBER   PIC X(23).
006900         10  PIO-EFFECTIVE-DATE     PIC 9(08).
007000         10  PIO-INTERCHANGEABLE    PIC X(01).
007100         10  PIO-DATE-ENTERED       PIC 9(06).
007200         10  FILLER                 PIC X(11).
007300
007400 01  SSA-VPARTSEG-PATH.
007500     05  FILLER                     PIC X(8)  VALUE 'VPARTSEG'.
007600     05  FILLER                     PIC X     VALUE '*'.
007700     05  FILLER                     PIC X(3)  VALUE 'D--'.
007800     05  FILLER                     PIC X     VALUE ' '.
007900
008000 01  SSA-VSPRSEG-UNQUAL.
008100     05  FILLER                     PIC X(8)  VALUE 'VSPRSEG '.
008200     05  FILLER                     PIC X     VALUE ' '.
008300
008400 01  IMS-CALL-FUNCTIONS.
008500     05  GN-FUNC            PIC X(4)    VALUE 'GN  '.
008600
008700 01  WS-END-OF-DB-SW        PIC X          VALUE 'N'.
008800     88 END-OF-DB                          VALUE 'Y'.
008900
009000 LINKAGE SECTION.
009100 01  VPARTSUP-PCB.
009200     05  VPARTSUP-DBD-NAME           PIC X(08).
009300     05  VPARTSUP-SEGMENT-LEVEL      PIC X(02).
009400     05  VPARTSUP-STATUS-CODE        PIC X(02).
009500         88 VPARTSUP-SUCCESSFUL-CALL      VALUE '  ' 'GA' 'GK'.
009600         88 VPARTSUP-SEGMENT-NOT-FOUND    VALUE 'GE'.
009700         88 VPARTSUP-END-OF-DB            VALUE 'GB'.
009800     05  VPARTSUP-PROC-OPT           PIC X(04).
009900     05  VPARTSUP-RESERVE-DLI        PIC S9(5) COMP.
010000     05  VPARTSUP-SEGMENT-NAME       PIC X(08).
010100     05  VPARTSUP-KEY-LENGTH         PIC S9(5) COMP.
010200     05  VPARTSUP-NO-SEN-SEGS        PIC S9(5) COMP.
010300     05  VPARTSUP-KEY-FEEDBACK       PIC X(34).
010400
010500 PROCEDURE DIVISION.
010600
010700     ENTRY 'DLITCBL' USING   VPARTSUP-PCB.
010800
010900     OPEN OUTPUT SUPRSEXT.
011000
011100     PERFORM 100-EXTRACT-ONE-SPRS THRU 100-EXIT
011200         UNTIL END-OF-DB.
011300
011400     CLOSE SUPRSEXT.
011500     DISPLAY 'SPRSXTRT SUPERSESSION SEGMENTS EXTRACTED '
011600             WS-SEGMENTS-EXTRACTED.
011700     GOBACK.
011800
011900 100-EXTRACT-ONE-SPRS.
012000     MOVE 100 TO PARA-POINTER.
012100
012200     CALL 'CBLTDLI' USING  GN-FUNC
012300                           VPARTSUP-PCB
012400                           PATH-IO-AREA
012500                           SSA-VPARTSEG-PATH
012600                           SSA-VSPRSEG-UNQUAL.
012700
012800     IF VPARTSUP-SUCCESSFUL-CALL
012900         MOVE PIO-PART-NUMBER       TO SPRX-OLD-PART-NUMBER
013000         MOVE PIO-REPL-PART-NUMBER  TO SPRX-REPL-PART-NUMBER
013100         MOVE PIO-EFFECTIVE-DATE    TO SPRX-EFFECTIVE-DATE
013200         MOVE PIO-INTERCHANGEABLE   TO SPRX-INTERCHANGEABLE
013300         MOVE PIO-QTY-ON-HAND       TO SPRX-QTY-ON-HAND
013400         MOVE PIO-PART-NAME         TO SPRX-PART-NAME
013500         WRITE SUPRSEXT-REC
013600         ADD 1 TO WS-SEGMENTS-EXTRACTED
013700     ELSE
013800         IF VPARTSUP-END-OF-DB
013900             OR VPARTSUP-SEGMENT-NOT-FOUND
014000             MOVE 'Y' TO WS-END-OF-DB-SW
014100         ELSE
014200             DISPLAY 'SPRSXTRT VPARTSUP FAILURE '
014300                     VPARTSUP-STATUS-CODE
014400             MOVE 'Y' TO WS-END-OF-DB-SW
014500             MOVE 16 TO RETURN-CODE.
014600 100-EXIT.
014700     EXIT.
