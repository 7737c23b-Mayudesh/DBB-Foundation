000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CATXTRT.
000300*REMARKS. PART CATALOG NIGHTLY EXTRACT.
000400*
000500******************************************************************
000600*          UNLOADS EVERY VPARTSEG PART ON THE VPARTSUP DATABASE  *
000700*          (MAINTAINED BY B99100/PRTBATCH AND THE XMLPART1 FEED) *
000800*          TO THE FLAT CATOUT FILE IN THE PARTCAT LAYOUT, ONE    *
000900*          RECORD PER PART: NAME, UNIT OF MEASURE, UNIT WEIGHT   *
001000*          AND QUANTITY ON HAND.  THE RELOAD JOB REPROS IT INTO  *
001100*          THE PARTCAT KSDS, WHICH ORDENTRY VALIDATES CUSTOMER   *
001200*          ORDER LINES AGAINST AND ORDSHIP WEIGHS SHIPMENTS      *
001300*          FROM, SO NEITHER NEEDS A VPARTSUP PSB.  RUNS NIGHTLY  *
001400*          ALONGSIDE SPRSXTRT, AHEAD OF THE ORDER JOBS.          *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER. IBM-390.
001900 OBJECT-COMPUTER. IBM-390.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT CATOUT ASSIGN TO UT-S-CATOUT
002300         ORGANIZATION IS SEQUENTIAL.
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  CATOUT
002800     RECORDING MODE IS F
002900     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 80 CHARACTERS
003100     BLOCK CONTAINS 0 RECORDS
003200     DATA RECORD IS CATOUT-REC.
003300 01  CATOUT-REC                     PIC X(80).
003400
003500 WORKING-STORAGE SECTION.
003600
003700 01  PARA-POINTER               PIC 9(04)  VALUE 0.
003800 01  WS-PARTS-EXTRACTED         PIC 9(07)  VALUE 0.
003900 01  WS-BUILD-DATE              PIC 9(08)  VALUE 0.
004000
004100 COPY PARTCAT.
004200
004300 01  VPARTSEG-IO-AREA.
004400     05  PIO-PART-NUMBER            PIC X(23).
004500     05  PIO-PART-NAME              PIC X(14).
004600     05  PIO-SPEC-NUMBER            PIC X(07).
004700     05  PIO-GOVT-COMML-CODE        PIC X(01).
004800     05  PIO-BLUEPRINT-NUMBER       PIC X(10).
004900     05  PIO-UNIT-OF-MEASURE        PIC X(03).
005000     05  PIO-WEEKS-LEAD-TIME        PIC 9(03).
005100     05  PIO-ENGINE-MODEL           PIC X(05).
005200     05  PIO-QTY-ON-HAND            PIC 9(07).
005300     05  PIO-UNIT-WEIGHT            PIC 9(04)V99.
005400     05  FILLER                     PIC X(01).
005500
005600 01  SSA-VPARTSEG-UNQUAL.
005700     05  FILLER                     PIC X(8)  VALUE 'VPARTSEG'.
005800     05  FILLER                     PIC X     VALUE ' '.
005900
006000 01  IMS-CALL-FUNCTIONS.
006100     05  GN-FUNC            PIC X(4)    VALUE 'GN  '.
006200
006300 01  WS-END-OF-DB-SW        PIC X          VALUE 'N'.
006400     88 END-OF-DB                          VALUE 'Y'.
006500
006600 LINKAGE SECTION.
006700 01  VPARTSUP-PCB.
006800     05  VPARTSUP-DBD-NAME           PIC X(08).
006900     05  VPARTSUP-SEGMENT-LEVEL      PIC X(02).
007000     05  VPARTSUP-STATUS-CODE        PIC X(02).
007100         88 VPARTSUP-SUCCESSFUL-CALL      VALUE '  ' 'GA' 'GK'.
007200         88 VPARTSUP-SEGMENT-NOT-FOUND    VALUE 'GE'.
007300         88 VPARTSUP-END-OF-DB            VALUE 'GB'.
007400     05  VPARTSUP-PROC-OPT           PIC X(04).
007500     05  VPARTSUP-RESERVE-DLI        PIC S9(5) COMP.
007600     05  VPARTSUP-SEGMENT-NAME       PIC X(08).
007700     05  VPARTSUP-KEY-LENGTH         PIC S9(5) COMP.
007800     05  VPARTSUP-NO-SEN-SEGS        PIC S9(5) COMP.
007900     05  VPARTSUP-KEY-FEEDBACK       PIC X(34).
008000
008100 PROCEDURE DIVISION.
008200
008300     ENTRY 'DLITCBL' USING   VPARTSUP-PCB.
008400
008500     ACCEPT WS-BUILD-DATE FROM DATE YYYYMMDD.
008600     OPEN OUTPUT CATOUT.
008700
008800     PERFORM 100-EXTRACT-ONE-PART THRU 100-EXIT
008900         UNTIL END-OF-DB.
009000
009100     CLOSE CATOUT.
009200     DISPLAY 'CATXTRT CATALOG PARTS EXTRACTED '
009250             WS-PARTS-EXTRACTED.
009300     DISPLAY 'CATXTRT OUTPUT IS IN DATABASE ORDER - THE RELOAD'
009400             ' JOB SORTS ON COLS 1-23 BEFORE THE VSAM REPRO'.
009500     GOBACK.
009600
009700 100-EXTRACT-ONE-PART.
009800     MOVE 100 TO PARA-POINTER.
009900
010000     CALL 'CBLTDLI' USING  GN-FUNC
010100                           VPARTSUP-PCB
010200                           VPARTSEG-IO-AREA
010300                           SSA-VPARTSEG-UNQUAL.
010400
010500     IF VPARTSUP-SUCCESSFUL-CALL
010600         MOVE SPACES                TO PART-CATALOG-REC
010700         MOVE PIO-PART-NUMBER       TO PCAT-PART-NUMBER
010800         MOVE PIO-PART-NAME         TO PCAT-PART-NAME
010900         MOVE PIO-UNIT-OF-MEASURE   TO PCAT-UNIT-OF-MEASURE
011000         MOVE PIO-UNIT-WEIGHT       TO PCAT-UNIT-WEIGHT
011100         MOVE PIO-QTY-ON-HAND       TO PCAT-QTY-ON-HAND
011200         MOVE WS-BUILD-DATE         TO PCAT-BUILD-DATE
011300         WRITE CATOUT-REC FROM PART-CATALOG-REC
011400         ADD 1 TO WS-PARTS-EXTRACTED
011500     ELSE
011600         IF VPARTSUP-END-OF-DB
011700             OR VPARTSUP-SEGMENT-NOT-FOUND
011800             MOVE 'Y' TO WS-END-OF-DB-SW
011900         ELSE
012000             DISPLAY 'CATXTRT VPARTSUP FAILURE '
012100                     VPARTSUP-STATUS-CODE
012200             MOVE 'Y' TO WS-END-OF-DB-SW
012300             MOVE 16 TO RETURN-CODE.
012400 100-EXIT.
012500     EXIT.
