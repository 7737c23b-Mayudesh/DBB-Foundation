000700*    CONSUMES PARTNERS' DOCUMENTS; THIS JOB GN-SCANS VPARTSEG    *
000800*    THE WAY PRTIMSDB DOES AND GENERATES ONE WELL-FORMED         *
000900*    stockItem DOCUMENT PER PART (itemNumber, itemName,          *
001000*    quantityOnHand, unitWeight - THE SCHEMA THE ValidCk DEMO IN *
001100*    XMLP VALIDATES), BATCHED INTO THE XMLCATO TRANSMISSION      *
001200*    FILE WITH A DOCUMENT-COUNT TRAILER.  PARTNERS CAN NOW      *
001300*    SYNC THEIR CATALOGS AGAINST OURS AUTOMATICALLY INSTEAD OF   *
004300     05  VPARTSEG-WEEKS-LEAD-TIME   PIC 9(03) VALUE 0.
004400     05  VPARTSEG-ENGINE-MODEL      PIC X(05) VALUE SPACES.
004500     05  VPARTSEG-QTY-ON-HAND       PIC 9(07) VALUE 0.
004600     05  VPARTSEG-UNIT-WEIGHT       PIC 9(04)V99 VALUE 0.
004650     05  FILLER                     PIC X(01) VALUE SPACES.
004700
004800 01  SSA-VPARTSEG-UNQUAL.
004900     05  FILLER                     PIC X(8)  VALUE 'VPARTSEG'.
005700
005800 01  WS-WORK-FIELDS.
005900     05  WS-QTY-DISPLAY          PIC 9(07) VALUE 0.
005950     05  WS-WEIGHT-DISPLAY       PIC 9(04).99.
006000     05  WS-DOCUMENT-COUNT       PIC 9(07) VALUE 0.
006100     05  WS-DOC-BUILD            PIC X(200) VALUE SPACES.
006110     05  WS-CONTROL-NUM          PIC 9(06) VALUE 0.
012000             GO TO 100-EXIT.
012100
012200     MOVE VPARTSEG-QTY-ON-HAND TO WS-QTY-DISPLAY.
012250     MOVE VPARTSEG-UNIT-WEIGHT TO WS-WEIGHT-DISPLAY.
012300     MOVE SPACES TO WS-DOC-BUILD.
012400     STRING '<stockItem itemNumber="'
012500                DELIMITED BY SIZE
013300                DELIMITED BY SIZE
013400            WS-QTY-DISPLAY
013500                DELIMITED BY SIZE
013600            '</quantityOnHand><unitWeight>'
013610                DELIMITED BY SIZE
013620            WS-WEIGHT-DISPLAY
013630                DELIMITED BY SIZE
013640            '</unitWeight></stockItem>'
013700                DELIMITED BY SIZE
013800        INTO WS-DOC-BUILD.
013900
