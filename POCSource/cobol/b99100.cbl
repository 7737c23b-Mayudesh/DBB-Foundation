011000     05  VPARTSEG-WEEKS-LEAD-TIME   PIC 9(03) VALUE 0.
011100     05  VPARTSEG-ENGINE-MODEL      PIC X(05) VALUE SPACES.
011150     05  VPARTSEG-QTY-ON-HAND       PIC 9(07) VALUE 0.
011200     05  VPARTSEG-UNIT-WEIGHT       PIC 9(04)V99 VALUE 0.
011250     05  FILLER                     PIC X(01) VALUE SPACES.
011300
011400***INCLUDE VSUPPIO
011500 01  VSUPPSEG-IO-AREA.
