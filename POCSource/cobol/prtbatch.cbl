016200     05  VPARTSEG-WEEKS-LEAD-TIME   PIC 9(03) VALUE 0.
016300     05  VPARTSEG-ENGINE-MODEL      PIC X(05) VALUE SPACES.
016350     05  VPARTSEG-QTY-ON-HAND       PIC 9(07) VALUE 0.
016400     05  VPARTSEG-UNIT-WEIGHT       PIC 9(04)V99 VALUE 0.
016450     05  FILLER                     PIC X(01) VALUE SPACES.
016500
016600***INCLUDE VSUPPIO
016700 01  VSUPPSEG-IO-AREA.
