      ***************************************************************
      * BPRS400 - SYMBOLIC MAP FOR THE PATIENT DEMOGRAPHIC           *
      *           MAINTENANCE SCREEN.  GENERATED FROM THE BPRS400    *
      *           MAPSET; COPIED INTO CPRS400.  DATE OF BIRTH AND    *
      *           SEX FOLLOW THE ADDRESS FIELDS.                     *
      ***************************************************************
       01  BPRS400I.
           02  FILLER                  PIC X(12).
           02  FILLER REDEFINES ZIPF.
               03  ZIPA                PIC X.
           02  ZIPI                    PIC X(09).
           02  DOBL                    PIC S9(4) COMP.
           02  DOBF                    PIC X.
           02  FILLER REDEFINES DOBF.
               03  DOBA                PIC X.
           02  DOBI                    PIC X(08).
           02  SEXL                    PIC S9(4) COMP.
           02  SEXF                    PIC X.
           02  FILLER REDEFINES SEXF.
               03  SEXA                PIC X.
           02  SEXI                    PIC X(01).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
           02  FILLER                  PIC X(03).
           02  ZIPO                    PIC X(09).
           02  FILLER                  PIC X(03).
           02  DOBO                    PIC X(08).
           02  FILLER                  PIC X(03).
           02  SEXO                    PIC X(01).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
