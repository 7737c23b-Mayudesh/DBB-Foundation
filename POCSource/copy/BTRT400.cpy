      *           GENERATED FROM THE BTRT400 MAPSET; COPIED INTO     *
      *           CTRT400.  ONE ENTRY FIELD PER KEYED FIELD OF THE   *
      *           INPATIENT-TREATMENT-REC LAYOUT IN TREATMNT.        *
      *           VISIT IS THE ENCNTR VISIT NUMBER AN OUTPATIENT     *
      *           ('O') TREATMENT IS KEYED AGAINST IN PLACE OF A BED.*
      ***************************************************************
       01  BTRT400I.
           02  FILLER                  PIC X(12).
           02  FILLER REDEFINES BEDIDF.
               03  BEDIDA              PIC X.
           02  BEDIDI                  PIC X(04).
           02  VISITL                  PIC S9(4) COMP.
           02  VISITF                  PIC X.
           02  FILLER REDEFINES VISITF.
               03  VISITA              PIC X.
           02  VISITI                  PIC X(03).
           02  ATTPHYSL                PIC S9(4) COMP.
           02  ATTPHYSF                PIC X.
           02  FILLER REDEFINES ATTPHYSF.
           02  FILLER                  PIC X(03).
           02  BEDIDO                  PIC X(04).
           02  FILLER                  PIC X(03).
           02  VISITO                  PIC X(03).
           02  FILLER                  PIC X(03).
           02  ATTPHYSO                PIC X(08).
           02  FILLER                  PIC X(03).
           02  PREPHYSO                PIC X(08).
