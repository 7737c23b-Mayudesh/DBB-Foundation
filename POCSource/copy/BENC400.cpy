      ***************************************************************
      * BENC400 - SYMBOLIC MAP FOR THE OUTPATIENT ENCOUNTER          *
      *           REGISTRATION SCREEN.  GENERATED FROM THE BENC400   *
      *           MAPSET; COPIED INTO CENC400.  PATIENT, VISIT       *
      *           NUMBER, VISIT DATE, CLINIC/LOCATION, ATTENDING     *
      *           PHYSICIAN, DIAGNOSIS AND THE VISIT STATUS.         *
      ***************************************************************
       01  BENC400I.
           02  FILLER                  PIC X(12).
           02  FUNCL                   PIC S9(4) COMP.
           02  FUNCF                   PIC X.
           02  FILLER REDEFINES FUNCF.
               03  FUNCA               PIC X.
           02  FUNCI                   PIC X(01).
           02  PATIDL                  PIC S9(4) COMP.
           02  PATIDF                  PIC X.
           02  FILLER REDEFINES PATIDF.
               03  PATIDA              PIC X.
           02  PATIDI                  PIC X(06).
           02  VISITL                  PIC S9(4) COMP.
           02  VISITF                  PIC X.
           02  FILLER REDEFINES VISITF.
               03  VISITA              PIC X.
           02  VISITI                  PIC X(03).
           02  VDATEL                  PIC S9(4) COMP.
           02  VDATEF                  PIC X.
           02  FILLER REDEFINES VDATEF.
               03  VDATEA              PIC X.
           02  VDATEI                  PIC X(08).
           02  LOCL                    PIC S9(4) COMP.
           02  LOCF                    PIC X.
           02  FILLER REDEFINES LOCF.
               03  LOCA                PIC X.
           02  LOCI                    PIC X(04).
           02  ATTPHYSL                PIC S9(4) COMP.
           02  ATTPHYSF                PIC X.
           02  FILLER REDEFINES ATTPHYSF.
               03  ATTPHYSA            PIC X.
           02  ATTPHYSI                PIC X(08).
           02  DIAGL                   PIC S9(4) COMP.
           02  DIAGF                   PIC X.
           02  FILLER REDEFINES DIAGF.
               03  DIAGA               PIC X.
           02  DIAGI                   PIC X(06).
           02  VSTATL                  PIC S9(4) COMP.
           02  VSTATF                  PIC X.
           02  FILLER REDEFINES VSTATF.
               03  VSTATA              PIC X.
           02  VSTATI                  PIC X(01).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
               03  DATEA               PIC X.
           02  DATEI                   PIC X(08).
           02  TIMEL                   PIC S9(4) COMP.
           02  TIMEF                   PIC X.
           02  FILLER REDEFINES TIMEF.
               03  TIMEA               PIC X.
           02  TIMEI                   PIC X(08).
           02  MSGL                    PIC S9(4) COMP.
           02  MSGF                    PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                PIC X.
           02  MSGI                    PIC X(79).
       01  BENC400O REDEFINES BENC400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  VISITO                  PIC X(03).
           02  FILLER                  PIC X(03).
           02  VDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  LOCO                    PIC X(04).
           02  FILLER                  PIC X(03).
           02  ATTPHYSO                PIC X(08).
           02  FILLER                  PIC X(03).
           02  DIAGO                   PIC X(06).
           02  FILLER                  PIC X(03).
           02  VSTATO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
