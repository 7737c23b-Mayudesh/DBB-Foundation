      ***************************************************************
      * BDIE400 - SYMBOLIC MAP FOR THE PATIENT DIET ORDER            *
      *           MAINTENANCE SCREEN.  GENERATED FROM THE BDIE400    *
      *           MAPSET; COPIED INTO CDIE400.  PATIENT, DIET CODE   *
      *           (R/D/S/N/O) AND KITCHEN INSTRUCTIONS.              *
      ***************************************************************
       01  BDIE400I.
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
           02  DIETL                   PIC S9(4) COMP.
           02  DIETF                   PIC X.
           02  FILLER REDEFINES DIETF.
               03  DIETA               PIC X.
           02  DIETI                   PIC X(01).
           02  INSTRL                  PIC S9(4) COMP.
           02  INSTRF                  PIC X.
           02  FILLER REDEFINES INSTRF.
               03  INSTRA              PIC X.
           02  INSTRI                  PIC X(30).
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
       01  BDIE400O REDEFINES BDIE400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  DIETO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  INSTRO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
