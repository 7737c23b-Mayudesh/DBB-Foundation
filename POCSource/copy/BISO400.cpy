      ***************************************************************
      * BISO400 - SYMBOLIC MAP FOR THE INFECTION-CONTROL ISOLATION   *
      *           SCREEN.  GENERATED FROM THE BISO400 MAPSET;        *
      *           COPIED INTO CISO400.  FUNCTION P SETS A PATIENT'S  *
      *           ISOLATION TYPE; FUNCTION R SETS A WARD ROOM'S      *
      *           ISOLATION CAPABILITY.                              *
      ***************************************************************
       01  BISO400I.
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
           02  ISOTYPL                 PIC S9(4) COMP.
           02  ISOTYPF                 PIC X.
           02  FILLER REDEFINES ISOTYPF.
               03  ISOTYPA             PIC X.
           02  ISOTYPI                 PIC X(01).
           02  WARDIDL                 PIC S9(4) COMP.
           02  WARDIDF                 PIC X.
           02  FILLER REDEFINES WARDIDF.
               03  WARDIDA             PIC X.
           02  WARDIDI                 PIC X(04).
           02  ROOML                   PIC S9(4) COMP.
           02  ROOMF                   PIC X.
           02  FILLER REDEFINES ROOMF.
               03  ROOMA               PIC X.
           02  ROOMI                   PIC X(04).
           02  CAPABL                  PIC S9(4) COMP.
           02  CAPABF                  PIC X.
           02  FILLER REDEFINES CAPABF.
               03  CAPABA              PIC X.
           02  CAPABI                  PIC X(01).
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
       01  BISO400O REDEFINES BISO400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  ISOTYPO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  WARDIDO                 PIC X(04).
           02  FILLER                  PIC X(03).
           02  ROOMO                   PIC X(04).
           02  FILLER                  PIC X(03).
           02  CAPABO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
