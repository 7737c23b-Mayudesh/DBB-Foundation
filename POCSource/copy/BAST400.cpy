      ***************************************************************
      * BAST400 - SYMBOLIC MAP FOR THE ACCOUNT STATUS (DECEASED,    *
      *           BANKRUPTCY, ATTORNEY) SCREEN.  GENERATED FROM THE *
      *           BAST400 MAPSET; COPIED INTO CAST400.              *
      ***************************************************************
       01  BAST400I.
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
           02  PARTYL                  PIC S9(4) COMP.
           02  PARTYF                  PIC X.
           02  FILLER REDEFINES PARTYF.
               03  PARTYA              PIC X.
           02  PARTYI                  PIC X(01).
           02  OPERIDL                 PIC S9(4) COMP.
           02  OPERIDF                 PIC X.
           02  FILLER REDEFINES OPERIDF.
               03  OPERIDA             PIC X.
           02  OPERIDI                 PIC X(08).
           02  PASSWDL                 PIC S9(4) COMP.
           02  PASSWDF                 PIC X.
           02  FILLER REDEFINES PASSWDF.
               03  PASSWDA             PIC X.
           02  PASSWDI                 PIC X(08).
           02  GUARIDL                 PIC S9(4) COMP.
           02  GUARIDF                 PIC X.
           02  FILLER REDEFINES GUARIDF.
               03  GUARIDA             PIC X.
           02  GUARIDI                 PIC X(06).
           02  PNAMEL                  PIC S9(4) COMP.
           02  PNAMEF                  PIC X.
           02  FILLER REDEFINES PNAMEF.
               03  PNAMEA              PIC X.
           02  PNAMEI                  PIC X(31).
           02  ACSTATL                 PIC S9(4) COMP.
           02  ACSTATF                 PIC X.
           02  FILLER REDEFINES ACSTATF.
               03  ACSTATA             PIC X.
           02  ACSTATI                 PIC X(01).
           02  STATDTL                 PIC S9(4) COMP.
           02  STATDTF                 PIC X.
           02  FILLER REDEFINES STATDTF.
               03  STATDTA             PIC X.
           02  STATDTI                 PIC X(08).
           02  CASENOL                 PIC S9(4) COMP.
           02  CASENOF                 PIC X.
           02  FILLER REDEFINES CASENOF.
               03  CASENOA             PIC X.
           02  CASENOI                 PIC X(15).
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
       01  BAST400O REDEFINES BAST400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  PARTYO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  GUARIDO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  PNAMEO                  PIC X(31).
           02  FILLER                  PIC X(03).
           02  ACSTATO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  STATDTO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  CASENOO                 PIC X(15).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
