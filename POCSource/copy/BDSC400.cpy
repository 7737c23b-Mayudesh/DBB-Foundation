      ***************************************************************
      * BDSC400 - SYMBOLIC MAP FOR THE RELEASE-OF-INFORMATION        *
      *           (ACCOUNTING OF DISCLOSURES) SCREEN.  GENERATED     *
      *           FROM THE BDSC400 MAPSET; COPIED INTO CDSC400.      *
      ***************************************************************
       01  BDSC400I.
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
           02  REQDTL                  PIC S9(4) COMP.
           02  REQDTF                  PIC X.
           02  FILLER REDEFINES REQDTF.
               03  REQDTA              PIC X.
           02  REQDTI                  PIC X(08).
           02  RELDTL                  PIC S9(4) COMP.
           02  RELDTF                  PIC X.
           02  FILLER REDEFINES RELDTF.
               03  RELDTA              PIC X.
           02  RELDTI                  PIC X(08).
           02  RELTML                  PIC S9(4) COMP.
           02  RELTMF                  PIC X.
           02  FILLER REDEFINES RELTMF.
               03  RELTMA              PIC X.
           02  RELTMI                  PIC X(08).
           02  RCPNML                  PIC S9(4) COMP.
           02  RCPNMF                  PIC X.
           02  FILLER REDEFINES RCPNMF.
               03  RCPNMA              PIC X.
           02  RCPNMI                  PIC X(30).
           02  RCPTYL                  PIC S9(4) COMP.
           02  RCPTYF                  PIC X.
           02  FILLER REDEFINES RCPTYF.
               03  RCPTYA              PIC X.
           02  RCPTYI                  PIC X(01).
           02  PURPL                   PIC S9(4) COMP.
           02  PURPF                   PIC X.
           02  FILLER REDEFINES PURPF.
               03  PURPA               PIC X.
           02  PURPI                   PIC X(30).
           02  INFOL                   PIC S9(4) COMP.
           02  INFOF                   PIC X.
           02  FILLER REDEFINES INFOF.
               03  INFOA               PIC X.
           02  INFOI                   PIC X(40).
           02  RELBYL                  PIC S9(4) COMP.
           02  RELBYF                  PIC X.
           02  FILLER REDEFINES RELBYF.
               03  RELBYA              PIC X.
           02  RELBYI                  PIC X(08).
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
       01  BDSC400O REDEFINES BDSC400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  REQDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  RELDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  RELTMO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  RCPNMO                  PIC X(30).
           02  FILLER                  PIC X(03).
           02  RCPTYO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  PURPO                   PIC X(30).
           02  FILLER                  PIC X(03).
           02  INFOO                   PIC X(40).
           02  FILLER                  PIC X(03).
           02  RELBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
