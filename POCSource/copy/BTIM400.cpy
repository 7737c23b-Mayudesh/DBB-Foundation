      ***************************************************************
      * BTIM400 - SYMBOLIC MAP FOR THE TIMECARD ENTRY AND            *
      *           APPROVAL SCREEN.  GENERATED FROM THE BTIM400       *
      *           MAPSET; COPIED INTO CTIM400.  HOURS ARE KEYED AS   *
      *           UNPUNCTUATED DIGITS WITH TWO ASSUMED DECIMALS.     *
      *           VACATION AND SICK HOURS ARE PAID LEAVE TAKEN.      *
      *           OPERATOR ID AND PASSWORD FEED THE SECCHK COMMON    *
      *           SIGN-ON CHECK.                                     *
      ***************************************************************
       01  BTIM400I.
           02  FILLER                  PIC X(12).
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
           02  FUNCL                   PIC S9(4) COMP.
           02  FUNCF                   PIC X.
           02  FILLER REDEFINES FUNCF.
               03  FUNCA               PIC X.
           02  FUNCI                   PIC X(01).
           02  PERSONNL                PIC S9(4) COMP.
           02  PERSONNF                PIC X.
           02  FILLER REDEFINES PERSONNF.
               03  PERSONNA            PIC X.
           02  PERSONNI                PIC X(10).
           02  PERENDL                 PIC S9(4) COMP.
           02  PERENDF                 PIC X.
           02  FILLER REDEFINES PERENDF.
               03  PERENDA             PIC X.
           02  PERENDI                 PIC X(08).
           02  PNAMEL                  PIC S9(4) COMP.
           02  PNAMEF                  PIC X.
           02  FILLER REDEFINES PNAMEF.
               03  PNAMEA              PIC X.
           02  PNAMEI                  PIC X(31).
           02  REGHRSL                 PIC S9(4) COMP.
           02  REGHRSF                 PIC X.
           02  FILLER REDEFINES REGHRSF.
               03  REGHRSA             PIC X.
           02  REGHRSI                 PIC X(05).
           02  OTHRSL                  PIC S9(4) COMP.
           02  OTHRSF                  PIC X.
           02  FILLER REDEFINES OTHRSF.
               03  OTHRSA              PIC X.
           02  OTHRSI                  PIC X(05).
           02  NIGHTHRL                PIC S9(4) COMP.
           02  NIGHTHRF                PIC X.
           02  FILLER REDEFINES NIGHTHRF.
               03  NIGHTHRA            PIC X.
           02  NIGHTHRI                PIC X(05).
           02  ONCALLL                 PIC S9(4) COMP.
           02  ONCALLF                 PIC X.
           02  FILLER REDEFINES ONCALLF.
               03  ONCALLA             PIC X.
           02  ONCALLI                 PIC X(05).
           02  MISSPNL                 PIC S9(4) COMP.
           02  MISSPNF                 PIC X.
           02  FILLER REDEFINES MISSPNF.
               03  MISSPNA             PIC X.
           02  MISSPNI                 PIC X(02).
           02  VACHRSL                 PIC S9(4) COMP.
           02  VACHRSF                 PIC X.
           02  FILLER REDEFINES VACHRSF.
               03  VACHRSA             PIC X.
           02  VACHRSI                 PIC X(05).
           02  SICKHRSL                PIC S9(4) COMP.
           02  SICKHRSF                PIC X.
           02  FILLER REDEFINES SICKHRSF.
               03  SICKHRSA            PIC X.
           02  SICKHRSI                PIC X(05).
           02  TCSTATL                 PIC S9(4) COMP.
           02  TCSTATF                 PIC X.
           02  FILLER REDEFINES TCSTATF.
               03  TCSTATA             PIC X.
           02  TCSTATI                 PIC X(01).
           02  ENTBYL                  PIC S9(4) COMP.
           02  ENTBYF                  PIC X.
           02  FILLER REDEFINES ENTBYF.
               03  ENTBYA              PIC X.
           02  ENTBYI                  PIC X(08).
           02  APPRBYL                 PIC S9(4) COMP.
           02  APPRBYF                 PIC X.
           02  FILLER REDEFINES APPRBYF.
               03  APPRBYA             PIC X.
           02  APPRBYI                 PIC X(08).
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
       01  BTIM400O REDEFINES BTIM400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PERSONNO                PIC X(10).
           02  FILLER                  PIC X(03).
           02  PERENDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PNAMEO                  PIC X(31).
           02  FILLER                  PIC X(03).
           02  REGHRSO                 PIC X(05).
           02  FILLER                  PIC X(03).
           02  OTHRSO                  PIC X(05).
           02  FILLER                  PIC X(03).
           02  NIGHTHRO                PIC X(05).
           02  FILLER                  PIC X(03).
           02  ONCALLO                 PIC X(05).
           02  FILLER                  PIC X(03).
           02  MISSPNO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  VACHRSO                 PIC X(05).
           02  FILLER                  PIC X(03).
           02  SICKHRSO                PIC X(05).
           02  FILLER                  PIC X(03).
           02  TCSTATO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  ENTBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  APPRBYO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
