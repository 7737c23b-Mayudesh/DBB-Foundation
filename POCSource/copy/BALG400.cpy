      ***************************************************************
      * BALG400 - SYMBOLIC MAP FOR THE PATIENT ALLERGY REGISTRY      *
      *           MAINTENANCE SCREEN.  GENERATED FROM THE BALG400    *
      *           MAPSET; COPIED INTO CALG400.  PATIENT, ALLERGEN    *
      *           TYPE (M/C) AND ALLERGEN KEY THE ENTRY; SEVERITY,   *
      *           REACTION AND ACTIVE/INACTIVE STATUS ARE KEPT.      *
      ***************************************************************
       01  BALG400I.
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
           02  ALGTYPL                 PIC S9(4) COMP.
           02  ALGTYPF                 PIC X.
           02  FILLER REDEFINES ALGTYPF.
               03  ALGTYPA             PIC X.
           02  ALGTYPI                 PIC X(01).
           02  ALGENL                  PIC S9(4) COMP.
           02  ALGENF                  PIC X.
           02  FILLER REDEFINES ALGENF.
               03  ALGENA              PIC X.
           02  ALGENI                  PIC X(08).
           02  SEVERL                  PIC S9(4) COMP.
           02  SEVERF                  PIC X.
           02  FILLER REDEFINES SEVERF.
               03  SEVERA              PIC X.
           02  SEVERI                  PIC X(01).
           02  REACTL                  PIC S9(4) COMP.
           02  REACTF                  PIC X.
           02  FILLER REDEFINES REACTF.
               03  REACTA              PIC X.
           02  REACTI                  PIC X(20).
           02  STATUSL                 PIC S9(4) COMP.
           02  STATUSF                 PIC X.
           02  FILLER REDEFINES STATUSF.
               03  STATUSA             PIC X.
           02  STATUSI                 PIC X(01).
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
       01  BALG400O REDEFINES BALG400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  ALGTYPO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  ALGENO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  SEVERO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  REACTO                  PIC X(20).
           02  FILLER                  PIC X(03).
           02  STATUSO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
