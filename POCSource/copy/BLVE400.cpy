      ***************************************************************
      * BLVE400 - SYMBOLIC MAP FOR THE LEAVE REQUEST AND APPROVAL    *
      *           SCREEN.  GENERATED FROM THE BLVE400 MAPSET;        *
      *           COPIED INTO CLVE400.  DATES ARE KEYED CCYYMMDD     *
      *           AND HOURS AS UNPUNCTUATED DIGITS WITH TWO ASSUMED  *
      *           DECIMALS; THE BALANCE, APPROVED AND AVAILABLE      *
      *           HOURS ARE DISPLAY ONLY.  OPERATOR ID AND PASSWORD  *
      *           FEED THE SECCHK COMMON SIGN-ON CHECK.              *
      ***************************************************************
       01  BLVE400I.
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
           02  LVTYPEL                 PIC S9(4) COMP.
           02  LVTYPEF                 PIC X.
           02  FILLER REDEFINES LVTYPEF.
               03  LVTYPEA             PIC X.
           02  LVTYPEI                 PIC X(02).
           02  STRTDTL                 PIC S9(4) COMP.
           02  STRTDTF                 PIC X.
           02  FILLER REDEFINES STRTDTF.
               03  STRTDTA             PIC X.
           02  STRTDTI                 PIC X(08).
           02  PNAMEL                  PIC S9(4) COMP.
           02  PNAMEF                  PIC X.
           02  FILLER REDEFINES PNAMEF.
               03  PNAMEA              PIC X.
           02  PNAMEI                  PIC X(31).
           02  ENDDTL                  PIC S9(4) COMP.
           02  ENDDTF                  PIC X.
           02  FILLER REDEFINES ENDDTF.
               03  ENDDTA              PIC X.
           02  ENDDTI                  PIC X(08).
           02  HOURSL                  PIC S9(4) COMP.
           02  HOURSF                  PIC X.
           02  FILLER REDEFINES HOURSF.
               03  HOURSA              PIC X.
           02  HOURSI                  PIC X(05).
           02  REASONL                 PIC S9(4) COMP.
           02  REASONF                 PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA             PIC X.
           02  REASONI                 PIC X(20).
           02  LQSTATL                 PIC S9(4) COMP.
           02  LQSTATF                 PIC X.
           02  FILLER REDEFINES LQSTATF.
               03  LQSTATA             PIC X.
           02  LQSTATI                 PIC X(01).
           02  BALHRSL                 PIC S9(4) COMP.
           02  BALHRSF                 PIC X.
           02  FILLER REDEFINES BALHRSF.
               03  BALHRSA             PIC X.
           02  BALHRSI                 PIC X(07).
           02  APRHRSL                 PIC S9(4) COMP.
           02  APRHRSF                 PIC X.
           02  FILLER REDEFINES APRHRSF.
               03  APRHRSA             PIC X.
           02  APRHRSI                 PIC X(07).
           02  AVLHRSL                 PIC S9(4) COMP.
           02  AVLHRSF                 PIC X.
           02  FILLER REDEFINES AVLHRSF.
               03  AVLHRSA             PIC X.
           02  AVLHRSI                 PIC X(07).
           02  REQBYL                  PIC S9(4) COMP.
           02  REQBYF                  PIC X.
           02  FILLER REDEFINES REQBYF.
               03  REQBYA              PIC X.
           02  REQBYI                  PIC X(08).
           02  DECBYL                  PIC S9(4) COMP.
           02  DECBYF                  PIC X.
           02  FILLER REDEFINES DECBYF.
               03  DECBYA              PIC X.
           02  DECBYI                  PIC X(08).
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
       01  BLVE400O REDEFINES BLVE400I.
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
           02  LVTYPEO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  STRTDTO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PNAMEO                  PIC X(31).
           02  FILLER                  PIC X(03).
           02  ENDDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  HOURSO                  PIC X(05).
           02  FILLER                  PIC X(03).
           02  REASONO                 PIC X(20).
           02  FILLER                  PIC X(03).
           02  LQSTATO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  BALHRSO                 PIC X(07).
           02  FILLER                  PIC X(03).
           02  APRHRSO                 PIC X(07).
           02  FILLER                  PIC X(03).
           02  AVLHRSO                 PIC X(07).
           02  FILLER                  PIC X(03).
           02  REQBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  DECBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
