      ***************************************************************
      * BRPT400 - SYMBOLIC MAP FOR THE REPORT ARCHIVE VIEWER SCREEN. *
      *           GENERATED FROM THE BRPT400 MAPSET; COPIED INTO     *
      *           CRPT400.  REPORT ID AND RUN DATE TO OPEN, THE      *
      *           SIGN-ON, A POSITION LINE, AND FIFTEEN 79-COLUMN    *
      *           VIEW LINES ONTO THE 132-COLUMN PRINT LINES.        *
      ***************************************************************
       01  BRPT400I.
           02  FILLER                  PIC X(12).
           02  RPTIDL                  PIC S9(4) COMP.
           02  RPTIDF                  PIC X.
           02  FILLER REDEFINES RPTIDF.
               03  RPTIDA              PIC X.
           02  RPTIDI                  PIC X(08).
           02  RUNDTL                  PIC S9(4) COMP.
           02  RUNDTF                  PIC X.
           02  FILLER REDEFINES RUNDTF.
               03  RUNDTA              PIC X.
           02  RUNDTI                  PIC X(08).
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
           02  RPTDSCL                 PIC S9(4) COMP.
           02  RPTDSCF                 PIC X.
           02  FILLER REDEFINES RPTDSCF.
               03  RPTDSCA             PIC X.
           02  RPTDSCI                 PIC X(30).
           02  POSNL                   PIC S9(4) COMP.
           02  POSNF                   PIC X.
           02  FILLER REDEFINES POSNF.
               03  POSNA               PIC X.
           02  POSNI                   PIC X(40).
           02  VW01L                   PIC S9(4) COMP.
           02  VW01F                   PIC X.
           02  FILLER REDEFINES VW01F.
               03  VW01A               PIC X.
           02  VW01I                   PIC X(79).
           02  VW02L                   PIC S9(4) COMP.
           02  VW02F                   PIC X.
           02  FILLER REDEFINES VW02F.
               03  VW02A               PIC X.
           02  VW02I                   PIC X(79).
           02  VW03L                   PIC S9(4) COMP.
           02  VW03F                   PIC X.
           02  FILLER REDEFINES VW03F.
               03  VW03A               PIC X.
           02  VW03I                   PIC X(79).
           02  VW04L                   PIC S9(4) COMP.
           02  VW04F                   PIC X.
           02  FILLER REDEFINES VW04F.
               03  VW04A               PIC X.
           02  VW04I                   PIC X(79).
           02  VW05L                   PIC S9(4) COMP.
           02  VW05F                   PIC X.
           02  FILLER REDEFINES VW05F.
               03  VW05A               PIC X.
           02  VW05I                   PIC X(79).
           02  VW06L                   PIC S9(4) COMP.
           02  VW06F                   PIC X.
           02  FILLER REDEFINES VW06F.
               03  VW06A               PIC X.
           02  VW06I                   PIC X(79).
           02  VW07L                   PIC S9(4) COMP.
           02  VW07F                   PIC X.
           02  FILLER REDEFINES VW07F.
               03  VW07A               PIC X.
           02  VW07I                   PIC X(79).
           02  VW08L                   PIC S9(4) COMP.
           02  VW08F                   PIC X.
           02  FILLER REDEFINES VW08F.
               03  VW08A               PIC X.
           02  VW08I                   PIC X(79).
           02  VW09L                   PIC S9(4) COMP.
           02  VW09F                   PIC X.
           02  FILLER REDEFINES VW09F.
               03  VW09A               PIC X.
           02  VW09I                   PIC X(79).
           02  VW10L                   PIC S9(4) COMP.
           02  VW10F                   PIC X.
           02  FILLER REDEFINES VW10F.
               03  VW10A               PIC X.
           02  VW10I                   PIC X(79).
           02  VW11L                   PIC S9(4) COMP.
           02  VW11F                   PIC X.
           02  FILLER REDEFINES VW11F.
               03  VW11A               PIC X.
           02  VW11I                   PIC X(79).
           02  VW12L                   PIC S9(4) COMP.
           02  VW12F                   PIC X.
           02  FILLER REDEFINES VW12F.
               03  VW12A               PIC X.
           02  VW12I                   PIC X(79).
           02  VW13L                   PIC S9(4) COMP.
           02  VW13F                   PIC X.
           02  FILLER REDEFINES VW13F.
               03  VW13A               PIC X.
           02  VW13I                   PIC X(79).
           02  VW14L                   PIC S9(4) COMP.
           02  VW14F                   PIC X.
           02  FILLER REDEFINES VW14F.
               03  VW14A               PIC X.
           02  VW14I                   PIC X(79).
           02  VW15L                   PIC S9(4) COMP.
           02  VW15F                   PIC X.
           02  FILLER REDEFINES VW15F.
               03  VW15A               PIC X.
           02  VW15I                   PIC X(79).
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
       01  BRPT400O REDEFINES BRPT400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  RPTIDO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  RUNDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  RPTDSCO                 PIC X(30).
           02  FILLER                  PIC X(03).
           02  POSNO                   PIC X(40).
           02  FILLER                  PIC X(03).
           02  VW01O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW02O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW03O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW04O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW05O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW06O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW07O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW08O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW09O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW10O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW11O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW12O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW13O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW14O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  VW15O                   PIC X(79).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
