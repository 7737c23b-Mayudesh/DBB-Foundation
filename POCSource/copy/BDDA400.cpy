      ***************************************************************
      * BDDA400 - SYMBOLIC MAP FOR THE DIRECT-DEPOSIT ACCOUNT        *
      *           SCREEN.  GENERATED FROM THE BDDA400 MAPSET;        *
      *           COPIED INTO CDDA400.  ONE ROW PER ACCOUNT SLOT -   *
      *           ROUTING, ACCOUNT, TYPE (C/S), METHOD (F/R),        *
      *           FLAT AMOUNT AS UNPUNCTUATED DIGITS WITH TWO        *
      *           ASSUMED DECIMALS, PRENOTE STATUS AND DATE.         *
      *           OPERATOR ID AND PASSWORD FEED THE SECCHK           *
      *           COMMON SIGN-ON CHECK.                              *
      ***************************************************************
       01  BDDA400I.
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
           02  PNAMEL                  PIC S9(4) COMP.
           02  PNAMEF                  PIC X.
           02  FILLER REDEFINES PNAMEF.
               03  PNAMEA              PIC X.
           02  PNAMEI                  PIC X(31).
           02  ROUT1L                  PIC S9(4) COMP.
           02  ROUT1F                  PIC X.
           02  FILLER REDEFINES ROUT1F.
               03  ROUT1A              PIC X.
           02  ROUT1I                  PIC X(09).
           02  ACCT1L                  PIC S9(4) COMP.
           02  ACCT1F                  PIC X.
           02  FILLER REDEFINES ACCT1F.
               03  ACCT1A              PIC X.
           02  ACCT1I                  PIC X(17).
           02  ATYP1L                  PIC S9(4) COMP.
           02  ATYP1F                  PIC X.
           02  FILLER REDEFINES ATYP1F.
               03  ATYP1A              PIC X.
           02  ATYP1I                  PIC X(01).
           02  METH1L                  PIC S9(4) COMP.
           02  METH1F                  PIC X.
           02  FILLER REDEFINES METH1F.
               03  METH1A              PIC X.
           02  METH1I                  PIC X(01).
           02  AMT1L                   PIC S9(4) COMP.
           02  AMT1F                   PIC X.
           02  FILLER REDEFINES AMT1F.
               03  AMT1A               PIC X.
           02  AMT1I                   PIC X(07).
           02  STAT1L                  PIC S9(4) COMP.
           02  STAT1F                  PIC X.
           02  FILLER REDEFINES STAT1F.
               03  STAT1A              PIC X.
           02  STAT1I                  PIC X(01).
           02  PNDT1L                  PIC S9(4) COMP.
           02  PNDT1F                  PIC X.
           02  FILLER REDEFINES PNDT1F.
               03  PNDT1A              PIC X.
           02  PNDT1I                  PIC X(08).
           02  ROUT2L                  PIC S9(4) COMP.
           02  ROUT2F                  PIC X.
           02  FILLER REDEFINES ROUT2F.
               03  ROUT2A              PIC X.
           02  ROUT2I                  PIC X(09).
           02  ACCT2L                  PIC S9(4) COMP.
           02  ACCT2F                  PIC X.
           02  FILLER REDEFINES ACCT2F.
               03  ACCT2A              PIC X.
           02  ACCT2I                  PIC X(17).
           02  ATYP2L                  PIC S9(4) COMP.
           02  ATYP2F                  PIC X.
           02  FILLER REDEFINES ATYP2F.
               03  ATYP2A              PIC X.
           02  ATYP2I                  PIC X(01).
           02  METH2L                  PIC S9(4) COMP.
           02  METH2F                  PIC X.
           02  FILLER REDEFINES METH2F.
               03  METH2A              PIC X.
           02  METH2I                  PIC X(01).
           02  AMT2L                   PIC S9(4) COMP.
           02  AMT2F                   PIC X.
           02  FILLER REDEFINES AMT2F.
               03  AMT2A               PIC X.
           02  AMT2I                   PIC X(07).
           02  STAT2L                  PIC S9(4) COMP.
           02  STAT2F                  PIC X.
           02  FILLER REDEFINES STAT2F.
               03  STAT2A              PIC X.
           02  STAT2I                  PIC X(01).
           02  PNDT2L                  PIC S9(4) COMP.
           02  PNDT2F                  PIC X.
           02  FILLER REDEFINES PNDT2F.
               03  PNDT2A              PIC X.
           02  PNDT2I                  PIC X(08).
           02  ROUT3L                  PIC S9(4) COMP.
           02  ROUT3F                  PIC X.
           02  FILLER REDEFINES ROUT3F.
               03  ROUT3A              PIC X.
           02  ROUT3I                  PIC X(09).
           02  ACCT3L                  PIC S9(4) COMP.
           02  ACCT3F                  PIC X.
           02  FILLER REDEFINES ACCT3F.
               03  ACCT3A              PIC X.
           02  ACCT3I                  PIC X(17).
           02  ATYP3L                  PIC S9(4) COMP.
           02  ATYP3F                  PIC X.
           02  FILLER REDEFINES ATYP3F.
               03  ATYP3A              PIC X.
           02  ATYP3I                  PIC X(01).
           02  METH3L                  PIC S9(4) COMP.
           02  METH3F                  PIC X.
           02  FILLER REDEFINES METH3F.
               03  METH3A              PIC X.
           02  METH3I                  PIC X(01).
           02  AMT3L                   PIC S9(4) COMP.
           02  AMT3F                   PIC X.
           02  FILLER REDEFINES AMT3F.
               03  AMT3A               PIC X.
           02  AMT3I                   PIC X(07).
           02  STAT3L                  PIC S9(4) COMP.
           02  STAT3F                  PIC X.
           02  FILLER REDEFINES STAT3F.
               03  STAT3A              PIC X.
           02  STAT3I                  PIC X(01).
           02  PNDT3L                  PIC S9(4) COMP.
           02  PNDT3F                  PIC X.
           02  FILLER REDEFINES PNDT3F.
               03  PNDT3A              PIC X.
           02  PNDT3I                  PIC X(08).
           02  CHGBYL                  PIC S9(4) COMP.
           02  CHGBYF                  PIC X.
           02  FILLER REDEFINES CHGBYF.
               03  CHGBYA              PIC X.
           02  CHGBYI                  PIC X(08).
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
       01  BDDA400O REDEFINES BDDA400I.
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
           02  PNAMEO                  PIC X(31).
           02  FILLER                  PIC X(03).
           02  ROUT1O                  PIC X(09).
           02  FILLER                  PIC X(03).
           02  ACCT1O                  PIC X(17).
           02  FILLER                  PIC X(03).
           02  ATYP1O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  METH1O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  AMT1O                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  STAT1O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  PNDT1O                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  ROUT2O                  PIC X(09).
           02  FILLER                  PIC X(03).
           02  ACCT2O                  PIC X(17).
           02  FILLER                  PIC X(03).
           02  ATYP2O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  METH2O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  AMT2O                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  STAT2O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  PNDT2O                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  ROUT3O                  PIC X(09).
           02  FILLER                  PIC X(03).
           02  ACCT3O                  PIC X(17).
           02  FILLER                  PIC X(03).
           02  ATYP3O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  METH3O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  AMT3O                   PIC X(07).
           02  FILLER                  PIC X(03).
           02  STAT3O                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  PNDT3O                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  CHGBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
