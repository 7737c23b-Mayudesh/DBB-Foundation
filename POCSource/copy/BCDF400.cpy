      ***************************************************************
      * BCDF400 - SYMBOLIC MAP FOR THE HIM CHART DEFICIENCY SCREEN.  *
      *           GENERATED FROM THE BCDF400 MAPSET; COPIED INTO     *
      *           CCDF400.  FUNCTION I SHOWS A STAY'S DEFICIENCIES;  *
      *           FUNCTION C CLEARS THE ITEMS MARKED C.  THE         *
      *           THREE SECONDARY DIAGNOSES FOLLOW THE CODING ITEM.  *
      ***************************************************************
       01  BCDF400I.
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
           02  ADMDTL                  PIC S9(4) COMP.
           02  ADMDTF                  PIC X.
           02  FILLER REDEFINES ADMDTF.
               03  ADMDTA              PIC X.
           02  ADMDTI                  PIC X(08).
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
           02  DISDTL                  PIC S9(4) COMP.
           02  DISDTF                  PIC X.
           02  FILLER REDEFINES DISDTF.
               03  DISDTA              PIC X.
           02  DISDTI                  PIC X(08).
           02  ATTENDL                 PIC S9(4) COMP.
           02  ATTENDF                 PIC X.
           02  FILLER REDEFINES ATTENDF.
               03  ATTENDA             PIC X.
           02  ATTENDI                 PIC X(08).
           02  CHSTATL                 PIC S9(4) COMP.
           02  CHSTATF                 PIC X.
           02  FILLER REDEFINES CHSTATF.
               03  CHSTATA             PIC X.
           02  CHSTATI                 PIC X(01).
           02  SIGNL                   PIC S9(4) COMP.
           02  SIGNF                   PIC X.
           02  FILLER REDEFINES SIGNF.
               03  SIGNA               PIC X.
           02  SIGNI                   PIC X(01).
           02  DIAGL                   PIC S9(4) COMP.
           02  DIAGF                   PIC X.
           02  FILLER REDEFINES DIAGF.
               03  DIAGA               PIC X.
           02  DIAGI                   PIC X(01).
           02  FNLDXL                  PIC S9(4) COMP.
           02  FNLDXF                  PIC X.
           02  FILLER REDEFINES FNLDXF.
               03  FNLDXA              PIC X.
           02  FNLDXI                  PIC X(06).
           02  CODEL                   PIC S9(4) COMP.
           02  CODEF                   PIC X.
           02  FILLER REDEFINES CODEF.
               03  CODEA               PIC X.
           02  CODEI                   PIC X(01).
           02  SDX1L                   PIC S9(4) COMP.
           02  SDX1F                   PIC X.
           02  FILLER REDEFINES SDX1F.
               03  SDX1A               PIC X.
           02  SDX1I                   PIC X(06).
           02  SDX2L                   PIC S9(4) COMP.
           02  SDX2F                   PIC X.
           02  FILLER REDEFINES SDX2F.
               03  SDX2A               PIC X.
           02  SDX2I                   PIC X(06).
           02  SDX3L                   PIC S9(4) COMP.
           02  SDX3F                   PIC X.
           02  FILLER REDEFINES SDX3F.
               03  SDX3A               PIC X.
           02  SDX3I                   PIC X(06).
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
       01  BCDF400O REDEFINES BCDF400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  ADMDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  DISDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  ATTENDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  CHSTATO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  SIGNO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  DIAGO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  FNLDXO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  CODEO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  SDX1O                   PIC X(06).
           02  FILLER                  PIC X(03).
           02  SDX2O                   PIC X(06).
           02  FILLER                  PIC X(03).
           02  SDX3O                   PIC X(06).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
