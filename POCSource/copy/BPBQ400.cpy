      ***************************************************************
      * BPBQ400 - SYMBOLIC MAP FOR THE PRE-BILL CLAIM QUEUE SCREEN.  *
      *           GENERATED FROM THE BPBQ400 MAPSET; COPIED INTO     *
      *           CPBQ400.  SHOWS ONE PATIENT'S QUEUED CLAIM FROM    *
      *           PREBILLQ WITH ITS PAYER, TOTAL AND UP TO FOUR      *
      *           SCRUB REASONS (CODE AND TEXT), AND THE PATIENT'S   *
      *           CURRENT GROUP NUMBER AND PRIMARY DIAGNOSIS, BOTH   *
      *           ENTERABLE AS CORRECTIONS.  OPERATOR ID AND         *
      *           PASSWORD FEED THE SECCHK COMMON SIGN-ON CHECK.     *
      ***************************************************************
       01  BPBQ400I.
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
           02  PATIDL                  PIC S9(4) COMP.
           02  PATIDF                  PIC X.
           02  FILLER REDEFINES PATIDF.
               03  PATIDA              PIC X.
           02  PATIDI                  PIC X(06).
           02  STATUSL                 PIC S9(4) COMP.
           02  STATUSF                 PIC X.
           02  FILLER REDEFINES STATUSF.
               03  STATUSA             PIC X.
           02  STATUSI                 PIC X(01).
           02  PAYERL                  PIC S9(4) COMP.
           02  PAYERF                  PIC X.
           02  FILLER REDEFINES PAYERF.
               03  PAYERA              PIC X.
           02  PAYERI                  PIC X(06).
           02  QDATEL                  PIC S9(4) COMP.
           02  QDATEF                  PIC X.
           02  FILLER REDEFINES QDATEF.
               03  QDATEA              PIC X.
           02  QDATEI                  PIC X(08).
           02  LINESL                  PIC S9(4) COMP.
           02  LINESF                  PIC X.
           02  FILLER REDEFINES LINESF.
               03  LINESA              PIC X.
           02  LINESI                  PIC X(03).
           02  TOTALL                  PIC S9(4) COMP.
           02  TOTALF                  PIC X.
           02  FILLER REDEFINES TOTALF.
               03  TOTALA              PIC X.
           02  TOTALI                  PIC X(14).
           02  REAS1L                  PIC S9(4) COMP.
           02  REAS1F                  PIC X.
           02  FILLER REDEFINES REAS1F.
               03  REAS1A              PIC X.
           02  REAS1I                  PIC X(33).
           02  REAS2L                  PIC S9(4) COMP.
           02  REAS2F                  PIC X.
           02  FILLER REDEFINES REAS2F.
               03  REAS2A              PIC X.
           02  REAS2I                  PIC X(33).
           02  REAS3L                  PIC S9(4) COMP.
           02  REAS3F                  PIC X.
           02  FILLER REDEFINES REAS3F.
               03  REAS3A              PIC X.
           02  REAS3I                  PIC X(33).
           02  REAS4L                  PIC S9(4) COMP.
           02  REAS4F                  PIC X.
           02  FILLER REDEFINES REAS4F.
               03  REAS4A              PIC X.
           02  REAS4I                  PIC X(33).
           02  GROUPL                  PIC S9(4) COMP.
           02  GROUPF                  PIC X.
           02  FILLER REDEFINES GROUPF.
               03  GROUPA              PIC X.
           02  GROUPI                  PIC X(10).
           02  DIAGL                   PIC S9(4) COMP.
           02  DIAGF                   PIC X.
           02  FILLER REDEFINES DIAGF.
               03  DIAGA               PIC X.
           02  DIAGI                   PIC X(06).
           02  DECBYL                  PIC S9(4) COMP.
           02  DECBYF                  PIC X.
           02  FILLER REDEFINES DECBYF.
               03  DECBYA              PIC X.
           02  DECBYI                  PIC X(08).
           02  DECDATEL                PIC S9(4) COMP.
           02  DECDATEF                PIC X.
           02  FILLER REDEFINES DECDATEF.
               03  DECDATEA            PIC X.
           02  DECDATEI                PIC X(08).
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
       01  BPBQ400O REDEFINES BPBQ400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  PATIDO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  STATUSO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  PAYERO                  PIC X(06).
           02  FILLER                  PIC X(03).
           02  QDATEO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  LINESO                  PIC X(03).
           02  FILLER                  PIC X(03).
           02  TOTALO                  PIC X(14).
           02  FILLER                  PIC X(03).
           02  REAS1O                  PIC X(33).
           02  FILLER                  PIC X(03).
           02  REAS2O                  PIC X(33).
           02  FILLER                  PIC X(03).
           02  REAS3O                  PIC X(33).
           02  FILLER                  PIC X(03).
           02  REAS4O                  PIC X(33).
           02  FILLER                  PIC X(03).
           02  GROUPO                  PIC X(10).
           02  FILLER                  PIC X(03).
           02  DIAGO                   PIC X(06).
           02  FILLER                  PIC X(03).
           02  DECBYO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  DECDATEO                PIC X(08).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
