      ***************************************************************
      * BPWD400 - SYMBOLIC MAP FOR THE OPERATOR PASSWORD CHANGE      *
      *           SCREEN.  GENERATED FROM THE BPWD400 MAPSET; COPIED *
      *           INTO CPWD400.  THE THREE PASSWORD FIELDS ARE DARK  *
      *           ON THE SCREEN.                                     *
      ***************************************************************
       01  BPWD400I.
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
           02  NEWPWDL                 PIC S9(4) COMP.
           02  NEWPWDF                 PIC X.
           02  FILLER REDEFINES NEWPWDF.
               03  NEWPWDA             PIC X.
           02  NEWPWDI                 PIC X(08).
           02  CNFPWDL                 PIC S9(4) COMP.
           02  CNFPWDF                 PIC X.
           02  FILLER REDEFINES CNFPWDF.
               03  CNFPWDA             PIC X.
           02  CNFPWDI                 PIC X(08).
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
       01  BPWD400O REDEFINES BPWD400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  NEWPWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  CNFPWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
