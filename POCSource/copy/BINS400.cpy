           02  FILLER REDEFINES STATUSF.
               03  STATUSA             PIC X.
           02  STATUSI                 PIC X(01).
           02  FILELIML                PIC S9(4) COMP.
           02  FILELIMF                PIC X.
           02  FILLER REDEFINES FILELIMF.
               03  FILELIMA            PIC X.
           02  FILELIMI                PIC X(03).
           02  PAYTYPEL                PIC S9(4) COMP.
           02  PAYTYPEF                PIC X.
           02  FILLER REDEFINES PAYTYPEF.
               03  PAYTYPEA            PIC X.
           02  PAYTYPEI                PIC X(01).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
           02  FILLER                  PIC X(03).
           02  STATUSO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  FILELIMO                PIC X(03).
           02  FILLER                  PIC X(03).
           02  PAYTYPEO                PIC X(01).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
