      *           MAINTENANCE SCREEN.  GENERATED FROM THE BDGN400    *
      *           MAPSET; COPIED INTO CDGN400.  MIRRORS THE          *
      *           BINS400 INSURER MAINTENANCE SCREEN WITH THE CODE,  *
      *           DESCRIPTION AND ACTIVE/RETIRED STATUS, PLUS THE    *
      *           DEFAULT DIET FOR PATIENTS WITH NO DIET ORDER.      *
      ***************************************************************
       01  BDGN400I.
           02  FILLER                  PIC X(12).
           02  FILLER REDEFINES STATUSF.
               03  STATUSA             PIC X.
           02  STATUSI                 PIC X(01).
           02  DIETL                   PIC S9(4) COMP.
           02  DIETF                   PIC X.
           02  FILLER REDEFINES DIETF.
               03  DIETA               PIC X.
           02  DIETI                   PIC X(01).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
           02  FILLER                  PIC X(03).
           02  STATUSO                 PIC X(01).
           02  FILLER                  PIC X(03).
           02  DIETO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
