      ***************************************************************
      * BADT400 - SYMBOLIC MAP FOR THE ADMIT/TRANSFER/DISCHARGE     *
      *           (ADT) SCREEN.  GENERATED FROM THE BADT400 MAPSET; *
      *           COPIED INTO CADT400.  ISOL CARRIES A KNOWN        *
      *           ISOLATION TYPE (C/D/A) AT ADMIT OR WAITLIST.      *
      ***************************************************************
       01  BADT400I.
           02  FILLER                  PIC X(12).
           02  FILLER REDEFINES FACIDF.
               03  FACIDA              PIC X.
           02  FACIDI                  PIC X(02).
           02  ISOLL                   PIC S9(4) COMP.
           02  ISOLF                   PIC X.
           02  FILLER REDEFINES ISOLF.
               03  ISOLA               PIC X.
           02  ISOLI                   PIC X(01).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
           02  FILLER                  PIC X(03).
           02  FACIDO                  PIC X(02).
           02  FILLER                  PIC X(03).
           02  ISOLO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
