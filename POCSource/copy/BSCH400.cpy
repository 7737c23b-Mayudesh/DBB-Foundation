      *           CSCH400.  THE SESSIONS AND INTERVAL FIELDS DRIVE   *
      *           SERIES BOOKING (FUNCTION S) - KEY THE PATTERN      *
      *           ONCE AND THE PROGRAM GENERATES THE WHOLE COURSE.   *
      *           RESOURCE AND SLOT TIME ARE OPTIONAL - LEFT BLANK,  *
      *           THE FIRST OPEN SLOT ON ANY RESOURCE SERVING THE    *
      *           TREATMENT TYPE IS TAKEN.                           *
      ***************************************************************
       01  BSCH400I.
           02  FILLER                  PIC X(12).
           02  FILLER REDEFINES INTRVLF.
               03  INTRVLA             PIC X.
           02  INTRVLI                 PIC X(02).
           02  RESIDL                  PIC S9(4) COMP.
           02  RESIDF                  PIC X.
           02  FILLER REDEFINES RESIDF.
               03  RESIDA              PIC X.
           02  RESIDI                  PIC X(08).
           02  SLOTTML                 PIC S9(4) COMP.
           02  SLOTTMF                 PIC X.
           02  FILLER REDEFINES SLOTTMF.
               03  SLOTTMA             PIC X.
           02  SLOTTMI                 PIC X(04).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
           02  FILLER                  PIC X(03).
           02  INTRVLO                 PIC X(02).
           02  FILLER                  PIC X(03).
           02  RESIDO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  SLOTTMO                 PIC X(04).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
