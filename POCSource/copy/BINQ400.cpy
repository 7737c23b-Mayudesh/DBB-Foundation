           02  FILLER REDEFINES SALARYF.
               03  SALARYA             PIC X.
           02  SALARYI                 PIC X(09).
           02  VACBALL                 PIC S9(4) COMP.
           02  VACBALF                 PIC X.
           02  FILLER REDEFINES VACBALF.
               03  VACBALA             PIC X.
           02  VACBALI                 PIC X(07).
           02  SICKBALL                PIC S9(4) COMP.
           02  SICKBALF                PIC X.
           02  FILLER REDEFINES SICKBALF.
               03  SICKBALA            PIC X.
           02  SICKBALI                PIC X(07).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
           02  FILLER                  PIC X(03).
           02  SALARYO                 PIC X(09).
           02  FILLER                  PIC X(03).
           02  VACBALO                 PIC X(07).
           02  FILLER                  PIC X(03).
           02  SICKBALO                PIC X(07).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
