      ***************************************************************
      * RESRCMST - TREATMENT RESOURCE MASTER.  KEYED BY RESOURCE ID  *
      *            ON THE RESRCMST VSAM FILE.  ONE RECORD PER        *
      *            MACHINE OR ROOM (MRI SCANNER, CT, LINAC, OR       *
      *            SUITE) GIVING THE TREATMENT TYPES IT SERVES AND   *
      *            HOW MANY FIXED-LENGTH SLOTS IT OFFERS A DAY.      *
      *            MAINTAINED BY RESLOAD.  CSCH400 WILL NOT BOOK A   *
      *            TYPE SERVED HERE WITHOUT A FREE SLOT ON RESVSLOT; *
      *            A TYPE NO RESOURCE SERVES BOOKS UNCONSTRAINED.    *
      ***************************************************************
       01  TREATMENT-RESOURCE-REC.
           05  RES-RESOURCE-ID             PIC X(08).
           05  RES-DESCRIPTION             PIC X(30).
      *    TREATMENT-TYPE CODES AS ON SCHEDREC/TREATMNT; UNUSED
      *    ENTRIES ARE SPACES.
           05  RES-TYPES-SERVED.
               10  RES-TREATMENT-TYPE      PIC X(02) OCCURS 6 TIMES.
           05  RES-SLOTS-PER-DAY           PIC 9(02).
      *    HHMM OF SLOT 1; EACH LATER SLOT STARTS RES-SLOT-MINUTES
      *    AFTER THE ONE BEFORE.
           05  RES-FIRST-SLOT-TIME         PIC 9(04).
           05  RES-SLOT-MINUTES            PIC 9(03).
           05  RES-STATUS                  PIC X(01).
               88  RES-IS-ACTIVE           VALUE 'A'.
               88  RES-IS-INACTIVE         VALUE 'I'.
               88  RES-VALID-STATUS        VALUES 'A', 'I'.
           05  RES-CHANGED-BY              PIC X(08).
           05  RES-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(24).
