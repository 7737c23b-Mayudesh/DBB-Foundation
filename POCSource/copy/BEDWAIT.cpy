           05  BWL-QUEUED-DATE             PIC 9(08).
           05  BWL-OFFERED-BED             PIC 9(04).
           05  BWL-OFFERED-DATE            PIC 9(08).
      *    THE PATIENT'S ISOLATION TYPE WHEN QUEUED - A FREED BED IS
      *    ONLY OFFERED WHERE THE ROOM KEEPS THE ISOLATION RULES.
           05  BWL-ISOLATION-TYPE          PIC X(01).
               88  BWL-NEEDS-ISOLATION     VALUES 'C', 'D', 'A'.
           05  FILLER                      PIC X(40).
