      *    WHICH HOSPITAL THE BED BELONGS TO - ASSIGNMENT IS
      *    CONSTRAINED TO THE ADMITTING FACILITY.
           05  BED-FACILITY-ID             PIC X(02).
      *    INFECTION CONTROL.  THE CAPABILITY IS SET ON CISO400 FOR
      *    EVERY BED IN THE ROOM: 'Y' A SINGLE-OCCUPANCY ISOLATION
      *    ROOM (CONTACT/DROPLET), 'A' A NEGATIVE-PRESSURE AIRBORNE
      *    ROOM (ANY TYPE).  THE OCCUPANT'S ISOLATION TYPE IS COPIED
      *    ONTO THE BED WHEN IT IS TAKEN SO A ROOMMATE CHECK NEEDS
      *    NO PATMSTR READS.
           05  BED-ISOLATION-CAPABLE       PIC X(01).
               88  BED-NOT-ISOL-CAPABLE    VALUES ' ', 'N'.
               88  BED-ISOL-ROOM           VALUE 'Y'.
               88  BED-AIRBORNE-ROOM       VALUE 'A'.
               88  BED-VALID-CAPABILITY    VALUES ' ', 'N', 'Y', 'A'.
           05  BED-OCCUPANT-ISOLATION      PIC X(01).
               88  BED-OCCUPANT-ISOLATED   VALUES 'C', 'D', 'A'.
           05  FILLER                      PIC X(33).
