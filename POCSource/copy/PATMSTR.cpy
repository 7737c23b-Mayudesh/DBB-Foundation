      *    WHICH HOSPITAL ADMITTED THE STAY - BOTH SITES RUN ON THE
      *    ONE SYSTEM WITHOUT THEIR NUMBERS BLENDING.
           05  PATIENT-FACILITY-ID         PIC X(02).
      *    INFECTION-CONTROL ISOLATION.  SET ON CISO400 (OR AT ADMIT
      *    ON CADT400); AN ISOLATION PATIENT IS ONLY GIVEN A BED IN
      *    A ROOM CAPABLE OF THE TYPE AND NEVER SHARES THE ROOM.
           05  PATIENT-ISOLATION-TYPE      PIC X(01).
               88  PATIENT-NOT-ISOLATED    VALUES ' ', 'N'.
               88  PATIENT-CONTACT-ISOL    VALUE 'C'.
               88  PATIENT-DROPLET-ISOL    VALUE 'D'.
               88  PATIENT-AIRBORNE-ISOL   VALUE 'A'.
               88  PATIENT-IN-ISOLATION    VALUES 'C', 'D', 'A'.
           05  PATIENT-ISOLATION-DATE      PIC X(08).
      *    ACCOUNT STATUS, SET ON CAST400.  A DECEASED, BANKRUPT OR
      *    ATTORNEY-REPRESENTED ACCOUNT DRAWS NO STATEMENTS, DUNNING
      *    LETTERS, COLLECTOR QUEUEING OR AGENCY PLACEMENT - COLLBLD
      *    ROUTES IT TO THE ESTATE/BANKRUPTCY CLAIM WORKLIST INSTEAD.
      *    THE STATUS DATE IS THE DATE OF DEATH, THE BANKRUPTCY
      *    FILING DATE OR THE DATE REPRESENTATION WAS NOTIFIED.
           05  PATIENT-ACCT-STATUS         PIC X(01).
               88  PATIENT-ACCT-NORMAL     VALUES ' ', 'N', LOW-VALUE.
               88  PATIENT-DECEASED        VALUE 'D'.
               88  PATIENT-BANKRUPT        VALUE 'B'.
               88  PATIENT-ATTORNEY-REP    VALUE 'A'.
               88  PATIENT-ACCT-SUPPRESSED VALUES 'D', 'B', 'A'.
           05  PATIENT-ACCT-STATUS-DATE    PIC X(08).
           05  PATIENT-BKR-CASE-NO         PIC X(15).
           05  FILLER                      PIC X(1969).
