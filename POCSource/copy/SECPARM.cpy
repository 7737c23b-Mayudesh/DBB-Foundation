      ***************************************************************
      * SECPARM  - SIGN-ON SECURITY CONTROLS.  ONE RECORD, KEY       *
      *            'SECPARM ', ON THE SECPARM VSAM FILE, SET BY THE  *
      *            SECURITY OFFICER ON OPERLOAD'S '*SECPARM' CARD:   *
      *                                                              *
      *              MAX FAILURES   - CONSECUTIVE BAD PASSWORDS      *
      *                               BEFORE SECCHK LOCKS THE        *
      *                               OPERATOR (ZERO = NEVER)        *
      *              PASSWORD DAYS  - DAYS A PASSWORD LASTS BEFORE   *
      *                               IT MUST BE CHANGED ON PWD4     *
      *                               (ZERO = NEVER EXPIRES)         *
      *              MIN LENGTH     - SHORTEST NEW PASSWORD ACCEPTED *
      *              DAY START/END  - THE STAFFED HOURS (HHMM); A    *
      *                               VIOLATION OUTSIDE THEM, OR ON  *
      *                               A NON-WORKDAY, IS AFTER HOURS  *
      *                               ON THE SECRPT REPORT           *
      *                                                              *
      *            THE VALUE CLAUSES ARE THE CONTROLS IN FORCE WHEN  *
      *            NO SECPARM RECORD IS ON FILE.                     *
      ***************************************************************
       01  SECURITY-PARM-REC.
           05  SPM-KEY                     PIC X(08) VALUE 'SECPARM '.
           05  SPM-MAX-FAILURES            PIC 9(02) VALUE 05.
           05  SPM-PASSWORD-DAYS           PIC 9(03) VALUE 090.
           05  SPM-MIN-PASSWORD-LEN        PIC 9(01) VALUE 6.
           05  SPM-DAY-START               PIC 9(04) VALUE 0700.
           05  SPM-DAY-END                 PIC 9(04) VALUE 1900.
           05  SPM-CHANGED-BY              PIC X(08) VALUE SPACES.
           05  SPM-CHANGED-DATE            PIC 9(08) VALUE ZERO.
           05  FILLER                      PIC X(42) VALUE SPACES.
