      *            OPERATOR IS AUTHORIZED TO, LEFT-JUSTIFIED,        *
      *            UNUSED ENTRIES SPACES; '****' AUTHORIZES ALL.     *
      *            LOADED BY OPERLOAD.                               *
      *                                                              *
      *            SECCHK COUNTS CONSECUTIVE BAD PASSWORDS IN        *
      *            OPR-FAIL-COUNT (A GOOD SIGN-ON CLEARS IT); AT THE *
      *            SECPARM LIMIT THE OPERATOR IS SET INACTIVE WITH   *
      *            REASON 'L' AND ONLY A SUPERVISOR RESET ON AN      *
      *            OPERLOAD CARD REACTIVATES THEM.  AN OPERATOR THE  *
      *            SECURITY OFFICER INACTIVATES CARRIES REASON 'O'.  *
      *            OPR-PASSWORD-DATE IS WHEN THE OPERATOR LAST SET   *
      *            THEIR OWN PASSWORD ON PWD4 (CPWD400); ZERO MEANS  *
      *            A PASSWORD ISSUED BY OPERLOAD THAT MUST BE        *
      *            CHANGED BEFORE FIRST USE.  THE PASSWORD EXPIRES   *
      *            THE SECPARM NUMBER OF DAYS AFTER THAT DATE.       *
      ***************************************************************
       01  OPERATOR-PROFILE-REC.
           05  OPR-OPERATOR-ID             PIC X(08).
           05  OPR-FUNCTIONS.
               10  OPR-FUNCTION-CODE       OCCURS 5 TIMES PIC X(04).
           05  OPR-LAST-CHANGE-DATE        PIC X(08).
           05  OPR-FAIL-COUNT              PIC 9(02).
           05  OPR-INACTIVE-REASON         PIC X(01).
               88  OPR-LOCKED-OUT          VALUE 'L'.
               88  OPR-OFFICER-INACTIVE    VALUE 'O'.
           05  OPR-LOCKED-DATE             PIC X(08).
           05  OPR-PASSWORD-DATE           PIC X(08).
           05  OPR-PASSWORD-DATE-N REDEFINES OPR-PASSWORD-DATE
                                           PIC 9(08).
           05  OPR-PREV-PASSWORD           PIC X(08).
           05  FILLER                      PIC X(07).
