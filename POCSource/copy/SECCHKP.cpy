      *           ('E' ENTRY, 'A' APPROVER, 'S' SUPERVISOR).         *
      *           SEC-RETURN-CD: 0 = AUTHORIZED; -1 = UNKNOWN        *
      *           OPERATOR OR BAD PASSWORD; -2 = FUNCTION NOT        *
      *           AUTHORIZED; -3 = ROLE TOO LOW; -4 = PASSWORD       *
      *           EXPIRED (CHANGE IT ON PWD4); -5 = OPERATOR LOCKED  *
      *           OUT AFTER TOO MANY BAD PASSWORDS.  EVERY FAILURE   *
      *           IS LOGGED TO THE SVIO VIOLATIONS QUEUE BY SECCHK.  *
      *                                                              *
      *           A SIGN-ON CHECK PASSES THE FIRST 25 BYTES.  ONLY   *
      *           THE PASSWORD CHANGE (CPWD400) PASSES THE WHOLE     *
      *           AREA WITH SEC-NEW-PASSWORD FILLED: SECCHK THEN     *
      *           CHECKS THE OLD PASSWORD AND STORES THE NEW ONE,    *
      *           SKIPPING THE FUNCTION AND ROLE CHECKS; -6 MEANS    *
      *           THE NEW PASSWORD WAS NOT ACCEPTABLE.               *
      ***************************************************************
       01  SEC-CHECK-PARMS.
           05  SEC-OPERATOR-ID             PIC X(08).
           05  SEC-FUNCTION                PIC X(04).
           05  SEC-NEED-ROLE               PIC X(01).
           05  SEC-RETURN-CD               PIC S9(04).
               88  SEC-AUTHORIZED          VALUE 0.
               88  SEC-PASSWORD-EXPIRED    VALUE -4.
               88  SEC-OPERATOR-LOCKED     VALUE -5.
               88  SEC-NEW-PASSWORD-BAD    VALUE -6.
           05  SEC-NEW-PASSWORD            PIC X(08).
