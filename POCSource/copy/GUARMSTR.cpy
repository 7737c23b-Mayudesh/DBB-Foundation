               88  GUA-REL-SPOUSE          VALUE 'SP'.
               88  GUA-REL-PARENT          VALUE 'PA'.
               88  GUA-REL-OTHER           VALUE 'OT'.
      *    ACCOUNT STATUS, SET ON CAST400 - SAME CODES AND MEANING
      *    AS PATIENT-ACCT-STATUS ON PATMSTR.  A SUPPRESSED GUARANTOR
      *    SUPPRESSES EVERY PATIENT IT GUARANTEES.
           05  GUA-ACCT-STATUS             PIC X(01).
               88  GUA-ACCT-NORMAL         VALUES ' ', 'N', LOW-VALUE.
               88  GUA-DECEASED            VALUE 'D'.
               88  GUA-BANKRUPT            VALUE 'B'.
               88  GUA-ATTORNEY-REP        VALUE 'A'.
               88  GUA-ACCT-SUPPRESSED     VALUES 'D', 'B', 'A'.
           05  GUA-ACCT-STATUS-DATE        PIC X(08).
           05  GUA-BKR-CASE-NO             PIC X(15).
      *    RETURNED-MAIL FLAG, SET BY RTNMAIL AND CLEARED BY GUARLOAD
      *    WHEN A NEW ADDRESS IS KEYED.  THE DATE IS PACKED TO FIT
      *    THE RECORD.  NOTHING IS MAILED TO A FLAGGED ADDRESS.
           05  GUA-ADDR-STATUS             PIC X(01).
               88  GUA-ADDR-GOOD           VALUES ' ', LOW-VALUE.
               88  GUA-ADDR-UNDELIVERABLE  VALUE 'U'.
           05  GUA-ADDR-RETURN-DATE        PIC 9(08) COMP-3.
           05  FILLER                      PIC X(01).
