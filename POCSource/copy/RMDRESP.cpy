      ***************************************************************
      * RMDRESP - REMINDER VENDOR RESPONSE RECORD, ONE PER CALL OR   *
      *           TEXT ANSWERED (OR GIVEN UP ON).  READ BY SCHRMDA.  *
      ***************************************************************
       01  REMINDER-RESPONSE-REC.
           05  RMR-SCH-KEY.
               10  RMR-PATIENT-ID          PIC 9(06).
               10  RMR-TREATMENT-TYPE      PIC X(02).
               10  RMR-SCH-DATE            PIC X(08).
           05  RMR-RESPONSE                PIC X(01).
               88  RMR-CONFIRMED           VALUE 'C'.
               88  RMR-CANCELLED           VALUE 'X'.
               88  RMR-UNREACHABLE         VALUE 'U'.
               88  RMR-VALID-RESPONSE      VALUES 'C', 'X', 'U'.
           05  RMR-RESPONSE-DATE           PIC X(08).
           05  RMR-VENDOR-REF              PIC X(15).
           05  FILLER                      PIC X(40).
