      ***************************************************************
      * PHYSFEE - PHYSICIAN FEE SCHEDULE RECORD.  KEYED BY TREATMENT *
      *           TYPE + PHYSICIAN ROLE ON THE PHYSFEE VSAM FILE.    *
      *           THE ATTENDING ROW PRICES THE SERVICE THE ATTENDING *
      *           PHYSICIAN RENDERED; THE PRESCRIBING ROW PRICES THE *
      *           ORDERING PHYSICIAN'S SEPARATE PROFESSIONAL SERVICE *
      *           WHEN ANOTHER PHYSICIAN ATTENDED.  A TYPE/ROLE WITH *
      *           NO ROW IS NOT BILLED PROFESSIONALLY.  LOADED BY    *
      *           PFSLOAD; READ BY PFEXTR TO PRICE THE               *
      *           PROFESSIONAL-FEE CLAIMS.                           *
      ***************************************************************
       01  PHYSICIAN-FEE-REC.
           05  PFS-KEY.
               10  PFS-TREATMENT-TYPE      PIC X(02).
               10  PFS-ROLE                PIC X(01).
                   88  PFS-ATTENDING       VALUE 'A'.
                   88  PFS-PRESCRIBING     VALUE 'P'.
           05  PFS-SERVICE-CODE            PIC X(08).
           05  PFS-FEE-AMOUNT              PIC 9(07)V99.
           05  PFS-DESCRIPTION             PIC X(30).
           05  PFS-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(22).
