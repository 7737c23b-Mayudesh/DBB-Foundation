      ***************************************************************
      * ALLERGY - PATIENT ALLERGY REGISTRY RECORD LAYOUT.  KEYED BY  *
      *           ALG-KEY (PATIENT ID + ALLERGEN TYPE + ALLERGEN)    *
      *           ON THE ALLERGY VSAM FILE, SO ALL OF A PATIENT'S    *
      *           ALLERGIES BROWSE TOGETHER.  AN ALLERGEN IS EITHER  *
      *           A SINGLE MEDICATION-ID ('M') OR A DRUG CLASS       *
      *           ('C') AS CARRIED ON THE DDS0001.MEDICATION TABLE.  *
      *           MAINTAINED BY CALG400; BROWSED AT ENTRY BY         *
      *           CTRT400 (WARNING) AND AT EDIT TIME BY BNCHS602     *
      *           (REJECT TO TRMTERR); ALGXRPT LISTS THE NIGHT'S     *
      *           ALLERGY REJECTS FOR THE PHARMACY.  AN ALLERGY      *
      *           RECORDED IN ERROR IS MARKED INACTIVE, NOT          *
      *           DELETED, SO THE CLINICAL TRAIL SURVIVES.           *
      ***************************************************************
       01  PATIENT-ALLERGY-REC.
           05  ALG-KEY.
               10  ALG-PATIENT-ID          PIC X(06).
               10  ALG-ALLERGEN-TYPE       PIC X(01).
                   88  ALG-IS-MEDICATION   VALUE 'M'.
                   88  ALG-IS-DRUG-CLASS   VALUE 'C'.
                   88  ALG-VALID-TYPE      VALUES 'M', 'C'.
               10  ALG-ALLERGEN            PIC X(08).
           05  ALG-SEVERITY                PIC X(01).
               88  ALG-SEVERE              VALUE 'S'.
               88  ALG-MODERATE            VALUE 'M'.
               88  ALG-MILD                VALUE 'L'.
               88  ALG-VALID-SEVERITY      VALUES 'S', 'M', 'L'.
           05  ALG-REACTION                PIC X(20).
           05  ALG-DATE-RECORDED           PIC X(08).
           05  ALG-RECORDED-BY             PIC X(08).
           05  ALG-STATUS                  PIC X(01).
               88  ALG-IS-ACTIVE           VALUE 'A'.
               88  ALG-IS-INACTIVE         VALUE 'I'.
           05  ALG-LAST-CHANGE-DATE        PIC X(08).
           05  FILLER                      PIC X(19).
