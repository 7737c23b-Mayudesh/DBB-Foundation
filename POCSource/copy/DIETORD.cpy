      ***************************************************************
      * DIETORD - PATIENT DIET ORDER RECORD LAYOUT.  KEYED BY        *
      *           DIET-PATIENT-ID ON THE DIETORD VSAM FILE - ONE     *
      *           CURRENT ORDER PER PATIENT.  MAINTAINED BY THE      *
      *           NURSING UNITS ON CDIE400; READ NIGHTLY BY DIETXTR  *
      *           FOR THE KITCHEN MEAL CENSUS.  A PATIENT WITH NO    *
      *           ORDER DEFAULTS FROM DIAG-MSTR-DEFAULT-DIET ON      *
      *           THEIR PRIMARY DIAGNOSIS.  ONLY ACTIVE STAYS ARE    *
      *           EXTRACTED, SO A DISCHARGED PATIENT'S ORDER SIMPLY  *
      *           STOPS PRODUCING TRAYS.                             *
      ***************************************************************
       01  DIET-ORDER-REC.
           05  DIET-PATIENT-ID             PIC X(06).
           05  DIET-CODE                   PIC X(01).
               88  DIET-REGULAR            VALUE 'R'.
               88  DIET-DIABETIC           VALUE 'D'.
               88  DIET-LOW-SODIUM         VALUE 'S'.
               88  DIET-NPO                VALUE 'N'.
               88  DIET-OTHER              VALUE 'O'.
               88  DIET-VALID-CODE         VALUES 'R', 'D', 'S',
                                                  'N', 'O'.
      *    FREE-FORM KITCHEN INSTRUCTIONS - TEXTURE, ALLERGIES,
      *    WHAT 'OTHER' MEANS.
           05  DIET-INSTRUCTIONS           PIC X(30).
           05  DIET-ORDERED-BY             PIC X(08).
           05  DIET-ORDER-DATE             PIC X(08).
           05  DIET-LAST-CHANGE-DATE       PIC X(08).
           05  FILLER                      PIC X(19).
