      ***************************************************************
      * ENCNTR - OUTPATIENT ENCOUNTER RECORD LAYOUT.  KEYED BY       *
      *          PATIENT ID AND VISIT NUMBER ON THE ENCNTR VSAM     *
      *          FILE - ONE RECORD PER CLINIC OR SAME-DAY VISIT,    *
      *          SEPARATE FROM THE INPATIENT PATMSTR STAY, SO AN    *
      *          OUTPATIENT NEVER NEEDS A BED TO BE TREATED.        *
      *          REGISTERED AND CLOSED ON CENC400.  BNCHS602 POSTS  *
      *          EACH ACCEPTED OUTPATIENT ('O') TREATMENT AGAINST   *
      *          THE OPEN ENCOUNTER ON ENCCHG; CLMEXTR BILLS EACH   *
      *          CLOSED ENCOUNTER AS ITS OWN OUTPATIENT CLAIM AND   *
      *          MARKS IT BILLED WITH THE CLAIM CONTROL NUMBER.     *
      ***************************************************************
       01  ENCOUNTER-REC.
           05  ENC-KEY.
               10  ENC-PATIENT-ID          PIC X(06).
               10  ENC-VISIT-NO            PIC 9(03).
           05  ENC-VISIT-DATE              PIC X(08).
      *    THE CLINIC OR OUTPATIENT LOCATION THAT SAW THE PATIENT.
           05  ENC-LOCATION-ID             PIC X(04).
           05  ENC-ATTENDING-PHYS-ID       PIC X(08).
           05  ENC-VISIT-STATUS            PIC X(01).
               88  ENC-OPEN                VALUE 'O'.
               88  ENC-CLOSED              VALUE 'C'.
               88  ENC-BILLED              VALUE 'B'.
               88  ENC-CANCELLED           VALUE 'X'.
      *        CLOSED WITH NOTHING POSTED - NOTHING TO BILL.
               88  ENC-NO-CHARGE           VALUE 'N'.
           05  ENC-PRIMARY-DIAG            PIC X(06).
           05  ENC-CLOSE-DATE              PIC X(08).
           05  ENC-BILLED-DATE             PIC 9(08).
           05  ENC-CONTROL-NUMBER          PIC 9(10).
           05  ENC-REGISTERED-BY           PIC X(08).
           05  ENC-LAST-CHANGE-DATE        PIC X(08).
           05  FILLER                      PIC X(42).
