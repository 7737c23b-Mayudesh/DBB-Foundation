      ***************************************************************
      * DIETEXT - KITCHEN MEAL CENSUS EXTRACT RECORD.  WRITTEN BY    *
      *           DIETXTR EACH NIGHT, ONE RECORD PER ACTIVE STAY IN  *
      *           WARD / ROOM / BED ORDER, FOR THE NEXT DAY'S TRAYS. *
      *           DIEX-DIET-SOURCE TELLS THE KITCHEN WHETHER THE     *
      *           DIET CAME FROM A NURSING ORDER OR WAS DEFAULTED    *
      *           FROM THE PRIMARY DIAGNOSIS.                        *
      ***************************************************************
       01  DIET-EXTRACT-REC.
           05  DIEX-WARD-ID                PIC X(04).
           05  DIEX-ROOM-NBR               PIC 9(04).
           05  DIEX-BED-NBR                PIC 9(04).
           05  DIEX-PATIENT-ID             PIC 9(06).
           05  DIEX-PATIENT-NAME           PIC X(20).
           05  DIEX-DIET-CODE              PIC X(01).
           05  DIEX-DIET-SOURCE            PIC X(01).
               88  DIEX-FROM-ORDER         VALUE 'O'.
               88  DIEX-FROM-DEFAULT       VALUE 'D'.
           05  DIEX-INSTRUCTIONS           PIC X(30).
           05  DIEX-SERVICE-DATE           PIC X(08).
           05  FILLER                      PIC X(02).
