      ***************************************************************
      * DISCLOG - ACCOUNTING OF DISCLOSURES (RELEASE OF PATIENT      *
      *           INFORMATION) LOG RECORD.  KEYED BY DSC-KEY         *
      *           (PATIENT + RELEASE DATE + RELEASE TIME) ON THE     *
      *           DISCLOG VSAM FILE, SO KEY ORDER IS PATIENT ORDER,  *
      *           OLDEST RELEASE FIRST.  THE LAST TWO DIGITS OF THE  *
      *           TIME ARE A SEQUENCE THAT KEEPS TWO RELEASES IN THE *
      *           SAME SECOND APART.  ONE RECORD PER RELEASE OUTSIDE *
      *           THE HOSPITAL, KEYED BY HIM ON CDSC400 WITH THE     *
      *           SIGNED-ON RELEASING OPERATOR.  PBILLOG ANSWERS WHO *
      *           LOOKED AT A PATIENT; THIS ANSWERS WHO WAS GIVEN    *
      *           THE PATIENT'S INFORMATION.  DISCRPT PRINTS A       *
      *           PATIENT'S RELEASES FOR A DATE RANGE ON REQUEST.    *
      ***************************************************************
       01  DISCLOSURE-LOG-REC.
           05  DSC-KEY.
               10  DSC-PATIENT-ID          PIC X(06).
               10  DSC-RELEASE-DATE        PIC 9(08).
               10  DSC-RELEASE-TIME        PIC 9(08).
           05  DSC-REQUEST-DATE            PIC X(08).
           05  DSC-RECIPIENT-NAME          PIC X(30).
           05  DSC-RECIPIENT-TYPE          PIC X(01).
               88  DSC-TO-ATTORNEY         VALUE 'A'.
               88  DSC-TO-INSURER          VALUE 'I'.
               88  DSC-TO-PUBLIC-HEALTH    VALUE 'P'.
               88  DSC-TO-PROVIDER         VALUE 'H'.
               88  DSC-TO-OTHER            VALUE 'O'.
               88  DSC-RECIPIENT-VALID     VALUES 'A', 'I', 'P',
                                                  'H', 'O'.
           05  DSC-PURPOSE                 PIC X(30).
           05  DSC-INFO-RELEASED           PIC X(40).
           05  DSC-RELEASED-BY             PIC X(08).
           05  DSC-TERMINAL-ID             PIC X(08).
           05  FILLER                      PIC X(13).
