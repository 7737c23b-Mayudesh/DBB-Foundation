      ***************************************************************
      * LEAVREQ  - LEAVE REQUEST.  KEYED BY PERSON-NUMBER + FIRST    *
      *            DAY OF LEAVE (CCYYMMDD) + LEAVE TYPE ON THE       *
      *            LEAVREQ VSAM FILE.  ENTERED ON THE CLVE400        *
      *            SCREEN AND APPROVED OR DENIED THERE BY A          *
      *            SUPERVISOR OTHER THAN THE REQUESTER.  APPROVING   *
      *            A REQUEST RESERVES ITS HOURS AGAINST THE LEAVE    *
      *            BALANCE (LB-APPROVED-HOURS ON LEAVEBAL) UNTIL     *
      *            THEY ARE TAKEN ON A TIMECARD; CANCELLING AN       *
      *            APPROVED REQUEST RELEASES THEM.                   *
      ***************************************************************
       01  LEAVE-REQUEST-REC.
           05  LQ-KEY.
               10  LQ-PERSON-NUMBER        PIC X(10).
               10  LQ-START-DATE           PIC 9(08).
               10  LQ-LEAVE-TYPE           PIC X(02).
           05  LQ-END-DATE                 PIC 9(08).
           05  LQ-HOURS                    PIC 9(03)V99.
           05  LQ-STATUS                   PIC X(01).
               88  LQ-REQUESTED            VALUE 'R'.
               88  LQ-APPROVED             VALUE 'A'.
               88  LQ-DENIED               VALUE 'D'.
               88  LQ-CANCELLED            VALUE 'C'.
           05  LQ-REQUESTED-BY             PIC X(08).
           05  LQ-REQUESTED-DATE           PIC 9(08).
           05  LQ-DECIDED-BY               PIC X(08).
           05  LQ-DECIDED-DATE             PIC 9(08).
           05  LQ-REASON                   PIC X(20).
           05  FILLER                      PIC X(14).
