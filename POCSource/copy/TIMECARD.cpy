      ***************************************************************
      * TIMECARD - TIME AND ATTENDANCE RECORD.  KEYED BY PERSON-     *
      *            NUMBER + PAY PERIOD END DATE (CCYYMMDD) ON THE    *
      *            TIMECARD VSAM FILE, ONE RECORD PER PERSON PER PAY *
      *            PERIOD.  LOADED FROM THE TIME CLOCK EXTRACT BY    *
      *            TIMELOAD OR KEYED ON THE CTIM400 SCREEN, AND      *
      *            APPROVED THERE BY A SUPERVISOR.  PAYREG PAYS AN   *
      *            HOURLY PERSON (SEE PAYRATE) FROM THE APPROVED     *
      *            CARD ONLY; TIMEEXC LISTS THE EXCEPTIONS.          *
      *                                                              *
      *            NIGHT-DIFFERENTIAL HOURS ARE THE PART OF THE      *
      *            REGULAR AND OVERTIME HOURS WORKED ON NIGHT SHIFT  *
      *            AND EARN THE DIFFERENTIAL ON TOP; ON-CALL HOURS   *
      *            ARE STANDBY HOURS PAID AT THE ON-CALL RATE.       *
      *            ANY CHANGE TO AN APPROVED CARD PUTS IT BACK TO    *
      *            ENTERED FOR A FRESH APPROVAL.                     *
      *                                                              *
      *            VACATION AND SICK HOURS ARE PAID LEAVE TAKEN IN   *
      *            THE PERIOD, KEYED ON CTIM400 AGAINST LEAVE        *
      *            ALREADY APPROVED ON CLVE400.  PAYREG DRAWS THEM   *
      *            DOWN FROM LEAVEBAL AND PAYS THEM AT THE REGULAR   *
      *            RATE TO AN HOURLY PERSON.                         *
      ***************************************************************
       01  TIMECARD-REC.
           05  TC-KEY.
               10  TC-PERSON-NUMBER        PIC X(10).
               10  TC-PERIOD-END           PIC 9(08).
           05  TC-SOURCE                   PIC X(01).
               88  TC-FROM-CLOCK           VALUE 'C'.
               88  TC-KEYED                VALUE 'K'.
           05  TC-STATUS                   PIC X(01).
               88  TC-ENTERED              VALUE 'E'.
               88  TC-APPROVED             VALUE 'A'.
           05  TC-REGULAR-HOURS            PIC 9(03)V99.
           05  TC-OVERTIME-HOURS           PIC 9(03)V99.
           05  TC-NIGHT-HOURS              PIC 9(03)V99.
           05  TC-ONCALL-HOURS             PIC 9(03)V99.
      *    PUNCHES THE CLOCK COULD NOT PAIR (AN IN WITHOUT AN OUT OR
      *    THE REVERSE).  THE HOURS ON SUCH A CARD ARE THE CLOCK'S
      *    GUESS UNTIL THE SUPERVISOR CORRECTS AND APPROVES IT.
           05  TC-MISSING-PUNCHES          PIC 9(02).
           05  TC-ENTERED-BY               PIC X(08).
           05  TC-ENTERED-DATE             PIC 9(08).
           05  TC-APPROVED-BY              PIC X(08).
           05  TC-APPROVED-DATE            PIC 9(08).
           05  TC-VACATION-HOURS           PIC 9(03)V99.
           05  TC-SICK-HOURS               PIC 9(03)V99.
           05  FILLER                      PIC X(16).
