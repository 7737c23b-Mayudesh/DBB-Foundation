      *            DATE) ON THE SCHEDFIL VSAM FILE.  BOOKED THROUGH  *
      *            CSCH400; MATCHED NIGHTLY BY SCHDNOSH AGAINST THE  *
      *            TREATMENTS BNCHS602 ACCEPTED TO FIND NO-SHOWS.    *
      *            SCHRMDX/SCHRMDA RUN THE REMINDER CALLS TWO DAYS   *
      *            AHEAD OF EACH BOOKING.                            *
      ***************************************************************
       01  SCHEDULED-TREATMENT-REC.
           05  SCH-KEY.
      *    NON-SPACES MARKS THE BOOKING AS ONE SESSION OF A RECURRING
      *    SERIES (CSCH400 FUNCTION S); SERIESRP TRACKS COMPLETION.
           05  SCH-SERIES-ID               PIC X(08).
      *    THE MACHINE/ROOM AND TIME SLOT HELD ON RESVSLOT FOR A
      *    CAPACITY-CONTROLLED TYPE (SEE RESRCMST); SPACES WHEN NO
      *    RESOURCE SERVES THE TYPE.
           05  SCH-RESOURCE-ID             PIC X(08).
           05  SCH-SLOT-NBR                PIC 9(02).
           05  SCH-SLOT-TIME               PIC X(04).
      *    REMINDER-CALL OUTCOME.  SCHRMDX MARKS THE BOOKING 'S' WHEN
      *    IT GOES TO THE REMINDER VENDOR; SCHRMDA POSTS THE VENDOR'S
      *    ANSWER.  A PATIENT CANCELLATION ALSO SETS SCH-IS-CANCELLED.
           05  SCH-REMINDER-STATUS         PIC X(01).
               88  SCH-NOT-REMINDED        VALUE ' '.
               88  SCH-REMINDER-SENT       VALUE 'S'.
               88  SCH-PATIENT-CONFIRMED   VALUE 'C'.
               88  SCH-PATIENT-CANCELLED   VALUE 'X'.
               88  SCH-PATIENT-UNREACHABLE VALUE 'U'.
           05  SCH-REMINDER-DATE           PIC X(08).
           05  SCH-RESPONSE-DATE           PIC X(08).
           05  FILLER                      PIC X(04).
