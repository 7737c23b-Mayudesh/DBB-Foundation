      ***************************************************************
      * RMDEXTR - APPOINTMENT REMINDER EXTRACT RECORD SENT NIGHTLY   *
      *           BY SCHRMDX TO THE CALL/TEXT REMINDER VENDOR.  ONE  *
      *           RECORD PER BOOKED TREATMENT TWO DAYS OUT.  THE     *
      *           VENDOR ECHOES RMX-SCH-KEY BACK ON ITS RESPONSE     *
      *           (SEE RMDRESP) SO SCHRMDA CAN FIND THE BOOKING.     *
      ***************************************************************
       01  REMINDER-EXTRACT-REC.
           05  RMX-SCH-KEY.
               10  RMX-PATIENT-ID          PIC 9(06).
               10  RMX-TREATMENT-TYPE      PIC X(02).
               10  RMX-SCH-DATE            PIC X(08).
           05  RMX-PATIENT-NAME            PIC X(20).
           05  RMX-PATIENT-PHONE           PIC X(10).
           05  RMX-TREATMENT-DESC          PIC X(20).
           05  RMX-WARD-ID                 PIC X(04).
      *    SPACES WHEN THE TREATMENT TYPE IS NOT SLOT-CONTROLLED.
           05  RMX-SLOT-TIME               PIC X(04).
           05  RMX-RESOURCE-ID             PIC X(08).
           05  RMX-ORDERING-PHYS-ID        PIC X(08).
           05  RMX-EXTRACT-DATE            PIC X(08).
           05  FILLER                      PIC X(22).
