      ***************************************************************
      * RESVSLOT - RESOURCE SLOT RESERVATION.  KEYED BY RSV-KEY      *
      *            (RESOURCE + DATE + SLOT NUMBER) ON THE RESVSLOT   *
      *            VSAM FILE.  A RECORD EXISTS ONLY WHILE THE SLOT   *
      *            IS TAKEN - CSCH400 WRITES IT WHEN IT BOOKS AND    *
      *            DELETES IT WHEN THE BOOKING IS CANCELLED, SO THE  *
      *            WRITE ITSELF IS WHAT STOPS TWO DESKS TAKING THE   *
      *            SAME SLOT.  RESUTIL COUNTS THEM AGAINST CAPACITY. *
      ***************************************************************
       01  RESOURCE-SLOT-REC.
           05  RSV-KEY.
               10  RSV-RESOURCE-ID         PIC X(08).
               10  RSV-DATE                PIC X(08).
               10  RSV-SLOT-NBR            PIC 9(02).
           05  RSV-PATIENT-ID              PIC 9(06).
           05  RSV-TREATMENT-TYPE          PIC X(02).
           05  RSV-SLOT-TIME               PIC X(04).
           05  RSV-BOOKED-DATE             PIC X(08).
           05  FILLER                      PIC X(02).
