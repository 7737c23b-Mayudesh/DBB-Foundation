      ***************************************************************
      * FISCPER - FISCAL PERIOD CONTROL RECORD.  KEYED BY PERIOD     *
      *           (CCYYMM) ON THE FISCPER VSAM FILE, ONE RECORD PER  *
      *           MONTH FINANCE HAS CLOSED OR REOPENED.  A MONTH     *
      *           THAT IS NOT ON FILE IS OPEN.  MAINTAINED ONLY BY   *
      *           FPMAINT; READ BY THE POSTING PROGRAMS THROUGH THE  *
      *           PERCHK SERVICE.                                    *
      ***************************************************************
       01  FISCAL-PERIOD-REC.
           05  FP-PERIOD                   PIC 9(06).
           05  FP-PERIOD-PARTS REDEFINES FP-PERIOD.
               10  FP-CCYY                 PIC 9(04).
               10  FP-MM                   PIC 9(02).
           05  FP-STATUS                   PIC X(01).
               88  FP-PERIOD-OPEN          VALUE 'O'.
               88  FP-PERIOD-CLOSED        VALUE 'C'.
      *    LAST CLOSE OF THE PERIOD.
           05  FP-CLOSED-DATE              PIC 9(08).
           05  FP-CLOSED-BY                PIC X(08).
      *    LAST REOPEN - WHO ASKED AND THE SUPERVISOR WHO APPROVED.
           05  FP-REOPENED-DATE            PIC 9(08).
           05  FP-REOPENED-BY              PIC X(08).
           05  FP-REOPEN-APPROVER          PIC X(08).
           05  FP-REOPEN-COUNT             PIC 9(03).
           05  FILLER                      PIC X(30).
