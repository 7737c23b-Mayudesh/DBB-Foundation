      ***************************************************************
      * PREBILLQ - PRE-BILL CLAIM WORK QUEUE.  KEYED BY PATIENT +    *
      *            RECORD SEQUENCE ON THE PREBILLQ VSAM FILE.        *
      *            SEQUENCE 000 IS THE QUEUED CLAIM'S CONTROL RECORD *
      *            WITH ITS PAYER, STATUS AND SCRUB REASONS, WORKED  *
      *            BY BILLING ON THE CPBQ400 SCREEN; SEQUENCES 001   *
      *            UP HOLD THE STAY'S ITEMCOST LINES EXACTLY AS THEY *
      *            ARRIVED, SO A RELEASED CLAIM FEEDS THE NEXT       *
      *            CLMEXTR CYCLE WHOLE.  WRITTEN BY CLMSCRB.         *
      *                                                              *
      *            STATUS:  Q = QUEUED - FAILED THE PAYER'S SCRUB    *
      *                     R = CORRECTED AND RELEASED - CLMSCRB     *
      *                         SCRUBS IT AGAIN NEXT RUN             *
      *                     O = RELEASED AS IS ON SUPERVISOR         *
      *                         OVERRIDE - NEXT RUN SENDS IT         *
      *                     D = DONE - FED TO CLMEXTR                *
      ***************************************************************
       01  PREBILL-QUEUE-REC.
           05  PBQ-KEY.
               10  PBQ-PATIENT-ID          PIC X(06).
               10  PBQ-SEQ                 PIC 9(03).
           05  PBQ-STATUS                  PIC X(01).
               88  PBQ-IS-QUEUED           VALUE 'Q'.
               88  PBQ-IS-RELEASED         VALUE 'R'.
               88  PBQ-IS-OVERRIDDEN       VALUE 'O'.
               88  PBQ-IS-DONE             VALUE 'D'.
           05  PBQ-BODY                    PIC X(190).
           05  PBQ-CONTROL-BODY REDEFINES PBQ-BODY.
               10  PBQ-PAYER-ID            PIC X(06).
               10  PBQ-QUEUED-DATE         PIC 9(08).
               10  PBQ-LINE-COUNT          PIC 9(03).
               10  PBQ-CLAIM-TOTAL         PIC 9(07)V99.
               10  PBQ-REASON-COUNT        PIC 9(01).
               10  PBQ-REASONS.
                   15  PBQ-REASON OCCURS 4 TIMES.
                       20  PBQ-REASON-CODE PIC X(02).
                       20  PBQ-REASON-TEXT PIC X(30).
               10  PBQ-DECIDED-BY          PIC X(08).
               10  PBQ-DECIDED-DATE        PIC X(08).
               10  FILLER                  PIC X(19).
           05  PBQ-LINE-BODY REDEFINES PBQ-BODY.
               10  PBQ-ITEMCOST-LINE       PIC X(45).
               10  FILLER                  PIC X(145).
