      ***************************************************************
      * ENCCHG - OUTPATIENT ENCOUNTER CHARGE RECORD LAYOUT.  KEYED  *
      *          BY THE ENCOUNTER KEY PLUS THE TREATMENT DATE, TYPE *
      *          AND MODE ON THE ENCCHG VSAM FILE, SO A CLAIM RUN   *
      *          CAN START ON THE ENCOUNTER AND READ ITS CHARGES IN *
      *          KEY ORDER.  THE POSTING DATE AND TRMTDATA RECORD   *
      *          NUMBER END THE KEY, SO EVERY TREATMENT ON THE SAME *
      *          DAY IS ITS OWN CHARGE.  WRITTEN BY BNCHS602 FOR    *
      *          EACH ACCEPTED OUTPATIENT TREATMENT; A RESTARTED    *
      *          RUN CARRIES ITS POSTING DATE ON THE CHECKPOINT, SO *
      *          A CHARGE ALREADY POSTED COMES BACK AS A DUPLICATE  *
      *          KEY AND IS NOT POSTED TWICE.  READ BY CLMEXTR WHEN *
      *          THE ENCOUNTER BILLS.                               *
      ***************************************************************
       01  ENCOUNTER-CHARGE-REC.
           05  ECH-KEY.
               10  ECH-ENC-KEY.
                   15  ECH-PATIENT-ID      PIC X(06).
                   15  ECH-VISIT-NO        PIC 9(03).
               10  ECH-TREATMENT-DATE      PIC X(08).
               10  ECH-TREATMENT-TYPE      PIC X(02).
               10  ECH-TREATMENT-MODE      PIC X(02).
               10  ECH-POSTED-DATE         PIC 9(08).
               10  ECH-FEED-RECORD-NO      PIC 9(07).
           05  ECH-MEDICATION-ID           PIC X(08).
           05  ECH-MEDICATION-COST         PIC 9(5)V99.
           05  ECH-PHARMACY-COST           PIC 9(3)V99.
           05  ECH-ANCILLARY-CHARGE        PIC 9(3)V99.
           05  ECH-ATTENDING-PHYS-ID       PIC X(08).
           05  FILLER                      PIC X(11).
