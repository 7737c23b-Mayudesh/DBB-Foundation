      ***************************************************************
      * ADMPKT - ADMISSION PACKET PRINT REQUEST.  WRITTEN BY THE     *
      *          CADT400 ADT TRANSACTION TO THE APKT TD QUEUE        *
      *          (DDS0001.ADMPKTQ) ON EVERY ADMIT, RE-ADMIT AND      *
      *          TRANSFER, SO THE WRISTBAND AND CHART LABELS ARE     *
      *          PRINTED FROM THE MASTER AND NEVER RE-TYPED.  THE    *
      *          ADMPKT PRINT STEP READS THE QUEUE DATASET; A        *
      *          REPRINT IS THE SAME RECORD KEYED ON THE PKTRPRT     *
      *          CARD FILE WITH EVENT 'P' AND THE PATIENT ID.        *
      ***************************************************************
       01  ADMIT-PACKET-REQUEST.
           05  APK-PATIENT-ID              PIC X(06).
           05  APK-EVENT-CODE              PIC X(01).
               88  APK-ADMIT               VALUE 'A'.
               88  APK-READMIT             VALUE 'R'.
               88  APK-TRANSFER            VALUE 'T'.
               88  APK-REPRINT             VALUE 'P'.
               88  APK-VALID-EVENT         VALUES 'A', 'R', 'T', 'P'.
      *    WHICH PIECES TO PRINT - W WRISTBAND, L CHART LABELS,
      *    F FACE SHEET, SPACE THE WHOLE PACKET.  CADT400 ALWAYS
      *    QUEUES THE WHOLE PACKET; A REPRINT CARD MAY ASK FOR ONE.
           05  APK-PRINT-SET               PIC X(01).
               88  APK-PRINT-ALL           VALUE ' '.
               88  APK-PRINT-WRISTBAND     VALUES ' ', 'W'.
               88  APK-PRINT-LABELS        VALUES ' ', 'L'.
               88  APK-PRINT-FACE-SHEET    VALUES ' ', 'F'.
               88  APK-VALID-PRINT-SET     VALUES ' ', 'W', 'L', 'F'.
           05  APK-BED-ID                  PIC 9(04).
           05  APK-REQUEST-DATE            PIC X(08).
           05  APK-REQUEST-TIME            PIC X(06).
           05  APK-TERMINAL-ID             PIC X(08).
           05  FILLER                      PIC X(46).
