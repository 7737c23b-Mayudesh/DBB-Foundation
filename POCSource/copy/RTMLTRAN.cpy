      ***************************************************************
      * RTMLTRAN - RETURNED-MAIL TRANSACTION.  ONE RECORD PER PIECE  *
      *            THE POST OFFICE SENDS BACK, CAPTURED IN THE MAIL  *
      *            ROOM EITHER BY SCANNING THE PATSTMT REMITTANCE    *
      *            STUB (THE SAME SCAN LINE THE LOCKBOX READS - SEE  *
      *            SCANLINP) OR BY KEYING THE PATIENT OR GUARANTOR   *
      *            ID FROM THE ENVELOPE.  RTNMAIL POSTS THEM.        *
      ***************************************************************
       01  RETURNED-MAIL-TRAN.
           05  RTM-ENTRY-MODE              PIC X(01).
               88  RTM-SCANNED             VALUE 'S'.
               88  RTM-KEYED               VALUE 'K'.
      *    SCANNED ENTRY - THE STUB SCAN LINE AS READ.
           05  RTM-SCAN-LINE               PIC X(24).
           05  RTM-SCAN-FIELDS REDEFINES RTM-SCAN-LINE.
               10  RTM-SCAN-PATIENT-ID     PIC X(06).
               10  RTM-SCAN-STMT-DATE      PIC 9(08).
               10  RTM-SCAN-AMOUNT-DUE     PIC 9(07)V99.
               10  RTM-SCAN-CHECK-DIGIT    PIC 9(01).
      *    KEYED ENTRY - WHOSE ID WAS ON THE ENVELOPE.  A PATIENT ID
      *    IS ROUTED TO THE GUARANTOR THE SAME WAY THE MAIL WAS.
           05  RTM-PARTY-TYPE              PIC X(01).
               88  RTM-PARTY-PATIENT       VALUE 'P'.
               88  RTM-PARTY-GUARANTOR     VALUE 'G'.
           05  RTM-PARTY-ID                PIC X(06).
      *    DATE THE PIECE CAME BACK (CCYYMMDD) - ZERO MEANS TODAY.
           05  RTM-RETURN-DATE             PIC 9(08).
      *    POST OFFICE ENDORSEMENT, CARRIED TO THE WORKLIST.
           05  RTM-REASON                  PIC X(02).
               88  RTM-NOT-DELIVERABLE     VALUE 'ND'.
               88  RTM-NO-FORWARD          VALUE 'NF'.
               88  RTM-MOVED-LEFT-NO-ADDR  VALUE 'MV'.
               88  RTM-NO-SUCH-ADDRESS     VALUE 'NA'.
               88  RTM-VACANT              VALUE 'VA'.
               88  RTM-REASON-OTHER        VALUE 'OT'.
           05  RTM-OPERATOR                PIC X(08).
           05  FILLER                      PIC X(30).
