      ***************************************************************
      * SCRBRULE - PRE-BILL CLAIM SCRUB RULE RECORD.  KEYED BY       *
      *            PAYER + RULE CODE + TREATMENT TYPE + GROUP ON THE *
      *            SCRBRULE VSAM FILE.  ONE ROW PER EDIT A PAYER     *
      *            APPLIES TO A CLAIM BEFORE IT WILL ADJUDICATE IT;  *
      *            PAYER '******' APPLIES THE EDIT TO EVERY PAYER.   *
      *            LOADED BY SCRBLOAD; READ BY CLMSCRB, WHICH QUEUES *
      *            A FAILING CLAIM ON PREBILLQ WITH THE ROW'S        *
      *            DESCRIPTION AS THE REASON.                        *
      *                                                              *
      *            RULE CODES:                                       *
      *              GN - GROUP NUMBER REQUIRED ON PATINS            *
      *              PN - POLICY NUMBER REQUIRED ON PATINS           *
      *              DX - PRIMARY DIAGNOSIS MUST BE ACTIVE ON        *
      *                   DIAGMSTR                                   *
      *              PA - OPEN PREAUTH NUMBER COVERING THE DATE      *
      *                   REQUIRED FOR THE TREATMENT TYPE (SPACES =  *
      *                   EVERY TREATMENT ON THE STAY)               *
      *              TX - PAYER REFUSES THE TREATMENT TYPE FOR THE   *
      *                   GROUP (GROUP SPACES = EVERY GROUP)         *
      *            AN INACTIVE ROW STAYS ON FILE BUT IS NOT APPLIED. *
      ***************************************************************
       01  SCRUB-RULE-REC.
           05  SCR-KEY.
               10  SCR-PAYER-ID            PIC X(06).
                   88  SCR-ALL-PAYERS      VALUE '******'.
               10  SCR-RULE-CODE           PIC X(02).
                   88  SCR-GROUP-REQUIRED  VALUE 'GN'.
                   88  SCR-POLICY-REQUIRED VALUE 'PN'.
                   88  SCR-DIAG-ACTIVE     VALUE 'DX'.
                   88  SCR-AUTH-REQUIRED   VALUE 'PA'.
                   88  SCR-TYPE-REFUSED    VALUE 'TX'.
                   88  SCR-VALID-RULE      VALUES 'GN', 'PN', 'DX',
                                                  'PA', 'TX'.
               10  SCR-TREATMENT-TYPE      PIC X(02).
               10  SCR-GROUP-NUMBER        PIC X(10).
           05  SCR-DESCRIPTION             PIC X(30).
           05  SCR-ACTIVE-SW               PIC X(01).
               88  SCR-ACTIVE              VALUE 'Y'.
               88  SCR-INACTIVE            VALUE 'N'.
           05  SCR-CHANGED-BY              PIC X(08).
           05  SCR-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(13).
