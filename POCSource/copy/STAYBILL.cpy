      *            STAY HAS BILLED ROUTES TO THE LATE-CHARGE FILE    *
      *            FOR AN ADJUSTMENT CLAIM INSTEAD OF SILENTLY       *
      *            NEVER BILLING.                                    *
      *                                                              *
      *            SB-PROF-STATUS TRACKS THE STAY'S PROFESSIONAL-FEE *
      *            BILLING: CLMEXTR SETS IT PENDING WITH THE         *
      *            FACILITY CLAIM, AND PFEXTR BILLS THE PHYSICIANS'  *
      *            FEES AND MARKS IT BILLED (OR NONE, WHEN THE STAY  *
      *            HAD NO FEE-SCHEDULE SERVICES).                    *
      ***************************************************************
       01  STAY-BILLED-REC.
           05  SB-PATIENT-ID               PIC X(06).
           05  SB-CONTROL-NUMBER           PIC 9(10).
           05  SB-CLAIM-DATE               PIC 9(08).
           05  SB-PROF-STATUS              PIC X(01).
               88  SB-PROF-PENDING         VALUE 'P'.
               88  SB-PROF-BILLED          VALUE 'B'.
               88  SB-PROF-NONE            VALUE 'N'.
           05  SB-PROF-BILLED-DATE         PIC 9(08).
           05  SB-PROF-CLAIM-COUNT         PIC 9(03).
           05  FILLER                      PIC X(44).
