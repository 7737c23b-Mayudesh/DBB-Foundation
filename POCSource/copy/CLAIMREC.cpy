      ***************************************************************
      * CLAIMREC - ELECTRONIC CLAIM TRANSMISSION RECORD LAYOUTS.     *
      *            WRITTEN BY CLMEXTR, ONE CLAIM PER PATIENT STAY    *
      *            (OR PER CLOSED OUTPATIENT ENCOUNTER):             *
      *            AN 'H' HEADER, ONE 'D' LINE PER ITEMCOST SERVICE  *
      *            DETAIL, AND A 'T' TOTALS RECORD.  EVERY RECORD    *
      *            LEADS WITH THE PRIMARY PAYER ID AND THE CLAIM     *
      *        STAY ALREADY BILLED - WRITTEN BY THE LATECLM LATE-
      *        CHARGE RUN, NEVER BY THE REGULAR EXTRACT.
               88  CLM-IS-ADJ-HEADER       VALUE 'A'.
      *        AN 'O' HEADER IS AN OUTPATIENT CLAIM FOR ONE CLOSED
      *        ENCNTR VISIT, BILLED SEPARATELY FROM ANY INPATIENT STAY.
               88  CLM-IS-OUTPT-HEADER     VALUE 'O'.
      *        AN 'F' HEADER IS A PROFESSIONAL-FEE CLAIM FOR ONE
      *        RENDERING PHYSICIAN ON ONE STAY, WRITTEN BY PFEXTR.  ITS
      *        'D' LINES CARRY THE PHYSICIAN AS PROVIDER, THE ROLE AS
      *        SERVICE TYPE (A = ATTENDING, P = PRESCRIBING) AND THE
      *        FEE SCHEDULE'S SERVICE CODE AS ITEM.
               88  CLM-IS-PROF-HEADER      VALUE 'F'.
           05  CLM-PATIENT-ID              PIC X(06).
           05  CLM-BODY                    PIC X(97).
           05  CLM-HEADER-BODY REDEFINES CLM-BODY.
               10  CLM-PROVIDER-ID         PIC X(08).
               10  CLM-NETWORK-FLAG        PIC X(01).
               10  CLM-LINE-AMOUNT         PIC 9(07)V99.
      *        DATE OF SERVICE - SET ON OUTPATIENT AND PROFESSIONAL
      *        CLAIM LINES ONLY.
               10  CLM-SERVICE-DATE        PIC X(08).
               10  FILLER                  PIC X(62).
           05  CLM-TOTAL-BODY REDEFINES CLM-BODY.
               10  CLM-LINE-COUNT          PIC 9(05).
               10  CLM-CLAIM-TOTAL         PIC 9(09)V99.
