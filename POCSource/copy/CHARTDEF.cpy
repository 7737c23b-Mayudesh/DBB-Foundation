      ***************************************************************
      * CHARTDEF - POST-DISCHARGE CHART DEFICIENCY RECORD.  KEYED BY *
      *            PATIENT ID + ADMIT DATE (ONE PER STAY) ON THE     *
      *            CHARTDEF VSAM FILE.  OPENED BY THE CADT400        *
      *            DISCHARGE WITH ALL THREE ITEMS OUTSTANDING AND    *
      *            THE STAY'S ATTENDING PHYSICIAN RESPONSIBLE;       *
      *            HEALTH INFORMATION MANAGEMENT CLEARS THE ITEMS ON *
      *            CCDF400.  THE CHART IS COMPLETE WHEN NO ITEM IS   *
      *            OUTSTANDING - UNTIL THEN CLMEXTR HOLDS THE STAY'S *
      *            CLAIM ON CLMHOLD, AND CHRTDLQ CARRIES THE CHART   *
      *            ON THE WEEKLY DELINQUENT LIST BY PHYSICIAN.       *
      *                                                              *
      *            ITEM STATUS:  O = OUTSTANDING   C = CLEARED       *
      ***************************************************************
       01  CHART-DEFICIENCY-REC.
           05  CDF-KEY.
               10  CDF-PATIENT-ID          PIC X(06).
               10  CDF-ADMIT-DATE          PIC X(08).
           05  CDF-DISCHARGE-DATE          PIC X(08).
           05  CDF-ATTENDING-PHYS-ID       PIC X(08).
           05  CDF-CHART-STATUS            PIC X(01).
               88  CDF-CHART-OPEN          VALUE 'O'.
               88  CDF-CHART-COMPLETE      VALUE 'C'.
           05  CDF-COMPLETE-DATE           PIC X(08).
           05  CDF-ITEMS.
               10  CDF-SIGNATURE-STATUS    PIC X(01).
                   88  CDF-SIGNATURE-DUE   VALUE 'O'.
                   88  CDF-SIGNATURE-DONE  VALUE 'C'.
               10  CDF-SIGNATURE-DATE      PIC X(08).
               10  CDF-SIGNATURE-BY        PIC X(08).
               10  CDF-FINAL-DIAG-STATUS   PIC X(01).
                   88  CDF-FINAL-DIAG-DUE  VALUE 'O'.
                   88  CDF-FINAL-DIAG-DONE VALUE 'C'.
               10  CDF-FINAL-DIAG-DATE     PIC X(08).
               10  CDF-FINAL-DIAG-BY       PIC X(08).
               10  CDF-CODING-STATUS       PIC X(01).
                   88  CDF-CODING-DUE      VALUE 'O'.
                   88  CDF-CODING-DONE     VALUE 'C'.
               10  CDF-CODING-DATE         PIC X(08).
               10  CDF-CODING-BY           PIC X(08).
      *    THE STAY'S CODED DIAGNOSES.  THE PRIMARY IS STAMPED FROM
      *    PATMSTR AT DISCHARGE AND REPLACED BY THE FINAL DIAGNOSIS
      *    KEYED ON CCDF400; THE SECONDARIES ARE KEYED WITH CODING.
      *    THE STATE DISCHARGE ABSTRACT (DISCABS) REPORTS THEM FROM
      *    HERE, SINCE PATMSTR ONLY CARRIES THE LATEST STAY.
           05  CDF-PRIMARY-DIAG            PIC X(06).
           05  CDF-SECONDARY-DIAG          PIC X(06) OCCURS 3 TIMES.
           05  FILLER                      PIC X(06).
