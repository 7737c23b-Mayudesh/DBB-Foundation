      ***************************************************************
      * RPTDEF - REPORT ARCHIVE DEFINITION.  KEYED BY REPORT ID ON   *
      *          THE RPTDEF VSAM FILE, ONE RECORD PER BATCH REPORT   *
      *          THE ARCHIVE KEEPS.  LOADED BY RPTLOAD:              *
      *                                                              *
      *            RDF-RETAIN-DAYS   - HOW LONG A CAPTURED RUN STAYS *
      *                                ON RPTARCH BEFORE RETNMGR     *
      *                                SWEEPS IT (ZERO = THE RPTARCH *
      *                                RETNPARM CARD'S DAYS)         *
      *            RDF-VIEW-FUNCTION - THE OPERPROF FUNCTION CODE AN *
      *                                OPERATOR MUST HOLD TO SEE THE *
      *                                REPORT ON THE CRPT400 VIEWER  *
      *                                                              *
      *          RPTCAPT KEEPS RDF-LAST-RUN-DATE CURRENT SO THE      *
      *          VIEWER CAN OPEN THE LATEST RUN BY DEFAULT.          *
      ***************************************************************
       01  REPORT-DEFINITION-REC.
           05  RDF-REPORT-ID               PIC X(08).
           05  RDF-DESCRIPTION             PIC X(30).
           05  RDF-RETAIN-DAYS             PIC 9(05).
           05  RDF-VIEW-FUNCTION           PIC X(04).
           05  RDF-LAST-RUN-DATE           PIC 9(08).
           05  RDF-LAST-LINE-COUNT         PIC 9(06).
           05  FILLER                      PIC X(19).
