      *               OWING) RESURFACES THE ACCOUNT - NEXT ACTION     *
      *               BECOMES TODAY                                   *
      *             - A PAID-OFF ACCOUNT LEAVES THE QUEUE             *
      *             - A DECEASED, BANKRUPT OR ATTORNEY-REPRESENTED    *
      *               ACCOUNT (PATIENT OR GUARANTOR STATUS SET ON     *
      *               CAST400) LEAVES THE QUEUE AND GOES ON THE       *
      *               ESTATE/BANKRUPTCY CLAIM WORKLIST (ESTWORK) FOR  *
      *               THE CLAIM AGAINST THE ESTATE OR PROOF OF CLAIM  *
      *               IN THE BANKRUPTCY - NO COLLECTOR WORKS IT       *
      *                                                               *
      *           THE WORKLIST EXTRACT LEADS WITH THE PRIORITY KEY    *
      *           (NINES COMPLEMENT OF THE BALANCE) - THE FOLLOWING   *
                  RECORD KEY   is COLLQ-REC-KEY
                  FILE STATUS  is COLLQ-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT GUARMSTR
                  ASSIGN       to GUARMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is GUARMSTR-REC-KEY
                  FILE STATUS  is GUARMSTR-STATUS.

           SELECT WORKLIST
           ASSIGN TO UT-S-WORKLIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT ESTWORK
           ASSIGN TO UT-S-ESTWORK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT COLBRPT
           ASSIGN TO UT-S-COLBRPT
             ACCESS MODE IS SEQUENTIAL
           05 COLLQ-REC-KEY    PIC X(06).
           05 FILLER           PIC X(74).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  GUARMSTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS GUARMSTR-FD-REC.
       01  GUARMSTR-FD-REC.
           05 GUARMSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(114).

       FD  WORKLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WKL-NEXT-ACTION-DATE        PIC 9(08).
           05  FILLER                      PIC X(33).

      *    ONE RECORD PER OPEN ACCOUNT WHOSE PATIENT OR GUARANTOR IS
      *    DECEASED, BANKRUPT OR ATTORNEY-REPRESENTED.  STATUS-AGE IS
      *    DAYS SINCE THE DATE OF DEATH OR FILING - THE CLAIM BAR
      *    DATE IS RUNNING FROM THEN.
       FD  ESTWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESTWORK-REC.
       01  ESTWORK-REC.
           05  ECW-PATIENT-ID              PIC X(06).
           05  ECW-STATUS-PARTY            PIC X(01).
               88  ECW-PATIENT-STATUS      VALUE 'P'.
               88  ECW-GUARANTOR-STATUS    VALUE 'G'.
           05  ECW-GUARANTOR-ID            PIC X(06).
           05  ECW-ACCT-STATUS             PIC X(01).
           05  ECW-STATUS-DATE             PIC X(08).
           05  ECW-BKR-CASE-NO             PIC X(15).
           05  ECW-BALANCE                 PIC 9(09)V99.
           05  ECW-FIRST-BILL-DATE         PIC 9(08).
           05  ECW-STATUS-AGE-DAYS         PIC 9(05).
           05  FILLER                      PIC X(19).

       FD  COLBRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  COLLQ-STATUS            PIC X(2).
               88 COLLQ-FOUND          VALUE "00".
               88 COLLQ-NOT-FOUND      VALUE "23".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  GUARMSTR-STATUS         PIC X(2).
               88 GUARMSTR-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 WS-BAL-DOLLARS              PIC 9(09) VALUE 0.
           05 COLLQ-NEW-SW                PIC X(01) VALUE "N".
              88 COLLQ-IS-NEW VALUE "Y".
           05 WS-GUARANTOR-SW             PIC X(01) VALUE "N".
              88 HAS-GUARANTOR VALUE "Y".
           05 WS-SUPPRESS-SW              PIC X(01) VALUE "N".
              88 ACCOUNT-SUPPRESSED VALUE "Y".
           05 WS-STATUS-DATE              PIC 9(08) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-REFRESHED       PIC 9(7) COMP VALUE 0.
           05 PROMISES-RESURFACED      PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-RETIRED         PIC 9(7) COMP VALUE 0.
           05 CLAIM-ACCOUNTS           PIC 9(7) COMP VALUE 0.
           05 CLAIMS-WITHDRAWN         PIC 9(7) COMP VALUE 0.

       COPY ARBAL.

       COPY COLLQ.

       COPY PATMSTR.

       COPY GUARMSTR.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.
               REMAINDER WS-DATE-REM.
           DIVIDE WS-DATE-REM BY 100 GIVING WS-RUN-MM
               REMAINDER WS-RUN-DD.
           OPEN INPUT ARBAL, PATMSTR, GUARMSTR.
           OPEN I-O COLLQ.
           IF NOT COLLQ-FOUND
               OPEN OUTPUT COLLQ
               CLOSE COLLQ
               OPEN I-O COLLQ.
           OPEN OUTPUT WORKLIST, ESTWORK, COLBRPT.
           MOVE '** COLLECTOR QUEUE BUILD **' TO COLBRPT-REC.
           WRITE COLBRPT-REC.
           PERFORM 900-READ-ARBAL THRU 900-EXIT.
           MOVE "200-WORK-ACCOUNT" TO PARA-NAME.
           PERFORM 250-AGE-FIRST-BILL THRU 250-EXIT.

      *    A DECEASED, BANKRUPT OR ATTORNEY-REPRESENTED ACCOUNT IS
      *    NOT COLLECTED - IT GOES TO THE CLAIM WORKLIST WHATEVER ITS
      *    AGE.
           IF AR-BALANCE-AMT > ZERO
               PERFORM 230-FIND-GUARANTOR THRU 230-EXIT
               PERFORM 240-CHECK-ACCT-STATUS THRU 240-EXIT
               IF ACCOUNT-SUPPRESSED
                   PERFORM 300-CLAIM-WORKLIST THRU 300-EXIT
                   GO TO 200-EXIT
               END-IF
           END-IF.

      *    A PAID-OFF ACCOUNT STILL ON THE QUEUE LEAVES IT.
           IF AR-BALANCE-AMT NOT > ZERO OR WS-AGE-DAYS < 30
               MOVE AR-PATIENT-ID TO COLLQ-REC-KEY
       250-EXIT.
           EXIT.

       230-FIND-GUARANTOR.
           MOVE "230-FIND-GUARANTOR" TO PARA-NAME.
           MOVE "N" TO WS-GUARANTOR-SW.
           MOVE AR-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               GO TO 230-EXIT.
           IF PATIENT-GUARANTOR-ID = SPACES
                   OR PATIENT-GUARANTOR-ID = LOW-VALUES
               GO TO 230-EXIT.
           MOVE PATIENT-GUARANTOR-ID TO GUARMSTR-REC-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF GUARMSTR-FOUND
               MOVE "Y" TO WS-GUARANTOR-SW.
       230-EXIT.
           EXIT.

      *    THE PATIENT'S OWN STATUS OR THAT OF THE GUARANTOR - EITHER
      *    ONE TAKES THE ACCOUNT OUT OF COLLECTION.
       240-CHECK-ACCT-STATUS.
           MOVE "240-CHECK-ACCT-STATUS" TO PARA-NAME.
           MOVE "N" TO WS-SUPPRESS-SW.
           IF PATMSTR-FOUND AND PATIENT-ACCT-SUPPRESSED
               MOVE "Y" TO WS-SUPPRESS-SW.
           IF HAS-GUARANTOR AND GUA-ACCT-SUPPRESSED
               MOVE "Y" TO WS-SUPPRESS-SW.
       240-EXIT.
           EXIT.

      ******************************************************************
      *    300-CLAIM-WORKLIST - PULL THE ACCOUNT OFF THE COLLECTOR     *
      *    QUEUE IF IT IS THERE AND LIST IT FOR THE ESTATE/BANKRUPTCY  *
      *    CLAIM.  THE PATIENT'S OWN STATUS (AN ESTATE CLAIM FOR A     *
      *    DECEASED PATIENT) TAKES PRECEDENCE OVER THE GUARANTOR'S.    *
      ******************************************************************
       300-CLAIM-WORKLIST.
           MOVE "300-CLAIM-WORKLIST" TO PARA-NAME.
           MOVE AR-PATIENT-ID TO COLLQ-REC-KEY.
           READ COLLQ INTO COLLECTOR-QUEUE-REC.
           IF COLLQ-FOUND
               DELETE COLLQ RECORD
               ADD +1 TO CLAIMS-WITHDRAWN.

           INITIALIZE ESTWORK-REC.
           MOVE AR-PATIENT-ID        TO ECW-PATIENT-ID.
           IF HAS-GUARANTOR
               MOVE GUA-KEY          TO ECW-GUARANTOR-ID.
           IF PATMSTR-FOUND AND PATIENT-ACCT-SUPPRESSED
               MOVE 'P'                      TO ECW-STATUS-PARTY
               MOVE PATIENT-ACCT-STATUS      TO ECW-ACCT-STATUS
               MOVE PATIENT-ACCT-STATUS-DATE TO ECW-STATUS-DATE
               MOVE PATIENT-BKR-CASE-NO      TO ECW-BKR-CASE-NO
           ELSE
               MOVE 'G'                      TO ECW-STATUS-PARTY
               MOVE GUA-ACCT-STATUS          TO ECW-ACCT-STATUS
               MOVE GUA-ACCT-STATUS-DATE     TO ECW-STATUS-DATE
               MOVE GUA-BKR-CASE-NO          TO ECW-BKR-CASE-NO.
           MOVE AR-BALANCE-AMT       TO ECW-BALANCE.
           MOVE AR-FIRST-BILL-DATE   TO ECW-FIRST-BILL-DATE.

           MOVE ZERO TO ECW-STATUS-AGE-DAYS.
           IF ECW-STATUS-DATE NUMERIC
               MOVE ECW-STATUS-DATE TO WS-STATUS-DATE
               PERFORM 260-AGE-STATUS-DATE THRU 260-EXIT.
           WRITE ESTWORK-REC.
           ADD +1 TO CLAIM-ACCOUNTS.
       300-EXIT.
           EXIT.

      *    SAME 365/30-DAY CONVENTION AS 250-AGE-FIRST-BILL.
       260-AGE-STATUS-DATE.
           DIVIDE WS-STATUS-DATE BY 10000 GIVING WS-DATE-YYYY
               REMAINDER WS-DATE-REM.
           DIVIDE WS-DATE-REM BY 100 GIVING WS-DATE-MM
               REMAINDER WS-DATE-DD.
           COMPUTE WS-AGE-DAYS =
               ( ( WS-RUN-YYYY - WS-DATE-YYYY ) * 365 ) +
               ( ( WS-RUN-MM - WS-DATE-MM ) * 30 ) +
               ( WS-RUN-DD - WS-DATE-DD ).
           IF WS-AGE-DAYS > ZERO
               MOVE WS-AGE-DAYS TO ECW-STATUS-AGE-DAYS.
       260-EXIT.
           EXIT.

       900-READ-ARBAL.
           READ ARBAL INTO RECEIVABLE-BALANCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
           MOVE 'ACCOUNTS RETIRED (PAID/AGED): ' TO RPT-TOTAL-LABEL.
           MOVE ACCOUNTS-RETIRED TO RPT-TOTAL-COUNT.
           WRITE COLBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ACCOUNTS ON CLAIM WORKLIST:   ' TO RPT-TOTAL-LABEL.
           MOVE CLAIM-ACCOUNTS TO RPT-TOTAL-COUNT.
           WRITE COLBRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PULLED FROM QUEUE FOR CLAIM:  ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-WITHDRAWN TO RPT-TOTAL-COUNT.
           WRITE COLBRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE ARBAL, COLLQ, PATMSTR, GUARMSTR, WORKLIST, ESTWORK,
                 COLBRPT.
           DISPLAY "** ARBAL RECORDS READ " RECORDS-READ.
           DISPLAY "** ACCOUNTS QUEUED    " ACCOUNTS-QUEUED.
           DISPLAY "******** NORMAL END OF JOB COLLBLD ********".
