       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  INTGSWP.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * INTGSWP  - WEEKLY REFERENTIAL INTEGRITY SWEEP OF THE PATIENT  *
      *            AND BILLING MASTERS.  PRTPATXR KEEPS PATMSTR AND   *
      *            PRSNMSTR IN STEP; THIS JOB WALKS THE REST OF THE   *
      *            KEYED FILES AND FOLLOWS EVERY CROSS-FILE REFERENCE *
      *            THEY CARRY:                                        *
      *                                                               *
      *              PATMSTR  - GUARANTOR ON GUARMSTR, PRIMARY        *
      *                         DIAGNOSIS ON DIAGMSTR AND NOT         *
      *                         RETIRED, PRIMARY PHYSICIAN ON THE     *
      *                         PROVIDER TABLE                        *
      *              PATINS   - PATIENT ON PATMSTR, PRIMARY AND       *
      *                         SECONDARY PAYERS ON INSMSTR AND       *
      *                         ACTIVE                                *
      *              ARBAL, PAYPLAN, FINASST                          *
      *                       - PATIENT ON PATMSTR                    *
      *              PREAUTH  - PATIENT ON PATMSTR, APPROVING PAYER   *
      *                         ON INSMSTR                            *
      *              SCHEDFIL - PATIENT ON PATMSTR, ORDERING          *
      *                         PHYSICIAN ON THE PROVIDER TABLE       *
      *                                                               *
      *            EVERY ORPHANED OR DANGLING REFERENCE LISTS ON      *
      *            INTGRPT UNDER ITS FILE-PAIR CHECK, AND THE COUNTS  *
      *            BY CHECK CLOSE THE REPORT NEXT TO THE PRIOR RUNS'  *
      *            COUNTS FROM INTGHIST, SO A RISING TREND SHOWS.     *
      *            A FILE THAT WILL NOT OPEN IS SKIPPED WITH A        *
      *            WARNING AND ITS CHECKS ARE NOT RECORDED.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INTGRPT
           ASSIGN TO UT-S-INTGRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT GUARMSTR
                  ASSIGN       to GUARMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is GUARMSTR-REC-KEY
                  FILE STATUS  is GUARMSTR-STATUS.

           SELECT DIAGMSTR
                  ASSIGN       to DIAGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is DIAG-MSTR-REC-KEY
                  FILE STATUS  is DIAGMSTR-STATUS.

           SELECT INSMSTR
                  ASSIGN       to INSMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is INS-MSTR-REC-KEY
                  FILE STATUS  is INSMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT ARBAL
                  ASSIGN       to ARBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is ARBAL-REC-KEY
                  FILE STATUS  is ARBAL-STATUS.

           SELECT PAYPLAN
                  ASSIGN       to PAYPLAN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PAYPLAN-REC-KEY
                  FILE STATUS  is PAYPLAN-STATUS.

           SELECT FINASST
                  ASSIGN       to FINASST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is FINASST-REC-KEY
                  FILE STATUS  is FINASST-STATUS.

           SELECT PREAUTH
                  ASSIGN       to PREAUTH
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is AUTH-REC-KEY
                  FILE STATUS  is PREAUTH-STATUS.

           SELECT SCHEDFIL
                  ASSIGN       to SCHEDFIL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SCHEDFIL-REC-KEY
                  FILE STATUS  is SCHEDFIL-STATUS.

           SELECT INTGHIST
                  ASSIGN       to INTGHIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is INTGHIST-REC-KEY
                  FILE STATUS  is INTGHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTGRPT-REC.
       01  INTGRPT-REC                      PIC X(132).

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

       FD  DIAGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DIAGMSTR-FD-REC.
       01  DIAGMSTR-FD-REC.
           05 DIAG-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(74).

       FD  INSMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS INSMSTR-FD-REC.
       01  INSMSTR-FD-REC.
           05 INS-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(194).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-REC-KEY   PIC X(06).
           05 FILLER           PIC X(696).

       FD  ARBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARBAL-FD-REC.
       01  ARBAL-FD-REC.
           05 ARBAL-REC-KEY    PIC X(06).
           05 FILLER           PIC X(74).

       FD  PAYPLAN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYPLAN-FD-REC.
       01  PAYPLAN-FD-REC.
           05 PAYPLAN-REC-KEY  PIC X(06).
           05 FILLER           PIC X(74).

       FD  FINASST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FINASST-FD-REC.
       01  FINASST-FD-REC.
           05 FINASST-REC-KEY  PIC X(06).
           05 FILLER           PIC X(74).

       FD  PREAUTH
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PREAUTH-FD-REC.
       01  PREAUTH-FD-REC.
           05 AUTH-REC-KEY     PIC X(08).
           05 FILLER           PIC X(72).

       FD  SCHEDFIL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SCHEDFIL-FD-REC.
       01  SCHEDFIL-FD-REC.
           05 SCHEDFIL-REC-KEY PIC X(16).
           05 FILLER           PIC X(64).

       FD  INTGHIST
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS INTGHIST-FD-REC.
       01  INTGHIST-FD-REC.
           05 INTGHIST-REC-KEY PIC X(08).
           05 FILLER           PIC X(192).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  GUARMSTR-STATUS         PIC X(2).
               88 GUARMSTR-FOUND       VALUE "00".
           05  DIAGMSTR-STATUS         PIC X(2).
               88 DIAGMSTR-FOUND       VALUE "00".
           05  INSMSTR-STATUS          PIC X(2).
               88 INSMSTR-FOUND        VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-OK            VALUE "00".
           05  ARBAL-STATUS            PIC X(2).
               88 ARBAL-OK             VALUE "00".
           05  PAYPLAN-STATUS          PIC X(2).
               88 PAYPLAN-OK           VALUE "00".
           05  FINASST-STATUS          PIC X(2).
               88 FINASST-OK           VALUE "00".
           05  PREAUTH-STATUS          PIC X(2).
               88 PREAUTH-OK           VALUE "00".
           05  SCHEDFIL-STATUS         PIC X(2).
               88 SCHEDFIL-OK          VALUE "00".
           05  INTGHIST-STATUS         PIC X(2).
               88 INTGHIST-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 WS-FILE-EOF-SW              PIC X(01) VALUE "N".
              88 FILE-AT-EOF VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-REF-PATIENT              PIC X(06) VALUE SPACES.
           05 WS-REF-PAYER                PIC X(06) VALUE SPACES.
           05 WS-REF-KEY                  PIC X(16) VALUE SPACES.
           05 WS-REF-VALUE                PIC X(08) VALUE SPACES.
           05 WS-CHECK-SUB                PIC S9(04) COMP VALUE +0.
           05 WS-MISSING-SUB              PIC S9(04) COMP VALUE +0.
           05 WS-INACTIVE-SUB             PIC S9(04) COMP VALUE +0.
           05 RUN-SUB                     PIC S9(04) COMP VALUE +0.

      *    THE FILE-PAIR CHECKS, IN REPORT ORDER.  THE SUBSCRIPT OF
      *    EACH CHECK IS NAMED BELOW FOR THE SWEEP PARAGRAPHS.
       01  CHECK-VALUES.
           05  FILLER  PIC X(46) VALUE
               'PATGUAR PATMSTR GUARANTOR NOT ON GUARMSTR     '.
           05  FILLER  PIC X(46) VALUE
               'PATDIAGMPATMSTR DIAGNOSIS NOT ON DIAGMSTR     '.
           05  FILLER  PIC X(46) VALUE
               'PATDIAGRPATMSTR DIAGNOSIS RETIRED ON DIAGMSTR '.
           05  FILLER  PIC X(46) VALUE
               'PATPROV PATMSTR PHYSICIAN NOT ON PROVIDER     '.
           05  FILLER  PIC X(46) VALUE
               'PINSPAT PATINS PATIENT NOT ON PATMSTR         '.
           05  FILLER  PIC X(46) VALUE
               'PINSPAYMPATINS PAYER NOT ON INSMSTR           '.
           05  FILLER  PIC X(46) VALUE
               'PINSPAYIPATINS PAYER INACTIVE ON INSMSTR      '.
           05  FILLER  PIC X(46) VALUE
               'ARBALPATARBAL PATIENT NOT ON PATMSTR          '.
           05  FILLER  PIC X(46) VALUE
               'PLANPAT PAYPLAN PATIENT NOT ON PATMSTR        '.
           05  FILLER  PIC X(46) VALUE
               'FINAPAT FINASST PATIENT NOT ON PATMSTR        '.
           05  FILLER  PIC X(46) VALUE
               'AUTHPAT PREAUTH PATIENT NOT ON PATMSTR        '.
           05  FILLER  PIC X(46) VALUE
               'AUTHPAYMPREAUTH PAYER NOT ON INSMSTR          '.
           05  FILLER  PIC X(46) VALUE
               'AUTHPAYIPREAUTH PAYER INACTIVE ON INSMSTR     '.
           05  FILLER  PIC X(46) VALUE
               'SCHDPAT SCHEDFIL PATIENT NOT ON PATMSTR       '.
           05  FILLER  PIC X(46) VALUE
               'SCHDPROVSCHEDFIL PHYSICIAN NOT ON PROVIDER    '.
       01  CHECK-TABLE REDEFINES CHECK-VALUES.
           05  CHK-ENTRY OCCURS 15 TIMES.
               10  CHK-ID                 PIC X(08).
               10  CHK-DESC               PIC X(38).
       01  CHECK-CONTROLS.
           05 CHK-MAX                     PIC S9(04) COMP VALUE +15.
           05 CHK-SUB                     PIC S9(04) COMP VALUE +0.
           05 CHK-PATGUAR                 PIC S9(04) COMP VALUE +1.
           05 CHK-PATDIAGM                PIC S9(04) COMP VALUE +2.
           05 CHK-PATDIAGR                PIC S9(04) COMP VALUE +3.
           05 CHK-PATPROV                 PIC S9(04) COMP VALUE +4.
           05 CHK-PINSPAT                 PIC S9(04) COMP VALUE +5.
           05 CHK-PINSPAYM                PIC S9(04) COMP VALUE +6.
           05 CHK-PINSPAYI                PIC S9(04) COMP VALUE +7.
           05 CHK-ARBALPAT                PIC S9(04) COMP VALUE +8.
           05 CHK-PLANPAT                 PIC S9(04) COMP VALUE +9.
           05 CHK-FINAPAT                 PIC S9(04) COMP VALUE +10.
           05 CHK-AUTHPAT                 PIC S9(04) COMP VALUE +11.
           05 CHK-AUTHPAYM                PIC S9(04) COMP VALUE +12.
           05 CHK-AUTHPAYI                PIC S9(04) COMP VALUE +13.
           05 CHK-SCHDPAT                 PIC S9(04) COMP VALUE +14.
           05 CHK-SCHDPROV                PIC S9(04) COMP VALUE +15.

      *    EXCEPTIONS FOUND THIS RUN BY CHECK, AND WHETHER THE FILE
      *    BEHIND THE CHECK WAS SWEPT AT ALL.
       01  CHECK-COUNTS.
           05  CHK-COUNT-ENTRY OCCURS 15 TIMES.
               10  CHK-COUNT              PIC 9(07) COMP.
               10  CHK-SWEPT-SW           PIC X(01).
                   88  CHK-SWEPT          VALUE "Y".

       01  HOST-VARIABLES.
           05  HV-PROVIDER-ID          PIC X(08).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-SWEPT            PIC 9(7) COMP VALUE 0.
           05 EXCEPTIONS-FOUND         PIC 9(7) COMP VALUE 0.
           05 FILES-SKIPPED            PIC 9(7) COMP VALUE 0.

       COPY PATMSTR.

       COPY GUARMSTR.

       COPY DIAGMSTR.

       COPY INSMSTR.

       COPY PATINS.

       COPY ARBAL.

       COPY PAYPLAN.

       COPY FINASST.

       COPY PREAUTH.

       COPY SCHEDREC.

       COPY INTGHIST.

       COPY PROVIDER.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(48) VALUE
               '** WEEKLY REFERENTIAL INTEGRITY SWEEP - RUN:    '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-CHECK-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-CHECK-DESC          PIC X(38).
           05  FILLER                  PIC X(06) VALUE ' KEY: '.
           05  DTL-KEY                 PIC X(16).
           05  FILLER                  PIC X(07) VALUE ' REFS: '.
           05  DTL-REF-VALUE           PIC X(08).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  RPT-SUMMARY-HEADER.
           05  FILLER                  PIC X(60) VALUE
               ' ** EXCEPTIONS BY FILE-PAIR CHECK - THIS RUN AND '.
           05  FILLER                  PIC X(72) VALUE
               'PRIOR RUNS, NEWEST FIRST'.

       01  RPT-SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SUM-CHECK-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SUM-CHECK-DESC          PIC X(38).
           05  FILLER                  PIC X(10) VALUE ' THIS RUN:'.
           05  SUM-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE ' PRIOR RUNS:'.
           05  SUM-PRIOR-ENTRY OCCURS 4 TIMES.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  SUM-PRIOR-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SUM-TREND               PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SWEEP-PATMSTR THRU 100-EXIT.
           PERFORM 200-SWEEP-PATINS THRU 200-EXIT.
           PERFORM 300-SWEEP-ARBAL THRU 300-EXIT.
           PERFORM 400-SWEEP-PAYPLAN THRU 400-EXIT.
           PERFORM 450-SWEEP-FINASST THRU 450-EXIT.
           PERFORM 500-SWEEP-PREAUTH THRU 500-EXIT.
           PERFORM 550-SWEEP-SCHEDFIL THRU 550-EXIT.
           PERFORM 600-WRITE-SUMMARY THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (EXCEPTIONS-FOUND > 0 OR FILES-SKIPPED > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

      ******************************************************************
      *    000-HOUSEKEEPING - THE LOOKUP MASTERS MUST OPEN OR THE      *
      *    SWEEP MEANS NOTHING; THE FILES BEING SWEPT ARE OPENED BY    *
      *    THEIR OWN PASS.                                             *
      ******************************************************************
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-CLEAR-COUNT THRU 010-EXIT
               VARYING CHK-SUB FROM 1 BY 1 UNTIL CHK-SUB > CHK-MAX.
           OPEN OUTPUT INTGRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE INTGRPT-REC FROM RPT-HEADER-LINE.
           OPEN INPUT PATMSTR, GUARMSTR, DIAGMSTR, INSMSTR.
           IF NOT PATMSTR-FOUND OR NOT GUARMSTR-FOUND
                   OR NOT DIAGMSTR-FOUND OR NOT INSMSTR-FOUND
               DISPLAY "** MASTER FILE OPEN FAILED - PATMSTR "
                       PATMSTR-STATUS " GUARMSTR " GUARMSTR-STATUS
                       " DIAGMSTR " DIAGMSTR-STATUS
                       " INSMSTR " INSMSTR-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY
               GOBACK.
           OPEN I-O INTGHIST.
           IF NOT INTGHIST-FOUND
               OPEN OUTPUT INTGHIST
               CLOSE INTGHIST
               OPEN I-O INTGHIST.
       000-EXIT.
           EXIT.

       010-CLEAR-COUNT.
           MOVE ZERO TO CHK-COUNT (CHK-SUB).
           MOVE "N"  TO CHK-SWEPT-SW (CHK-SUB).
       010-EXIT.
           EXIT.

      ******************************************************************
      *    100-SWEEP-PATMSTR - THE PATIENT'S GUARANTOR, PRIMARY        *
      *    DIAGNOSIS AND PRIMARY PHYSICIAN.  A BLANK REFERENCE IS NOT  *
      *    AN ORPHAN - A PATIENT WITH NO GUARANTOR IS THEIR OWN.       *
      ******************************************************************
       100-SWEEP-PATMSTR.
           MOVE "100-SWEEP-PATMSTR" TO PARA-NAME.
           MOVE CHK-PATGUAR  TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-PATDIAGM TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-PATDIAGR TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-PATPROV  TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE "N" TO WS-FILE-EOF-SW.
           PERFORM 110-CHECK-PATIENT THRU 110-EXIT
               UNTIL FILE-AT-EOF.
       100-EXIT.
           EXIT.

       110-CHECK-PATIENT.
           READ PATMSTR NEXT RECORD INTO PATIENT-MASTER-REC
               AT END MOVE "Y" TO WS-FILE-EOF-SW
               GO TO 110-EXIT
           END-READ.
           ADD +1 TO RECORDS-SWEPT.
           MOVE PATIENT-KEY TO WS-REF-KEY.

           IF PATIENT-GUARANTOR-ID NOT = SPACES
               MOVE PATIENT-GUARANTOR-ID TO GUARMSTR-REC-KEY
               READ GUARMSTR INTO GUARANTOR-MASTER-REC
               IF NOT GUARMSTR-FOUND
                   MOVE CHK-PATGUAR TO CHK-SUB
                   MOVE PATIENT-GUARANTOR-ID TO WS-REF-VALUE
                   PERFORM 850-LOG-EXCEPTION THRU 850-EXIT
               END-IF
           END-IF.

           IF DIAGNOSTIC-CODE-PRIMARY NOT = SPACES
               MOVE DIAGNOSTIC-CODE-PRIMARY TO DIAG-MSTR-REC-KEY
               MOVE DIAGNOSTIC-CODE-PRIMARY TO WS-REF-VALUE
               READ DIAGMSTR INTO DIAGNOSIS-MASTER-REC
               IF NOT DIAGMSTR-FOUND
                   MOVE CHK-PATDIAGM TO CHK-SUB
                   PERFORM 850-LOG-EXCEPTION THRU 850-EXIT
               ELSE
               IF DIAG-MSTR-RETIRED
                   MOVE CHK-PATDIAGR TO CHK-SUB
                   PERFORM 850-LOG-EXCEPTION THRU 850-EXIT
               END-IF
           END-IF.

           IF PRIMARY-CARE-PHYSICIAN-ID NOT = SPACES
               MOVE PRIMARY-CARE-PHYSICIAN-ID TO HV-PROVIDER-ID
               MOVE CHK-PATPROV TO CHK-SUB
               PERFORM 830-CHECK-PROVIDER THRU 830-EXIT
           END-IF.
       110-EXIT.
           EXIT.

      ******************************************************************
      *    200-SWEEP-PATINS - THE COVERAGE'S PATIENT, AND ITS PRIMARY  *
      *    AND SECONDARY PAYERS: ON INSMSTR, AND STILL ACTIVE.         *
      ******************************************************************
       200-SWEEP-PATINS.
           MOVE "200-SWEEP-PATINS" TO PARA-NAME.
           OPEN INPUT PATINS.
           IF NOT PATINS-OK
               DISPLAY "** PATINS OPEN FAILED " PATINS-STATUS
                       " - NOT SWEPT"
               ADD +1 TO FILES-SKIPPED
               GO TO 200-EXIT.
           MOVE CHK-PINSPAT  TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-PINSPAYM TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-PINSPAYI TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE "N" TO WS-FILE-EOF-SW.
           PERFORM 210-CHECK-COVERAGE THRU 210-EXIT
               UNTIL FILE-AT-EOF.
           CLOSE PATINS.
       200-EXIT.
           EXIT.

       210-CHECK-COVERAGE.
           READ PATINS INTO PATIENT-INSURANCE
               AT END MOVE "Y" TO WS-FILE-EOF-SW
               GO TO 210-EXIT
           END-READ.
           ADD +1 TO RECORDS-SWEPT.
           MOVE PATIENT-INS-KEY TO WS-REF-KEY, WS-REF-PATIENT.
           MOVE CHK-PINSPAT TO CHK-SUB.
           PERFORM 800-CHECK-PATIENT THRU 800-EXIT.

           MOVE CHK-PINSPAYM TO WS-MISSING-SUB.
           MOVE CHK-PINSPAYI TO WS-INACTIVE-SUB.
           IF INS-COMPANY-PRIMARY-ID NOT = SPACES
               MOVE INS-COMPANY-PRIMARY-ID TO WS-REF-PAYER
               PERFORM 820-CHECK-PAYER THRU 820-EXIT.
           IF INS-COMPANY-SECONDARY-ID NOT = SPACES
               MOVE INS-COMPANY-SECONDARY-ID TO WS-REF-PAYER
               PERFORM 820-CHECK-PAYER THRU 820-EXIT.
       210-EXIT.
           EXIT.

       300-SWEEP-ARBAL.
           MOVE "300-SWEEP-ARBAL" TO PARA-NAME.
           OPEN INPUT ARBAL.
           IF NOT ARBAL-OK
               DISPLAY "** ARBAL OPEN FAILED " ARBAL-STATUS
                       " - NOT SWEPT"
               ADD +1 TO FILES-SKIPPED
               GO TO 300-EXIT.
           MOVE CHK-ARBALPAT TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE "N" TO WS-FILE-EOF-SW.
           PERFORM 310-CHECK-RECEIVABLE THRU 310-EXIT
               UNTIL FILE-AT-EOF.
           CLOSE ARBAL.
       300-EXIT.
           EXIT.

       310-CHECK-RECEIVABLE.
           READ ARBAL INTO RECEIVABLE-BALANCE-REC
               AT END MOVE "Y" TO WS-FILE-EOF-SW
               GO TO 310-EXIT
           END-READ.
           ADD +1 TO RECORDS-SWEPT.
           MOVE AR-PATIENT-ID TO WS-REF-KEY, WS-REF-PATIENT.
           MOVE CHK-ARBALPAT  TO CHK-SUB.
           PERFORM 800-CHECK-PATIENT THRU 800-EXIT.
       310-EXIT.
           EXIT.

       400-SWEEP-PAYPLAN.
           MOVE "400-SWEEP-PAYPLAN" TO PARA-NAME.
           OPEN INPUT PAYPLAN.
           IF NOT PAYPLAN-OK
               DISPLAY "** PAYPLAN OPEN FAILED " PAYPLAN-STATUS
                       " - NOT SWEPT"
               ADD +1 TO FILES-SKIPPED
               GO TO 400-EXIT.
           MOVE CHK-PLANPAT TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE "N" TO WS-FILE-EOF-SW.
           PERFORM 410-CHECK-PLAN THRU 410-EXIT
               UNTIL FILE-AT-EOF.
           CLOSE PAYPLAN.
       400-EXIT.
           EXIT.

       410-CHECK-PLAN.
           READ PAYPLAN INTO PAYMENT-PLAN-REC
               AT END MOVE "Y" TO WS-FILE-EOF-SW
               GO TO 410-EXIT
           END-READ.
           ADD +1 TO RECORDS-SWEPT.
           MOVE PLN-PATIENT-ID TO WS-REF-KEY, WS-REF-PATIENT.
           MOVE CHK-PLANPAT    TO CHK-SUB.
           PERFORM 800-CHECK-PATIENT THRU 800-EXIT.
       410-EXIT.
           EXIT.

       450-SWEEP-FINASST.
           MOVE "450-SWEEP-FINASST" TO PARA-NAME.
           OPEN INPUT FINASST.
           IF NOT FINASST-OK
               DISPLAY "** FINASST OPEN FAILED " FINASST-STATUS
                       " - NOT SWEPT"
               ADD +1 TO FILES-SKIPPED
               GO TO 450-EXIT.
           MOVE CHK-FINAPAT TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE "N" TO WS-FILE-EOF-SW.
           PERFORM 460-CHECK-ASSIST THRU 460-EXIT
               UNTIL FILE-AT-EOF.
           CLOSE FINASST.
       450-EXIT.
           EXIT.

       460-CHECK-ASSIST.
           READ FINASST INTO FINANCIAL-ASSIST-REC
               AT END MOVE "Y" TO WS-FILE-EOF-SW
               GO TO 460-EXIT
           END-READ.
           ADD +1 TO RECORDS-SWEPT.
           MOVE FA-PATIENT-ID TO WS-REF-KEY, WS-REF-PATIENT.
           MOVE CHK-FINAPAT   TO CHK-SUB.
           PERFORM 800-CHECK-PATIENT THRU 800-EXIT.
       460-EXIT.
           EXIT.

       500-SWEEP-PREAUTH.
           MOVE "500-SWEEP-PREAUTH" TO PARA-NAME.
           OPEN INPUT PREAUTH.
           IF NOT PREAUTH-OK
               DISPLAY "** PREAUTH OPEN FAILED " PREAUTH-STATUS
                       " - NOT SWEPT"
               ADD +1 TO FILES-SKIPPED
               GO TO 500-EXIT.
           MOVE CHK-AUTHPAT  TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-AUTHPAYM TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-AUTHPAYI TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE "N" TO WS-FILE-EOF-SW.
           PERFORM 510-CHECK-AUTH THRU 510-EXIT
               UNTIL FILE-AT-EOF.
           CLOSE PREAUTH.
       500-EXIT.
           EXIT.

       510-CHECK-AUTH.
           READ PREAUTH INTO PRIOR-AUTH-REC
               AT END MOVE "Y" TO WS-FILE-EOF-SW
               GO TO 510-EXIT
           END-READ.
           ADD +1 TO RECORDS-SWEPT.
           MOVE AUTH-KEY        TO WS-REF-KEY.
           MOVE AUTH-PATIENT-ID TO WS-REF-PATIENT.
           MOVE CHK-AUTHPAT     TO CHK-SUB.
           PERFORM 800-CHECK-PATIENT THRU 800-EXIT.
           IF AUTH-APPROVING-PAYER-ID NOT = SPACES
               MOVE CHK-AUTHPAYM TO WS-MISSING-SUB
               MOVE CHK-AUTHPAYI TO WS-INACTIVE-SUB
               MOVE AUTH-APPROVING-PAYER-ID TO WS-REF-PAYER
               PERFORM 820-CHECK-PAYER THRU 820-EXIT.
       510-EXIT.
           EXIT.

       550-SWEEP-SCHEDFIL.
           MOVE "550-SWEEP-SCHEDFIL" TO PARA-NAME.
           OPEN INPUT SCHEDFIL.
           IF NOT SCHEDFIL-OK
               DISPLAY "** SCHEDFIL OPEN FAILED " SCHEDFIL-STATUS
                       " - NOT SWEPT"
               ADD +1 TO FILES-SKIPPED
               GO TO 550-EXIT.
           MOVE CHK-SCHDPAT  TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE CHK-SCHDPROV TO CHK-SUB.
           PERFORM 020-MARK-SWEPT THRU 020-EXIT.
           MOVE "N" TO WS-FILE-EOF-SW.
           PERFORM 560-CHECK-BOOKING THRU 560-EXIT
               UNTIL FILE-AT-EOF.
           CLOSE SCHEDFIL.
       550-EXIT.
           EXIT.

       560-CHECK-BOOKING.
           READ SCHEDFIL INTO SCHEDULED-TREATMENT-REC
               AT END MOVE "Y" TO WS-FILE-EOF-SW
               GO TO 560-EXIT
           END-READ.
           ADD +1 TO RECORDS-SWEPT.
           MOVE SCH-KEY        TO WS-REF-KEY.
           MOVE SCH-PATIENT-ID TO WS-REF-PATIENT.
           MOVE CHK-SCHDPAT    TO CHK-SUB.
           PERFORM 800-CHECK-PATIENT THRU 800-EXIT.
           IF SCH-ORDERING-PHYS-ID NOT = SPACES
               MOVE SCH-ORDERING-PHYS-ID TO HV-PROVIDER-ID
               MOVE CHK-SCHDPROV TO CHK-SUB
               PERFORM 830-CHECK-PROVIDER THRU 830-EXIT.
       560-EXIT.
           EXIT.

      ******************************************************************
      *    600-WRITE-SUMMARY - ONE LINE PER CHECK: THIS RUN'S COUNT    *
      *    NEXT TO THE LAST FOUR RUNS FROM INTGHIST, FLAGGED WHEN IT   *
      *    HAS RISEN SINCE THE LAST RUN.  THIS RUN IS THEN PUSHED ON   *
      *    THE FRONT OF THE CHECK'S HISTORY.                           *
      ******************************************************************
       600-WRITE-SUMMARY.
           MOVE "600-WRITE-SUMMARY" TO PARA-NAME.
           MOVE SPACES TO INTGRPT-REC.
           WRITE INTGRPT-REC.
           WRITE INTGRPT-REC FROM RPT-SUMMARY-HEADER.
           PERFORM 610-SUMMARIZE-CHECK THRU 610-EXIT
               VARYING CHK-SUB FROM 1 BY 1 UNTIL CHK-SUB > CHK-MAX.
       600-EXIT.
           EXIT.

       610-SUMMARIZE-CHECK.
           MOVE CHK-ID (CHK-SUB) TO INTGHIST-REC-KEY.
           READ INTGHIST INTO INTEGRITY-HISTORY-REC.
           IF NOT INTGHIST-FOUND
               INITIALIZE INTEGRITY-HISTORY-REC
               MOVE CHK-ID (CHK-SUB) TO INH-CHECK-ID.
           MOVE CHK-DESC (CHK-SUB) TO INH-CHECK-DESC.

      *    A RERUN ON THE SAME DATE COMPARES WITH THE RUN BEFORE IT.
           IF INH-RUN-DATE (1) = WS-RUN-DATE
               PERFORM 640-DROP-TODAY THRU 640-EXIT
                   VARYING RUN-SUB FROM 1 BY 1 UNTIL RUN-SUB > 7
               MOVE ZERO TO INH-RUN-DATE (8), INH-RUN-COUNT (8).

           MOVE CHK-ID (CHK-SUB)   TO SUM-CHECK-ID.
           MOVE CHK-DESC (CHK-SUB) TO SUM-CHECK-DESC.
           MOVE ZERO               TO SUM-COUNT.
           MOVE SPACES             TO SUM-TREND.
           PERFORM 620-MOVE-PRIOR THRU 620-EXIT
               VARYING RUN-SUB FROM 1 BY 1 UNTIL RUN-SUB > 4.
           IF NOT CHK-SWEPT (CHK-SUB)
               MOVE 'NOT SWEPT' TO SUM-TREND
               WRITE INTGRPT-REC FROM RPT-SUMMARY-LINE
               GO TO 610-EXIT.
           MOVE CHK-COUNT (CHK-SUB) TO SUM-COUNT.
           IF INH-RUN-DATE (1) NOT = ZERO
                   AND CHK-COUNT (CHK-SUB) > INH-RUN-COUNT (1)
               MOVE '*RISING*' TO SUM-TREND.
           WRITE INTGRPT-REC FROM RPT-SUMMARY-LINE.

           PERFORM 630-SHIFT-HISTORY THRU 630-EXIT
               VARYING RUN-SUB FROM 8 BY -1 UNTIL RUN-SUB < 2.
           MOVE WS-RUN-DATE         TO INH-RUN-DATE (1).
           MOVE CHK-COUNT (CHK-SUB) TO INH-RUN-COUNT (1).
           MOVE INH-CHECK-ID        TO INTGHIST-REC-KEY.
           IF INTGHIST-FOUND
               REWRITE INTGHIST-FD-REC FROM INTEGRITY-HISTORY-REC
           ELSE
               WRITE INTGHIST-FD-REC FROM INTEGRITY-HISTORY-REC.
           IF NOT INTGHIST-FOUND
               DISPLAY "** INTGHIST UPDATE FAILED, STATUS "
                       INTGHIST-STATUS " FOR " INH-CHECK-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       610-EXIT.
           EXIT.

       620-MOVE-PRIOR.
           IF INH-RUN-DATE (RUN-SUB) = ZERO
               MOVE SPACES TO SUM-PRIOR-ENTRY (RUN-SUB)
           ELSE
               MOVE INH-RUN-COUNT (RUN-SUB)
                   TO SUM-PRIOR-COUNT (RUN-SUB).
       620-EXIT.
           EXIT.

       630-SHIFT-HISTORY.
           MOVE INH-RUN (RUN-SUB - 1) TO INH-RUN (RUN-SUB).
       630-EXIT.
           EXIT.

       640-DROP-TODAY.
           MOVE INH-RUN (RUN-SUB + 1) TO INH-RUN (RUN-SUB).
       640-EXIT.
           EXIT.

       020-MARK-SWEPT.
           MOVE "Y" TO CHK-SWEPT-SW (CHK-SUB).
       020-EXIT.
           EXIT.

      *    WS-REF-PATIENT MUST BE ON PATMSTR; CHK-SUB NAMES THE CHECK.
       800-CHECK-PATIENT.
           MOVE WS-REF-PATIENT TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE WS-REF-PATIENT TO WS-REF-VALUE
               PERFORM 850-LOG-EXCEPTION THRU 850-EXIT.
       800-EXIT.
           EXIT.

      *    WS-REF-PAYER MUST BE ON INSMSTR AND ACTIVE.  THE CALLER SETS
      *    WHICH CHECKS A MISSING AND AN INACTIVE PAYER COUNT AGAINST.
       820-CHECK-PAYER.
           MOVE WS-REF-PAYER TO INS-MSTR-REC-KEY, WS-REF-VALUE.
           READ INSMSTR INTO INSURANCE-MASTER-REC.
           IF NOT INSMSTR-FOUND
               MOVE WS-MISSING-SUB TO CHK-SUB
               PERFORM 850-LOG-EXCEPTION THRU 850-EXIT
           ELSE
           IF INS-MSTR-INACTIVE
               MOVE WS-INACTIVE-SUB TO CHK-SUB
               PERFORM 850-LOG-EXCEPTION THRU 850-EXIT.
       820-EXIT.
           EXIT.

      *    HV-PROVIDER-ID MUST BE ON THE PROVIDER TABLE.
       830-CHECK-PROVIDER.
           EXEC SQL
                SELECT PROVIDER_ID
                INTO   :PROVIDER-ID
                FROM   DDS0001.PROVIDER
                WHERE  PROVIDER_ID = :HV-PROVIDER-ID
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = -811
               GO TO 830-EXIT.
           IF SQLCODE = +100
               MOVE HV-PROVIDER-ID TO WS-REF-VALUE
               PERFORM 850-LOG-EXCEPTION THRU 850-EXIT
           ELSE
               DISPLAY "** PROVIDER SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       830-EXIT.
           EXIT.

       850-LOG-EXCEPTION.
           ADD +1 TO CHK-COUNT (CHK-SUB).
           ADD +1 TO EXCEPTIONS-FOUND.
           MOVE CHK-ID (CHK-SUB)   TO DTL-CHECK-ID.
           MOVE CHK-DESC (CHK-SUB) TO DTL-CHECK-DESC.
           MOVE WS-REF-KEY         TO DTL-KEY.
           MOVE WS-REF-VALUE       TO DTL-REF-VALUE.
           WRITE INTGRPT-REC FROM RPT-DETAIL-LINE.
       850-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE INTGRPT, PATMSTR, GUARMSTR, DIAGMSTR, INSMSTR,
                 INTGHIST.
           DISPLAY "** RECORDS SWEPT    " RECORDS-SWEPT.
           DISPLAY "** EXCEPTIONS FOUND " EXCEPTIONS-FOUND.
           DISPLAY "** FILES SKIPPED    " FILES-SKIPPED.
           DISPLAY "******** NORMAL END OF JOB INTGSWP ********".
       999-EXIT.
           EXIT.
