       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  SUPISSUE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * SUPISSUE - CHARGEABLE SUPPLY ISSUES TO PATIENTS.  READS THE   *
      *            WARDS' SUPPLY ISSUE TRANSACTIONS - AN IMPLANT, A   *
      *            SPECIALTY DRESSING USED ON A PATIENT - AND DOES    *
      *            BOTH HALVES OF THE JOB THE CHARGE CLERKS AND THE   *
      *            STOREROOM USED TO DO SEPARATELY:                   *
      *                                                               *
      *              - INVENTORY: PART_STOCK COMES DOWN (AND THE      *
      *                PART_STOCK_LOC ROW OF THE WARD'S WAREHOUSE,    *
      *                WHEN THE WARD IS ON WARDPAR), WITH A MOVLEDGR  *
      *                PATIENT ISSUE ('PAT ') NAMING THE PATIENT      *
      *              - BILLING: THE PART'S PARTCHG CHARGE CODE IS     *
      *                PRICED FROM CHGMSTR AND POSTED AS A CHARGE     *
      *                LINE IN THE PATIENT MASTER'S LAB/EQUIPMENT     *
      *                ITEMS, WHERE CALCCOST PRICES IT WITH THE REST  *
      *                OF THE STAY.  A FULL ITEMS ARRAY IS SPILLED    *
      *                (SPILLITM) FIRST.  A PATIENT ALREADY           *
      *                DISCHARGED IS CHARGED ON SUPLATE INSTEAD - A   *
      *                LATE CHARGE IN THE LATECHG LAYOUT THAT LATECLM *
      *                REBILLS ON AN ADJUSTMENT CLAIM                 *
      *                                                               *
      *            A RETURN TO STOCK ('R') REVERSES BOTH: THE STOCK   *
      *            GOES BACK UP ('PRTN') AND THE CHARGE LINE COMES    *
      *            DOWN BY THE RETURNED VALUE, OR OFF THE MASTER WHEN *
      *            NOTHING IS LEFT.  A RETURN WHOSE CHARGE HAS LEFT   *
      *            THE MASTER - A CLOSED STAY, A SPILLED LINE - IS    *
      *            RESTOCKED AND LISTED FOR PATIENT ACCOUNTS TO       *
      *            CREDIT.  EACH TRANSACTION COMMITS ON ITS OWN.      *
      *                                                               *
      *            SUPPLY TRANSACTION (80 COLS):                      *
      *              1      ACTION (I ISSUE, R RETURN)                *
      *              2-7    PATIENT ID        8-30  PART NUMBER       *
      *             31-35   QUANTITY 9(5)    36-39  WARD ID           *
      *             40-47   ISSUING NURSE    48-55  ISSUE DATE        *
      *                                             (BLANK = TODAY)   *
      *                                                               *
      *            BAD TRANSACTIONS REJECT TO SUPERR WITH THE REASON. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPTRAN
           ASSIGN TO UT-S-SUPTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SUPERR
           ASSIGN TO UT-S-SUPERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SUPLATE
           ASSIGN TO UT-S-SUPLATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT MOVLEDGR-FILE ASSIGN TO UT-S-MOVLEDGR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MOVLEDGR-STATUS.

           SELECT SUPRPT
           ASSIGN TO UT-S-SUPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PARTCHG
                  ASSIGN       to PARTCHG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PARTCHG-REC-KEY
                  FILE STATUS  is PARTCHG-STATUS.

           SELECT CHGMSTR
                  ASSIGN       to CHGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CHGMSTR-REC-KEY
                  FILE STATUS  is CHGMSTR-STATUS.

           SELECT WARDPAR
                  ASSIGN       to WARDPAR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is WARDPAR-REC-KEY
                  FILE STATUS  is WARDPAR-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPTRAN-REC.
       01  SUPTRAN-REC.
           05  SPT-ACTION                  PIC X(01).
               88  SPT-ISSUE               VALUE 'I'.
               88  SPT-RETURN              VALUE 'R'.
               88  SPT-VALID-ACTION        VALUES 'I', 'R'.
           05  SPT-PATIENT-ID              PIC X(06).
           05  SPT-PART-NUM                PIC X(23).
           05  SPT-QTY                     PIC X(05).
           05  SPT-QTY-N REDEFINES SPT-QTY PIC 9(05).
           05  SPT-WARD-ID                 PIC X(04).
           05  SPT-NURSE-ID                PIC X(08).
           05  SPT-ISSUE-DATE              PIC X(08).
           05  SPT-ISSUE-DATE-N REDEFINES SPT-ISSUE-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(25).

       FD  SUPERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPERR-REC.
       01  SUPERR-REC.
           05  SUPERR-MSG                  PIC X(40).
           05  SUPERR-REST                 PIC X(80).

      ** LATE SUPPLY CHARGES, IN THE LATECHG LAYOUT, FOR LATECLM
       FD  SUPLATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1141 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-LATE.
       01  INPATIENT-TREATMENT-REC-LATE.
           05  LATE-MSG                    PIC X(40).
           05  LATE-REST-OF-REC            PIC X(1101).

       FD  MOVLEDGR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVEMENT-LEDGER-REC.
           COPY MOVLEDGR.

       FD  SUPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPRPT-REC.
       01  SUPRPT-REC                       PIC X(132).

       FD  PARTCHG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTCHG-FD-REC.
       01  PARTCHG-FD-REC.
           05 PARTCHG-REC-KEY  PIC X(23).
           05 FILLER           PIC X(57).

       FD  CHGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHGMSTR-FD-REC.
       01  CHGMSTR-FD-REC.
           05 CHGMSTR-REC-KEY  PIC X(08).
           05 FILLER           PIC X(72).

       FD  WARDPAR
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WARDPAR-FD-REC.
       01  WARDPAR-FD-REC.
           05 WARDPAR-REC-KEY  PIC X(27).
           05 FILLER           PIC X(73).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PARTCHG-STATUS          PIC X(2).
               88 PARTCHG-FOUND        VALUE "00".
           05  CHGMSTR-STATUS          PIC X(2).
               88 CHGMSTR-OK           VALUE "00".
           05  WARDPAR-STATUS          PIC X(2).
               88 WARDPAR-FOUND        VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  MOVLEDGR-STATUS         PIC X(2).
               88 MOVLEDGR-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-WARDPAR-SW               PIC X(01) VALUE "Y".
              88 WARDPAR-OPEN  VALUE "Y".
           05 WS-CREDIT-SW                PIC X(01) VALUE "N".
              88 CREDIT-BY-HAND VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-ISSUE-DATE               PIC 9(08) VALUE 0.
           05 WS-WHSE-CODE                PIC X(03) VALUE SPACES.
           05 WS-CHARGE-AMT               PIC 9(07)V99 VALUE 0.
           05 WS-REG-NOTE                 PIC X(30) VALUE SPACES.
           05 ROW-SUB                     PIC S9(04) COMP VALUE +0.
           05 MOVE-SUB                    PIC S9(04) COMP VALUE +0.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).
           05  HV-WHSE-CODE            PIC X(03).
           05  HV-QUANTITY             PIC S9(9) COMP.
           05  HV-PART-QUANT           PIC S9(9) COMP.
           05  HV-UNIT-COST            PIC S9(7)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TRANS-READ               PIC 9(7) COMP VALUE 0.
           05 ISSUES-CHARGED           PIC 9(7) COMP VALUE 0.
           05 ISSUES-LATE              PIC 9(7) COMP VALUE 0.
           05 RETURNS-CREDITED         PIC 9(7) COMP VALUE 0.
           05 CREDITS-BY-HAND          PIC 9(7) COMP VALUE 0.
           05 TRANS-REJECTED           PIC 9(7) COMP VALUE 0.
           05 WS-CHARGED-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-LATE-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CREDITED-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-BY-HAND-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.

       01  SPILL-RETURN-CD             PIC S9(4) COMP VALUE +0.

       COPY PARTCHG.

       COPY CHGMSTR.

       COPY WARDPAR.

       COPY PATMSTR.

       COPY TREATMNT.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               '** PATIENT SUPPLY ISSUE REGISTER - RUN: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ACTION              PIC X(06).
           05  FILLER                  PIC X(10) VALUE ' PATIENT: '.
           05  DTL-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(07) VALUE ' PART: '.
           05  DTL-PART-NUM            PIC X(23).
           05  FILLER                  PIC X(06) VALUE ' QTY: '.
           05  DTL-QTY                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' CODE: '.
           05  DTL-CHARGE-CODE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NOTE                PIC X(30).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (TRANS-REJECTED > 0 OR CREDITS-BY-HAND > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SUPTRAN, PARTCHG, CHGMSTR.
           OPEN I-O PATMSTR.
           OPEN OUTPUT SUPERR, SUPLATE, SUPRPT.
           OPEN EXTEND MOVLEDGR-FILE.
           IF NOT MOVLEDGR-OK
               OPEN OUTPUT MOVLEDGR-FILE.
      *    WITHOUT WARDPAR ONLY THE PART TOTAL IS RELIEVED.
           OPEN INPUT WARDPAR.
           IF NOT WARDPAR-FOUND
               DISPLAY "** WARDPAR OPEN FAILED " WARDPAR-STATUS
                       " - NO WAREHOUSE ROWS RELIEVED"
               MOVE "N" TO WS-WARDPAR-SW.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE SUPRPT-REC FROM RPT-HEADER-LINE.
           PERFORM 900-READ-SUPTRAN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-EDIT-TRAN THRU 200-EXIT.
           PERFORM 900-READ-SUPTRAN THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-EDIT-TRAN - THE TRANSACTION, THE CHARGE CODE AND ITS    *
      *    PRICE, AND THE PATIENT ARE ALL PROVEN BEFORE ANYTHING IS    *
      *    UPDATED.                                                    *
      ******************************************************************
       200-EDIT-TRAN.
           MOVE "200-EDIT-TRAN" TO PARA-NAME.
           IF NOT SPT-VALID-ACTION
               MOVE "*** INVALID ACTION - USE I OR R" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF SPT-PATIENT-ID NOT NUMERIC
               MOVE "*** PATIENT ID NOT NUMERIC" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF SPT-PART-NUM = SPACES
               MOVE "*** BLANK PART NUMBER" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF SPT-QTY-N NOT NUMERIC OR SPT-QTY-N = ZERO
               MOVE "*** INVALID QUANTITY" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF SPT-WARD-ID = SPACES OR SPT-NURSE-ID = SPACES
               MOVE "*** WARD AND ISSUING NURSE REQUIRED" TO
                   SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF SPT-ISSUE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-ISSUE-DATE
           ELSE
           IF SPT-ISSUE-DATE-N NOT NUMERIC
                   OR SPT-ISSUE-DATE-N > WS-RUN-DATE
               MOVE "*** INVALID ISSUE DATE" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT
           ELSE
               MOVE SPT-ISSUE-DATE-N TO WS-ISSUE-DATE.

           MOVE SPT-PART-NUM TO PARTCHG-REC-KEY.
           READ PARTCHG INTO PART-CHARGE-XREF-REC.
           IF NOT PARTCHG-FOUND
               MOVE "*** PART NOT CHARGEABLE - NOT ON PARTCHG" TO
                   SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE PCX-CHARGE-CODE TO CHGMSTR-REC-KEY.
           READ CHGMSTR INTO CHARGE-MASTER-REC.
           IF NOT CHGMSTR-OK
               MOVE "*** PARTCHG CODE NOT ON CHGMSTR" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.
           COMPUTE WS-CHARGE-AMT = CHG-CURRENT-PRICE * SPT-QTY-N
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-CHARGE-AMT.
      *    ONE CHARGE LINE HOLDS UP TO 99,999.99.
           IF WS-CHARGE-AMT > 99999.99
               MOVE "*** CHARGE TOO LARGE FOR ONE LINE" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE SPT-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE "*** PATIENT NOT ON PATMSTR" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.
           IF PATIENT-MERGED-TO-ID NOT = SPACES
               MOVE "*** PATIENT MERGED - KEY UNDER NEW ID" TO
                   SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE SPACES TO WS-WHSE-CODE.
           IF WARDPAR-OPEN
               MOVE SPT-WARD-ID TO WPH-WARD-ID
               MOVE SPACES      TO WPH-PART-NUM
               MOVE WPH-KEY     TO WARDPAR-REC-KEY
               READ WARDPAR INTO WARD-PAR-HEADER-REC
               IF WARDPAR-FOUND
                   MOVE WPH-ISSUE-WHSE TO WS-WHSE-CODE
               END-IF
           END-IF.

           PERFORM 300-STOCK-SIDE THRU 300-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-STOCK-SIDE - AN ISSUE TAKES THE QUANTITY OFF THE BOOKS, *
      *    A RETURN PUTS IT BACK.  THE PATIENT SIDE IS APPLIED BEFORE  *
      *    THE COMMIT, SO A FAILURE THERE LEAVES THE STOCK ALONE.      *
      ******************************************************************
       300-STOCK-SIDE.
           MOVE "300-STOCK-SIDE" TO PARA-NAME.
           MOVE SPT-PART-NUM TO HV-PART-NUM.
           MOVE SPT-QTY-N    TO HV-QUANTITY.
           MOVE ZERO         TO HV-UNIT-COST.

           EXEC SQL
                SELECT PART_QUANT
                INTO   :HV-PART-QUANT
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 100
               MOVE "*** PART NOT ON PART_STOCK" TO SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 300-EXIT
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           IF SPT-ISSUE AND HV-PART-QUANT < HV-QUANTITY
               MOVE "*** BOOK STOCK SHORT - COUNT THE PART" TO
                   SUPERR-MSG
               PERFORM 710-WRITE-SUPERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF SPT-RETURN
               COMPUTE HV-QUANTITY = 0 - HV-QUANTITY.
           EXEC SQL
                UPDATE PART_STOCK
                SET    PART_QUANT = PART_QUANT - :HV-QUANTITY
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK UPDATE FAILED " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.

      *    THE WARD'S WAREHOUSE ROW, WHEN THE PART IS STOCKED THERE.
           IF WS-WHSE-CODE NOT = SPACES
               MOVE WS-WHSE-CODE TO HV-WHSE-CODE
               EXEC SQL
                    SELECT PART_UNIT_COST
                    INTO   :HV-UNIT-COST
                    FROM   PART_STOCK_LOC
                    WHERE  PART_NUM  = :HV-PART-NUM
                    AND    WHSE_CODE = :HV-WHSE-CODE
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                        UPDATE PART_STOCK_LOC
                        SET    PART_QUANT = PART_QUANT - :HV-QUANTITY
                        WHERE  PART_NUM  = :HV-PART-NUM
                        AND    WHSE_CODE = :HV-WHSE-CODE
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "** PART_STOCK_LOC UPDATE FAILED " SQLCODE
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   GO TO 300-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-CREDIT-SW.
           IF SPT-ISSUE
               PERFORM 400-CHARGE-PATIENT THRU 400-EXIT
           ELSE
               PERFORM 500-CREDIT-PATIENT THRU 500-EXIT.
           IF WS-HIGHEST-SEVERITY = RC-ERROR
               EXEC SQL ROLLBACK WORK END-EXEC
               GO TO 300-EXIT.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 600-LEDGER-MOVEMENT THRU 600-EXIT.
           PERFORM 700-REGISTER-LINE THRU 700-EXIT.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-CHARGE-PATIENT - AN OPEN STAY TAKES THE CHARGE AS A     *
      *    NEW LINE IN ITS ITEMS ARRAY FOR CALCCOST, UNDER THE         *
      *    PATIENT'S PRIMARY PHYSICIAN; A DISCHARGED ONE GOES TO       *
      *    SUPLATE FOR LATECLM'S ADJUSTMENT CLAIM.                     *
      ******************************************************************
       400-CHARGE-PATIENT.
           MOVE "400-CHARGE-PATIENT" TO PARA-NAME.
           IF PATIENT-STAY-DISCHARGED
               PERFORM 450-WRITE-LATE-CHARGE THRU 450-EXIT
               GO TO 400-EXIT.

           IF ITEM-LAB-TEST-ID (20) NOT = SPACES
               CALL 'SPILLITM' USING PATIENT-MASTER-REC,
                                     SPILL-RETURN-CD
               IF SPILL-RETURN-CD < ZERO
                   DISPLAY "** SPILLITM FAILED FOR PATIENT "
                           SPT-PATIENT-ID
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
                   GO TO 400-EXIT
               END-IF
           END-IF.
           PERFORM 420-FIND-FREE-SLOT THRU 420-EXIT
                   VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > 20
                   OR ITEM-LAB-TEST-ID (ROW-SUB) = SPACES.

           MOVE PCX-CHARGE-CODE TO ITEM-LAB-TEST-ID (ROW-SUB).
           MOVE PRIMARY-CARE-PHYSICIAN-ID
               TO ITEM-PRESCRIBING-S-PHYS-ID (ROW-SUB),
                  ITEM-EQUIPMENT-PRES-PHYS-ID (ROW-SUB).
           MOVE WS-CHARGE-AMT   TO ITEM-TEST-CHARGES (ROW-SUB).
           MOVE ZERO            TO ITEM-EQUIPMENT-CHARGES (ROW-SUB).
           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               DISPLAY "** PATMSTR REWRITE FAILED, STATUS "
                       PATMSTR-STATUS " FOR " SPT-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 400-EXIT.
           MOVE 'CHARGED TO THE STAY' TO WS-REG-NOTE.
           ADD +1            TO ISSUES-CHARGED.
           ADD WS-CHARGE-AMT TO WS-CHARGED-TOTAL.
       400-EXIT.
           EXIT.

       420-FIND-FREE-SLOT.
       420-EXIT.
           EXIT.

       450-WRITE-LATE-CHARGE.
           INITIALIZE INPATIENT-TREATMENT-REC.
           MOVE SPT-PATIENT-ID
               TO PATIENT-ID IN INPATIENT-TREATMENT-REC.
           MOVE 'I'             TO BILLABLE-TREATMENT-IND.
           MOVE 'OT'            TO TREATMENT-MODE.
           MOVE PRIMARY-CARE-PHYSICIAN-ID TO ATTENDING-PHYS-ID,
                                             PRESCRIBING-PHYS-ID.
           MOVE SPT-NURSE-ID    TO TREATMENT-NURSE-ID.
           MOVE WS-ISSUE-DATE   TO TREATMENT-DATE.
           MOVE PCX-CHARGE-CODE TO MEDICATION-ID.
           MOVE WS-CHARGE-AMT   TO MEDICATION-COST.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO PRIMARY-DIAGNOSTIC-CODE.
           MOVE SPT-PART-NUM    TO TREATMENT-COMMENTS.
           MOVE 'SUPISSUE'      TO ENTRY-OPERATOR-ID.
           MOVE PATIENT-FACILITY-ID TO TREATMENT-FACILITY-ID.
           MOVE "*** LATE SUPPLY CHARGE - STAY DISCHARGED" TO LATE-MSG.
           MOVE INPATIENT-TREATMENT-REC TO LATE-REST-OF-REC.
           WRITE INPATIENT-TREATMENT-REC-LATE.
           MOVE 'STAY CLOSED - LATE CHARGE' TO WS-REG-NOTE.
           ADD +1            TO ISSUES-LATE.
           ADD WS-CHARGE-AMT TO WS-LATE-TOTAL.
       450-EXIT.
           EXIT.

      ******************************************************************
      *    500-CREDIT-PATIENT - THE NEWEST CHARGE LINE FOR THE CODE    *
      *    THAT STILL COVERS THE RETURNED VALUE COMES DOWN BY IT; A    *
      *    LINE LEFT AT ZERO COMES OFF AND THE ARRAY CLOSES UP.        *
      ******************************************************************
       500-CREDIT-PATIENT.
           MOVE "500-CREDIT-PATIENT" TO PARA-NAME.
           IF PATIENT-STAY-DISCHARGED
               MOVE 'STAY CLOSED - CREDIT BY HAND' TO WS-REG-NOTE
               MOVE "Y" TO WS-CREDIT-SW
               GO TO 500-EXIT.

           PERFORM 520-FIND-CHARGE-LINE THRU 520-EXIT
                   VARYING ROW-SUB FROM 20 BY -1
                   UNTIL ROW-SUB < 1
                   OR (ITEM-LAB-TEST-ID (ROW-SUB) = PCX-CHARGE-CODE
                   AND ITEM-TEST-CHARGES (ROW-SUB) NOT < WS-CHARGE-AMT).
           IF ROW-SUB < 1
               MOVE 'NOT ON MASTER - CREDIT BY HAND' TO WS-REG-NOTE
               MOVE "Y" TO WS-CREDIT-SW
               GO TO 500-EXIT.

           SUBTRACT WS-CHARGE-AMT FROM ITEM-TEST-CHARGES (ROW-SUB).
           IF ITEM-TEST-CHARGES (ROW-SUB) = ZERO
               PERFORM 540-CLOSE-UP THRU 540-EXIT
                       VARYING MOVE-SUB FROM ROW-SUB BY 1
                       UNTIL MOVE-SUB > 19
               INITIALIZE PATIENT-LAB-EQUIP-ITEMS (20).
           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               DISPLAY "** PATMSTR REWRITE FAILED, STATUS "
                       PATMSTR-STATUS " FOR " SPT-PATIENT-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           MOVE 'CREDITED TO THE STAY' TO WS-REG-NOTE.
           ADD +1            TO RETURNS-CREDITED.
           ADD WS-CHARGE-AMT TO WS-CREDITED-TOTAL.
       500-EXIT.
           EXIT.

       520-FIND-CHARGE-LINE.
       520-EXIT.
           EXIT.

       540-CLOSE-UP.
           MOVE PATIENT-LAB-EQUIP-ITEMS (MOVE-SUB + 1)
               TO PATIENT-LAB-EQUIP-ITEMS (MOVE-SUB).
       540-EXIT.
           EXIT.

       600-LEDGER-MOVEMENT.
           MOVE "600-LEDGER-MOVEMENT" TO PARA-NAME.
           INITIALIZE MOVEMENT-LEDGER-REC.
           MOVE SPT-PART-NUM    TO MOV-PART-NUMBER.
           MOVE WS-ISSUE-DATE   TO MOV-DATE.
           MOVE HV-PART-QUANT   TO MOV-QTY-BEFORE.
           COMPUTE MOV-QTY-AFTER = HV-PART-QUANT - HV-QUANTITY.
           MOVE 'SUPISSUE'      TO MOV-SOURCE-PROGRAM.
           IF SPT-ISSUE
               MOVE 'PAT '      TO MOV-REASON-CODE
           ELSE
               MOVE 'PRTN'      TO MOV-REASON-CODE.
           MOVE SPT-PATIENT-ID  TO MOV-DESTINATION.
           MOVE HV-UNIT-COST    TO MOV-UNIT-COST.
           WRITE MOVEMENT-LEDGER-REC.
       600-EXIT.
           EXIT.

       700-REGISTER-LINE.
           IF SPT-ISSUE
               MOVE 'ISSUE '  TO DTL-ACTION
           ELSE
               MOVE 'RETURN'  TO DTL-ACTION.
           MOVE SPT-PATIENT-ID  TO DTL-PATIENT-ID.
           MOVE SPT-PART-NUM    TO DTL-PART-NUM.
           MOVE SPT-QTY-N       TO DTL-QTY.
           MOVE PCX-CHARGE-CODE TO DTL-CHARGE-CODE.
           MOVE WS-CHARGE-AMT   TO DTL-AMOUNT.
           MOVE WS-REG-NOTE     TO DTL-NOTE.
           WRITE SUPRPT-REC FROM RPT-DETAIL-LINE.
           IF CREDIT-BY-HAND
               ADD +1            TO CREDITS-BY-HAND
               ADD WS-CHARGE-AMT TO WS-BY-HAND-TOTAL.
       700-EXIT.
           EXIT.

       710-WRITE-SUPERR.
           MOVE SUPTRAN-REC TO SUPERR-REST.
           WRITE SUPERR-REC.
           ADD +1 TO TRANS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-SUPTRAN.
           READ SUPTRAN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO TRANS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'ISSUES CHARGED TO STAYS:      ' TO RPT-TOTAL-LABEL.
           MOVE ISSUES-CHARGED    TO RPT-TOTAL-COUNT.
           MOVE WS-CHARGED-TOTAL  TO RPT-TOTAL-AMOUNT.
           WRITE SUPRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'LATE CHARGES TO SUPLATE:      ' TO RPT-TOTAL-LABEL.
           MOVE ISSUES-LATE       TO RPT-TOTAL-COUNT.
           MOVE WS-LATE-TOTAL     TO RPT-TOTAL-AMOUNT.
           WRITE SUPRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'RETURNS CREDITED TO STAYS:    ' TO RPT-TOTAL-LABEL.
           MOVE RETURNS-CREDITED  TO RPT-TOTAL-COUNT.
           MOVE WS-CREDITED-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE SUPRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'RETURNS TO CREDIT BY HAND:    ' TO RPT-TOTAL-LABEL.
           MOVE CREDITS-BY-HAND   TO RPT-TOTAL-COUNT.
           MOVE WS-BY-HAND-TOTAL  TO RPT-TOTAL-AMOUNT.
           WRITE SUPRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED:        ' TO RPT-TOTAL-LABEL.
           MOVE TRANS-REJECTED    TO RPT-TOTAL-COUNT.
           MOVE ZERO              TO RPT-TOTAL-AMOUNT.
           WRITE SUPRPT-REC FROM RPT-TOTAL-LINE.
           IF WARDPAR-OPEN
               CLOSE WARDPAR.
           CLOSE SUPTRAN, PARTCHG, CHGMSTR, PATMSTR, SUPERR, SUPLATE,
                 SUPRPT, MOVLEDGR-FILE.
           DISPLAY "** TRANSACTIONS READ " TRANS-READ.
           DISPLAY "** ISSUES CHARGED    " ISSUES-CHARGED.
           DISPLAY "** LATE CHARGES      " ISSUES-LATE.
           DISPLAY "** RETURNS CREDITED  " RETURNS-CREDITED.
           DISPLAY "** CREDITS BY HAND   " CREDITS-BY-HAND.
           DISPLAY "** REJECTED          " TRANS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB SUPISSUE ********".
       999-EXIT.
           EXIT.
