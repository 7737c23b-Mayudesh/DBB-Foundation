       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  TFILRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * TFILRPT - DAILY TIMELY-FILING MONITOR.  LISTS EVERY CLAIM THAT *
      *           STILL HAS TO REACH A PAYER CLEAN, WITH THE DAYS LEFT *
      *           BEFORE THE PAYER'S FILING DEADLINE:                  *
      *                                                                *
      *             PASS 1 - PATMSTR: EVERY DISCHARGED STAY THAT IS    *
      *                      NOT YET ON CLMREG (NO STAYBILL MARKER,    *
      *                      OR ONLY ONE LEFT FROM AN EARLIER STAY).   *
      *                      THE PAYER IS THE PATINS PRIMARY AND THE   *
      *                      SERVICE DATE IS THE DISCHARGE DATE.  A    *
      *                      STAY SITTING ON THE PREBILLQ SCRUB QUEUE  *
      *                      IS NOTED AS SUCH                          *
      *             PASS 2 - CLMREG: EVERY CLAIM THE PAYER REJECTED    *
      *                      ('R') OR PENDED ('P').  THE SERVICE DATE  *
      *                      IS THE STAY'S DISCHARGE DATE WHILE        *
      *                      PATMSTR STILL CARRIES THAT STAY; ONCE THE *
      *                      PATIENT IS BACK IN, THE CLAIM'S EXTRACT   *
      *                      DATE STANDS IN AND THE LINE IS MARKED '*' *
      *             PASS 3 - THE ITEMS SORTED BY DAYS LEFT, MOST       *
      *                      PRESSING FIRST.  ITEMS STILL INSIDE THE   *
      *                      WINDOW PRINT FIRST, FLAGGED URGENT WHEN   *
      *                      15 DAYS OR FEWER REMAIN; ITEMS ALREADY    *
      *                      PAST THE DEADLINE PRINT IN A SEPARATE     *
      *                      WRITE-OFF REVIEW SECTION                  *
      *                                                                *
      *           THE FILING LIMIT IS INS-MSTR-FILING-LIMIT-DAYS ON    *
      *           INSMSTR (MAINTAINED ON CINS400).  A PAYER WITH NO    *
      *           LIMIT ON FILE, OR NOT ON INSMSTR, TAKES THE 90-DAY   *
      *           HOUSE DEFAULT AND THE LIMIT PRINTS WITH A 'D'.       *
      *           DEADLINE AND DAYS LEFT COME FROM DATESRV.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-REC-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT STAYBILL
                  ASSIGN       to STAYBILL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is STAYBILL-REC-KEY
                  FILE STATUS  is STAYBILL-STATUS.

           SELECT PREBILLQ
                  ASSIGN       to PREBILLQ
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PREBILLQ-REC-KEY
                  FILE STATUS  is PREBILLQ-STATUS.

           SELECT INSMSTR
                  ASSIGN       to INSMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is INS-MSTR-REC-KEY
                  FILE STATUS  is INSMSTR-STATUS.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-REC-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT TFILRPT
           ASSIGN TO UT-S-TFILRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PATINS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-REC-KEY   PIC X(06).
           05 FILLER           PIC X(696).

       FD  STAYBILL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STAYBILL-FD-REC.
       01  STAYBILL-FD-REC.
           05 STAYBILL-REC-KEY PIC X(06).
           05 FILLER           PIC X(74).

       FD  PREBILLQ
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PREBILLQ-FD-REC.
       01  PREBILLQ-FD-REC.
           05 PREBILLQ-REC-KEY PIC X(09).
           05 FILLER           PIC X(191).

       FD  INSMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS INSMSTR-FD-REC.
       01  INSMSTR-FD-REC.
           05 INS-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(194).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLMREG-FD-REC.
       01  CLMREG-FD-REC.
           05 CLMREG-REC-KEY   PIC X(16).
           05 FILLER           PIC X(64).

       FD  TFILRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TFILRPT-REC.
       01  TFILRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  STAYBILL-STATUS         PIC X(2).
               88 STAYBILL-FOUND       VALUE "00".
           05  PREBILLQ-STATUS         PIC X(2).
               88 PREBILLQ-FOUND       VALUE "00".
           05  INSMSTR-STATUS          PIC X(2).
               88 INSMSTR-FOUND        VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-OK            VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-DEFAULT-LIMIT            PIC 9(03) VALUE 90.
           05 WS-URGENT-DAYS              PIC S9(05) VALUE +15.
           05 WS-SERVICE-DATE             PIC 9(08) VALUE 0.
           05 WS-SERVICE-DATE-X REDEFINES WS-SERVICE-DATE
                                          PIC X(08).
           05 WS-ADMIT-DATE               PIC 9(08) VALUE 0.
           05 WS-ADMIT-DATE-X REDEFINES WS-ADMIT-DATE
                                          PIC X(08).
           05 WS-DAYS-LEFT                PIC S9(07) VALUE +0.
           05 WS-PRINT-SECTION-SW         PIC X(01) VALUE "O".
              88 PRINTING-OPEN-ITEMS      VALUE "O".
              88 PRINTING-PAST-DEADLINE   VALUE "P".
           05 TF-SUB                      PIC S9(04) COMP VALUE +0.

      *    THE ITEM BEING BUILT, BEFORE IT GOES INTO THE TABLE.
       01  WS-ITEM.
           05 WS-ITEM-SOURCE              PIC X(01).
           05 WS-ITEM-PATIENT-ID          PIC X(06).
           05 WS-ITEM-PAYER-ID            PIC X(06).
           05 WS-ITEM-CONTROL-NUMBER      PIC 9(10).
           05 WS-ITEM-DATE-SW             PIC X(01).
           05 WS-ITEM-AMOUNT              PIC S9(09)V99 COMP-3.
           05 WS-ITEM-REASON              PIC X(05).
           05 WS-ITEM-PREBILL-SW          PIC X(01).

      *    ONE ENTRY PER ITEM STILL TO BE FILED.  TF-DAYS-KEY CARRIES
      *    THE DAYS LEFT PLUS 50000 SO AN ASCENDING SORT PUTS THE
      *    NEAREST (AND THE MOST OVERDUE) DEADLINES AT THE TOP.
       01  FILING-TABLE.
           05 FILING-COUNT                PIC S9(04) COMP VALUE +0.
           05 FILING-ENTRY OCCURS 3000 TIMES.
              10 TF-SORT-KEY.
                 15 TF-DAYS-KEY           PIC 9(05).
                 15 TF-PATIENT-ID         PIC X(06).
                 15 TF-CONTROL-NUMBER     PIC 9(10).
              10 TF-SOURCE                PIC X(01).
                 88 TF-UNBILLED-STAY      VALUE 'U'.
                 88 TF-REJECTED-CLAIM     VALUE 'R'.
                 88 TF-PENDED-CLAIM       VALUE 'P'.
              10 TF-PAYER-ID              PIC X(06).
              10 TF-SERVICE-DATE          PIC 9(08).
              10 TF-DATE-SW               PIC X(01).
                 88 TF-DATE-ESTIMATED     VALUE 'E'.
              10 TF-LIMIT                 PIC 9(03).
              10 TF-LIMIT-SW              PIC X(01).
                 88 TF-LIMIT-DEFAULTED    VALUE 'D'.
              10 TF-DEADLINE              PIC 9(08).
              10 TF-DAYS-LEFT             PIC S9(05).
              10 TF-AMOUNT                PIC S9(09)V99 COMP-3.
              10 TF-REASON                PIC X(05).
              10 TF-PREBILL-SW            PIC X(01).
                 88 TF-ON-PREBILL-QUEUE   VALUE 'Y'.

       01  FILING-SORT-WORK.
           05 TF-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 TF-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 TF-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 TF-SAVE-ENTRY.
              10 TF-SAVE-SORT-KEY         PIC X(21).
              10 FILLER                   PIC X(45).

       01  COUNTERS-AND-ACCUMULATORS.
           05 STAYS-READ               PIC 9(7) COMP VALUE 0.
           05 STAYS-UNBILLED           PIC 9(7) COMP VALUE 0.
           05 STAYS-ON-PREBILL         PIC 9(7) COMP VALUE 0.
           05 CLAIMS-READ              PIC 9(7) COMP VALUE 0.
           05 CLAIMS-REJECTED          PIC 9(7) COMP VALUE 0.
           05 CLAIMS-PENDED            PIC 9(7) COMP VALUE 0.
           05 ITEMS-URGENT             PIC 9(7) COMP VALUE 0.
           05 ITEMS-PAST-DEADLINE      PIC 9(7) COMP VALUE 0.
           05 PAST-DEADLINE-AMT        PIC S9(11)V99 COMP-3 VALUE 0.

       COPY PATMSTR.
       COPY PATINS.
       COPY STAYBILL.
       COPY PREBILLQ.
       COPY INSMSTR.
       COPY CLMREG.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** TIMELY-FILING MONITOR - RUN:             '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(26) VALUE
               '  URGENT AT DAYS LEFT <= '.
           05  HDR-URGENT-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'ITEM'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PATIENT'.
           05  FILLER                  PIC X(07) VALUE 'PAYER'.
           05  FILLER                  PIC X(11) VALUE 'CONTROL NO'.
           05  FILLER                  PIC X(11) VALUE 'SERVICE'.
           05  FILLER                  PIC X(05) VALUE 'LIMIT'.
           05  FILLER                  PIC X(09) VALUE 'DEADLINE'.
           05  FILLER                  PIC X(10) VALUE 'DAYS LEFT'.
           05  FILLER                  PIC X(13) VALUE ' CLAIM AMOUNT'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'REASON'.
           05  FILLER                  PIC X(17) VALUE 'FLAG'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ITEM                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PAYER-ID            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-CONTROL-NUMBER      PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-SERVICE-DATE        PIC 9(08).
           05  DTL-DATE-FLAG           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-LIMIT               PIC ZZ9.
           05  DTL-LIMIT-FLAG          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DEADLINE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DAYS-LEFT           PIC -----9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-REASON              PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-FLAG                PIC X(17).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  NOTE-TEXT               PIC X(70).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-CHECK-STAY THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           MOVE "Y" TO MORE-DATA-SW.
           PERFORM 910-READ-CLMREG THRU 910-EXIT.
           PERFORM 200-CHECK-CLAIM THRU 200-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 400-SORT-FILING-TABLE THRU 400-EXIT.
           PERFORM 500-PRINT-ITEMS THRU 500-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PATMSTR, PATINS, STAYBILL, PREBILLQ, INSMSTR,
                      CLMREG.
           OPEN OUTPUT TFILRPT.
           MOVE WS-RUN-DATE    TO HDR-RUN-DATE.
           MOVE WS-URGENT-DAYS TO HDR-URGENT-DAYS.
           WRITE TFILRPT-REC FROM RPT-HEADER-1.
           PERFORM 900-READ-PATMSTR THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-CHECK-STAY - A DISCHARGED STAY WITH NO STAYBILL MARKER, *
      *    OR WITH A MARKER OLDER THAN THE ADMISSION, HAS NOT BILLED.  *
      *    A MERGED-AWAY RECORD BILLS UNDER THE SURVIVING PATIENT.     *
      ******************************************************************
       100-CHECK-STAY.
           MOVE "100-CHECK-STAY" TO PARA-NAME.
           IF NOT PATIENT-STAY-DISCHARGED
              OR PATIENT-MERGED-TO-ID NOT = SPACES
               GO TO 100-READ-NEXT.
           ADD +1 TO STAYS-READ.
           MOVE PATIENT-ADMIT-DATE TO WS-ADMIT-DATE-X.
           IF WS-ADMIT-DATE NOT NUMERIC
               MOVE ZERO TO WS-ADMIT-DATE.
           MOVE PATIENT-KEY TO STAYBILL-REC-KEY.
           READ STAYBILL INTO STAY-BILLED-REC.
           IF STAYBILL-FOUND
              AND SB-CLAIM-DATE NOT < WS-ADMIT-DATE
               GO TO 100-READ-NEXT.

           MOVE PATIENT-DISCHARGE-DATE TO WS-SERVICE-DATE-X.
           IF WS-SERVICE-DATE-X NOT NUMERIC
               DISPLAY "** BAD DISCHARGE DATE ON PATIENT " PATIENT-KEY
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.

           INITIALIZE WS-ITEM.
           MOVE 'U'         TO WS-ITEM-SOURCE.
           MOVE PATIENT-KEY TO WS-ITEM-PATIENT-ID.
           MOVE PATIENT-KEY TO PATINS-REC-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF PATINS-FOUND
               MOVE INS-COMPANY-PRIMARY-ID TO WS-ITEM-PAYER-ID
           ELSE
               MOVE '*NONE*'               TO WS-ITEM-PAYER-ID.

           MOVE PATIENT-KEY TO PBQ-PATIENT-ID.
           MOVE ZERO        TO PBQ-SEQ.
           MOVE PBQ-KEY     TO PREBILLQ-REC-KEY.
           READ PREBILLQ INTO PREBILL-QUEUE-REC.
           IF PREBILLQ-FOUND AND NOT PBQ-IS-DONE
               MOVE 'Y' TO WS-ITEM-PREBILL-SW
               ADD +1 TO STAYS-ON-PREBILL.

           PERFORM 300-ADD-ITEM THRU 300-EXIT.
           ADD +1 TO STAYS-UNBILLED.
       100-READ-NEXT.
           PERFORM 900-READ-PATMSTR THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-CHECK-CLAIM - A REJECTED OR PENDED CLAIM STILL HAS TO   *
      *    GET BACK TO THE PAYER CLEAN.  ITS SERVICE DATE IS THE       *
      *    STAY'S DISCHARGE DATE WHILE PATMSTR STILL HOLDS THAT STAY   *
      *    (DISCHARGED ON OR BEFORE THE CLAIM WAS EXTRACTED).          *
      ******************************************************************
       200-CHECK-CLAIM.
           MOVE "200-CHECK-CLAIM" TO PARA-NAME.
           IF NOT CRG-STATUS-REJECTED AND NOT CRG-STATUS-PENDED
               GO TO 200-READ-NEXT.

           INITIALIZE WS-ITEM.
           MOVE CRG-CLAIM-STATUS   TO WS-ITEM-SOURCE.
           MOVE CRG-PATIENT-ID     TO WS-ITEM-PATIENT-ID.
           MOVE CRG-PAYER-ID       TO WS-ITEM-PAYER-ID.
           MOVE CRG-CONTROL-NUMBER TO WS-ITEM-CONTROL-NUMBER.
           MOVE CRG-CLAIM-TOTAL    TO WS-ITEM-AMOUNT.
           MOVE CRG-STATUS-REASON  TO WS-ITEM-REASON.

           MOVE CRG-EXTRACT-DATE TO WS-SERVICE-DATE.
           MOVE 'E'              TO WS-ITEM-DATE-SW.
           MOVE CRG-PATIENT-ID   TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF PATMSTR-FOUND
              AND PATIENT-STAY-DISCHARGED
              AND PATIENT-DISCHARGE-DATE NUMERIC
              AND PATIENT-DISCHARGE-DATE NOT > WS-SERVICE-DATE-X
               MOVE PATIENT-DISCHARGE-DATE TO WS-SERVICE-DATE-X
               MOVE SPACE                  TO WS-ITEM-DATE-SW.

           PERFORM 300-ADD-ITEM THRU 300-EXIT.
           IF CRG-STATUS-REJECTED
               ADD +1 TO CLAIMS-REJECTED
           ELSE
               ADD +1 TO CLAIMS-PENDED.
       200-READ-NEXT.
           PERFORM 910-READ-CLMREG THRU 910-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-ADD-ITEM - LOOK UP THE PAYER'S FILING LIMIT, WORK OUT   *
      *    THE DEADLINE AND THE DAYS LEFT TO IT, AND TABLE THE ITEM.   *
      *    WS-SERVICE-DATE AND WS-ITEM ARE SET BY THE CALLER.          *
      ******************************************************************
       300-ADD-ITEM.
           MOVE "300-ADD-ITEM" TO PARA-NAME.
           IF FILING-COUNT >= 3000
               DISPLAY "** FILING TABLE FULL AT 3000, PATIENT "
                       WS-ITEM-PATIENT-ID " NOT LISTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO FILING-COUNT.
           MOVE WS-ITEM-SOURCE     TO TF-SOURCE (FILING-COUNT).
           MOVE WS-ITEM-PATIENT-ID TO TF-PATIENT-ID (FILING-COUNT).
           MOVE WS-ITEM-PAYER-ID   TO TF-PAYER-ID (FILING-COUNT).
           MOVE WS-ITEM-CONTROL-NUMBER
                                   TO TF-CONTROL-NUMBER (FILING-COUNT).
           MOVE WS-SERVICE-DATE    TO TF-SERVICE-DATE (FILING-COUNT).
           MOVE WS-ITEM-DATE-SW    TO TF-DATE-SW (FILING-COUNT).
           MOVE WS-ITEM-AMOUNT     TO TF-AMOUNT (FILING-COUNT).
           MOVE WS-ITEM-REASON     TO TF-REASON (FILING-COUNT).
           MOVE WS-ITEM-PREBILL-SW TO TF-PREBILL-SW (FILING-COUNT).

           MOVE SPACE TO TF-LIMIT-SW (FILING-COUNT).
           MOVE WS-ITEM-PAYER-ID TO INS-MSTR-REC-KEY.
           READ INSMSTR INTO INSURANCE-MASTER-REC.
           IF INSMSTR-FOUND
              AND INS-MSTR-FILING-LIMIT-DAYS NUMERIC
              AND INS-MSTR-FILING-LIMIT-DAYS > ZERO
               MOVE INS-MSTR-FILING-LIMIT-DAYS
                                   TO TF-LIMIT (FILING-COUNT)
           ELSE
               MOVE WS-DEFAULT-LIMIT TO TF-LIMIT (FILING-COUNT)
               MOVE 'D'              TO TF-LIMIT-SW (FILING-COUNT).

           MOVE 'ADD '                   TO DSRV-FUNCTION.
           MOVE WS-SERVICE-DATE          TO DSRV-DATE-1.
           MOVE TF-LIMIT (FILING-COUNT)  TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** BAD SERVICE DATE " WS-SERVICE-DATE
                       " PATIENT " WS-ITEM-PATIENT-ID
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               SUBTRACT 1 FROM FILING-COUNT
               GO TO 300-EXIT.
           MOVE DSRV-DATE-2 TO TF-DEADLINE (FILING-COUNT).

           MOVE 'DIF '                   TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE              TO DSRV-DATE-1.
           MOVE TF-DEADLINE (FILING-COUNT) TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           MOVE DSRV-DAYS TO WS-DAYS-LEFT.
           IF WS-DAYS-LEFT > 49999
               MOVE 49999 TO WS-DAYS-LEFT.
           IF WS-DAYS-LEFT < -49999
               MOVE -49999 TO WS-DAYS-LEFT.
           MOVE WS-DAYS-LEFT TO TF-DAYS-LEFT (FILING-COUNT).
           COMPUTE TF-DAYS-KEY (FILING-COUNT) = WS-DAYS-LEFT + 50000.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-SORT-FILING-TABLE - A PLAIN INSERTION SORT ON           *
      *    TF-SORT-KEY (DAYS LEFT, PATIENT, CONTROL NUMBER).           *
      ******************************************************************
       400-SORT-FILING-TABLE.
           MOVE "400-SORT-FILING-TABLE" TO PARA-NAME.
           PERFORM 410-INSERTION-SORT-PASS THRU 410-EXIT
               VARYING TF-OUTER-SUB FROM 2 BY 1
               UNTIL TF-OUTER-SUB > FILING-COUNT.
       400-EXIT.
           EXIT.

       410-INSERTION-SORT-PASS.
           MOVE FILING-ENTRY (TF-OUTER-SUB) TO TF-SAVE-ENTRY.
           COMPUTE TF-INNER-SUB = TF-OUTER-SUB - 1.
           PERFORM 420-SHIFT-IF-NEEDED THRU 420-EXIT
               UNTIL TF-INNER-SUB = 0
               OR TF-SORT-KEY (TF-INNER-SUB) <= TF-SAVE-SORT-KEY.
           COMPUTE TF-INSERT-SUB = TF-INNER-SUB + 1.
           MOVE TF-SAVE-ENTRY TO FILING-ENTRY (TF-INSERT-SUB).
       410-EXIT.
           EXIT.

       420-SHIFT-IF-NEEDED.
           MOVE FILING-ENTRY (TF-INNER-SUB)
               TO FILING-ENTRY (TF-INNER-SUB + 1).
           SUBTRACT 1 FROM TF-INNER-SUB.
       420-EXIT.
           EXIT.

      ******************************************************************
      *    500-PRINT-ITEMS - TWO WALKS OF THE SORTED TABLE: THE ITEMS  *
      *    STILL INSIDE THEIR WINDOW, THEN THE ONES PAST THE DEADLINE  *
      *    FOR WRITE-OFF REVIEW.                                       *
      ******************************************************************
       500-PRINT-ITEMS.
           MOVE "500-PRINT-ITEMS" TO PARA-NAME.
           MOVE 'O' TO WS-PRINT-SECTION-SW.
           MOVE 'CLAIMS STILL INSIDE THE FILING WINDOW - NEAREST FIRST'
               TO SEC-TITLE.
           WRITE TFILRPT-REC FROM RPT-SECTION-LINE.
           WRITE TFILRPT-REC FROM RPT-HEADER-2.
           PERFORM 550-PRINT-ONE-ITEM THRU 550-EXIT
               VARYING TF-SUB FROM 1 BY 1
               UNTIL TF-SUB > FILING-COUNT.

           MOVE 'P' TO WS-PRINT-SECTION-SW.
           MOVE 'PAST THE FILING DEADLINE - WRITE-OFF REVIEW'
               TO SEC-TITLE.
           WRITE TFILRPT-REC FROM RPT-SECTION-LINE.
           WRITE TFILRPT-REC FROM RPT-HEADER-2.
           PERFORM 550-PRINT-ONE-ITEM THRU 550-EXIT
               VARYING TF-SUB FROM 1 BY 1
               UNTIL TF-SUB > FILING-COUNT.

           MOVE '* = SERVICE DATE IS THE CLAIM EXTRACT DATE'
               TO NOTE-TEXT.
           WRITE TFILRPT-REC FROM RPT-NOTE-LINE.
           MOVE 'D = NO FILING LIMIT ON INSMSTR - 90-DAY DEFAULT USED'
               TO NOTE-TEXT.
           WRITE TFILRPT-REC FROM RPT-NOTE-LINE.
       500-EXIT.
           EXIT.

       550-PRINT-ONE-ITEM.
           IF PRINTING-OPEN-ITEMS AND TF-DAYS-LEFT (TF-SUB) < ZERO
               GO TO 550-EXIT.
           IF PRINTING-PAST-DEADLINE AND TF-DAYS-LEFT (TF-SUB) >= ZERO
               GO TO 550-EXIT.
           IF TF-UNBILLED-STAY (TF-SUB)
               MOVE 'UNBILLED' TO DTL-ITEM
               MOVE SPACES     TO DTL-CONTROL-NUMBER, DTL-REASON
           ELSE
               MOVE TF-CONTROL-NUMBER (TF-SUB) TO DTL-CONTROL-NUMBER
               MOVE TF-REASON (TF-SUB)         TO DTL-REASON
               IF TF-REJECTED-CLAIM (TF-SUB)
                   MOVE 'REJECTED' TO DTL-ITEM
               ELSE
                   MOVE 'PENDED  ' TO DTL-ITEM.
           MOVE TF-PATIENT-ID (TF-SUB)   TO DTL-PATIENT-ID.
           MOVE TF-PAYER-ID (TF-SUB)     TO DTL-PAYER-ID.
           MOVE TF-SERVICE-DATE (TF-SUB) TO DTL-SERVICE-DATE.
           MOVE SPACE TO DTL-DATE-FLAG.
           IF TF-DATE-ESTIMATED (TF-SUB)
               MOVE '*' TO DTL-DATE-FLAG.
           MOVE TF-LIMIT (TF-SUB)        TO DTL-LIMIT.
           MOVE TF-LIMIT-SW (TF-SUB)     TO DTL-LIMIT-FLAG.
           MOVE TF-DEADLINE (TF-SUB)     TO DTL-DEADLINE.
           MOVE TF-DAYS-LEFT (TF-SUB)    TO DTL-DAYS-LEFT.
           MOVE TF-AMOUNT (TF-SUB)       TO DTL-AMOUNT.
           MOVE SPACES TO DTL-FLAG.
           IF PRINTING-PAST-DEADLINE
               MOVE 'WRITE-OFF REVIEW' TO DTL-FLAG
               ADD +1 TO ITEMS-PAST-DEADLINE
               ADD TF-AMOUNT (TF-SUB) TO PAST-DEADLINE-AMT
           ELSE
           IF TF-DAYS-LEFT (TF-SUB) NOT > WS-URGENT-DAYS
               MOVE 'URGENT'           TO DTL-FLAG
               ADD +1 TO ITEMS-URGENT
               IF TF-ON-PREBILL-QUEUE (TF-SUB)
                   MOVE 'URGENT - PREBILLQ' TO DTL-FLAG
               END-IF
           ELSE
           IF TF-ON-PREBILL-QUEUE (TF-SUB)
               MOVE 'ON PRE-BILL QUEUE' TO DTL-FLAG.
           WRITE TFILRPT-REC FROM RPT-DETAIL-LINE.
       550-EXIT.
           EXIT.

       900-READ-PATMSTR.
           READ PATMSTR NEXT RECORD INTO PATIENT-MASTER-REC
               AT END MOVE "N" TO MORE-DATA-SW
           END-READ.
       900-EXIT.
           EXIT.

       910-READ-CLMREG.
           READ CLMREG INTO CLAIM-REGISTER-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 910-EXIT
           END-READ
           ADD +1 TO CLAIMS-READ.
       910-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE ZERO TO RPT-TOTAL-AMOUNT.
           MOVE 'DISCHARGED STAYS CHECKED:     ' TO RPT-TOTAL-LABEL.
           MOVE STAYS-READ TO RPT-TOTAL-COUNT.
           WRITE TFILRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'STAYS NOT YET BILLED:         ' TO RPT-TOTAL-LABEL.
           MOVE STAYS-UNBILLED TO RPT-TOTAL-COUNT.
           WRITE TFILRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '  OF WHICH ON PRE-BILL QUEUE: ' TO RPT-TOTAL-LABEL.
           MOVE STAYS-ON-PREBILL TO RPT-TOTAL-COUNT.
           WRITE TFILRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CLAIMS REJECTED:              ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-REJECTED TO RPT-TOTAL-COUNT.
           WRITE TFILRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CLAIMS PENDED:                ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-PENDED TO RPT-TOTAL-COUNT.
           WRITE TFILRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'URGENT:                       ' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-URGENT TO RPT-TOTAL-COUNT.
           WRITE TFILRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PAST DEADLINE:                ' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-PAST-DEADLINE TO RPT-TOTAL-COUNT.
           MOVE PAST-DEADLINE-AMT TO RPT-TOTAL-AMOUNT.
           WRITE TFILRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE PATMSTR, PATINS, STAYBILL, PREBILLQ, INSMSTR, CLMREG,
                 TFILRPT.
           DISPLAY "** STAYS NOT YET BILLED  " STAYS-UNBILLED.
           DISPLAY "** CLAIMS REJECTED       " CLAIMS-REJECTED.
           DISPLAY "** CLAIMS PENDED         " CLAIMS-PENDED.
           DISPLAY "** URGENT                " ITEMS-URGENT.
           DISPLAY "** PAST DEADLINE         " ITEMS-PAST-DEADLINE.
           DISPLAY "******** NORMAL END OF JOB TFILRPT ********".
       999-EXIT.
           EXIT.
