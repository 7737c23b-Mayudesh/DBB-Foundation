       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  INTDUE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * INTDUE - MONTHLY PROMPT-PAY INTEREST DUE RUN.  PASSES THE     *
      *          INTRCV INTEREST RECEIVABLE FILE FRONT TO BACK (THE   *
      *          KEY KEEPS EACH PAYER'S CLAIMS TOGETHER) AND, FOR     *
      *          EVERY PAYER WITH INTEREST STILL OPEN:                *
      *                                                               *
      *            - WRITES ONE DEMAND LETTER TO INTLTRS, ADDRESSED   *
      *              FROM INSMSTR, LISTING EACH LATE-PAID CLAIM WITH  *
      *              ITS DAYS LATE, RATE AND INTEREST DUE, AND THE    *
      *              PAYER'S TOTAL                                    *
      *            - LISTS THE SAME CLAIMS ON THE INTEREST-DUE REPORT *
      *              WITH A SUBTOTAL PER PAYER                        *
      *                                                               *
      *          EACH CLAIM DEMANDED HAS ITS LAST DEMAND DATE AND     *
      *          DEMAND COUNT STAMPED ON INTRCV.  REMITPST OPENS THE  *
      *          RECEIVABLES AS LATE PAYMENTS POST AND CLOSES THEM AS *
      *          THE PAYERS' INTEREST PAYMENTS ARRIVE.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INTRCV
                  ASSIGN       to INTRCV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is INTRCV-REC-KEY
                  FILE STATUS  is INTRCV-STATUS.

           SELECT INSMSTR
                  ASSIGN       to INSMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is INS-MSTR-REC-KEY
                  FILE STATUS  is INSMSTR-STATUS.

           SELECT INTLTRS
           ASSIGN TO UT-S-INTLTRS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT INTRPT
           ASSIGN TO UT-S-INTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  INTRCV
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS INTRCV-FD-REC.
       01  INTRCV-FD-REC.
           05 INTRCV-REC-KEY   PIC X(16).
           05 FILLER           PIC X(104).

       FD  INSMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS INSMSTR-FD-REC.
       01  INSMSTR-FD-REC.
           05 INS-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(194).

       FD  INTLTRS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTLTRS-REC.
       01  INTLTRS-REC                      PIC X(132).

       FD  INTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTRPT-REC.
       01  INTRPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  INTRCV-STATUS           PIC X(2).
               88 INTRCV-OK            VALUE "00".
           05  INSMSTR-STATUS          PIC X(2).
               88 INSMSTR-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-PREV-PAYER-ID            PIC X(06) VALUE SPACES.
           05 WS-OUTSTANDING              PIC S9(07)V99 COMP-3
                                                    VALUE +0.

      *    THE PAYER IN PROGRESS.
       01  PAYER-COUNTS.
           05 PY-CLAIMS                   PIC 9(05) COMP VALUE 0.
           05 PY-OUTSTANDING              PIC S9(09)V99 COMP-3
                                                    VALUE +0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECEIVABLES-READ         PIC 9(7) COMP VALUE 0.
           05 CLAIMS-DEMANDED          PIC 9(7) COMP VALUE 0.
           05 PAYERS-BILLED            PIC 9(7) COMP VALUE 0.
           05 PAYERS-NOT-ON-FILE       PIC 9(7) COMP VALUE 0.
           05 WS-TOTAL-OUTSTANDING     PIC S9(11)V99 COMP-3 VALUE +0.

       COPY INTRCV.

       COPY INSMSTR.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  LTR-ADDRESS-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LTR-ADR-TEXT            PIC X(40).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  LTR-ATTN-BUILD.
           05  FILLER                  PIC X(06) VALUE 'ATTN: '.
           05  LAB-CONTACT             PIC X(25).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  LTR-CITY-BUILD.
           05  LCB-CITY                PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LCB-STATE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LCB-ZIP                 PIC X(09).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  LTR-HEADING-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LTR-TITLE               PIC X(30) VALUE
               'PROMPT-PAY INTEREST DEMAND    '.
           05  FILLER                  PIC X(14) VALUE '      DATED: '.
           05  LTR-DATE                PIC 9(08).
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  LTR-BODY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LTR-BODY-TEXT           PIC X(70).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  LTR-CLAIM-HEADING.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CLAIM NO'.
           05  FILLER                  PIC X(08) VALUE 'PATIENT'.
           05  FILLER                  PIC X(10) VALUE 'PAID ON'.
           05  FILLER                  PIC X(07) VALUE ' LATE'.
           05  FILLER                  PIC X(15) VALUE
               '  AMOUNT PAID'.
           05  FILLER                  PIC X(09) VALUE '   RATE'.
           05  FILLER                  PIC X(10) VALUE '  INTEREST'.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  LTR-CLAIM-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LCL-CONTROL-NUMBER      PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCL-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCL-PAYMENT-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCL-DAYS-LATE           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCL-PRINCIPAL           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCL-RATE                PIC Z9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCL-INTEREST            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  LTR-MONEY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LTR-MNY-LABEL           PIC X(28).
           05  LTR-MNY-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** PROMPT-PAY INTEREST DUE BY PAYER - RUN:  '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'PAYER'.
           05  FILLER                  PIC X(11) VALUE 'CLAIM NO'.
           05  FILLER                  PIC X(07) VALUE 'PATIENT'.
           05  FILLER                  PIC X(03) VALUE 'ST'.
           05  FILLER                  PIC X(02) VALUE 'T'.
           05  FILLER                  PIC X(09) VALUE 'CLEAN'.
           05  FILLER                  PIC X(09) VALUE 'DUE'.
           05  FILLER                  PIC X(09) VALUE 'PAID'.
           05  FILLER                  PIC X(06) VALUE ' LATE'.
           05  FILLER                  PIC X(08) VALUE '   RATE'.
           05  FILLER                  PIC X(14) VALUE
               '    PRINCIPAL'.
           05  FILLER                  PIC X(11) VALUE '  INTEREST'.
           05  FILLER                  PIC X(11) VALUE '  RECEIVED'.
           05  FILLER                  PIC X(11) VALUE '  OPEN DUE'.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PAYER-ID            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-CONTROL-NUMBER      PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-STATE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PAYER-TYPE          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-CLEAN-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PAYMENT-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DAYS-LATE           PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RATE                PIC Z9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PRINCIPAL           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-INTEREST            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RECEIVED            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-OUTSTANDING         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  RPT-PAYER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'PAYER  '.
           05  PYL-PAYER-ID            PIC X(06).
           05  FILLER                  PIC X(10) VALUE
               '  CLAIMS: '.
           05  PYL-CLAIMS              PIC ZZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  INTEREST DUE:   '.
           05  PYL-OUTSTANDING         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O INTRCV.
           IF NOT INTRCV-OK
               OPEN OUTPUT INTRCV
               CLOSE INTRCV
               OPEN I-O INTRCV.
           OPEN INPUT INSMSTR.
           OPEN OUTPUT INTLTRS, INTRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE, LTR-DATE.
           WRITE INTRPT-REC FROM RPT-HEADER-1.
           WRITE INTRPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-INTRCV THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-WORK-RECEIVABLE THRU 200-EXIT.
           PERFORM 900-READ-INTRCV THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-WORK-RECEIVABLE - AN OPEN ROW WITH INTEREST STILL OWED  *
      *    GOES ON THE PAYER'S LETTER AND THE REPORT.  A NEW PAYER     *
      *    CLOSES THE LAST PAYER'S LETTER AND STARTS ITS OWN.          *
      ******************************************************************
       200-WORK-RECEIVABLE.
           MOVE "200-WORK-RECEIVABLE" TO PARA-NAME.
           IF NOT IRC-IS-OPEN
               GO TO 200-EXIT.
           COMPUTE WS-OUTSTANDING = IRC-INTEREST-AMT - IRC-RECEIVED-AMT.
           IF WS-OUTSTANDING NOT > ZERO
               GO TO 200-EXIT.

           IF IRC-PAYER-ID NOT = WS-PREV-PAYER-ID
               IF WS-PREV-PAYER-ID NOT = SPACES
                   PERFORM 500-CLOSE-PAYER THRU 500-EXIT
               END-IF
               PERFORM 400-OPEN-PAYER THRU 400-EXIT
               MOVE IRC-PAYER-ID TO WS-PREV-PAYER-ID.

           PERFORM 450-LIST-CLAIM THRU 450-EXIT.

           MOVE WS-RUN-DATE TO IRC-LAST-DEMAND-DATE.
           IF IRC-DEMAND-COUNT < 99
               ADD +1 TO IRC-DEMAND-COUNT.
           REWRITE INTRCV-FD-REC FROM INTEREST-RECEIVABLE-REC.
           IF NOT INTRCV-OK
               DISPLAY "** INTRCV UPDATE FAILED, STATUS "
                       INTRCV-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    400-OPEN-PAYER - LETTER HEADING AND ADDRESS BLOCK FROM      *
      *    INSMSTR, THEN THE DEMAND TEXT AND CLAIM HEADING.            *
      ******************************************************************
       400-OPEN-PAYER.
           MOVE "400-OPEN-PAYER" TO PARA-NAME.
           MOVE ZERO TO PY-CLAIMS, PY-OUTSTANDING.
           WRITE INTLTRS-REC FROM LTR-HEADING-LINE
               AFTER ADVANCING PAGE.

           MOVE IRC-PAYER-ID TO INS-MSTR-REC-KEY.
           READ INSMSTR INTO INSURANCE-MASTER-REC.
           IF INSMSTR-FOUND
               MOVE INS-MSTR-NAME          TO LTR-ADR-TEXT
               WRITE INTLTRS-REC FROM LTR-ADDRESS-LINE
               IF INS-MSTR-PAYER-CONTACT NOT = SPACES
                   MOVE INS-MSTR-PAYER-CONTACT TO LAB-CONTACT
                   MOVE LTR-ATTN-BUILD      TO LTR-ADR-TEXT
                   WRITE INTLTRS-REC FROM LTR-ADDRESS-LINE
               END-IF
               MOVE INS-MSTR-ADDRESS       TO LTR-ADR-TEXT
               WRITE INTLTRS-REC FROM LTR-ADDRESS-LINE
               MOVE INS-MSTR-CITY          TO LCB-CITY
               MOVE INS-MSTR-STATE         TO LCB-STATE
               MOVE INS-MSTR-ZIP           TO LCB-ZIP
               MOVE LTR-CITY-BUILD         TO LTR-ADR-TEXT
               WRITE INTLTRS-REC FROM LTR-ADDRESS-LINE
           ELSE
               DISPLAY "** PAYER NOT ON INSMSTR, LETTER UNADDRESSED: "
                       IRC-PAYER-ID
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               ADD +1 TO PAYERS-NOT-ON-FILE
               MOVE SPACES       TO LTR-ADR-TEXT
               MOVE IRC-PAYER-ID TO LTR-ADR-TEXT
               WRITE INTLTRS-REC FROM LTR-ADDRESS-LINE.
           MOVE SPACES TO INTLTRS-REC.
           WRITE INTLTRS-REC.

           MOVE 'THE CLAIMS BELOW WERE PAID AFTER THE STATE PROMPT-PAY
      -         'PERIOD FOR A CLEAN' TO LTR-BODY-TEXT.
           WRITE INTLTRS-REC FROM LTR-BODY-LINE.
           MOVE 'CLAIM.  STATE LAW ENTITLES US TO INTEREST ON EACH LATE
      -         ' PAYMENT.' TO LTR-BODY-TEXT.
           WRITE INTLTRS-REC FROM LTR-BODY-LINE.
           MOVE 'PLEASE REMIT THE INTEREST SHOWN, REFERENCING EACH CLAIM
      -         ' NUMBER.' TO LTR-BODY-TEXT.
           WRITE INTLTRS-REC FROM LTR-BODY-LINE.
           MOVE SPACES TO INTLTRS-REC.
           WRITE INTLTRS-REC.
           WRITE INTLTRS-REC FROM LTR-CLAIM-HEADING.
           ADD +1 TO PAYERS-BILLED.
       400-EXIT.
           EXIT.

       450-LIST-CLAIM.
           MOVE "450-LIST-CLAIM" TO PARA-NAME.
           MOVE IRC-CONTROL-NUMBER TO LCL-CONTROL-NUMBER.
           MOVE IRC-PATIENT-ID     TO LCL-PATIENT-ID.
           MOVE IRC-PAYMENT-DATE   TO LCL-PAYMENT-DATE.
           MOVE IRC-DAYS-LATE      TO LCL-DAYS-LATE.
           MOVE IRC-PRINCIPAL-AMT  TO LCL-PRINCIPAL.
           MOVE IRC-ANNUAL-RATE    TO LCL-RATE.
           MOVE WS-OUTSTANDING     TO LCL-INTEREST.
           WRITE INTLTRS-REC FROM LTR-CLAIM-LINE.

           MOVE IRC-PAYER-ID       TO DTL-PAYER-ID.
           MOVE IRC-CONTROL-NUMBER TO DTL-CONTROL-NUMBER.
           MOVE IRC-PATIENT-ID     TO DTL-PATIENT-ID.
           MOVE IRC-STATE          TO DTL-STATE.
           MOVE IRC-PAYER-TYPE     TO DTL-PAYER-TYPE.
           MOVE IRC-CLEAN-DATE     TO DTL-CLEAN-DATE.
           MOVE IRC-DUE-DATE       TO DTL-DUE-DATE.
           MOVE IRC-PAYMENT-DATE   TO DTL-PAYMENT-DATE.
           MOVE IRC-DAYS-LATE      TO DTL-DAYS-LATE.
           MOVE IRC-ANNUAL-RATE    TO DTL-RATE.
           MOVE IRC-PRINCIPAL-AMT  TO DTL-PRINCIPAL.
           MOVE IRC-INTEREST-AMT   TO DTL-INTEREST.
           MOVE IRC-RECEIVED-AMT   TO DTL-RECEIVED.
           MOVE WS-OUTSTANDING     TO DTL-OUTSTANDING.
           WRITE INTRPT-REC FROM RPT-DETAIL-LINE.

           ADD +1 TO PY-CLAIMS, CLAIMS-DEMANDED.
           ADD WS-OUTSTANDING TO PY-OUTSTANDING, WS-TOTAL-OUTSTANDING.
       450-EXIT.
           EXIT.

       500-CLOSE-PAYER.
           MOVE "500-CLOSE-PAYER" TO PARA-NAME.
           MOVE SPACES TO INTLTRS-REC.
           WRITE INTLTRS-REC.
           MOVE 'TOTAL INTEREST DUE:         ' TO LTR-MNY-LABEL.
           MOVE PY-OUTSTANDING TO LTR-MNY-AMOUNT.
           WRITE INTLTRS-REC FROM LTR-MONEY-LINE.

           MOVE WS-PREV-PAYER-ID TO PYL-PAYER-ID.
           MOVE PY-CLAIMS        TO PYL-CLAIMS.
           MOVE PY-OUTSTANDING   TO PYL-OUTSTANDING.
           WRITE INTRPT-REC FROM RPT-PAYER-LINE.
       500-EXIT.
           EXIT.

       900-READ-INTRCV.
           READ INTRCV INTO INTEREST-RECEIVABLE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECEIVABLES-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-PREV-PAYER-ID NOT = SPACES
               PERFORM 500-CLOSE-PAYER THRU 500-EXIT.
           MOVE 'INTEREST RECEIVABLES READ:    ' TO RPT-TOTAL-LABEL.
           MOVE RECEIVABLES-READ TO RPT-TOTAL-COUNT.
           MOVE ZERO TO RPT-TOTAL-AMOUNT.
           WRITE INTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CLAIMS DEMANDED:              ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-DEMANDED TO RPT-TOTAL-COUNT.
           MOVE WS-TOTAL-OUTSTANDING TO RPT-TOTAL-AMOUNT.
           WRITE INTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PAYERS SENT A DEMAND LETTER:  ' TO RPT-TOTAL-LABEL.
           MOVE PAYERS-BILLED TO RPT-TOTAL-COUNT.
           MOVE ZERO TO RPT-TOTAL-AMOUNT.
           WRITE INTRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PAYERS NOT ON INSMSTR:        ' TO RPT-TOTAL-LABEL.
           MOVE PAYERS-NOT-ON-FILE TO RPT-TOTAL-COUNT.
           WRITE INTRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE INTRCV, INSMSTR, INTLTRS, INTRPT.
           DISPLAY "** CLAIMS DEMANDED      " CLAIMS-DEMANDED.
           DISPLAY "** PAYERS BILLED        " PAYERS-BILLED.
           DISPLAY "******** NORMAL END OF JOB INTDUE ********".
       999-EXIT.
           EXIT.
