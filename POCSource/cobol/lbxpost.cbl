       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  LBXPOST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * LBXPOST - DAILY PATIENT LOCKBOX POSTING.  READS THE BANK'S    *
      *           LOCKBOX FILE (SEE LOCKBOX) - ONE ITEM PER CHECK     *
      *           MAILED IN WITH A PATSTMT REMITTANCE STUB - AND      *
      *           PROVES EACH ITEM BEFORE IT POSTS:                   *
      *                                                               *
      *             - THE SCAN LINE MUST PASS THE SCANDGT CHECK DIGIT *
      *             - THE PATIENT MUST HAVE AN ARBAL RECEIVABLE WITH  *
      *               A BALANCE STILL OWING                           *
      *             - THE CHECK MAY NOT EXCEED THAT BALANCE           *
      *                                                               *
      *           A GOOD ITEM IS WRITTEN TO LBXREMIT AS A PATIENT     *
      *           PAYMENT (TYPE P, SEE REMITREC) AND POSTS THROUGH    *
      *           REMITPST WITH THE REST OF THE DAY'S PAYMENTS, SO    *
      *           THE CASHIERS NO LONGER KEY IT.  ANY OTHER ITEM GOES *
      *           TO THE LBXEXCP EXCEPTION REPORT FOR THE CASHIERS TO *
      *           RESOLVE BY HAND.  A CHECK FOR OTHER THAN THE STUB   *
      *           AMOUNT STILL POSTS - PATIENTS PAY PART OF A         *
      *           BALANCE - BUT IS COUNTED ON THE REGISTER.  THE      *
      *           REGISTER PROVES ITEMS READ = POSTED + EXCEPTIONS,   *
      *           COUNT AND DOLLARS.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOCKBOX
           ASSIGN TO UT-S-LOCKBOX
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LBXREMIT
           ASSIGN TO UT-S-LBXREMIT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LBXEXCP
           ASSIGN TO UT-S-LBXEXCP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT ARBAL
                  ASSIGN       to ARBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ARBAL-REC-KEY
                  FILE STATUS  is ARBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOCKBOX-IN-REC.
       01  LOCKBOX-IN-REC                   PIC X(80).

       FD  LBXREMIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LBXREMIT-REC.
       01  LBXREMIT-REC                     PIC X(80).

       FD  LBXEXCP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LBXEXCP-REC.
       01  LBXEXCP-REC                      PIC X(132).

       FD  ARBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARBAL-FD-REC.
       01  ARBAL-FD-REC.
           05 ARBAL-REC-KEY    PIC X(06).
           05 FILLER           PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ARBAL-STATUS            PIC X(2).
               88 ARBAL-FOUND          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-EXCEPTION-REASON         PIC X(30) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 ITEMS-READ               PIC 9(7) COMP VALUE 0.
           05 ITEMS-POSTED             PIC 9(7) COMP VALUE 0.
           05 ITEMS-EXCEPTED           PIC 9(7) COMP VALUE 0.
           05 ITEMS-OFF-STUB           PIC 9(7) COMP VALUE 0.
           05 WS-READ-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-POSTED-AMT            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-EXCEPTED-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-OFF-STUB-AMT          PIC S9(11)V99 COMP-3 VALUE +0.

       COPY LOCKBOX.

       COPY REMITREC.

       COPY ARBAL.

       COPY SCANLINP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
               '** LOCKBOX POSTING EXCEPTIONS - RUN DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'BATCH'.
           05  FILLER                  PIC X(06) VALUE 'ITEM'.
           05  FILLER                  PIC X(10) VALUE 'DEPOSITED'.
           05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(16) VALUE
               '        AMOUNT  '.
           05  FILLER                  PIC X(26) VALUE 'SCAN LINE'.
           05  FILLER                  PIC X(30) VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-BATCH-NO            PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ITEM-NO             PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DEPOSIT-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-CHECK-NO            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PAID-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SCAN-LINE           PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REASON              PIC X(30).
           05  FILLER                  PIC X(25) VALUE SPACES.

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
           IF ITEMS-EXCEPTED > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LOCKBOX, ARBAL.
           OPEN OUTPUT LBXREMIT, LBXEXCP.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE LBXEXCP-REC FROM RPT-HEADER-1.
           WRITE LBXEXCP-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-LOCKBOX THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-ITEM THRU 300-EXIT.
           PERFORM 900-READ-LOCKBOX THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    300-EDIT-ITEM - THE CHECK AMOUNT, THEN THE SCAN LINE, THEN  *
      *    THE RECEIVABLE IT NAMES.  THE FIRST FAILURE SENDS THE ITEM  *
      *    TO THE EXCEPTION REPORT.                                    *
      ******************************************************************
       300-EDIT-ITEM.
           MOVE "300-EDIT-ITEM" TO PARA-NAME.
           IF LBX-PAID-AMT NOT NUMERIC OR LBX-PAID-AMT = ZERO
               MOVE 'NO PAYMENT AMOUNT' TO WS-EXCEPTION-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.

           IF LBX-SCAN-LINE = SPACES
               MOVE 'NO SCAN LINE - STUB MISSING' TO
                   WS-EXCEPTION-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.

           MOVE 'VER '          TO SCN-FUNCTION.
           MOVE LBX-SCAN-LINE   TO SCN-SCAN-LINE.
           CALL 'SCANDGT' USING SCAN-LINE-PARMS.
           IF SCN-RETURN-CD = 4
               MOVE 'SCAN LINE CHECK DIGIT FAILED' TO
                   WS-EXCEPTION-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.
           IF SCN-RETURN-CD NOT = ZERO
               MOVE 'SCAN LINE UNREADABLE' TO WS-EXCEPTION-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.

           MOVE LBX-SCAN-PATIENT-ID TO ARBAL-REC-KEY.
           READ ARBAL INTO RECEIVABLE-BALANCE-REC.
           IF NOT ARBAL-FOUND
               MOVE 'NO RECEIVABLE FOR PATIENT' TO WS-EXCEPTION-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.

           IF AR-BALANCE-AMT NOT > ZERO
               MOVE 'NO BALANCE OWING ON ACCOUNT' TO
                   WS-EXCEPTION-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.

           IF LBX-PAID-AMT > AR-BALANCE-AMT
               MOVE 'PAYMENT EXCEEDS BALANCE OWING' TO
                   WS-EXCEPTION-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.

           PERFORM 500-WRITE-PAYMENT THRU 500-EXIT.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    500-WRITE-PAYMENT - THE PATIENT PAYMENT REMITPST POSTS.     *
      *    THE REFERENCE CARRIES THE LOCKBOX BATCH AND ITEM SO THE     *
      *    POSTING TRACES BACK TO THE BANK'S DEPOSIT.                  *
      ******************************************************************
       500-WRITE-PAYMENT.
           MOVE "500-WRITE-PAYMENT" TO PARA-NAME.
           MOVE SPACES               TO REMITTANCE-REC.
           MOVE LBX-SCAN-PATIENT-ID  TO RMT-PATIENT-ID.
           MOVE 'P'                  TO RMT-PAYMENT-TYPE.
           MOVE LBX-PAID-AMT         TO RMT-AMOUNT.
           MOVE LBX-DEPOSIT-DATE     TO RMT-PAYMENT-DATE.
           STRING 'LBX' LBX-BATCH-NO LBX-ITEM-NO
               DELIMITED BY SIZE INTO RMT-REFERENCE
           END-STRING.
           WRITE LBXREMIT-REC FROM REMITTANCE-REC.
           ADD +1 TO ITEMS-POSTED.
           ADD LBX-PAID-AMT TO WS-POSTED-AMT.

           IF LBX-PAID-AMT NOT = LBX-SCAN-AMOUNT-DUE
               ADD +1 TO ITEMS-OFF-STUB
               ADD LBX-PAID-AMT TO WS-OFF-STUB-AMT.
       500-EXIT.
           EXIT.

       700-WRITE-EXCEPTION.
           MOVE LBX-BATCH-NO        TO DTL-BATCH-NO.
           MOVE LBX-ITEM-NO         TO DTL-ITEM-NO.
           MOVE LBX-DEPOSIT-DATE    TO DTL-DEPOSIT-DATE.
           MOVE LBX-CHECK-NO        TO DTL-CHECK-NO.
           IF LBX-PAID-AMT NUMERIC
               MOVE LBX-PAID-AMT    TO DTL-PAID-AMT
               ADD LBX-PAID-AMT     TO WS-EXCEPTED-AMT
           ELSE
               MOVE ZERO            TO DTL-PAID-AMT.
           MOVE LBX-SCAN-LINE       TO DTL-SCAN-LINE.
           MOVE WS-EXCEPTION-REASON TO DTL-REASON.
           WRITE LBXEXCP-REC FROM RPT-DETAIL-LINE.
           ADD +1 TO ITEMS-EXCEPTED.
       700-EXIT.
           EXIT.

       900-READ-LOCKBOX.
           READ LOCKBOX INTO LOCKBOX-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO ITEMS-READ.
           IF LBX-PAID-AMT NUMERIC
               ADD LBX-PAID-AMT TO WS-READ-AMT.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO LBXEXCP-REC.
           WRITE LBXEXCP-REC.
           MOVE 'LOCKBOX ITEMS READ:           ' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-READ TO RPT-TOTAL-COUNT.
           MOVE WS-READ-AMT TO RPT-TOTAL-AMOUNT.
           WRITE LBXEXCP-REC FROM RPT-TOTAL-LINE.
           MOVE 'POSTED AS PATIENT PAYMENTS:   ' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-POSTED TO RPT-TOTAL-COUNT.
           MOVE WS-POSTED-AMT TO RPT-TOTAL-AMOUNT.
           WRITE LBXEXCP-REC FROM RPT-TOTAL-LINE.
           MOVE '  PAID OTHER THAN STUB AMOUNT:' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-OFF-STUB TO RPT-TOTAL-COUNT.
           MOVE WS-OFF-STUB-AMT TO RPT-TOTAL-AMOUNT.
           WRITE LBXEXCP-REC FROM RPT-TOTAL-LINE.
           MOVE 'EXCEPTIONS FOR THE CASHIERS:  ' TO RPT-TOTAL-LABEL.
           MOVE ITEMS-EXCEPTED TO RPT-TOTAL-COUNT.
           MOVE WS-EXCEPTED-AMT TO RPT-TOTAL-AMOUNT.
           WRITE LBXEXCP-REC FROM RPT-TOTAL-LINE.
           CLOSE LOCKBOX, ARBAL, LBXREMIT, LBXEXCP.
           DISPLAY "** LOCKBOX ITEMS READ   " ITEMS-READ.
           DISPLAY "** ITEMS POSTED         " ITEMS-POSTED.
           DISPLAY "** ITEMS TO EXCEPTIONS  " ITEMS-EXCEPTED.
           DISPLAY "******** NORMAL END OF JOB LBXPOST ********".
       999-EXIT.
           EXIT.
