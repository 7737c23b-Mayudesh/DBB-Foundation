      *            DENLOUT FILE (SEE DENLREC) FOR THE DENIAL WORK     *
      *            QUEUE INSTEAD OF POSTING, SO THE BILLING OFFICE    *
      *            SEES WHY THE BALANCE NEVER MOVED.                  *
      *                                                               *
      *            A PAYER PAYMENT ON A PROFESSIONAL-FEE CLAIM (CLAIM *
      *            TYPE 'P') DOES NOT TOUCH ARBAL, WHICH CARRIES THE  *
      *            FACILITY RECEIVABLE: IT POSTS TO THE PROFESSIONAL  *
      *            CLMREG ROW AND THE GL FEED ONLY, AND THE REGISTER  *
      *            REPORTS FACILITY AND PROFESSIONAL PAYER DOLLARS    *
      *            SEPARATELY.                                        *
      *                                                               *
      *            A PAYER PAYMENT THAT ARRIVES AFTER THE STATE       *
      *            PROMPT-PAY WINDOW (PROMPTPY, BY THE PAYER'S STATE  *
      *            AND TYPE ON INSMSTR) ACCRUES THE STATUTORY         *
      *            INTEREST ON THE INTRCV INTEREST RECEIVABLE AND THE *
      *            GL FEED.  THE PAYER'S INTEREST PAYMENTS (TYPE I)   *
      *            POST AGAINST INTRCV, NOT ARBAL.                    *
      *                                                               *
      *            EVERY GL FEED RECORD IS DATED IN AN OPEN FISCAL    *
      *            PERIOD (PERCHK AGAINST FISCPER).  A PAYMENT DATED  *
      *            IN A PERIOD FINANCE HAS CLOSED - OR A RUN WHOSE    *
      *            OWN DATE FALLS IN ONE - IS BOOKED IN THE NEXT OPEN *
      *            PERIOD AND LISTED ON THE PPADJ PRIOR-PERIOD        *
      *            ADJUSTMENT LISTING INSTEAD OF BEING BACK-POSTED.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PPADJ
           ASSIGN TO UT-S-PPADJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT ARBAL
                  ASSIGN       to ARBAL
                  ORGANIZATION is INDEXED
                  RECORD KEY   is CLMREG-REC-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT INSMSTR
                  ASSIGN       to INSMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is INS-MSTR-REC-KEY
                  FILE STATUS  is INSMSTR-STATUS.

           SELECT PROMPTPY
                  ASSIGN       to PROMPTPY
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PROMPTPY-REC-KEY
                  FILE STATUS  is PROMPTPY-STATUS.

           SELECT INTRCV
                  ASSIGN       to INTRCV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is INTRCV-REC-KEY
                  FILE STATUS  is INTRCV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITIN
           DATA RECORD IS REMITRPT-REC.
       01  REMITRPT-REC                     PIC X(80).

       FD  PPADJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPADJ-REC.
       01  PPADJ-REC                        PIC X(132).

       FD  ARBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARBAL-FD-REC.
           05 CLMREG-REC-KEY   PIC X(16).
           05 FILLER           PIC X(64).

       FD  INSMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS INSMSTR-FD-REC.
       01  INSMSTR-FD-REC.
           05 INS-MSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(194).

       FD  PROMPTPY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROMPTPY-FD-REC.
       01  PROMPTPY-FD-REC.
           05 PROMPTPY-REC-KEY PIC X(03).
           05 FILLER           PIC X(77).

       FD  INTRCV
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS INTRCV-FD-REC.
       01  INTRCV-FD-REC.
           05 INTRCV-REC-KEY   PIC X(16).
           05 FILLER           PIC X(104).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ARBAL-STATUS            PIC X(2).
               88 PAYPLAN-FOUND        VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-OK            VALUE "00".
           05  INSMSTR-STATUS          PIC X(2).
               88 INSMSTR-FOUND        VALUE "00".
           05  PROMPTPY-STATUS         PIC X(2).
               88 PROMPTPY-FOUND       VALUE "00".
           05  INTRCV-STATUS           PIC X(2).
               88 INTRCV-FOUND         VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-POST-DATE                PIC 9(08) VALUE 0.
           05 ARBAL-NEW-SW                PIC X(01) VALUE "N".
              88 ARBAL-IS-NEW VALUE "Y".
           05 CLAIM-SCAN-SW               PIC X(01) VALUE "N".
              88 CLAIM-SCAN-DONE VALUE "Y".
           05 INTEREST-SCAN-SW            PIC X(01) VALUE "N".
              88 INTEREST-SCAN-DONE VALUE "Y".
           05 INTEREST-APPLIED-SW         PIC X(01) VALUE "N".
              88 INTEREST-APPLIED VALUE "Y".

      *    PROMPT-PAY INTEREST WORK FOR THE PAYMENT IN HAND.
       01  PROMPT-PAY-FIELDS.
           05 WS-CLEAN-DATE               PIC 9(08) VALUE 0.
           05 WS-DUE-DATE                 PIC 9(08) VALUE 0.
           05 WS-DAYS-LATE                PIC S9(07) VALUE +0.
           05 WS-INTEREST-AMT             PIC S9(07)V99 COMP-3
                                                    VALUE +0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 PAYMENTS-READ            PIC 9(7) COMP VALUE 0.
           05 DENIALS-CAPTURED         PIC 9(7) COMP VALUE 0.
           05 UNDERPAYMENTS-FLAGGED    PIC 9(7) COMP VALUE 0.
           05 RECEIVABLES-OPENED       PIC 9(7) COMP VALUE 0.
           05 FAC-PAYER-POSTED         PIC 9(7) COMP VALUE 0.
           05 PROF-PAYER-POSTED        PIC 9(7) COMP VALUE 0.
           05 WS-POSTED-PAYER          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-POSTED-PROF           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-POSTED-PATIENT        PIC S9(11)V99 COMP-3 VALUE +0.
           05 LATE-PAYMENTS            PIC 9(7) COMP VALUE 0.
           05 INTEREST-PAYMENTS-POSTED PIC 9(7) COMP VALUE 0.
           05 WS-INTEREST-ACCRUED      PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-INTEREST-RECEIVED     PIC S9(11)V99 COMP-3 VALUE +0.
           05 PRIOR-PERIOD-MOVED       PIC 9(7) COMP VALUE 0.
           05 WS-PRIOR-PERIOD-AMT      PIC S9(11)V99 COMP-3 VALUE +0.

       COPY REMITREC.


       COPY PATMSTR.

       COPY INSMSTR.

       COPY PROMPTPY.

       COPY INTRCV.

       COPY DATESRVP.

       COPY PERCHKP.

       COPY PPADJLN.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REMITIN, PATMSTR, INSMSTR, PROMPTPY.
           OPEN I-O ARBAL, PAYPLAN, CLMREG.
           OPEN I-O INTRCV.
           IF NOT INTRCV-FOUND
               OPEN OUTPUT INTRCV
               CLOSE INTRCV
               OPEN I-O INTRCV.
           OPEN OUTPUT REMITERR, REMITRPT, DENLOUT, GLPOST, UNDRPAY.
           OPEN OUTPUT PPADJ.
           MOVE '** REMITTANCE POSTING REGISTER **' TO REMITRPT-REC.
           WRITE REMITRPT-REC.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.
           PERFORM 900-READ-REMITIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-SET-POST-DATE - THE DATE THIS RUN STAMPS ON THE GL      *
      *    FEED: TODAY, UNLESS TODAY'S PERIOD IS ALREADY CLOSED, IN    *
      *    WHICH CASE THE FIRST DAY OF THE NEXT OPEN PERIOD.  WITHOUT  *
      *    THE PERIOD FILE THE RUN POSTS AS DATED AND WARNS.           *
      ******************************************************************
       050-SET-POST-DATE.
           MOVE "050-SET-POST-DATE" TO PARA-NAME.
           MOVE WS-RUN-DATE TO WS-POST-DATE.
           MOVE 'CHK '      TO PCK-FUNCTION.
           MOVE WS-RUN-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO
               MOVE PCK-POST-DATE TO WS-POST-DATE
           ELSE
               DISPLAY "** FISCAL PERIOD NOT CHECKED, RETURN "
                       PCK-RETURN-CD
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           IF WS-POST-DATE NOT = WS-RUN-DATE
               DISPLAY "** RUN DATE IN A CLOSED PERIOD, POSTING AS "
                       WS-POST-DATE.
           MOVE 'REMITPST'   TO PPA-HDR-PROGRAM.
           MOVE WS-RUN-DATE  TO PPA-HDR-RUN-DATE.
           MOVE WS-POST-DATE TO PPA-HDR-POST-DATE.
           WRITE PPADJ-REC FROM PPA-HEADER-LINE.
           WRITE PPADJ-REC FROM PPA-COLUMN-LINE.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-PAYMENT THRU 300-EXIT.
               GO TO 300-EXIT.

           IF NOT RMT-PAYER-PAYMENT AND NOT RMT-PATIENT-PAYMENT
                   AND NOT RMT-INTEREST-PAYMENT
               MOVE "*** INVALID PAYMENT TYPE - NOT Y, P OR I" TO
                   RMTERR-MSG
               PERFORM 710-WRITE-REMITERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF NOT RMT-FACILITY-CLAIM AND NOT RMT-PROFESSIONAL-CLAIM
               MOVE "*** INVALID CLAIM TYPE - MUST BE F OR P" TO
                   RMTERR-MSG
               PERFORM 710-WRITE-REMITERR THRU 710-EXIT
               GO TO 300-EXIT.

      *    A PAYER'S PROMPT-PAY INTEREST PAYMENT CLEARS THE INTEREST
      *    RECEIVABLE; IT NEVER TOUCHES THE STAY'S BALANCE.
           IF RMT-INTEREST-PAYMENT
               PERFORM 590-POST-INTEREST THRU 590-EXIT
               GO TO 300-EXIT.

      *    ONLY A PAYER PAYS A PROFESSIONAL-FEE CLAIM; THE PATIENT'S
      *    OWN PAYMENTS ALWAYS POST AGAINST THE STAY'S RECEIVABLE.
           IF RMT-PROFESSIONAL-CLAIM
               IF RMT-PATIENT-PAYMENT
                   MOVE "*** PROFESSIONAL TYPE ON PATIENT PAYMENT" TO
                       RMTERR-MSG
                   PERFORM 710-WRITE-REMITERR THRU 710-EXIT
               ELSE
                   PERFORM 520-POST-PROFESSIONAL THRU 520-EXIT
               END-IF
               GO TO 300-EXIT.

           PERFORM 400-GET-RECEIVABLE THRU 400-EXIT.
           IF NOT ARBAL-FOUND AND NOT ARBAL-IS-NEW
               GO TO 300-EXIT.
           IF RMT-PAYER-PAYMENT
               ADD RMT-AMOUNT TO AR-PAID-PAYER-AMT
               ADD RMT-AMOUNT TO WS-POSTED-PAYER
               ADD +1 TO FAC-PAYER-POSTED
           ELSE
               ADD RMT-AMOUNT TO AR-PAID-PATIENT-AMT
               ADD RMT-AMOUNT TO WS-POSTED-PATIENT.
           MOVE RMT-PAYMENT-TYPE TO GLP-TYPE.
           MOVE RMT-PATIENT-ID   TO GLP-PATIENT-ID.
           MOVE RMT-AMOUNT       TO GLP-AMOUNT.
           MOVE WS-POST-DATE     TO GLP-POST-DATE.
           WRITE GLPOST-REC FROM GL-POSTING-REC.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.

           IF RMT-PATIENT-PAYMENT
               PERFORM 550-ADVANCE-PLAN THRU 550-EXIT.
       500-EXIT.
           EXIT.

      ******************************************************************
      *    520-POST-PROFESSIONAL - A PAYER PAYMENT ON A PROFESSIONAL-  *
      *    FEE CLAIM.  THE PHYSICIANS' FEES NEVER WENT INTO THE STAY'S *
      *    ARBAL BALANCE, SO THE PAYMENT POSTS TO THE GL FEED AND THE  *
      *    PROFESSIONAL CLMREG ROW ONLY.  THE PATIENT MUST STILL BE    *
      *    ON PATMSTR.                                                 *
      ******************************************************************
       520-POST-PROFESSIONAL.
           MOVE "520-POST-PROFESSIONAL" TO PARA-NAME.
           MOVE RMT-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** PROFESSIONAL PAYMENT, NOT ON PATMSTR" TO
                   RMTERR-MSG
               PERFORM 710-WRITE-REMITERR THRU 710-EXIT
               GO TO 520-EXIT.
           ADD RMT-AMOUNT TO WS-POSTED-PROF.
           ADD +1 TO PROF-PAYER-POSTED.
           ADD +1 TO PAYMENTS-POSTED.

           INITIALIZE GL-POSTING-REC.
           MOVE RMT-PAYMENT-TYPE TO GLP-TYPE.
           MOVE RMT-PATIENT-ID   TO GLP-PATIENT-ID.
           MOVE RMT-AMOUNT       TO GLP-AMOUNT.
           MOVE WS-POST-DATE     TO GLP-POST-DATE.
           WRITE GLPOST-REC FROM GL-POSTING-REC.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.

           PERFORM 560-MARK-CLAIM-PAID THRU 560-EXIT.
       520-EXIT.
           EXIT.

      ******************************************************************
      *    550-ADVANCE-PLAN - A POSTED PATIENT PAYMENT COUNTS AS THE   *
      *    NEXT INSTALLMENT ON AN ACTIVE PAYMENT PLAN.  THE LAST       *
      *    560-MARK-CLAIM-PAID - POST THE PAYMENT DATE AND DOLLARS     *
      *    BACK TO THE PAYER'S OLDEST UNPAID CLMREG ENTRY FOR THIS     *
      *    PATIENT, SO THE REGISTER KNOWS HOW LONG THE PAYER TOOK.     *
      *    ONLY A ROW OF THE PAYMENT'S OWN CLAIM TYPE QUALIFIES - A    *
      *    FACILITY PAYMENT NEVER CLOSES A PHYSICIAN'S CLAIM.          *
      *    A PAYMENT WITH NO REGISTER ENTRY IS NOT AN ERROR - THE      *
      *    CLAIM MAY PREDATE THE REGISTER.                             *
      ******************************************************************
           IF CRG-PATIENT-ID NOT = RMT-PATIENT-ID
                   OR CRG-PAID-DATE NOT = ZERO
               GO TO 570-EXIT.
           IF RMT-PROFESSIONAL-CLAIM AND NOT CRG-PROFESSIONAL-CLAIM
               GO TO 570-EXIT.
           IF RMT-FACILITY-CLAIM AND NOT CRG-FACILITY-CLAIM
               GO TO 570-EXIT.
           MOVE RMT-PAYMENT-DATE TO CRG-PAID-DATE.
           ADD RMT-AMOUNT TO CRG-PAID-AMOUNT.
           REWRITE CLMREG-FD-REC FROM CLAIM-REGISTER-REC.
               WRITE UNDRPAY-REC FROM UNDERPAYMENT-REC
               ADD +1 TO UNDERPAYMENTS-FLAGGED
           END-IF.

           PERFORM 580-CHECK-PROMPT-PAY THRU 580-EXIT.
       570-EXIT.
           EXIT.

      ******************************************************************
      *    580-CHECK-PROMPT-PAY - WAS THIS PAYMENT LATE UNDER THE      *
      *    STATE PROMPT-PAY LAW?  THE PAYER'S STATE AND TYPE PICK THE  *
      *    PROMPTPY ROW (STATE '**' IS THE FALLBACK).  THE CLOCK RUNS  *
      *    FROM THE CLEAN-CLAIM DATE - THE EXTRACT DATE, OR THE        *
      *    PAYER'S LATER STATUS DATE ONCE IT HAS ANSWERED THE CLAIM -  *
      *    FOR THE ROW'S PROMPT-PAY DAYS.  EACH DAY PAST THAT EARNS    *
      *    SIMPLE INTEREST ON THE AMOUNT PAID AT THE ANNUAL RATE.      *
      ******************************************************************
       580-CHECK-PROMPT-PAY.
           MOVE "580-CHECK-PROMPT-PAY" TO PARA-NAME.
           MOVE CRG-PAYER-ID TO INS-MSTR-REC-KEY.
           READ INSMSTR INTO INSURANCE-MASTER-REC.
           IF NOT INSMSTR-FOUND OR INS-MSTR-PAYER-TYPE = SPACE
               GO TO 580-EXIT.
           MOVE INS-MSTR-STATE      TO PPY-STATE.
           MOVE INS-MSTR-PAYER-TYPE TO PPY-PAYER-TYPE.
           MOVE PPY-KEY             TO PROMPTPY-REC-KEY.
           READ PROMPTPY INTO PROMPT-PAY-REC.
           IF NOT PROMPTPY-FOUND
               MOVE '**'                TO PPY-STATE
               MOVE INS-MSTR-PAYER-TYPE TO PPY-PAYER-TYPE
               MOVE PPY-KEY             TO PROMPTPY-REC-KEY
               READ PROMPTPY INTO PROMPT-PAY-REC.
           IF NOT PROMPTPY-FOUND OR PPY-ANNUAL-RATE = ZERO
               GO TO 580-EXIT.

           MOVE CRG-EXTRACT-DATE TO WS-CLEAN-DATE.
           IF NOT CRG-STATUS-SENT AND CRG-STATUS-DATE > WS-CLEAN-DATE
               MOVE CRG-STATUS-DATE TO WS-CLEAN-DATE.
           MOVE 'ADD '           TO DSRV-FUNCTION.
           MOVE WS-CLEAN-DATE    TO DSRV-DATE-1.
           MOVE PPY-PROMPT-DAYS  TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** BAD CLEAN-CLAIM DATE ON CLAIM "
                       CRG-PAYER-ID " " CRG-CONTROL-NUMBER
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 580-EXIT.
           MOVE DSRV-DATE-2 TO WS-DUE-DATE.
           IF RMT-PAYMENT-DATE NOT > WS-DUE-DATE
               GO TO 580-EXIT.

           MOVE 'DIF '           TO DSRV-FUNCTION.
           MOVE WS-DUE-DATE      TO DSRV-DATE-1.
           MOVE RMT-PAYMENT-DATE TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** BAD PAYMENT DATE ON CLAIM "
                       CRG-PAYER-ID " " CRG-CONTROL-NUMBER
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 580-EXIT.
           MOVE DSRV-DAYS TO WS-DAYS-LATE.
           IF WS-DAYS-LATE > 99999
               MOVE 99999 TO WS-DAYS-LATE.
           COMPUTE WS-INTEREST-AMT ROUNDED =
               RMT-AMOUNT * PPY-ANNUAL-RATE / 100
                          * WS-DAYS-LATE / 365.
           IF WS-INTEREST-AMT NOT > ZERO
               GO TO 580-EXIT.
           PERFORM 585-PUT-INTEREST THRU 585-EXIT.
       580-EXIT.
           EXIT.

      ******************************************************************
      *    585-PUT-INTEREST - OPEN (OR ADD TO) THE CLAIM'S INTEREST    *
      *    RECEIVABLE AND SEND THE ACCRUAL TO THE GL FEED.             *
      ******************************************************************
       585-PUT-INTEREST.
           MOVE "585-PUT-INTEREST" TO PARA-NAME.
           MOVE CRG-REG-KEY TO INTRCV-REC-KEY.
           READ INTRCV INTO INTEREST-RECEIVABLE-REC.
           IF INTRCV-FOUND
               ADD RMT-AMOUNT      TO IRC-PRINCIPAL-AMT
               ADD WS-INTEREST-AMT TO IRC-INTEREST-AMT
           ELSE
               INITIALIZE INTEREST-RECEIVABLE-REC
               MOVE CRG-REG-KEY     TO IRC-KEY
               MOVE CRG-PATIENT-ID  TO IRC-PATIENT-ID
               MOVE CRG-CLAIM-TYPE  TO IRC-CLAIM-TYPE
               MOVE WS-CLEAN-DATE   TO IRC-CLEAN-DATE
               MOVE WS-DUE-DATE     TO IRC-DUE-DATE
               MOVE RMT-AMOUNT      TO IRC-PRINCIPAL-AMT
               MOVE WS-INTEREST-AMT TO IRC-INTEREST-AMT
               MOVE ZERO            TO IRC-RECEIVED-AMT
               MOVE WS-RUN-DATE     TO IRC-OPENED-DATE.
           MOVE PPY-STATE        TO IRC-STATE.
           MOVE PPY-PAYER-TYPE   TO IRC-PAYER-TYPE.
           MOVE PPY-ANNUAL-RATE  TO IRC-ANNUAL-RATE.
           MOVE RMT-PAYMENT-DATE TO IRC-PAYMENT-DATE.
           MOVE WS-DAYS-LATE     TO IRC-DAYS-LATE.
           MOVE 'O'              TO IRC-STATUS.
           IF INTRCV-FOUND
               REWRITE INTRCV-FD-REC FROM INTEREST-RECEIVABLE-REC
           ELSE
               WRITE INTRCV-FD-REC FROM INTEREST-RECEIVABLE-REC.
           IF NOT INTRCV-FOUND
               DISPLAY "** INTRCV UPDATE FAILED, STATUS "
                       INTRCV-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 585-EXIT.
           ADD +1 TO LATE-PAYMENTS.
           ADD WS-INTEREST-AMT TO WS-INTEREST-ACCRUED.

           INITIALIZE GL-POSTING-REC.
           MOVE "A"              TO GLP-TYPE.
           MOVE CRG-PATIENT-ID   TO GLP-PATIENT-ID.
           MOVE WS-INTEREST-AMT  TO GLP-AMOUNT.
           MOVE WS-POST-DATE     TO GLP-POST-DATE.
           WRITE GLPOST-REC FROM GL-POSTING-REC.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.
       585-EXIT.
           EXIT.

      ******************************************************************
      *    590-POST-INTEREST - A PAYER'S INTEREST PAYMENT GOES TO THE  *
      *    OLDEST OPEN INTEREST RECEIVABLE FOR THE PATIENT AND CLAIM   *
      *    TYPE, AND CLOSES IT ONCE THE INTEREST IS COVERED.  WITH NO  *
      *    OPEN RECEIVABLE TO TAKE IT, THE PAYMENT REJECTS FOR         *
      *    RESEARCH.                                                   *
      ******************************************************************
       590-POST-INTEREST.
           MOVE "590-POST-INTEREST" TO PARA-NAME.
           MOVE "N"          TO INTEREST-SCAN-SW, INTEREST-APPLIED-SW.
           MOVE RMT-PAYER-ID TO IRC-PAYER-ID.
           MOVE ZERO         TO IRC-CONTROL-NUMBER.
           MOVE IRC-KEY      TO INTRCV-REC-KEY.
           START INTRCV KEY NOT < INTRCV-REC-KEY.
           IF INTRCV-FOUND
               PERFORM 595-SCAN-ONE-INTEREST THRU 595-EXIT
                   UNTIL INTEREST-SCAN-DONE.
           IF NOT INTEREST-APPLIED
               MOVE "*** INTEREST PAYMENT, NO OPEN RECEIVABLE" TO
                   RMTERR-MSG
               PERFORM 710-WRITE-REMITERR THRU 710-EXIT
               GO TO 590-EXIT.
           ADD RMT-AMOUNT TO WS-INTEREST-RECEIVED.
           ADD +1 TO INTEREST-PAYMENTS-POSTED.
           ADD +1 TO PAYMENTS-POSTED.

           INITIALIZE GL-POSTING-REC.
           MOVE RMT-PAYMENT-TYPE TO GLP-TYPE.
           MOVE RMT-PATIENT-ID   TO GLP-PATIENT-ID.
           MOVE RMT-AMOUNT       TO GLP-AMOUNT.
           MOVE WS-POST-DATE     TO GLP-POST-DATE.
           WRITE GLPOST-REC FROM GL-POSTING-REC.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.
       590-EXIT.
           EXIT.

       595-SCAN-ONE-INTEREST.
           READ INTRCV NEXT RECORD INTO INTEREST-RECEIVABLE-REC
               AT END MOVE "Y" TO INTEREST-SCAN-SW
               GO TO 595-EXIT
           END-READ.
           IF IRC-PAYER-ID NOT = RMT-PAYER-ID
               MOVE "Y" TO INTEREST-SCAN-SW
               GO TO 595-EXIT.
           IF IRC-PATIENT-ID NOT = RMT-PATIENT-ID
                   OR NOT IRC-IS-OPEN
               GO TO 595-EXIT.
           IF RMT-PROFESSIONAL-CLAIM AND IRC-CLAIM-TYPE NOT = 'P'
               GO TO 595-EXIT.
           IF RMT-FACILITY-CLAIM AND IRC-CLAIM-TYPE = 'P'
               GO TO 595-EXIT.
           ADD RMT-AMOUNT TO IRC-RECEIVED-AMT.
           IF IRC-RECEIVED-AMT NOT < IRC-INTEREST-AMT
               MOVE 'P' TO IRC-STATUS.
           REWRITE INTRCV-FD-REC FROM INTEREST-RECEIVABLE-REC.
           IF NOT INTRCV-FOUND
               DISPLAY "** INTRCV UPDATE FAILED, STATUS "
                       INTRCV-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
           MOVE "Y" TO INTEREST-APPLIED-SW, INTEREST-SCAN-SW.
       595-EXIT.
           EXIT.

      ******************************************************************
      *    600-CAPTURE-DENIAL - WRITE THE DENIAL WITH ITS REASON AND   *
      *    THE STAY'S OPEN BALANCE TO DENLOUT.  DENLLOAD QUEUES IT     *
       710-EXIT.
           EXIT.

      ******************************************************************
      *    800-LIST-PRIOR-PERIOD - THE GL FEED RECORD JUST WRITTEN     *
      *    GOES ON THE PRIOR-PERIOD ADJUSTMENT LISTING WHEN THE        *
      *    PAYMENT IS DATED IN A CLOSED PERIOD, OR WHEN THE RUN ITSELF *
      *    HAD TO POST FORWARD.                                        *
      ******************************************************************
       800-LIST-PRIOR-PERIOD.
           MOVE "800-LIST-PRIOR-PERIOD" TO PARA-NAME.
           MOVE 'CHK '           TO PCK-FUNCTION.
           MOVE RMT-PAYMENT-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO AND PCK-PERIOD-CLOSED
               MOVE 'DATED IN A CLOSED PERIOD'       TO PPA-REASON
           ELSE
           IF WS-POST-DATE NOT = WS-RUN-DATE
               MOVE 'RUN DATE IN CLOSED PERIOD'      TO PPA-REASON
           ELSE
               GO TO 800-EXIT.

           IF GLP-PAYER-CASH
               MOVE 'PAYER PMT' TO PPA-TRAN-TYPE
           ELSE
           IF GLP-PATIENT-CASH
               MOVE 'PATIENT PMT' TO PPA-TRAN-TYPE
           ELSE
           IF GLP-INTEREST-ACCRUED
               MOVE 'INT ACCRUAL' TO PPA-TRAN-TYPE
           ELSE
               MOVE 'INTEREST PMT' TO PPA-TRAN-TYPE.
           MOVE GLP-PATIENT-ID   TO PPA-REFERENCE.
           MOVE GLP-AMOUNT       TO PPA-AMOUNT.
           MOVE RMT-PAYMENT-DATE TO PPA-TRAN-DATE.
           MOVE WS-POST-DATE     TO PPA-POST-DATE.
           WRITE PPADJ-REC FROM PPA-DETAIL-LINE.
           ADD +1 TO PRIOR-PERIOD-MOVED.
           ADD GLP-AMOUNT TO WS-PRIOR-PERIOD-AMT.
       800-EXIT.
           EXIT.

       900-READ-REMITIN.
           READ REMITIN INTO REMITTANCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
           MOVE 'PAYMENTS READ:                ' TO RPT-TOTAL-LABEL.
           MOVE PAYMENTS-READ     TO RPT-TOTAL-COUNT.
           COMPUTE RPT-TOTAL-AMOUNT =
               WS-POSTED-PAYER + WS-POSTED-PROF + WS-POSTED-PATIENT
             + WS-INTEREST-RECEIVED.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PAYMENTS POSTED:              ' TO RPT-TOTAL-LABEL.
           MOVE PAYMENTS-POSTED   TO RPT-TOTAL-COUNT.
           COMPUTE RPT-TOTAL-AMOUNT =
               WS-POSTED-PAYER + WS-POSTED-PROF + WS-POSTED-PATIENT
             + WS-INTEREST-RECEIVED.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'FACILITY PAYER DOLLARS POSTED:' TO RPT-TOTAL-LABEL.
           MOVE FAC-PAYER-POSTED  TO RPT-TOTAL-COUNT.
           MOVE WS-POSTED-PAYER   TO RPT-TOTAL-AMOUNT.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PROFESSIONAL PAYER DOLLARS:   ' TO RPT-TOTAL-LABEL.
           MOVE PROF-PAYER-POSTED TO RPT-TOTAL-COUNT.
           MOVE WS-POSTED-PROF    TO RPT-TOTAL-AMOUNT.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PATIENT DOLLARS POSTED:       ' TO RPT-TOTAL-LABEL.
           MOVE ZERO              TO RPT-TOTAL-COUNT.
           MOVE WS-POSTED-PATIENT TO RPT-TOTAL-AMOUNT.
           MOVE RECEIVABLES-OPENED TO RPT-TOTAL-COUNT.
           MOVE ZERO              TO RPT-TOTAL-AMOUNT.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'LATE PAYMENTS/INTEREST ACCRUED' TO RPT-TOTAL-LABEL.
           MOVE LATE-PAYMENTS     TO RPT-TOTAL-COUNT.
           MOVE WS-INTEREST-ACCRUED TO RPT-TOTAL-AMOUNT.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'INTEREST PAYMENTS POSTED:     ' TO RPT-TOTAL-LABEL.
           MOVE INTEREST-PAYMENTS-POSTED TO RPT-TOTAL-COUNT.
           MOVE WS-INTEREST-RECEIVED TO RPT-TOTAL-AMOUNT.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PRIOR-PERIOD ITEMS MOVED:     ' TO RPT-TOTAL-LABEL.
           MOVE PRIOR-PERIOD-MOVED TO RPT-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO RPT-TOTAL-AMOUNT.
           WRITE REMITRPT-REC FROM RPT-TOTAL-LINE.
           MOVE PRIOR-PERIOD-MOVED  TO PPA-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO PPA-TOTAL-AMOUNT.
           WRITE PPADJ-REC FROM PPA-TOTAL-LINE.
           CLOSE REMITIN, PATMSTR, ARBAL, PAYPLAN, CLMREG, REMITERR,
                 REMITRPT, DENLOUT, GLPOST, UNDRPAY, INSMSTR,
                 PROMPTPY, INTRCV, PPADJ.
           DISPLAY "** PAYMENTS READ     " PAYMENTS-READ.
           DISPLAY "** PAYMENTS POSTED   " PAYMENTS-POSTED.
           DISPLAY "** PAYMENTS REJECTED " PAYMENTS-REJECTED.
