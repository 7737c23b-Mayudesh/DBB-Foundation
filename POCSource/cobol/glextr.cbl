      *            BAD DEBT  - THE GLPOST WRITE-OFF DETAIL WRITEOFF   *
      *                        WROTE AS IT POSTED:                    *
      *                        DR 6100 BAD DEBT EXP, CR 1200 A/R      *
      *            INTEREST  - THE GLPOST PROMPT-PAY DETAIL REMITPST  *
      *                        WROTE: INTEREST ACCRUED ON LATE PAYER  *
      *                        PAYMENTS -                             *
      *                        DR 1250 INTEREST REC, CR 4600 INTEREST *
      *                        AND THE PAYERS' INTEREST PAYMENTS -    *
      *                        DR 1000 CASH, CR 1250 INTEREST REC     *
      *                                                               *
      *          THE EXTRACT REGISTER SHOWS EACH LEG'S TOTAL FOR      *
      *          TIE-OUT AGAINST THE RECONCIL AND POSTING REGISTERS,  *
      *          AND THE RUN FAILS HARD IF DEBITS AND CREDITS EVER    *
      *          DISAGREE - AN UNBALANCED JOURNAL MUST NOT POST.      *
      *                                                               *
      *          THE JOURNALS ARE DATED IN AN OPEN FISCAL PERIOD      *
      *          (PERCHK AGAINST FISCPER): A RUN WHOSE DATE FALLS IN  *
      *          A CLOSED PERIOD DATES THEM THE FIRST DAY OF THE NEXT *
      *          OPEN ONE.  GLPOST DETAIL DATED IN A CLOSED PERIOD,   *
      *          AND THE DAY'S REVENUE WHEN THE RUN ITSELF MOVED, ARE *
      *          LISTED ON THE PPADJ PRIOR-PERIOD ADJUSTMENT LISTING  *
      *          INSTEAD OF BEING BACK-POSTED.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PPADJ
           ASSIGN TO UT-S-PPADJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMCOST
           DATA RECORD IS GLRPT-REC.
       01  GLRPT-REC                        PIC X(80).

       FD  PPADJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPADJ-REC.
       01  PPADJ-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  OFCODE                  PIC X(2).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-POST-DATE                PIC 9(08) VALUE 0.
           05 WS-PPA-AMOUNT               PIC S9(11)V99 COMP-3
                                                    VALUE +0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 BILLED-LINES-READ        PIC 9(7) COMP VALUE 0.
           05 WS-REVENUE-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CASH-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-WRITEOFF-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-INT-ACCRUED-TOTAL     PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-INT-CASH-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-DEBIT-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-CREDIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.
           05 PRIOR-PERIOD-MOVED       PIC 9(7) COMP VALUE 0.
           05 WS-PRIOR-PERIOD-AMT      PIC S9(11)V99 COMP-3 VALUE +0.

       COPY GLPOSTRC.

       COPY GLJRNL.

       COPY PERCHKP.

       COPY PPADJLN.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ITEMCOST, GLPOST.
           OPEN OUTPUT GLJRNL, GLRPT, PPADJ.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE.
           WRITE GLRPT-REC FROM RPT-HEADER-LINE.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-SET-POST-DATE - THE DATE THE JOURNALS CARRY: TODAY,     *
      *    UNLESS TODAY'S PERIOD IS ALREADY CLOSED, IN WHICH CASE THE  *
      *    FIRST DAY OF THE NEXT OPEN PERIOD.  WITHOUT THE PERIOD      *
      *    FILE THE RUN POSTS AS DATED AND WARNS.                      *
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
           MOVE 'GLEXTR  '   TO PPA-HDR-PROGRAM.
           MOVE WS-RUN-DATE  TO PPA-HDR-RUN-DATE.
           MOVE WS-POST-DATE TO PPA-HDR-POST-DATE.
           WRITE PPADJ-REC FROM PPA-HEADER-LINE.
           WRITE PPADJ-REC FROM PPA-COLUMN-LINE.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-TOTAL-ITEMCOST - THE DAY'S BILLED REVENUE, SAME LEG     *
      *    RECONCIL TOTALS IN 500-TOTAL-ITEMCOST, SO THE TWO           *
           ADD +1 TO POSTINGS-READ.
           IF GLP-WRITEOFF
               ADD GLP-AMOUNT TO WS-WRITEOFF-TOTAL
           ELSE
           IF GLP-INTEREST-ACCRUED
               ADD GLP-AMOUNT TO WS-INT-ACCRUED-TOTAL
           ELSE
           IF GLP-INTEREST-CASH
               ADD GLP-AMOUNT TO WS-INT-CASH-TOTAL
           ELSE
               ADD GLP-AMOUNT TO WS-CASH-TOTAL.
           PERFORM 220-CHECK-POST-PERIOD THRU 220-EXIT.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    220-CHECK-POST-PERIOD - THE POSTING PROGRAMS DATE THEIR     *
      *    DETAIL IN AN OPEN PERIOD, BUT FINANCE MAY HAVE CLOSED IT    *
      *    SINCE.  SUCH DETAIL JOURNALS UNDER THIS RUN'S DATE AND IS   *
      *    LISTED.  A RUN THAT MOVED AS A WHOLE IS ALREADY ON THE      *
      *    POSTING PROGRAM'S OWN LISTING.                              *
      ******************************************************************
       220-CHECK-POST-PERIOD.
           MOVE 'CHK '        TO PCK-FUNCTION.
           MOVE GLP-POST-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD NOT = ZERO OR NOT PCK-PERIOD-CLOSED
               GO TO 220-EXIT.
           IF GLP-PAYER-CASH
               MOVE 'PAYER PMT' TO PPA-TRAN-TYPE
           ELSE
           IF GLP-PATIENT-CASH
               MOVE 'PATIENT PMT' TO PPA-TRAN-TYPE
           ELSE
           IF GLP-WRITEOFF
               MOVE 'WRITE-OFF' TO PPA-TRAN-TYPE
           ELSE
           IF GLP-INTEREST-ACCRUED
               MOVE 'INT ACCRUAL' TO PPA-TRAN-TYPE
           ELSE
               MOVE 'INTEREST PMT' TO PPA-TRAN-TYPE.
           MOVE GLP-PATIENT-ID TO PPA-REFERENCE.
           MOVE GLP-AMOUNT     TO WS-PPA-AMOUNT.
           MOVE GLP-POST-DATE  TO PPA-TRAN-DATE.
           MOVE 'DATED IN A CLOSED PERIOD'       TO PPA-REASON.
           PERFORM 800-WRITE-PPADJ-LINE THRU 800-EXIT.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    500-WRITE-JOURNALS - ONE BALANCED DEBIT/CREDIT PAIR PER     *
      *    NON-ZERO LEG.  DEBITS MUST EQUAL CREDITS AT THE END OR      *
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT.

      *    THE BILLED DETAIL CARRIES NO DATE OF ITS OWN - IT BELONGS
      *    TO TODAY, SO IT IS LISTED WHEN TODAY'S PERIOD IS CLOSED.
           IF WS-REVENUE-TOTAL > ZERO
                   AND WS-POST-DATE NOT = WS-RUN-DATE
               MOVE 'BILLED REV'      TO PPA-TRAN-TYPE
               MOVE 'ITEMCOST'        TO PPA-REFERENCE
               MOVE WS-REVENUE-TOTAL  TO WS-PPA-AMOUNT
               MOVE WS-RUN-DATE       TO PPA-TRAN-DATE
               MOVE 'RUN DATE IN CLOSED PERIOD'      TO PPA-REASON
               PERFORM 800-WRITE-PPADJ-LINE THRU 800-EXIT.

           IF WS-CASH-TOTAL > ZERO
               MOVE "1000" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               MOVE "1200" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT.

           IF WS-INT-ACCRUED-TOTAL > ZERO
               MOVE "1250" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               MOVE "PROMPT-PAY INTEREST ACCRUED   " TO
                   GLJ-DESCRIPTION
               MOVE "REMITPST" TO GLJ-SOURCE
               MOVE WS-INT-ACCRUED-TOTAL TO GLJ-AMOUNT
               PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT
               MOVE "4600" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT.

           IF WS-INT-CASH-TOTAL > ZERO
               MOVE "1000" TO GLJ-ACCOUNT
               MOVE "D"    TO GLJ-DEBIT-CREDIT
               MOVE "PROMPT-PAY INTEREST RECEIVED  " TO
                   GLJ-DESCRIPTION
               MOVE "REMITPST" TO GLJ-SOURCE
               MOVE WS-INT-CASH-TOTAL TO GLJ-AMOUNT
               PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT
               MOVE "1250" TO GLJ-ACCOUNT
               MOVE "C"    TO GLJ-DEBIT-CREDIT
               PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT.
       500-EXIT.
           EXIT.

       550-WRITE-ONE-JOURNAL.
           MOVE WS-POST-DATE TO GLJ-RUN-DATE.
           WRITE GLJRNL-REC FROM GL-JOURNAL-REC.
           ADD +1 TO JOURNALS-WRITTEN.
           IF GLJ-IS-DEBIT
       550-EXIT.
           EXIT.

       800-WRITE-PPADJ-LINE.
           MOVE WS-PPA-AMOUNT TO PPA-AMOUNT.
           MOVE WS-POST-DATE  TO PPA-POST-DATE.
           WRITE PPADJ-REC FROM PPA-DETAIL-LINE.
           ADD +1 TO PRIOR-PERIOD-MOVED.
           ADD WS-PPA-AMOUNT TO WS-PRIOR-PERIOD-AMT.
       800-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'REVENUE (TIES TO RECONCIL):   ' TO RPT-TOTAL-LABEL.
           MOVE 'WRITE-OFFS (TIES WRITEOFF):   ' TO RPT-TOTAL-LABEL.
           MOVE WS-WRITEOFF-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'INTEREST ACCRUED (REMITPST):  ' TO RPT-TOTAL-LABEL.
           MOVE WS-INT-ACCRUED-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'INTEREST RECEIVED (REMITPST): ' TO RPT-TOTAL-LABEL.
           MOVE WS-INT-CASH-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL DEBITS:                 ' TO RPT-TOTAL-LABEL.
           MOVE WS-DEBIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GLRPT-REC FROM RPT-TOTAL-LINE.
               WRITE GLRPT-REC FROM RPT-TOTAL-LINE
               DISPLAY "*** JOURNAL OUT OF BALANCE - DO NOT POST ***"
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY.
           MOVE 'PRIOR-PERIOD ITEMS MOVED:     ' TO RPT-TOTAL-LABEL.
           MOVE WS-PRIOR-PERIOD-AMT TO RPT-TOTAL-AMOUNT.
           WRITE GLRPT-REC FROM RPT-TOTAL-LINE.
           MOVE PRIOR-PERIOD-MOVED  TO PPA-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO PPA-TOTAL-AMOUNT.
           WRITE PPADJ-REC FROM PPA-TOTAL-LINE.
           CLOSE GLJRNL, GLRPT, PPADJ.
           DISPLAY "** BILLED LINES READ  " BILLED-LINES-READ.
           DISPLAY "** POSTINGS READ      " POSTINGS-READ.
           DISPLAY "** JOURNALS WRITTEN   " JOURNALS-WRITTEN.
