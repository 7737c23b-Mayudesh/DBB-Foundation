      *           PAGE OVERFLOW RESTARTS THE HEADING BLOCK EVERY 55   *
      *           LINES.  THE STATEMENT REGISTER (COUNT AND TOTAL     *
      *           BILLED) BALANCES THE RUN AGAINST THE BILLING PASS.  *
      *                                                               *
      *           EVERY STATEMENT ENDS WITH A REMITTANCE STUB WITH    *
      *           THE SCAN LINE (PATIENT ID, STATEMENT DATE, AMOUNT   *
      *           DUE AND A SCANDGT CHECK DIGIT) THE BANK LOCKBOX     *
      *           READS; LBXPOST POSTS THE PAYMENTS FROM IT.          *
      *                                                               *
      *           STATEMENTS FOR AN ADDRESS RTNMAIL HAS FLAGGED       *
      *           UNDELIVERABLE ARE HELD, NOT PRINTED, AND COUNTED ON *
      *           THE REGISTER UNTIL THE ADDRESS IS CORRECTED.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 WS-PAGE-LIMIT               PIC 9(03) VALUE 55.
           05 WS-GUARANTOR-SW             PIC X(01) VALUE "N".
              88 ADDRESSED-TO-GUARANTOR VALUE "Y".
           05 WS-SUPPRESS-SW              PIC X(01) VALUE "N".
              88 ACCOUNT-SUPPRESSED VALUE "Y".
           05 WS-AMOUNT-DUE               PIC S9(09)V99 COMP-3
                                                    VALUE +0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 STATEMENTS-WRITTEN       PIC 9(7) COMP VALUE 0.
           05 STATEMENTS-SUPPRESSED    PIC 9(7) COMP VALUE 0.
           05 STATEMENTS-HELD-ADDRESS  PIC 9(7) COMP VALUE 0.
           05 LINES-READ               PIC 9(7) COMP VALUE 0.
           05 WS-STMT-BILLED           PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-RUN-BILLED            PIC S9(11)V99 COMP-3 VALUE +0.

       COPY PAYPLAN.

       COPY SCANLINP.

      * BUSINESS-CALENDAR GUARD - A RUN LANDING ON A NON-WORKDAY
      * DEFERS ITSELF SO THE SCHEDULER RETRIES ON THE NEXT
           05  MNY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  STMT-TEAR-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               '- - - DETACH AND RETURN THIS PORTION WITH YOUR PAYMENT -
      -        ' - -'.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  STMT-STUB-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'PATIENT ID: '.
           05  STB-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(19) VALUE
               '   STATEMENT DATE: '.
           05  STB-STMT-DATE           PIC 9(08).
           05  FILLER                  PIC X(15) VALUE
               '   AMOUNT DUE: '.
           05  STB-AMOUNT-DUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(30) VALUE
               '   AMOUNT ENCLOSED: __________'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  STMT-SCAN-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  SCL-PATIENT-ID          PIC X(06).
           05  SCL-STMT-DATE           PIC 9(08).
           05  SCL-AMOUNT-DUE          PIC 9(07)V99.
           05  SCL-CHECK-DIGIT         PIC 9(01).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  REG-TOTAL-LINE.
           05  REG-TOTAL-LABEL         PIC X(30).
           05  REG-TOTAL-COUNT         PIC ZZZ,ZZ9.
      *    ADDRESSED TO THE RESPONSIBLE PARTY; OTHERWISE THE
      *    PRSNMSTR ADDRESS AS ALWAYS.
           PERFORM 230-FIND-GUARANTOR THRU 230-EXIT.

      *    A DECEASED, BANKRUPT OR ATTORNEY-REPRESENTED ACCOUNT IS
      *    NOT MAILED - COLLBLD PUTS IT ON THE CLAIM WORKLIST.
           PERFORM 240-CHECK-ACCT-STATUS THRU 240-EXIT.
           IF ACCOUNT-SUPPRESSED
               ADD +1 TO STATEMENTS-SUPPRESSED
               MOVE "N" TO WS-STMT-OPEN-SW
               GO TO 200-EXIT.

      *    THE POST OFFICE HAS SENT MAIL BACK FROM THIS ADDRESS -
      *    HOLD THE STATEMENT UNTIL REGISTRATION GETS A NEW ONE.
           IF ADDRESSED-TO-GUARANTOR AND GUA-ADDR-UNDELIVERABLE
               ADD +1 TO STATEMENTS-HELD-ADDRESS
               MOVE "N" TO WS-STMT-OPEN-SW
               GO TO 200-EXIT.

           IF NOT ADDRESSED-TO-GUARANTOR
               MOVE ITEMCOST-PATIENT-ID(1:6) TO PRSN-REC-KEY
               READ PRSNMSTR INTO PATIENT-PERSONAL
                   MOVE "N" TO WS-STMT-OPEN-SW
                   GO TO 200-EXIT
               END-IF
               IF PRSN-ADDR-UNDELIVERABLE
                   ADD +1 TO STATEMENTS-HELD-ADDRESS
                   MOVE "N" TO WS-STMT-OPEN-SW
                   GO TO 200-EXIT
               END-IF
           END-IF.

           MOVE "Y" TO WS-STMT-OPEN-SW.
       230-EXIT.
           EXIT.

      *    THE PATIENT'S OWN STATUS OR THAT OF THE GUARANTOR BEING
      *    BILLED - EITHER ONE STOPS THE STATEMENT.
       240-CHECK-ACCT-STATUS.
           MOVE "240-CHECK-ACCT-STATUS" TO PARA-NAME.
           MOVE "N" TO WS-SUPPRESS-SW.
           IF PATMSTR-FOUND AND PATIENT-ACCT-SUPPRESSED
               MOVE "Y" TO WS-SUPPRESS-SW.
           IF ADDRESSED-TO-GUARANTOR AND GUA-ACCT-SUPPRESSED
               MOVE "Y" TO WS-SUPPRESS-SW.
       240-EXIT.
           EXIT.

       250-PRINT-ADDRESS-LINE.
           WRITE STMTOUT-REC FROM STMT-ADDRESS-LINE.
           ADD +1 TO WS-LINE-COUNT.
      ******************************************************************
      *    400-CLOSE-STATEMENT - PAYMENTS AND BALANCE FROM ARBAL,      *
      *    THEN THE REGISTER LINE.  A PATIENT WITH NO RECEIVABLE YET   *
      *    SHOWS THE CYCLE'S BILLED TOTAL AS THE AMOUNT DUE.  THE      *
      *    REMITTANCE STUB CLOSES THE STATEMENT.                       *
      ******************************************************************
       400-CLOSE-STATEMENT.
           MOVE "400-CLOSE-STATEMENT" TO PARA-NAME.
           ELSE
               MOVE 'BALANCE NOW DUE:            ' TO MNY-LABEL
               MOVE WS-STMT-BILLED TO MNY-AMOUNT
               WRITE STMTOUT-REC FROM STMT-MONEY-LINE
               MOVE WS-STMT-BILLED TO WS-AMOUNT-DUE.

           PERFORM 470-PRINT-REMIT-STUB THRU 470-EXIT.

           ADD +1 TO STATEMENTS-WRITTEN.
           ADD WS-STMT-BILLED TO WS-RUN-BILLED.
               MOVE 'INSTALLMENT NOW DUE:        ' TO MNY-LABEL
               MOVE PLN-MONTHLY-AMT TO MNY-AMOUNT
               WRITE STMTOUT-REC FROM STMT-MONEY-LINE
               MOVE PLN-MONTHLY-AMT TO WS-AMOUNT-DUE
           ELSE
               MOVE 'BALANCE NOW DUE:            ' TO MNY-LABEL
               MOVE AR-BALANCE-AMT TO MNY-AMOUNT
               WRITE STMTOUT-REC FROM STMT-MONEY-LINE
               MOVE AR-BALANCE-AMT TO WS-AMOUNT-DUE.
       450-EXIT.
           EXIT.

      ******************************************************************
      *    470-PRINT-REMIT-STUB - THE TEAR-OFF STUB THE PATIENT MAILS  *
      *    BACK TO THE LOCKBOX WITH THE PAYMENT.  THE SCAN LINE IS     *
      *    WHAT THE BANK READS: PATIENT ID, STATEMENT DATE, THE        *
      *    AMOUNT ASKED FOR (ZERO ON A CREDIT BALANCE) AND THE SCANDGT *
      *    CHECK DIGIT.                                                *
      ******************************************************************
       470-PRINT-REMIT-STUB.
           MOVE "470-PRINT-REMIT-STUB" TO PARA-NAME.
           IF WS-AMOUNT-DUE < ZERO
               MOVE ZERO TO WS-AMOUNT-DUE.
           MOVE 'GEN '                  TO SCN-FUNCTION.
           MOVE WS-PREV-PATIENT-ID(1:6) TO SCN-PATIENT-ID.
           MOVE WS-RUN-DATE             TO SCN-STMT-DATE.
           MOVE WS-AMOUNT-DUE           TO SCN-AMOUNT-DUE.
           MOVE ZERO                    TO SCN-CHECK-DIGIT.
           CALL 'SCANDGT' USING SCAN-LINE-PARMS.
           IF SCN-RETURN-CD NOT = ZERO
               DISPLAY "** SCAN LINE NOT BUILT, STUB HAS NO SCAN LINE: "
                       WS-PREV-PATIENT-ID
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.

           MOVE SPACES TO STMTOUT-REC.
           WRITE STMTOUT-REC.
           WRITE STMTOUT-REC FROM STMT-TEAR-LINE.
           MOVE SPACES TO STMTOUT-REC.
           WRITE STMTOUT-REC.
           MOVE SCN-PATIENT-ID  TO STB-PATIENT-ID.
           MOVE SCN-STMT-DATE   TO STB-STMT-DATE.
           MOVE WS-AMOUNT-DUE   TO STB-AMOUNT-DUE.
           WRITE STMTOUT-REC FROM STMT-STUB-LINE.
           MOVE SPACES TO STMTOUT-REC.
           WRITE STMTOUT-REC.
           IF SCN-RETURN-CD = ZERO
               MOVE SCN-PATIENT-ID  TO SCL-PATIENT-ID
               MOVE SCN-STMT-DATE   TO SCL-STMT-DATE
               MOVE SCN-AMOUNT-DUE  TO SCL-AMOUNT-DUE
               MOVE SCN-CHECK-DIGIT TO SCL-CHECK-DIGIT
               WRITE STMTOUT-REC FROM STMT-SCAN-LINE
           END-IF.
           ADD +6 TO WS-LINE-COUNT.
       470-EXIT.
           EXIT.

       900-READ-ITEMCOST.
           READ ITEMCOST
               AT END MOVE "N" TO MORE-DATA-SW
           MOVE STATEMENTS-WRITTEN TO REG-TOTAL-COUNT.
           MOVE WS-RUN-BILLED      TO REG-TOTAL-AMOUNT.
           WRITE STMTREG-REC FROM REG-TOTAL-LINE.
           MOVE 'SUPPRESSED (ACCOUNT STATUS):  ' TO REG-TOTAL-LABEL.
           MOVE STATEMENTS-SUPPRESSED TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE STMTREG-REC FROM REG-TOTAL-LINE.
           MOVE 'HELD (ADDRESS UNDELIVERABLE): ' TO REG-TOTAL-LABEL.
           MOVE STATEMENTS-HELD-ADDRESS TO REG-TOTAL-COUNT.
           MOVE ZERO               TO REG-TOTAL-AMOUNT.
           WRITE STMTREG-REC FROM REG-TOTAL-LINE.
           CLOSE ITEMCOST, PRSNMSTR, PATMSTR, GUARMSTR, DIAGMSTR,
                 ARBAL, PAYPLAN, STMTOUT, STMTREG.
           DISPLAY "** ITEMCOST LINES READ   " LINES-READ.
