      *           DAYS HOLDS THE ACCOUNT AT ITS CURRENT STEP.         *
      *           ADDRESSES COME FROM PRSNMSTR AS ON THE PATSTMT      *
      *           STATEMENTS.                                         *
      *           NO LETTER GOES TO AN ADDRESS RTNMAIL HAS FLAGGED    *
      *           UNDELIVERABLE; THE ACCOUNT WAITS AT ITS STEP UNTIL  *
      *           THE ADDRESS IS CORRECTED.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
              88 DUNNCTL-IS-NEW VALUE "Y".
           05 WS-GUARANTOR-SW             PIC X(01) VALUE "N".
              88 ADDRESSED-TO-GUARANTOR VALUE "Y".
           05 WS-SUPPRESS-SW              PIC X(01) VALUE "N".
              88 ACCOUNT-SUPPRESSED VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-HELD            PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-ON-PLAN         PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-SKIPPED         PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-SUPPRESSED      PIC 9(7) COMP VALUE 0.
           05 ACCOUNTS-BAD-ADDRESS     PIC 9(7) COMP VALUE 0.
           05 WS-PLACED-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.

       COPY ARBAL.
               ADD +1 TO ACCOUNTS-ON-PLAN
               GO TO 200-EXIT.

      *    A DECEASED, BANKRUPT OR ATTORNEY-REPRESENTED ACCOUNT DRAWS
      *    NO LETTER AND IS NEVER PLACED WITH THE AGENCY - COLLBLD
      *    PUTS IT ON THE ESTATE/BANKRUPTCY CLAIM WORKLIST INSTEAD.
           PERFORM 430-FIND-GUARANTOR THRU 430-EXIT.
           PERFORM 440-CHECK-ACCT-STATUS THRU 440-EXIT.
           IF ACCOUNT-SUPPRESSED
               ADD +1 TO ACCOUNTS-SUPPRESSED
               GO TO 200-EXIT.

           PERFORM 300-GET-DUNNCTL THRU 300-EXIT.
           IF DUN-IS-PLACED
               GO TO 200-EXIT.
               END-IF
           END-IF.

      *    NO LETTER TO AN ADDRESS THE POST OFFICE HAS RETURNED MAIL
      *    FROM.  DUNNCTL IS LEFT ALONE, SO THE NOTICE GOES OUT AT
      *    THE SAME STEP ONCE REGISTRATION CORRECTS THE ADDRESS.
           IF ADDRESSED-TO-GUARANTOR
               IF GUA-ADDR-UNDELIVERABLE
                   ADD +1 TO ACCOUNTS-BAD-ADDRESS
                   GO TO 400-EXIT
               END-IF
           ELSE
               IF PRSN-ADDR-UNDELIVERABLE
                   ADD +1 TO ACCOUNTS-BAD-ADDRESS
                   GO TO 400-EXIT
               END-IF
           END-IF.

           EVALUATE WS-NEXT-LETTER
             WHEN 1
               MOVE 'FIRST PAYMENT NOTICE          ' TO LTR-TITLE
       430-EXIT.
           EXIT.

      *    THE PATIENT'S OWN STATUS OR THAT OF THE GUARANTOR BEING
      *    CHASED - EITHER ONE STOPS THE COLLECTION TREATMENT.
       440-CHECK-ACCT-STATUS.
           MOVE "440-CHECK-ACCT-STATUS" TO PARA-NAME.
           MOVE "N" TO WS-SUPPRESS-SW.
           IF PATMSTR-FOUND AND PATIENT-ACCT-SUPPRESSED
               MOVE "Y" TO WS-SUPPRESS-SW.
           IF ADDRESSED-TO-GUARANTOR AND GUA-ACCT-SUPPRESSED
               MOVE "Y" TO WS-SUPPRESS-SW.
       440-EXIT.
           EXIT.

       500-PUT-DUNNCTL.
           MOVE "500-PUT-DUNNCTL" TO PARA-NAME.
           MOVE DUN-PATIENT-ID TO DUNNCTL-REC-KEY.
           MOVE 'ACCOUNTS SKIPPED (NO ADDRESS):' TO RPT-TOTAL-LABEL.
           MOVE ACCOUNTS-SKIPPED TO RPT-TOTAL-COUNT.
           WRITE DUNNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SUPPRESSED (ACCOUNT STATUS):  ' TO RPT-TOTAL-LABEL.
           MOVE ACCOUNTS-SUPPRESSED TO RPT-TOTAL-COUNT.
           WRITE DUNNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'HELD (ADDRESS UNDELIVERABLE): ' TO RPT-TOTAL-LABEL.
           MOVE ACCOUNTS-BAD-ADDRESS TO RPT-TOTAL-COUNT.
           WRITE DUNNRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE ARBAL, DUNNCTL, PRSNMSTR, PATMSTR, GUARMSTR, PAYPLAN,
                 DUNLTRS, COLLEXT, DUNNRPT.
           DISPLAY "** ARBAL RECORDS READ   " RECORDS-READ.
