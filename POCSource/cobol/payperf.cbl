      *             - AN AGING OF CLAIMS STILL UNPAID (30/60/90/      *
      *               120-PLUS DAYS FROM EXTRACT)                     *
      *                                                               *
      *           SENT AND PAID ARE ALSO SPLIT BETWEEN FACILITY CLAIMS *
      *           AND THE PHYSICIANS' PROFESSIONAL-FEE CLAIMS (CLMREG *
      *           CLAIM TYPE), PER PAYER AND FOR THE WHOLE REGISTER.  *
      *                                                               *
      *           AGE IS COMPUTED ON THE SAME 365/30-DAY CONVENTION   *
      *           AS ARAGING.  THIS IS THE NUMBERS PAGE FOR THE       *
      *           CONTRACT RENEWAL CONVERSATION.                      *
           05 PYR-DOLLARS-PAID         PIC S9(11)V99 COMP-3 VALUE +0.
           05 PYR-DOLLARS-UNPAID       PIC S9(11)V99 COMP-3 VALUE +0.
           05 PYR-PAY-DAYS             PIC S9(09) COMP-3 VALUE +0.
           05 PYR-FAC-SENT             PIC 9(7) COMP VALUE 0.
           05 PYR-FAC-PAID             PIC 9(7) COMP VALUE 0.
           05 PYR-PROF-SENT            PIC 9(7) COMP VALUE 0.
           05 PYR-PROF-PAID            PIC 9(7) COMP VALUE 0.
           05 PYR-FAC-DOLLARS-SENT     PIC S9(11)V99 COMP-3 VALUE +0.
           05 PYR-FAC-DOLLARS-PAID     PIC S9(11)V99 COMP-3 VALUE +0.
           05 PYR-PROF-DOLLARS-SENT    PIC S9(11)V99 COMP-3 VALUE +0.
           05 PYR-PROF-DOLLARS-PAID    PIC S9(11)V99 COMP-3 VALUE +0.
           05 TOT-FAC-SENT             PIC 9(7) COMP VALUE 0.
           05 TOT-FAC-PAID             PIC 9(7) COMP VALUE 0.
           05 TOT-PROF-SENT            PIC 9(7) COMP VALUE 0.
           05 TOT-PROF-PAID            PIC 9(7) COMP VALUE 0.
           05 TOT-FAC-DOLLARS-SENT     PIC S9(13)V99 COMP-3 VALUE +0.
           05 TOT-FAC-DOLLARS-PAID     PIC S9(13)V99 COMP-3 VALUE +0.
           05 TOT-PROF-DOLLARS-SENT    PIC S9(13)V99 COMP-3 VALUE +0.
           05 TOT-PROF-DOLLARS-PAID    PIC S9(13)V99 COMP-3 VALUE +0.

       COPY CLMREG.

                        PYR-UNPAID-30, PYR-UNPAID-60,
                        PYR-UNPAID-90, PYR-UNPAID-120,
                        PYR-DOLLARS-SENT, PYR-DOLLARS-PAID,
                        PYR-DOLLARS-UNPAID, PYR-PAY-DAYS,
                        PYR-FAC-SENT, PYR-FAC-PAID,
                        PYR-PROF-SENT, PYR-PROF-PAID,
                        PYR-FAC-DOLLARS-SENT, PYR-FAC-DOLLARS-PAID,
                        PYR-PROF-DOLLARS-SENT, PYR-PROF-DOLLARS-PAID.
       200-EXIT.
           EXIT.

               GO TO 300-EXIT.
           ADD +1 TO PYR-CLAIMS-SENT.
           ADD CRG-CLAIM-TOTAL TO PYR-DOLLARS-SENT.
           IF CRG-PROFESSIONAL-CLAIM
               ADD +1 TO PYR-PROF-SENT
               ADD CRG-CLAIM-TOTAL TO PYR-PROF-DOLLARS-SENT
               IF CRG-PAID-DATE > ZERO
                   ADD +1 TO PYR-PROF-PAID
                   ADD CRG-PAID-AMOUNT TO PYR-PROF-DOLLARS-PAID
               END-IF
           ELSE
               ADD +1 TO PYR-FAC-SENT
               ADD CRG-CLAIM-TOTAL TO PYR-FAC-DOLLARS-SENT
               IF CRG-PAID-DATE > ZERO
                   ADD +1 TO PYR-FAC-PAID
                   ADD CRG-PAID-AMOUNT TO PYR-FAC-DOLLARS-PAID
               END-IF
           END-IF.

           IF CRG-PAID-DATE > ZERO
               ADD +1 TO PYR-CLAIMS-PAID
           MOVE PYR-DOLLARS-PAID TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.

           MOVE '   FACILITY SENT:               ' TO RPT-STAT-LABEL.
           MOVE PYR-FAC-SENT          TO RPT-STAT-COUNT.
           MOVE PYR-FAC-DOLLARS-SENT  TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           MOVE '   FACILITY PAID:               ' TO RPT-STAT-LABEL.
           MOVE PYR-FAC-PAID          TO RPT-STAT-COUNT.
           MOVE PYR-FAC-DOLLARS-PAID  TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           MOVE '   PROFESSIONAL SENT:           ' TO RPT-STAT-LABEL.
           MOVE PYR-PROF-SENT         TO RPT-STAT-COUNT.
           MOVE PYR-PROF-DOLLARS-SENT TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           MOVE '   PROFESSIONAL PAID:           ' TO RPT-STAT-LABEL.
           MOVE PYR-PROF-PAID         TO RPT-STAT-COUNT.
           MOVE PYR-PROF-DOLLARS-PAID TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           ADD PYR-FAC-SENT          TO TOT-FAC-SENT.
           ADD PYR-FAC-PAID          TO TOT-FAC-PAID.
           ADD PYR-PROF-SENT         TO TOT-PROF-SENT.
           ADD PYR-PROF-PAID         TO TOT-PROF-PAID.
           ADD PYR-FAC-DOLLARS-SENT  TO TOT-FAC-DOLLARS-SENT.
           ADD PYR-FAC-DOLLARS-PAID  TO TOT-FAC-DOLLARS-PAID.
           ADD PYR-PROF-DOLLARS-SENT TO TOT-PROF-DOLLARS-SENT.
           ADD PYR-PROF-DOLLARS-PAID TO TOT-PROF-DOLLARS-PAID.

           IF PYR-CLAIMS-PAID > ZERO
               DIVIDE PYR-PAY-DAYS BY PYR-CLAIMS-PAID
                   GIVING WS-AVG-DAYS
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF PAYER-IS-OPEN
               PERFORM 400-CLOSE-PAYER THRU 400-EXIT.
           MOVE ' ALL PAYERS:' TO PERFRPT-REC.
           WRITE PERFRPT-REC.
           MOVE ' FACILITY SENT:                 ' TO RPT-STAT-LABEL.
           MOVE TOT-FAC-SENT          TO RPT-STAT-COUNT.
           MOVE TOT-FAC-DOLLARS-SENT  TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           MOVE ' FACILITY PAID:                 ' TO RPT-STAT-LABEL.
           MOVE TOT-FAC-PAID          TO RPT-STAT-COUNT.
           MOVE TOT-FAC-DOLLARS-PAID  TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           MOVE ' PROFESSIONAL SENT:             ' TO RPT-STAT-LABEL.
           MOVE TOT-PROF-SENT         TO RPT-STAT-COUNT.
           MOVE TOT-PROF-DOLLARS-SENT TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           MOVE ' PROFESSIONAL PAID:             ' TO RPT-STAT-LABEL.
           MOVE TOT-PROF-PAID         TO RPT-STAT-COUNT.
           MOVE TOT-PROF-DOLLARS-PAID TO RPT-STAT-AMOUNT.
           WRITE PERFRPT-REC FROM RPT-STAT-LINE.
           CLOSE CLMREG, PERFRPT.
           DISPLAY "** CLAIMS READ " CLAIMS-READ.
           DISPLAY "******** NORMAL END OF JOB PAYPERF ********".
