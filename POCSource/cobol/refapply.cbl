      *              - LOGS THE REFUND ON THE REGISTER                *
      *                                                               *
      *            UNAPPROVED REQUESTS AND REQUESTS WHOSE CREDIT HAS  *
      *            SINCE MOVED REJECT TO REFERR FOR RESELECTION, AS   *
      *            DO PATIENT REFUNDS WHOSE ADDRESS RTNMAIL HAS       *
      *            FLAGGED UNDELIVERABLE.                             *
      *                                                               *
      *            THE REFUND IS DATED IN AN OPEN FISCAL PERIOD       *
      *            (PERCHK AGAINST FISCPER).  ONE APPROVED IN A       *
      *            CLOSED PERIOD - OR POSTED BY A RUN WHOSE OWN DATE  *
      *            FALLS IN ONE - IS BOOKED IN THE NEXT OPEN PERIOD   *
      *            AND LISTED ON THE PPADJ PRIOR-PERIOD ADJUSTMENT    *
      *            LISTING INSTEAD OF BEING BACK-POSTED.              *
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
           DATA RECORD IS REFREG-REC.
       01  REFREG-REC                       PIC X(80).

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
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-POST-DATE                PIC 9(08) VALUE 0.
           05 WS-CREDIT-AMT               PIC S9(09)V99 COMP-3
                                          VALUE +0.

           05 REFUNDS-POSTED           PIC 9(7) COMP VALUE 0.
           05 REQUESTS-REJECTED        PIC 9(7) COMP VALUE 0.
           05 WS-POSTED-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.
           05 PRIOR-PERIOD-MOVED       PIC 9(7) COMP VALUE 0.
           05 WS-PRIOR-PERIOD-AMT      PIC S9(11)V99 COMP-3 VALUE +0.

       COPY REFNDREC.


       COPY PATPERSN.

       COPY PERCHKP.

       COPY PPADJLN.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REFREQ, PRSNMSTR.
           OPEN I-O ARBAL.
           OPEN OUTPUT REFERR, CHKEXT, REFREG, PPADJ.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           WRITE REFREG-REC FROM REG-HEADER-LINE.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.
           PERFORM 900-READ-REFREQ THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-SET-POST-DATE - THE DATE THIS RUN PUTS ON THE CHECKS:   *
      *    TODAY, UNLESS TODAY'S PERIOD IS ALREADY CLOSED, IN WHICH    *
      *    CASE THE FIRST DAY OF THE NEXT OPEN PERIOD.  WITHOUT THE    *
      *    PERIOD FILE THE RUN POSTS AS DATED AND WARNS.               *
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
           MOVE 'REFAPPLY'   TO PPA-HDR-PROGRAM.
           MOVE WS-RUN-DATE  TO PPA-HDR-RUN-DATE.
           MOVE WS-POST-DATE TO PPA-HDR-POST-DATE.
           WRITE PPADJ-REC FROM PPA-HEADER-LINE.
           WRITE PPADJ-REC FROM PPA-COLUMN-LINE.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-REQUEST THRU 300-EXIT.
               PERFORM 710-WRITE-REFERR THRU 710-EXIT
               GO TO 300-EXIT.

      *    NO CHECK IS CUT TO AN ADDRESS THE POST OFFICE HAS
      *    RETURNED MAIL FROM - THE CREDIT STAYS ON ARBAL AND REFSEL
      *    PICKS IT UP AGAIN ONCE REGISTRATION FIXES THE ADDRESS.
           IF REF-TO-PATIENT
               MOVE REF-PATIENT-ID TO PRSN-REC-KEY
               READ PRSNMSTR INTO PATIENT-PERSONAL
               IF PRSN-FOUND AND PRSN-ADDR-UNDELIVERABLE
                   MOVE "*** PATIENT ADDRESS UNDELIVERABLE" TO
                       REFERR-MSG
                   PERFORM 710-WRITE-REFERR THRU 710-EXIT
                   GO TO 300-EXIT
               END-IF
           END-IF.

           PERFORM 500-POST-REFUND THRU 500-EXIT.
       300-EXIT.
           EXIT.
           MOVE REF-PAYEE-TYPE TO CHK-PAYEE-TYPE.
           MOVE REF-AMOUNT     TO CHK-AMOUNT.
           MOVE REF-PATIENT-ID TO CHK-PATIENT-ID.
           MOVE WS-POST-DATE   TO CHK-REFUND-DATE.
           IF REF-TO-PATIENT
               MOVE REF-PATIENT-ID TO CHK-PAYEE-ID
               MOVE REF-PATIENT-ID TO PRSN-REC-KEY
           MOVE REF-AMOUNT      TO REG-AMOUNT.
           MOVE REF-APPROVED-BY TO REG-APPROVED-BY.
           WRITE REFREG-REC FROM REG-DETAIL-LINE.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.
       500-EXIT.
           EXIT.

       710-EXIT.
           EXIT.

      ******************************************************************
      *    800-LIST-PRIOR-PERIOD - THE REFUND JUST POSTED GOES ON THE  *
      *    PRIOR-PERIOD ADJUSTMENT LISTING WHEN IT WAS APPROVED IN A   *
      *    CLOSED PERIOD, OR WHEN THE RUN ITSELF HAD TO POST FORWARD.  *
      ******************************************************************
       800-LIST-PRIOR-PERIOD.
           MOVE "800-LIST-PRIOR-PERIOD" TO PARA-NAME.
           MOVE 'CHK '            TO PCK-FUNCTION.
           MOVE REF-APPROVED-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO AND PCK-PERIOD-CLOSED
               MOVE 'DATED IN A CLOSED PERIOD'       TO PPA-REASON
           ELSE
           IF WS-POST-DATE NOT = WS-RUN-DATE
               MOVE 'RUN DATE IN CLOSED PERIOD'      TO PPA-REASON
           ELSE
               GO TO 800-EXIT.

           IF REF-TO-PATIENT
               MOVE 'PATIENT RFND' TO PPA-TRAN-TYPE
           ELSE
               MOVE 'PAYER REFUND' TO PPA-TRAN-TYPE.
           MOVE REF-PATIENT-ID    TO PPA-REFERENCE.
           MOVE REF-AMOUNT        TO PPA-AMOUNT.
           MOVE REF-APPROVED-DATE TO PPA-TRAN-DATE.
           MOVE WS-POST-DATE      TO PPA-POST-DATE.
           WRITE PPADJ-REC FROM PPA-DETAIL-LINE.
           ADD +1 TO PRIOR-PERIOD-MOVED.
           ADD REF-AMOUNT TO WS-PRIOR-PERIOD-AMT.
       800-EXIT.
           EXIT.

       900-READ-REFREQ.
           READ REFREQ INTO REFUND-REQUEST-REC
               AT END MOVE "N" TO MORE-DATA-SW
           MOVE REQUESTS-REJECTED TO REG-TOTAL-COUNT.
           MOVE ZERO              TO REG-TOTAL-AMOUNT.
           WRITE REFREG-REC FROM REG-TOTAL-LINE.
           MOVE 'PRIOR-PERIOD ITEMS MOVED:     ' TO REG-TOTAL-LABEL.
           MOVE PRIOR-PERIOD-MOVED  TO REG-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO REG-TOTAL-AMOUNT.
           WRITE REFREG-REC FROM REG-TOTAL-LINE.
           MOVE PRIOR-PERIOD-MOVED  TO PPA-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO PPA-TOTAL-AMOUNT.
           WRITE PPADJ-REC FROM PPA-TOTAL-LINE.
           CLOSE REFREQ, PRSNMSTR, ARBAL, REFERR, CHKEXT, REFREG,
                 PPADJ.
           DISPLAY "** REQUESTS READ     " REQUESTS-READ.
           DISPLAY "** REFUNDS POSTED    " REFUNDS-POSTED.
           DISPLAY "** REQUESTS REJECTED " REQUESTS-REJECTED.
