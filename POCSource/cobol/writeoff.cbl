      *                                                               *
      *            THE WRITE-OFF REGISTER TOTALS THE RUN BY REASON    *
      *            CODE FOR FINANCE.                                  *
      *                                                               *
      *            THE GL FEED IS DATED IN AN OPEN FISCAL PERIOD      *
      *            (PERCHK AGAINST FISCPER).  A WRITE-OFF DATED IN A  *
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
           DATA RECORD IS GLPOST-REC.
       01  GLPOST-REC                       PIC X(80).

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
      *    REQUESTS OVER THIS AMOUNT NEED AN APPROVER'S ID.
           05 WS-APPROVAL-THRESHOLD       PIC S9(07)V99 COMP-3
                                          VALUE +5000.00.
           05 REQUESTS-REJECTED        PIC 9(7) COMP VALUE 0.
           05 WS-POSTED-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.
           05 WS-PENDING-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
           05 PRIOR-PERIOD-MOVED       PIC 9(7) COMP VALUE 0.
           05 WS-PRIOR-PERIOD-AMT      PIC S9(11)V99 COMP-3 VALUE +0.

      *    RUN TOTALS BY REASON CODE FOR THE FINANCE REGISTER.
       01  REASON-TOTALS-TABLE.

       COPY ARBAL.

       COPY PERCHKP.

       COPY PPADJLN.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WOFFIN.
           OPEN I-O ARBAL.
           OPEN OUTPUT WOFFPEND, WOFFERR, WOFFREG, GLPOST, PPADJ.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           WRITE WOFFREG-REC FROM REG-HEADER-LINE.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.
           PERFORM 900-READ-WOFFIN THRU 900-EXIT.
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
           MOVE 'WRITEOFF'   TO PPA-HDR-PROGRAM.
           MOVE WS-RUN-DATE  TO PPA-HDR-RUN-DATE.
           MOVE WS-POST-DATE TO PPA-HDR-POST-DATE.
           WRITE PPADJ-REC FROM PPA-HEADER-LINE.
           WRITE PPADJ-REC FROM PPA-COLUMN-LINE.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-REQUEST THRU 300-EXIT.
           MOVE "W"            TO GLP-TYPE.
           MOVE WOF-PATIENT-ID TO GLP-PATIENT-ID.
           MOVE WOF-AMOUNT     TO GLP-AMOUNT.
           MOVE WS-POST-DATE   TO GLP-POST-DATE.
           WRITE GLPOST-REC FROM GL-POSTING-REC.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.

           MOVE WOF-PATIENT-ID   TO REG-PATIENT-ID.
           MOVE WOF-REASON-CODE  TO REG-REASON-CODE.
       710-EXIT.
           EXIT.

      ******************************************************************
      *    800-LIST-PRIOR-PERIOD - THE WRITE-OFF JUST POSTED GOES ON   *
      *    THE PRIOR-PERIOD ADJUSTMENT LISTING WHEN IT IS DATED IN A   *
      *    CLOSED PERIOD, OR WHEN THE RUN ITSELF HAD TO POST FORWARD.  *
      ******************************************************************
       800-LIST-PRIOR-PERIOD.
           MOVE "800-LIST-PRIOR-PERIOD" TO PARA-NAME.
           MOVE 'CHK '           TO PCK-FUNCTION.
           MOVE WOF-REQUEST-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO AND PCK-PERIOD-CLOSED
               MOVE 'DATED IN A CLOSED PERIOD'       TO PPA-REASON
           ELSE
           IF WS-POST-DATE NOT = WS-RUN-DATE
               MOVE 'RUN DATE IN CLOSED PERIOD'      TO PPA-REASON
           ELSE
               GO TO 800-EXIT.

           MOVE 'WRITE-OFF'      TO PPA-TRAN-TYPE.
           MOVE WOF-PATIENT-ID   TO PPA-REFERENCE.
           MOVE WOF-AMOUNT       TO PPA-AMOUNT.
           MOVE WOF-REQUEST-DATE TO PPA-TRAN-DATE.
           MOVE WS-POST-DATE     TO PPA-POST-DATE.
           WRITE PPADJ-REC FROM PPA-DETAIL-LINE.
           ADD +1 TO PRIOR-PERIOD-MOVED.
           ADD WOF-AMOUNT TO WS-PRIOR-PERIOD-AMT.
       800-EXIT.
           EXIT.

       900-READ-WOFFIN.
           READ WOFFIN INTO WRITEOFF-REQUEST-REC
               AT END MOVE "N" TO MORE-DATA-SW
           MOVE REQUESTS-REJECTED TO REG-TOTAL-COUNT.
           MOVE ZERO              TO REG-TOTAL-AMOUNT.
           WRITE WOFFREG-REC FROM REG-TOTAL-LINE.
           MOVE 'PRIOR-PERIOD ITEMS MOVED:     ' TO REG-TOTAL-LABEL.
           MOVE PRIOR-PERIOD-MOVED  TO REG-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO REG-TOTAL-AMOUNT.
           WRITE WOFFREG-REC FROM REG-TOTAL-LINE.
           MOVE PRIOR-PERIOD-MOVED  TO PPA-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO PPA-TOTAL-AMOUNT.
           WRITE PPADJ-REC FROM PPA-TOTAL-LINE.
           CLOSE WOFFIN, ARBAL, WOFFPEND, WOFFERR, WOFFREG, GLPOST,
                 PPADJ.
           DISPLAY "** REQUESTS READ     " REQUESTS-READ.
           DISPLAY "** WRITE-OFFS POSTED " WRITEOFFS-POSTED.
           DISPLAY "** REQUESTS PENDING  " REQUESTS-PENDING.
