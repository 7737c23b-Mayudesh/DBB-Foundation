      *            COMMUNITY-BENEFIT REPORT (CHARRPT) FINDS THEM.     *
      *            A MISSING ARBAL RECORD IS OPENED THE SAME WAY      *
      *            REMITPST OPENS ONE, FROM THE PATIENT MASTER.       *
      *                                                               *
      *            A GRANT DATED IN A FISCAL PERIOD FINANCE HAS       *
      *            CLOSED (PERCHK AGAINST FISCPER) - OR POSTED BY A   *
      *            RUN WHOSE OWN DATE FALLS IN ONE - IS CARRIED IN    *
      *            THE NEXT OPEN PERIOD AND LISTED ON THE PPADJ       *
      *            PRIOR-PERIOD ADJUSTMENT LISTING.                   *
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
           05  CHRERR-MSG                  PIC X(40).
           05  CHRERR-REST                 PIC X(80).

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
           05 ARBAL-NEW-SW                PIC X(01) VALUE "N".
              88 ARBAL-IS-NEW VALUE "Y".

           05 GRANTS-REJECTED          PIC 9(7) COMP VALUE 0.
           05 RECEIVABLES-OPENED       PIC 9(7) COMP VALUE 0.
           05 WS-POSTED-TOTAL          PIC S9(11)V99 COMP-3 VALUE +0.
           05 PRIOR-PERIOD-MOVED       PIC 9(7) COMP VALUE 0.
           05 WS-PRIOR-PERIOD-AMT      PIC S9(11)V99 COMP-3 VALUE +0.

       COPY CHARREC.


       COPY PATMSTR.

       COPY PERCHKP.

       COPY PPADJLN.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CHARIN, PATMSTR.
           OPEN I-O ARBAL.
           OPEN OUTPUT CHARERR, PPADJ.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.
           PERFORM 900-READ-CHARIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-SET-POST-DATE - THE PERIOD THIS RUN POSTS INTO: TODAY'S *
      *    UNLESS IT IS ALREADY CLOSED, IN WHICH CASE THE FIRST DAY OF *
      *    THE NEXT OPEN PERIOD.  WITHOUT THE PERIOD FILE THE RUN      *
      *    POSTS AS DATED AND WARNS.                                   *
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
           MOVE 'CHARPOST'   TO PPA-HDR-PROGRAM.
           MOVE WS-RUN-DATE  TO PPA-HDR-RUN-DATE.
           MOVE WS-POST-DATE TO PPA-HDR-POST-DATE.
           WRITE PPADJ-REC FROM PPA-HEADER-LINE.
           WRITE PPADJ-REC FROM PPA-COLUMN-LINE.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-POST-GRANT THRU 300-EXIT.
               GO TO 300-EXIT.
           ADD +1 TO GRANTS-POSTED.
           ADD CHR-CHARITY-AMT TO WS-POSTED-TOTAL.
           PERFORM 800-LIST-PRIOR-PERIOD THRU 800-EXIT.
       300-EXIT.
           EXIT.

       710-EXIT.
           EXIT.

      ******************************************************************
      *    800-LIST-PRIOR-PERIOD - THE GRANT JUST POSTED GOES ON THE   *
      *    PRIOR-PERIOD ADJUSTMENT LISTING WHEN IT WAS GRANTED IN A    *
      *    CLOSED PERIOD, OR WHEN THE RUN ITSELF HAD TO POST FORWARD.  *
      ******************************************************************
       800-LIST-PRIOR-PERIOD.
           MOVE "800-LIST-PRIOR-PERIOD" TO PARA-NAME.
           MOVE 'CHK '         TO PCK-FUNCTION.
           MOVE CHR-GRANT-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO AND PCK-PERIOD-CLOSED
               MOVE 'DATED IN A CLOSED PERIOD'       TO PPA-REASON
           ELSE
           IF WS-POST-DATE NOT = WS-RUN-DATE
               MOVE 'RUN DATE IN CLOSED PERIOD'      TO PPA-REASON
           ELSE
               GO TO 800-EXIT.

           MOVE 'CHARITY CARE'  TO PPA-TRAN-TYPE.
           MOVE CHR-PATIENT-ID  TO PPA-REFERENCE.
           MOVE CHR-CHARITY-AMT TO PPA-AMOUNT.
           MOVE CHR-GRANT-DATE  TO PPA-TRAN-DATE.
           MOVE WS-POST-DATE    TO PPA-POST-DATE.
           WRITE PPADJ-REC FROM PPA-DETAIL-LINE.
           ADD +1 TO PRIOR-PERIOD-MOVED.
           ADD CHR-CHARITY-AMT TO WS-PRIOR-PERIOD-AMT.
       800-EXIT.
           EXIT.

       900-READ-CHARIN.
           READ CHARIN INTO CHARITY-GRANT-REC
               AT END MOVE "N" TO MORE-DATA-SW

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE PRIOR-PERIOD-MOVED  TO PPA-TOTAL-COUNT.
           MOVE WS-PRIOR-PERIOD-AMT TO PPA-TOTAL-AMOUNT.
           WRITE PPADJ-REC FROM PPA-TOTAL-LINE.
           CLOSE CHARIN, PATMSTR, ARBAL, CHARERR, PPADJ.
           DISPLAY "** GRANTS READ       " GRANTS-READ.
           DISPLAY "** GRANTS POSTED     " GRANTS-POSTED.
           DISPLAY "** GRANTS REJECTED   " GRANTS-REJECTED.
           DISPLAY "** CHARITY DOLLARS   " WS-POSTED-TOTAL.
           DISPLAY "** MOVED FORWARD     " PRIOR-PERIOD-MOVED.
           DISPLAY "******** NORMAL END OF JOB CHARPOST ********".
       999-EXIT.
           EXIT.
