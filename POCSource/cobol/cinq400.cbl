
      ***************************************************************
      * RECORD INQUIRY PROGRAM FOR SYSTEMS GROUP PC CICS CLASS       *
      *                                                              *
      * SHOWS THE PERSON'S VACATION AND SICK LEAVE BALANCES FROM     *
      * LEAVEBAL; NO BALANCE ON FILE FOR A TYPE SHOWS BLANK.         *
      ***************************************************************

       ENVIRONMENT DIVISION.

       01  WS-WORKING-VARIABLES.
           03  WS-TIME                     PIC S9(08) COMP VALUE +0.
           03  WS-SHOW-HOURS               PIC ZZZ9.99.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
       COPY BINQ400.
      *--- COPY DATASET COPYLIB HERE.
       COPY PERSON.
       COPY LEAVEBAL.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(01).
           MOVE PERSON-CITY-ADDRESS      TO CITYO.
           MOVE PERSON-STATE-ADDRESS     TO STATEO.
           MOVE PERSON-SALARY            TO SALARYO.
           MOVE 'VA'                     TO LB-LEAVE-TYPE.
           PERFORM 0300-READ-LEAVE THRU 0300-EXIT.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-SHOW-HOURS         TO VACBALO
           END-IF.
           MOVE 'SK'                     TO LB-LEAVE-TYPE.
           PERFORM 0300-READ-LEAVE THRU 0300-EXIT.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-SHOW-HOURS         TO SICKBALO
           END-IF.
           MOVE '***  RECORD FOUND.   '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.
       0200-EXIT.
            EXIT.

       0300-READ-LEAVE.

           MOVE PERSON-NUMBER            TO LB-PERSON-NUMBER.
           EXEC CICS READ
                     DATASET('LEAVEBAL')
                     INTO(LEAVE-BALANCE-REC)
                     RIDFLD(LB-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE LB-BALANCE-HOURS      TO WS-SHOW-HOURS
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: LEAVEBAL READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0300-EXIT.
            EXIT.

       0850-SEND-ERROR-SCREEN.

           EXEC CICS ASKTIME
