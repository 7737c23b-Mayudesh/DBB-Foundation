       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPAR400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * WARD SUPPLY PAR COUNT TRANSACTION.  THE NURSING UNIT COUNTS *
      * ITS SUPPLY ROOM AGAINST THE PAR LIST (SEE WARDPAR) AND KEYS *
      * EACH PART'S SHELF QUANTITY HERE INSTEAD OF ON THE PAPER     *
      * SHEET.  THE SHORTFALL TO PAR IS LEFT AWAITING THE NIGHTLY   *
      * WARDREPL REPLENISHMENT, WHICH PICKS IT FROM THE WARD'S      *
      * WAREHOUSE; A COUNT AT OR ABOVE PAR LEAVES NOTHING DUE.  A   *
      * LATER COUNT THE SAME DAY REPLACES THE EARLIER ONE.          *
      *                                                             *
      * WITH THE COUNT LEFT BLANK THE SCREEN ONLY SHOWS THE PART -  *
      * ITS PAR, WHAT IS AWAITING REPLENISHMENT AND THE LAST ISSUE. *
      ***************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-CICS-WORK-VARIABLES.
           03  WS-RESP                     PIC S9(08)  COMP VALUE ZEROS.
           03  WS-COMMAREA                 PIC X(01)  VALUE SPACE.
           03  WS-LOGOFF-MESSAGE           PIC X(35)  VALUE
               '*** APPLICATION COMPLETED. BYE-BYE.'.
           03  WS-LOGOFF-MESSAGE-LEN       PIC S9(08)  COMP VALUE +35.
       01  WS-ERR-LINE.
           03  FILLER                      PIC X(23) VALUE
               '*** ABEND *** TRAN ID: '.
           03  WS-ERR-TRAN-ID              PIC X(04) VALUE SPACES.
           03  FILLER                      PIC X(10) VALUE
               ' PROGRAM: '.
           03  WS-ERR-PROG-ID              PIC X(08) VALUE SPACES.
           03  FILLER                      PIC X(16) VALUE
               ' LAST FUNCTION: '.
           03  WS-ERR-FUNCTION             PIC 9(04) VALUE ZEROS.
           03  FILLER                      PIC X(09) VALUE
               ' RESULT: '.
           03  WS-ERR-RESULT               PIC 9(04) VALUE ZEROS.
           03  FILLER                      PIC X(02) VALUE
               '  '.
       01  WS-ERR-LINE2                    PIC X(80) VALUE SPACES.

       01  WS-WORKING-VARIABLES.
           03  WS-TIME                     PIC S9(08) COMP VALUE +0.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
                                           PIC 9(08).
           03  WS-COUNT-X                  PIC X(07) VALUE ZEROS.
           03  WS-COUNT-NUM REDEFINES WS-COUNT-X
                                           PIC 9(07).
           03  WS-WARD-NAME                PIC X(25) VALUE SPACES.
           03  WS-DUE-MSG.
               05  FILLER                  PIC X(20) VALUE
                   '***  COUNT RECORDED.'.
               05  FILLER                  PIC X(01) VALUE SPACE.
               05  WS-DUE-QTY              PIC Z,ZZZ,ZZ9.
               05  FILLER                  PIC X(37) VALUE
                   ' TO PAR - ON TONIGHT''S REPLENISHMENT.'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BPAR400.
      *--- COPY DATASET COPYLIB HERE.
       COPY WARDPAR.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(01).

       PROCEDURE DIVISION.

       0000-INITIAL-LOOP.

              EXEC CICS HANDLE CONDITION
                        ERROR(9999-ABEND-ROUTINE)
              END-EXEC.
      *--- IF CLEAR KEY IS PRESSED, SEND LOGOFF MESSAGE AND RETURN TO
      *---     CICS.
           IF (EIBAID = DFHCLEAR)
              EXEC CICS SEND TEXT
                        FROM(WS-LOGOFF-MESSAGE)
                        LENGTH(WS-LOGOFF-MESSAGE-LEN)
                        ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF.

      *--- IF PF3 KEY IS PRESSED, TRANSFER CONTROL BACK TO MAIN MENU
      *---     PROGRAM.
           IF (EIBAID = DFHPF3)
              EXEC CICS XCTL
                        PROGRAM('CMEN400')
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ERROR: XCTL TO MENU400 FAILED'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0000-EXIT
              END-IF
           END-IF.

      *--- BASIC PSUDOCONVERSATIONAL LOOP
           IF (EIBCALEN > 0)
              MOVE DFHCOMMAREA          TO WS-COMMAREA
              PERFORM 0100-RECEIVE-LOOP THRU 0100-EXIT
           ELSE
              PERFORM 0200-SEND-LOOP    THRU 0200-EXIT
           END-IF.

      *--- RETURN TO CICS WITH TRANSACTION ID AND COMMAREA
           EXEC CICS RETURN
                     TRANSID('PAR4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

       0100-RECEIVE-LOOP.

           EXEC CICS RECEIVE MAP('BPAR400')
                     MAPSET('BPAR400')
                     INTO(BPAR400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           IF WARDI = SPACES OR WARDI = LOW-VALUES
               MOVE 'WARD MUST BE ENTERED.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           IF PARTI = SPACES OR PARTI = LOW-VALUES
               MOVE 'PART NUMBER MUST BE ENTERED.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           IF COUNTI NOT = SPACES AND COUNTI NOT = LOW-VALUES
               MOVE COUNTI TO WS-COUNT-X
               IF WS-COUNT-NUM NOT NUMERIC
                   MOVE 'COUNT MUST BE NUMERIC - UNITS ON THE SHELF.'
                        TO MSGO
                   PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                   GO TO 0100-EXIT
               END-IF
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

           PERFORM 0250-READ-WARD THRU 0250-EXIT.
           IF MSGO NOT = LOW-VALUES
               GO TO 0100-EXIT
           END-IF.

           IF COUNTI = SPACES OR COUNTI = LOW-VALUES
               PERFORM 0700-INQUIRE-PART THRU 0700-EXIT
           ELSE
               PERFORM 0300-RECORD-COUNT THRU 0300-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0250-READ-WARD - THE WARD MUST BE SET UP FOR PAR SUPPLIES;  *
      *   ITS OWN RECORD GIVES THE NAME FOR THE SCREEN.             *
      ***************************************************************
       0250-READ-WARD.

           MOVE LOW-VALUES  TO MSGO.
           MOVE WARDI       TO WPH-WARD-ID.
           MOVE SPACES      TO WPH-PART-NUM.
           EXEC CICS READ
                     DATASET('WARDPAR')
                     INTO(WARD-PAR-HEADER-REC)
                     RIDFLD(WPH-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'WARD IS NOT SET UP FOR PAR SUPPLIES.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0250-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0250: WARDPAR READ; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE WPH-WARD-NAME TO WS-WARD-NAME.

       0250-EXIT.
            EXIT.

      ***************************************************************
      * 0300-RECORD-COUNT - THE SHELF QUANTITY AGAINST THE PAR.     *
      *   WHATEVER IS SHORT OF PAR AWAITS TONIGHT'S REPLENISHMENT.  *
      ***************************************************************
       0300-RECORD-COUNT.

           MOVE WARDI TO WPR-WARD-ID.
           MOVE PARTI TO WPR-PART-NUM.
           EXEC CICS READ
                     DATASET('WARDPAR')
                     INTO(WARD-PAR-REC)
                     RIDFLD(WPR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'PART IS NOT ON THIS WARD''S PAR LIST.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0300-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0300: WARDPAR READ UPDATE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE WS-COUNT-NUM  TO WPR-COUNTED-QTY.
           MOVE WS-TODAY-NUM  TO WPR-COUNT-DATE.
           IF WPR-COUNTED-QTY < WPR-PAR-QTY
               COMPUTE WPR-SHORTFALL-QTY =
                       WPR-PAR-QTY - WPR-COUNTED-QTY
               MOVE 'C'  TO WPR-REPL-STATUS
           ELSE
               MOVE ZERO  TO WPR-SHORTFALL-QTY
               MOVE SPACE TO WPR-REPL-STATUS
           END-IF.

           EXEC CICS REWRITE
                     DATASET('WARDPAR')
                     FROM(WARD-PAR-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0300: WARDPAR REWRITE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-PART THRU 0750-EXIT.
           IF WPR-AWAITING-REPL
               MOVE WPR-SHORTFALL-QTY TO WS-DUE-QTY
               MOVE WS-DUE-MSG        TO MSGO
           ELSE
               MOVE '***  COUNT RECORDED.  AT PAR - NOTHING DUE.'
                       TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

       0700-INQUIRE-PART.

           MOVE WARDI TO WPR-WARD-ID.
           MOVE PARTI TO WPR-PART-NUM.
           EXEC CICS READ
                     DATASET('WARDPAR')
                     INTO(WARD-PAR-REC)
                     RIDFLD(WPR-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'PART IS NOT ON THIS WARD''S PAR LIST.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0700-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0700: WARDPAR READ; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-PART THRU 0750-EXIT.
           IF WPR-AWAITING-REPL
               MOVE '***  SHORTFALL AWAITING TONIGHT''S REPLENISHMENT.'
                       TO MSGO
           ELSE
               MOVE '***  NOTHING AWAITING REPLENISHMENT.'
                       TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

       0750-SHOW-PART.

           MOVE LOW-VALUES          TO BPAR400O.
           MOVE WPR-WARD-ID         TO WARDO.
           MOVE WS-WARD-NAME        TO WNAMEO.
           MOVE WPR-PART-NUM        TO PARTO.
           MOVE WPR-COUNTED-QTY     TO COUNTO.
           MOVE WPR-PAR-QTY         TO PARO.
           MOVE WPR-SHORTFALL-QTY   TO SHORTO.
           MOVE WPR-COUNT-DATE      TO CNTDTO.
           MOVE WPR-REPL-STATUS     TO RSTATO.
           MOVE WPR-LAST-ISSUE-QTY  TO LISSQO.
           MOVE WPR-LAST-ISSUE-DATE TO LISSDTO.

       0750-EXIT.
            EXIT.

       0200-SEND-LOOP.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     MMDDYY(DATEO)
                     DATESEP('/')
                     TIME(TIMEO)
                     TIMESEP(':')
           END-EXEC.
           MOVE -1   TO WARDL.
           EXEC CICS SEND
                     MAP('BPAR400')
                     MAPSET('BPAR400')
                     FROM(BPAR400O)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0200: SEND MAP; CONDITION MAPFAIL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0200-EXIT.
            EXIT.

       0850-SEND-ERROR-SCREEN.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     MMDDYY(DATEO)
                     DATESEP('/')
                     TIME(TIMEO)
                     TIMESEP(':')
           END-EXEC.
           MOVE -1   TO WARDL.
           EXEC CICS SEND
                     MAP('BPAR400')
                     MAPSET('BPAR400')
                     FROM(BPAR400O)
                     FREEKB
                     ALARM
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0850: SEND MAP; CONDITION MAPFAIL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0850-EXIT.
            EXIT.

       0875-SEND-APPL-SCREEN.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     MMDDYY(DATEO)
                     DATESEP('/')
                     TIME(TIMEO)
                     TIMESEP(':')
           END-EXEC.
           MOVE -1   TO PARTL.
           EXEC CICS SEND
                     MAP('BPAR400')
                     MAPSET('BPAR400')
                     FROM(BPAR400O)
                     FREEKB
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0875: SEND MAP; CONDITION MAPFAIL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0875-EXIT.
            EXIT.

       9999-ABEND-ROUTINE.
           MOVE EIBTRNID       TO WS-ERR-TRAN-ID.
           MOVE 'CPAR400 '     TO WS-ERR-PROG-ID.
           MOVE EIBFN          TO WS-ERR-FUNCTION.
           MOVE EIBRESP        TO WS-ERR-RESULT.
           EXEC CICS SEND TEXT
                     FROM(WS-ERR-LINE)
                     LENGTH(80)
                     ERASE
           END-EXEC.
           EXEC CICS SEND TEXT
                     FROM(WS-ERR-LINE2)
                     LENGTH(80)
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
