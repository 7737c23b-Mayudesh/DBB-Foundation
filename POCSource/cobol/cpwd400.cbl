       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPWD400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * OPERATOR PASSWORD CHANGE FOR THE CICS SCREEN FAMILY         *
      * (TRANSACTION PWD4).  THE OPERATOR KEYS THEIR ID, THE        *
      * CURRENT PASSWORD AND THE NEW ONE TWICE.  THE CHANGE ITSELF  *
      * IS MADE BY SECCHK (SEE SECCHKP), SO A WRONG CURRENT         *
      * PASSWORD COUNTS TOWARD THE LOCKOUT AND IS LOGGED LIKE ANY   *
      * OTHER FAILED SIGN-ON.  AN EXPIRED PASSWORD, OR A TEMPORARY  *
      * ONE ISSUED BY OPERLOAD, IS CHANGED HERE - NO FUNCTION CODE  *
      * IS NEEDED.  PASSWORDS ARE NEVER SENT BACK TO THE SCREEN.    *
      ***************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-CICS-WORK-VARIABLES.
           03  WS-RESP                     PIC S9(08)  COMP VALUE ZEROS.
           03  WS-LENGTH                   PIC S9(08)  COMP VALUE ZEROS.
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

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BPWD400.
      *--- COMMAREA FOR THE SECCHK COMMON SIGN-ON CHECK.  THE CHANGE
      *--- PASSES THE WHOLE AREA, NEW PASSWORD INCLUDED.
       COPY SECCHKP.
       01  WS-SEC-CHANGE-LEN               PIC S9(04) COMP VALUE +33.

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
      *---    CHECK COMMAREA LENGTH TO SEE IF THIS IS FIRST TIME IN
      *---    IF THIS IS FIRST TIME IN DO SEND LOOP
      *---    OTHERWISE, DO RECEIVE LOOP
           IF (EIBCALEN > 0)
              MOVE DFHCOMMAREA          TO WS-COMMAREA
              PERFORM 0100-RECEIVE-LOOP THRU 0100-EXIT
           ELSE
              PERFORM 0200-SEND-LOOP    THRU 0200-EXIT
           END-IF.

      *--- RETURN TO CICS WITH TRANSACTION ID AND COMMAREA
           EXEC CICS RETURN
                     TRANSID('PWD4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

       0100-RECEIVE-LOOP.

           EXEC CICS RECEIVE MAP('BPWD400')
                     MAPSET('BPWD400')
                     INTO(BPWD400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           IF OPERIDL = 0 OR PASSWDL = 0
              MOVE 'OPERATOR ID AND CURRENT PASSWORD ARE REQUIRED.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF NEWPWDL = 0
              MOVE 'KEY THE NEW PASSWORD, THEN KEY IT AGAIN TO CONFIRM.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF CNFPWDL = 0 OR CNFPWDI NOT = NEWPWDI
              MOVE 'THE TWO NEW PASSWORDS DO NOT MATCH. PLEASE RE-KEY.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           PERFORM 0300-CHANGE-PASSWORD THRU 0300-EXIT.

       0100-EXIT.
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
           MOVE -1   TO OPERIDL.
           EXEC CICS SEND
                     MAP('BPWD400')
                     MAPSET('BPWD400')
                     FROM(BPWD400O)
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

      ***************************************************************
      * 0300-CHANGE-PASSWORD - SECCHK CHECKS THE CURRENT PASSWORD   *
      *   AND STORES THE NEW ONE.  A REFUSAL DOES NOT SAY WHETHER   *
      *   THE OPERATOR ID OR THE PASSWORD WAS WRONG.                *
      ***************************************************************
       0300-CHANGE-PASSWORD.

           MOVE OPERIDI TO SEC-OPERATOR-ID.
           MOVE PASSWDI TO SEC-PASSWORD.
           MOVE NEWPWDI TO SEC-NEW-PASSWORD.
           MOVE 'PWD4'  TO SEC-FUNCTION.
           MOVE 'E'     TO SEC-NEED-ROLE.
           MOVE ZERO    TO SEC-RETURN-CD.
           EXEC CICS LINK
                     PROGRAM('SECCHK')
                     COMMAREA(SEC-CHECK-PARMS)
                     LENGTH(WS-SEC-CHANGE-LEN)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO PASSWDO, NEWPWDO, CNFPWDO.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SECURITY CHECK UNAVAILABLE - TRY LATER.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           IF SEC-AUTHORIZED
              MOVE 'PASSWORD CHANGED - SIGN ON WITH THE NEW PASSWORD.'
                   TO MSGO
              PERFORM 0875-SEND-APPL-SCREEN THRU 0875-EXIT
              GO TO 0300-EXIT
           END-IF.

           IF SEC-NEW-PASSWORD-BAD
              MOVE 'NEW PASSWORD REFUSED: TOO SHORT, HAS A SPACE, OR WAS
      -            ' USED BEFORE.' TO MSGO
           ELSE
           IF SEC-OPERATOR-LOCKED
              MOVE 'SIGN-ON LOCKED - SEE YOUR SUPERVISOR.'
                   TO MSGO
           ELSE
              MOVE 'OPERATOR ID OR CURRENT PASSWORD IS NOT VALID.'
                   TO MSGO
           END-IF.
           PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT.

       0300-EXIT.
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
           MOVE SPACES TO PASSWDO, NEWPWDO, CNFPWDO.
           MOVE -1   TO OPERIDL.
           EXEC CICS SEND
                     MAP('BPWD400')
                     MAPSET('BPWD400')
                     FROM(BPWD400O)
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
           MOVE SPACES TO PASSWDO, NEWPWDO, CNFPWDO.
           MOVE -1   TO OPERIDL.
           EXEC CICS SEND
                     MAP('BPWD400')
                     MAPSET('BPWD400')
                     FROM(BPWD400O)
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
           MOVE 'CPWD400 '     TO WS-ERR-PROG-ID.
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
