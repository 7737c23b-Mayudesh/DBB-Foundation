       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALG400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * PATIENT ALLERGY REGISTRY MAINTENANCE PROGRAM FOR THE        *
      * ALLERGY VSAM FILE (SEE ALLERGY).                            *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    A - ADD:    WRITES A NEW PATIENT-ALLERGY-REC FOR A       *
      *                PATIENT ON PATMSTR                           *
      *    C - CHANGE: REWRITES AN EXISTING ALLERGY'S SEVERITY,     *
      *                REACTION AND STATUS                          *
      *                                                             *
      * ALLERGEN TYPE M KEYS A SINGLE MEDICATION-ID; TYPE C KEYS A  *
      * DRUG CLASS FROM THE DDS0001.MEDICATION TABLE.  AN ALLERGY   *
      * IS NEVER DELETED - SET THE STATUS TO 'I' (RECORDED IN       *
      * ERROR) INSTEAD.  CTRT400 WARNS AND BNCHS602 REJECTS A       *
      * TREATMENT WHOSE MEDICATION MATCHES AN ACTIVE ALLERGY.       *
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
           03  WS-MAINT-FUNCTION           PIC X(01) VALUE SPACE.
               88  WS-FUNC-ADD             VALUE 'A'.
               88  WS-FUNC-CHANGE          VALUE 'C'.
               88  WS-FUNC-VALID           VALUES 'A', 'C'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BALG400.
      *--- COPY DATASET COPYLIB HERE.
       COPY ALLERGY.
       COPY PATMSTR.

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
                     TRANSID('ALG4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

       0100-RECEIVE-LOOP.

           EXEC CICS RECEIVE MAP('BALG400')
                     MAPSET('BALG400')
                     INTO(BALG400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-MAINT-FUNCTION.
           IF NOT WS-FUNC-VALID
              MOVE 'INVALID FUNCTION - MUST BE A OR C.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF PATIDI NOT NUMERIC
              MOVE 'NON-NUMERIC PATIENT-ID. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           MOVE ALGTYPI TO ALG-ALLERGEN-TYPE.
           IF NOT ALG-VALID-TYPE
              MOVE 'INVALID ALLERGEN TYPE - MUST BE M OR C.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF ALGENI = SPACES OR ALGENI = LOW-VALUES
              MOVE 'ALLERGEN IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           MOVE SEVERI TO ALG-SEVERITY.
           IF NOT ALG-VALID-SEVERITY
              MOVE 'INVALID SEVERITY - MUST BE S, M OR L.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF STATUSI NOT = 'A' AND STATUSI NOT = 'I'
              MOVE 'INVALID STATUS - MUST BE A OR I.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

           IF WS-FUNC-ADD
              PERFORM 0300-ADD-ALLERGY    THRU 0300-EXIT
           ELSE
              PERFORM 0400-CHANGE-ALLERGY THRU 0400-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0300-ADD-ALLERGY - THE PATIENT MUST BE ON PATMSTR; THE      *
      *   ALLERGY IS STAMPED WITH TODAY'S DATE AND THE TERMINAL     *
      *   THAT RECORDED IT.                                         *
      ***************************************************************
       0300-ADD-ALLERGY.

           MOVE PATIDI TO PATIENT-KEY.
           EXEC CICS READ
                     DATASET('PATMSTR')
                     INTO(PATIENT-MASTER-REC)
                     RIDFLD(PATIENT-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'PATIENT NOT ON MASTER. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: PATMSTR READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           INITIALIZE PATIENT-ALLERGY-REC.
           MOVE PATIDI              TO ALG-PATIENT-ID.
           MOVE ALGTYPI             TO ALG-ALLERGEN-TYPE.
           MOVE ALGENI              TO ALG-ALLERGEN.
           MOVE SEVERI              TO ALG-SEVERITY.
           MOVE REACTI              TO ALG-REACTION.
           MOVE STATUSI             TO ALG-STATUS.
           MOVE WS-TODAY-DATE       TO ALG-DATE-RECORDED.
           MOVE EIBTRMID            TO ALG-RECORDED-BY.
           MOVE WS-TODAY-DATE       TO ALG-LAST-CHANGE-DATE.

           EXEC CICS WRITE
                     DATASET('ALLERGY')
                     FROM(PATIENT-ALLERGY-REC)
                     RIDFLD(ALG-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE 'ALLERGY ALREADY ON FILE. USE FUNCTION C TO CHANGE.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: ALLERGY WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BALG400O.
           MOVE '***  ALLERGY RECORDED. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

       0400-CHANGE-ALLERGY.

           MOVE PATIDI  TO ALG-PATIENT-ID.
           MOVE ALGTYPI TO ALG-ALLERGEN-TYPE.
           MOVE ALGENI  TO ALG-ALLERGEN.
           EXEC CICS READ
                     DATASET('ALLERGY')
                     INTO(PATIENT-ALLERGY-REC)
                     RIDFLD(ALG-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'ALLERGY NOT FOUND. USE FUNCTION A TO ADD.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: ALLERGY READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE SEVERI              TO ALG-SEVERITY.
           IF REACTI NOT = SPACES AND REACTI NOT = LOW-VALUES
              MOVE REACTI           TO ALG-REACTION
           END-IF.
           MOVE STATUSI             TO ALG-STATUS.
           MOVE WS-TODAY-DATE       TO ALG-LAST-CHANGE-DATE.

           EXEC CICS REWRITE
                     DATASET('ALLERGY')
                     FROM(PATIENT-ALLERGY-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: ALLERGY REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BALG400O.
           MOVE '***  ALLERGY UPDATED. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
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
           MOVE -1   TO FUNCL.
           EXEC CICS SEND
                     MAP('BALG400')
                     MAPSET('BALG400')
                     FROM(BALG400O)
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
           MOVE -1   TO FUNCL.
           EXEC CICS SEND
                     MAP('BALG400')
                     MAPSET('BALG400')
                     FROM(BALG400O)
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
           MOVE -1   TO FUNCL.
           EXEC CICS SEND
                     MAP('BALG400')
                     MAPSET('BALG400')
                     FROM(BALG400O)
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
           MOVE 'CALG400 '     TO WS-ERR-PROG-ID.
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
