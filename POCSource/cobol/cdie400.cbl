       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDIE400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * PATIENT DIET ORDER MAINTENANCE PROGRAM FOR THE DIETORD      *
      * VSAM FILE (SEE DIETORD).  USED BY THE NURSING UNITS.        *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    A - ADD:    WRITES A DIET ORDER FOR A PATIENT WITH AN    *
      *                ACTIVE STAY ON PATMSTR                       *
      *    C - CHANGE: REWRITES THE PATIENT'S DIET CODE AND         *
      *                KITCHEN INSTRUCTIONS                         *
      *                                                             *
      * DIET CODES: R REGULAR, D DIABETIC, S LOW SODIUM, N NPO,     *
      * O OTHER (DESCRIBE IN THE INSTRUCTIONS).  DIETXTR BUILDS     *
      * THE NEXT DAY'S KITCHEN TRAY LIST FROM THESE ORDERS EACH     *
      * NIGHT.                                                      *
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
       COPY BDIE400.
      *--- COPY DATASET COPYLIB HERE.
       COPY DIETORD.
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
                     TRANSID('DIE4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

       0100-RECEIVE-LOOP.

           EXEC CICS RECEIVE MAP('BDIE400')
                     MAPSET('BDIE400')
                     INTO(BDIE400I)
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

           MOVE DIETI TO DIET-CODE.
           IF NOT DIET-VALID-CODE
              MOVE 'INVALID DIET - MUST BE R, D, S, N OR O.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF DIET-OTHER
              AND (INSTRI = SPACES OR INSTRI = LOW-VALUES)
              MOVE 'DIET O NEEDS INSTRUCTIONS. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF INSTRI = LOW-VALUES
              MOVE SPACES TO INSTRI
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

           IF WS-FUNC-ADD
              PERFORM 0300-ADD-DIET-ORDER    THRU 0300-EXIT
           ELSE
              PERFORM 0400-CHANGE-DIET-ORDER THRU 0400-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0300-ADD-DIET-ORDER - THE PATIENT MUST HAVE AN ACTIVE STAY  *
      *   ON PATMSTR; THE ORDER IS STAMPED WITH TODAY'S DATE AND    *
      *   THE TERMINAL THAT ENTERED IT.                             *
      ***************************************************************
       0300-ADD-DIET-ORDER.

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

           IF NOT PATIENT-STAY-ACTIVE
              MOVE 'PATIENT HAS NO ACTIVE STAY. NO DIET ORDER TAKEN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           INITIALIZE DIET-ORDER-REC.
           MOVE PATIDI              TO DIET-PATIENT-ID.
           MOVE DIETI               TO DIET-CODE.
           MOVE INSTRI              TO DIET-INSTRUCTIONS.
           MOVE EIBTRMID            TO DIET-ORDERED-BY.
           MOVE WS-TODAY-DATE       TO DIET-ORDER-DATE.
           MOVE WS-TODAY-DATE       TO DIET-LAST-CHANGE-DATE.

           EXEC CICS WRITE
                     DATASET('DIETORD')
                     FROM(DIET-ORDER-REC)
                     RIDFLD(DIET-PATIENT-ID)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE 'DIET ORDER ALREADY ON FILE. USE FUNCTION C.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: DIETORD WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BDIE400O.
           MOVE '***  DIET ORDER RECORDED. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

       0400-CHANGE-DIET-ORDER.

           MOVE PATIDI  TO DIET-PATIENT-ID.
           EXEC CICS READ
                     DATASET('DIETORD')
                     INTO(DIET-ORDER-REC)
                     RIDFLD(DIET-PATIENT-ID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'DIET ORDER NOT FOUND. USE FUNCTION A TO ADD.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: DIETORD READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE DIETI               TO DIET-CODE.
           MOVE INSTRI              TO DIET-INSTRUCTIONS.
           MOVE EIBTRMID            TO DIET-ORDERED-BY.
           MOVE WS-TODAY-DATE       TO DIET-LAST-CHANGE-DATE.

           EXEC CICS REWRITE
                     DATASET('DIETORD')
                     FROM(DIET-ORDER-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: DIETORD REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BDIE400O.
           MOVE '***  DIET ORDER UPDATED. '
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
                     MAP('BDIE400')
                     MAPSET('BDIE400')
                     FROM(BDIE400O)
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
                     MAP('BDIE400')
                     MAPSET('BDIE400')
                     FROM(BDIE400O)
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
                     MAP('BDIE400')
                     MAPSET('BDIE400')
                     FROM(BDIE400O)
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
           MOVE 'CDIE400 '     TO WS-ERR-PROG-ID.
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
