       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CISO400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * INFECTION-CONTROL ISOLATION MAINTENANCE.                    *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    P - PATIENT: SETS PATIENT-ISOLATION-TYPE ON PATMSTR -    *
      *                 C CONTACT, D DROPLET, A AIRBORNE, N NONE -  *
      *                 AND COPIES IT ONTO THE PATIENT'S BED.  A    *
      *                 PATIENT WHOSE CURRENT ROOM CANNOT HOLD THE  *
      *                 ISOLATION IS FLAGGED FOR TRANSFER.          *
      *    R - ROOM:    SETS BED-ISOLATION-CAPABLE ON EVERY BED IN  *
      *                 THE WARD/ROOM - Y ISOLATION ROOM, A         *
      *                 NEGATIVE-PRESSURE AIRBORNE ROOM, N NONE     *
      *                                                             *
      * CADT400 REFUSES AN ADMIT, TRANSFER OR WAITLIST BED THAT     *
      * BREAKS THE ISOLATION RULES; ISOCENS REPORTS THE ISOLATION   *
      * CENSUS BY WARD TO INFECTION CONTROL EACH MORNING.           *
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
               88  WS-FUNC-PATIENT         VALUE 'P'.
               88  WS-FUNC-ROOM            VALUE 'R'.
               88  WS-FUNC-VALID           VALUES 'P', 'R'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TODAY-TIME               PIC X(08) VALUE SPACES.
           03  WS-JRNL-REC-LEN             PIC S9(04) COMP VALUE +6000.
           03  WS-BEFORE-HOLD              PIC X(2964) VALUE SPACES.
           03  WS-ROOM-NBR                 PIC 9(04) VALUE ZEROS.
           03  WS-RID-BED                  PIC 9(04) VALUE ZEROS.
           03  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
               88  BROWSE-DONE             VALUE 'Y'.
           03  WS-ROOM-BED-COUNT           PIC S9(04) COMP VALUE +0.
           03  WS-ROOM-SUB                 PIC S9(04) COMP VALUE +0.
           03  WS-ROOM-BED-TABLE.
               05  WS-ROOM-BED             PIC 9(04) OCCURS 20 TIMES.
           03  WS-ROOM-MSG.
               05  FILLER                  PIC X(29) VALUE
                   '***  ISOLATION CAPABILITY SET'.
               05  FILLER                  PIC X(04) VALUE ' ON '.
               05  WS-ROOM-MSG-COUNT       PIC Z9.
               05  FILLER                  PIC X(06) VALUE ' BEDS.'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BISO400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY PATMSTR.
       COPY BEDMSTR.
      *--- FORWARD-RECOVERY JOURNAL RECORD; EVERY PATMSTR MUTATION
      *--- HERE ALSO GOES TO THE PJRN TD QUEUE FOR PATRPLAY.
       COPY PATJRNL.

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
                     TRANSID('ISO4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

       0100-RECEIVE-LOOP.

           EXEC CICS RECEIVE MAP('BISO400')
                     MAPSET('BISO400')
                     INTO(BISO400I)
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
              MOVE 'INVALID FUNCTION - MUST BE P OR R.'
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

           IF WS-FUNC-PATIENT
              PERFORM 0300-SET-PATIENT THRU 0300-EXIT
           ELSE
              PERFORM 0400-SET-ROOM    THRU 0400-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0300-SET-PATIENT - REWRITE THE PATIENT'S ISOLATION TYPE AND *
      *   CARRY IT ONTO THE OCCUPIED BED FOR THE ROOMMATE CHECKS.   *
      ***************************************************************
       0300-SET-PATIENT.

           IF PATIDI NOT NUMERIC OR PATIDI = ZEROS
              MOVE 'INVALID PATIENT-ID. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           MOVE ISOTYPI TO PATIENT-ISOLATION-TYPE.
           IF NOT PATIENT-IN-ISOLATION AND ISOTYPI NOT = 'N'
              MOVE 'INVALID ISOLATION TYPE - MUST BE C, D, A OR N.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           MOVE PATIDI TO PATIENT-KEY.
           EXEC CICS READ
                     DATASET('PATMSTR')
                     INTO(PATIENT-MASTER-REC)
                     RIDFLD(PATIENT-KEY)
                     UPDATE
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
              MOVE ' 0300: PATMSTR READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE PATIENT-MASTER-REC  TO WS-BEFORE-HOLD.
           MOVE ISOTYPI             TO PATIENT-ISOLATION-TYPE.
           MOVE WS-TODAY-DATE       TO PATIENT-ISOLATION-DATE.

           EXEC CICS REWRITE
                     DATASET('PATMSTR')
                     FROM(PATIENT-MASTER-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: PATMSTR REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE 'REWR' TO JRNL-ACTIVITY-CODE.
           PERFORM 0900-WRITE-JOURNAL THRU 0900-EXIT.

           MOVE LOW-VALUES                TO BISO400O.
           MOVE '***  PATIENT ISOLATION UPDATED. '
                   TO MSGO.

           IF PATIENT-STAY-ACTIVE
             AND BED-IDENTITY IN PATIENT-MASTER-REC NOT = ZEROS
              PERFORM 0350-UPDATE-PATIENT-BED THRU 0350-EXIT
           END-IF.

           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

       0350-UPDATE-PATIENT-BED.

           MOVE BED-IDENTITY IN PATIENT-MASTER-REC TO BED-MSTR-KEY.
           EXEC CICS READ
                     DATASET('BEDMSTR')
                     INTO(BED-MASTER-REC)
                     RIDFLD(BED-MSTR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              GO TO 0350-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0350: BEDMSTR READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE PATIENT-ISOLATION-TYPE TO BED-OCCUPANT-ISOLATION.
           MOVE WS-TODAY-DATE          TO BED-LAST-CHANGE-DATE.
           EXEC CICS REWRITE
                     DATASET('BEDMSTR')
                     FROM(BED-MASTER-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0350: BEDMSTR REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

      *--- THE PATIENT STAYS PUT UNTIL THE DESK TRANSFERS THEM, BUT
      *--- INFECTION CONTROL IS TOLD THE ROOM DOES NOT QUALIFY.
           IF PATIENT-IN-ISOLATION
              IF BED-NOT-ISOL-CAPABLE
                 OR (PATIENT-AIRBORNE-ISOL AND NOT BED-AIRBORNE-ROOM)
                 MOVE '***  ISOLATION SET - ROOM NOT CAPABLE. TRANSFER
      -              ' THE PATIENT ON CADT400.' TO MSGO
              END-IF
           END-IF.

       0350-EXIT.
            EXIT.

      ***************************************************************
      * 0400-SET-ROOM - COLLECT THE ROOM'S BEDS UNDER A BROWSE,     *
      *   THEN UPDATE EACH ONE OUTSIDE IT.                          *
      ***************************************************************
       0400-SET-ROOM.

           IF WARDIDI = SPACES OR WARDIDI = LOW-VALUES
              MOVE 'WARD IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           IF ROOMI NOT NUMERIC
              MOVE 'ROOM MUST BE NUMERIC. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.
           MOVE ROOMI TO WS-ROOM-NBR.

           MOVE CAPABI TO BED-ISOLATION-CAPABLE.
           IF NOT BED-VALID-CAPABILITY OR CAPABI = SPACE
              MOVE 'INVALID CAPABILITY - MUST BE Y, A OR N.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           MOVE ZERO TO WS-ROOM-BED-COUNT.
           MOVE 'N'  TO WS-BROWSE-DONE-SW.
           MOVE ZERO TO WS-RID-BED.
           EXEC CICS STARTBR
                     DATASET('BEDMSTR')
                     RIDFLD(WS-RID-BED)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 0420-FIND-ROOM-BED THRU 0420-EXIT
                  UNTIL BROWSE-DONE
              EXEC CICS ENDBR
                        DATASET('BEDMSTR')
              END-EXEC
           END-IF.

           IF WS-ROOM-BED-COUNT = ZERO
              MOVE 'NO BEDS ON FILE FOR THAT WARD AND ROOM.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           PERFORM 0450-UPDATE-ROOM-BED THRU 0450-EXIT
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-BED-COUNT.

           MOVE LOW-VALUES         TO BISO400O.
           MOVE WS-ROOM-BED-COUNT  TO WS-ROOM-MSG-COUNT.
           MOVE WS-ROOM-MSG        TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

       0420-FIND-ROOM-BED.
           EXEC CICS READNEXT
                     DATASET('BEDMSTR')
                     INTO(BED-MASTER-REC)
                     RIDFLD(WS-RID-BED)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 0420-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0420: BEDMSTR READNEXT; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.
           IF BED-WARD-ID NOT = WARDIDI
              OR BED-ROOM-NBR NOT = WS-ROOM-NBR
               GO TO 0420-EXIT
           END-IF.
           IF WS-ROOM-BED-COUNT < 20
               ADD 1 TO WS-ROOM-BED-COUNT
               MOVE BED-MSTR-KEY TO WS-ROOM-BED (WS-ROOM-BED-COUNT)
           END-IF.
       0420-EXIT.
            EXIT.

       0450-UPDATE-ROOM-BED.
           MOVE WS-ROOM-BED (WS-ROOM-SUB) TO BED-MSTR-KEY.
           EXEC CICS READ
                     DATASET('BEDMSTR')
                     INTO(BED-MASTER-REC)
                     RIDFLD(BED-MSTR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0450: BEDMSTR READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.
           MOVE CAPABI        TO BED-ISOLATION-CAPABLE.
           MOVE WS-TODAY-DATE TO BED-LAST-CHANGE-DATE.
           EXEC CICS REWRITE
                     DATASET('BEDMSTR')
                     FROM(BED-MASTER-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0450: BEDMSTR REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.
       0450-EXIT.
            EXIT.

      ***************************************************************
      * 0900-WRITE-JOURNAL - ONE BEFORE/AFTER JOURNAL RECORD PER    *
      *   PATMSTR MUTATION, TO THE PJRN EXTRAPARTITION TD QUEUE     *
      *   (ASSIGNED TO THE PATJRNL DATASET PATRPLAY REPLAYS).       *
      *   CALLER SETS JRNL-ACTIVITY-CODE AND WS-BEFORE-HOLD; THE    *
      *   AFTER-IMAGE IS THE CURRENT PATIENT-MASTER-REC.            *
      ***************************************************************
       0900-WRITE-JOURNAL.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
                     TIME(WS-TODAY-TIME)
           END-EXEC.
           MOVE PATIENT-KEY        TO JRNL-PATIENT-KEY.
           MOVE EIBTRNID           TO JRNL-JOB-TRAN-ID.
           MOVE WS-TODAY-DATE      TO JRNL-DATE.
           MOVE WS-TODAY-TIME(1:6) TO JRNL-TIME(1:6).
           MOVE '00'               TO JRNL-TIME(7:2).
           MOVE WS-BEFORE-HOLD     TO JRNL-BEFORE-IMAGE.
           MOVE PATIENT-MASTER-REC TO JRNL-AFTER-IMAGE.

           EXEC CICS WRITEQ TD
                     QUEUE('PJRN')
                     FROM(PATIENT-JOURNAL-REC)
                     LENGTH(WS-JRNL-REC-LEN)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0900: WRITEQ TD PJRN; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0900-EXIT.
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
                     MAP('BISO400')
                     MAPSET('BISO400')
                     FROM(BISO400O)
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
                     MAP('BISO400')
                     MAPSET('BISO400')
                     FROM(BISO400O)
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
                     MAP('BISO400')
                     MAPSET('BISO400')
                     FROM(BISO400O)
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
           MOVE 'CISO400 '     TO WS-ERR-PROG-ID.
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
