       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CENC400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * OUTPATIENT ENCOUNTER REGISTRATION PROGRAM FOR THE ENCNTR    *
      * VSAM FILE (SEE ENCNTR).  USED BY CLINIC AND SAME-DAY        *
      * REGISTRATION SO AN OUTPATIENT VISIT NO LONGER NEEDS A FAKE  *
      * ADMISSION TO HOLD A BED.                                    *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    R - REGISTER: WRITES A NEW OPEN VISIT FOR A PATIENT ON   *
      *                  PATMSTR; THE VISIT NUMBER IS ASSIGNED AS   *
      *                  ONE PAST THE PATIENT'S HIGHEST             *
      *    U - UPDATE:   CORRECTS THE DATE, LOCATION, ATTENDING     *
      *                  AND DIAGNOSIS OF AN OPEN VISIT             *
      *    C - CLOSE:    THE VISIT IS OVER - CLMEXTR BILLS IT AS    *
      *                  ITS OWN OUTPATIENT CLAIM THAT NIGHT        *
      *    O - REOPEN:   PUTS A CLOSED, NOT YET BILLED VISIT BACK   *
      *                  OPEN FOR A CHARGE THAT MISSED THE CLOSE    *
      *    X - CANCEL:   THE PATIENT NEVER SHOWED; NOTHING BILLS    *
      *    I - INQUIRE:  SHOWS THE VISIT AND ITS STATUS             *
      *                                                             *
      * OUTPATIENT ('O') TREATMENTS ARE KEYED ON CTRT400 AGAINST    *
      * THE VISIT NUMBER SHOWN HERE; BNCHS602 ONLY ACCEPTS THEM     *
      * WHILE THE VISIT IS OPEN.                                    *
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
               88  WS-FUNC-REGISTER        VALUE 'R'.
               88  WS-FUNC-UPDATE          VALUE 'U'.
               88  WS-FUNC-CLOSE           VALUE 'C'.
               88  WS-FUNC-REOPEN          VALUE 'O'.
               88  WS-FUNC-CANCEL          VALUE 'X'.
               88  WS-FUNC-INQUIRE         VALUE 'I'.
               88  WS-FUNC-VALID           VALUES 'R', 'U', 'C',
                                                  'O', 'X', 'I'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-DATE-RC                  PIC S9(04) VALUE ZEROS.
           03  WS-PATIENT-ID               PIC X(06) VALUE SPACES.
           03  WS-HIGH-VISIT-NO            PIC 9(03) VALUE ZERO.
           03  WS-DONE-MSG                 PIC X(79) VALUE SPACES.
           03  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
               88  BROWSE-DONE             VALUE 'Y'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BENC400.
      *--- COPY DATASET COPYLIB HERE.
       COPY ENCNTR.
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
                     TRANSID('ENC4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

       0100-RECEIVE-LOOP.

           EXEC CICS RECEIVE MAP('BENC400')
                     MAPSET('BENC400')
                     INTO(BENC400I)
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
              MOVE 'INVALID FUNCTION - MUST BE R, U, C, O, X OR I.'
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

      *--- EVERY FUNCTION BUT REGISTER WORKS ON AN EXISTING VISIT.
           IF NOT WS-FUNC-REGISTER
              AND VISITI NOT NUMERIC
              MOVE 'NON-NUMERIC VISIT NUMBER. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF WS-FUNC-REGISTER OR WS-FUNC-UPDATE
              PERFORM 0150-EDIT-VISIT-FIELDS THRU 0150-EXIT
              IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
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

           IF WS-FUNC-REGISTER
              PERFORM 0300-REGISTER-VISIT    THRU 0300-EXIT
           ELSE
           IF WS-FUNC-INQUIRE
              PERFORM 0700-INQUIRE-VISIT     THRU 0700-EXIT
           ELSE
              PERFORM 0400-MAINTAIN-VISIT    THRU 0400-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0150-EDIT-VISIT-FIELDS - THE VISIT DATE MUST BE A GOOD DATE *
      *   (SAME DTEVAL EDIT BNCHS602 USES) AND THE LOCATION AND     *
      *   ATTENDING PHYSICIAN MUST BE KEYED.  FIRST FAILING EDIT    *
      *   SETS MSGO; MSGO = LOW-VALUES MEANS THE FIELDS ARE CLEAN.  *
      ***************************************************************
       0150-EDIT-VISIT-FIELDS.

           MOVE LOW-VALUES TO MSGO.

           MOVE +0 TO WS-DATE-RC.
           CALL 'DTEVAL' USING VDATEI, WS-DATE-RC.
           IF WS-DATE-RC < 0
              MOVE 'INVALID VISIT DATE. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF LOCI = SPACES OR LOCI = LOW-VALUES
              MOVE 'CLINIC/LOCATION IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF ATTPHYSI = SPACES OR ATTPHYSI = LOW-VALUES
              MOVE 'BLANK ATTENDING PHYSICIAN-ID. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF DIAGI = LOW-VALUES
              MOVE SPACES TO DIAGI
           END-IF.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0300-REGISTER-VISIT - THE PATIENT MUST BE ON PATMSTR.  THE  *
      *   NEW VISIT TAKES THE NEXT NUMBER PAST THE PATIENT'S        *
      *   HIGHEST ON ENCNTR AND IS WRITTEN OPEN, STAMPED WITH THE   *
      *   TERMINAL THAT REGISTERED IT.                              *
      ***************************************************************
       0300-REGISTER-VISIT.

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

           PERFORM 0320-FIND-HIGH-VISIT THRU 0320-EXIT.
           IF WS-HIGH-VISIT-NO = 999
              MOVE 'PATIENT HAS NO VISIT NUMBERS LEFT. SEE SUPERVISOR.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           INITIALIZE ENCOUNTER-REC.
           MOVE PATIDI              TO ENC-PATIENT-ID.
           COMPUTE ENC-VISIT-NO = WS-HIGH-VISIT-NO + 1.
           MOVE VDATEI              TO ENC-VISIT-DATE.
           MOVE LOCI                TO ENC-LOCATION-ID.
           MOVE ATTPHYSI            TO ENC-ATTENDING-PHYS-ID.
           MOVE DIAGI               TO ENC-PRIMARY-DIAG.
           MOVE 'O'                 TO ENC-VISIT-STATUS.
           MOVE EIBTRMID            TO ENC-REGISTERED-BY.
           MOVE WS-TODAY-DATE       TO ENC-LAST-CHANGE-DATE.

           EXEC CICS WRITE
                     DATASET('ENCNTR')
                     FROM(ENCOUNTER-REC)
                     RIDFLD(ENC-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE 'VISIT NUMBER TAKEN MEANWHILE. PRESS ENTER AGAIN.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: ENCNTR WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BENC400O.
           PERFORM 0750-SHOW-VISIT        THRU 0750-EXIT.
           MOVE '***  VISIT REGISTERED - KEY TREATMENTS TO THIS VISIT.'
                TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

      ***************************************************************
      * 0320-FIND-HIGH-VISIT - BROWSE THE PATIENT'S VISITS FROM     *
      *   VISIT 000 AND KEEP THE HIGHEST NUMBER SEEN.               *
      ***************************************************************
       0320-FIND-HIGH-VISIT.

           MOVE ZERO   TO WS-HIGH-VISIT-NO.
           MOVE 'N'    TO WS-BROWSE-DONE-SW.
           MOVE PATIDI TO WS-PATIENT-ID.
           MOVE PATIDI TO ENC-PATIENT-ID.
           MOVE ZERO   TO ENC-VISIT-NO.

           EXEC CICS STARTBR
                     DATASET('ENCNTR')
                     RIDFLD(ENC-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               GO TO 0320-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0320: ENCNTR STARTBR; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0330-READ-ONE THRU 0330-EXIT
               UNTIL BROWSE-DONE.

           EXEC CICS ENDBR
                     DATASET('ENCNTR')
           END-EXEC.

       0320-EXIT.
            EXIT.

       0330-READ-ONE.
           EXEC CICS READNEXT
                     DATASET('ENCNTR')
                     INTO(ENCOUNTER-REC)
                     RIDFLD(ENC-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 0330-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0330: ENCNTR READNEXT; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF ENC-PATIENT-ID NOT = WS-PATIENT-ID
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 0330-EXIT
           END-IF.

           MOVE ENC-VISIT-NO TO WS-HIGH-VISIT-NO.
       0330-EXIT.
            EXIT.

      ***************************************************************
      * 0400-MAINTAIN-VISIT - UPDATE, CLOSE, REOPEN OR CANCEL ONE   *
      *   VISIT.  ONLY AN OPEN VISIT MAY BE UPDATED, CLOSED OR      *
      *   CANCELLED; ONLY A CLOSED ONE MAY BE REOPENED.  A BILLED   *
      *   VISIT IS FINAL - A CHARGE AFTER BILLING GOES THROUGH THE  *
      *   LATE-CHARGE ADJUSTMENT RUN.                               *
      ***************************************************************
       0400-MAINTAIN-VISIT.

           MOVE PATIDI  TO ENC-PATIENT-ID.
           MOVE VISITI  TO ENC-VISIT-NO.
           EXEC CICS READ
                     DATASET('ENCNTR')
                     INTO(ENCOUNTER-REC)
                     RIDFLD(ENC-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'VISIT NOT FOUND. USE FUNCTION R TO REGISTER.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: ENCNTR READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF WS-FUNC-REOPEN
              IF NOT ENC-CLOSED
                 MOVE 'ONLY A CLOSED, UNBILLED VISIT CAN BE REOPENED.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0400-EXIT
              END-IF
              MOVE 'O'        TO ENC-VISIT-STATUS
              MOVE SPACES     TO ENC-CLOSE-DATE
              MOVE '***  VISIT REOPENED. '
                   TO WS-DONE-MSG
           ELSE
              IF NOT ENC-OPEN
                 MOVE 'VISIT IS NOT OPEN - NO CHANGE MADE.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0400-EXIT
              END-IF
           END-IF.

           IF WS-FUNC-UPDATE
              MOVE VDATEI              TO ENC-VISIT-DATE
              MOVE LOCI                TO ENC-LOCATION-ID
              MOVE ATTPHYSI            TO ENC-ATTENDING-PHYS-ID
              MOVE DIAGI               TO ENC-PRIMARY-DIAG
              MOVE '***  VISIT UPDATED. '
                   TO WS-DONE-MSG
           END-IF.

           IF WS-FUNC-CLOSE
              MOVE 'C'                 TO ENC-VISIT-STATUS
              MOVE WS-TODAY-DATE       TO ENC-CLOSE-DATE
              MOVE '***  VISIT CLOSED - BILLS WITH THE NEXT CLAIM RUN.'
                   TO WS-DONE-MSG
           END-IF.

           IF WS-FUNC-CANCEL
              MOVE 'X'                 TO ENC-VISIT-STATUS
              MOVE WS-TODAY-DATE       TO ENC-CLOSE-DATE
              MOVE '***  VISIT CANCELLED. '
                   TO WS-DONE-MSG
           END-IF.

           MOVE WS-TODAY-DATE       TO ENC-LAST-CHANGE-DATE.

           EXEC CICS REWRITE
                     DATASET('ENCNTR')
                     FROM(ENCOUNTER-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: ENCNTR REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BENC400O.
           PERFORM 0750-SHOW-VISIT        THRU 0750-EXIT.
           MOVE WS-DONE-MSG               TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

       0700-INQUIRE-VISIT.

           MOVE PATIDI  TO ENC-PATIENT-ID.
           MOVE VISITI  TO ENC-VISIT-NO.
           EXEC CICS READ
                     DATASET('ENCNTR')
                     INTO(ENCOUNTER-REC)
                     RIDFLD(ENC-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'VISIT NOT FOUND. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0700-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: ENCNTR READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BENC400O.
           PERFORM 0750-SHOW-VISIT        THRU 0750-EXIT.
           MOVE '***  STATUS: O OPEN, C CLOSED, B BILLED, X CANCELLED,'
             &  ' N NO CHARGE'
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

       0750-SHOW-VISIT.
           MOVE ENC-PATIENT-ID         TO PATIDO.
           MOVE ENC-VISIT-NO           TO VISITO.
           MOVE ENC-VISIT-DATE         TO VDATEO.
           MOVE ENC-LOCATION-ID        TO LOCO.
           MOVE ENC-ATTENDING-PHYS-ID  TO ATTPHYSO.
           MOVE ENC-PRIMARY-DIAG       TO DIAGO.
           MOVE ENC-VISIT-STATUS       TO VSTATO.
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
           MOVE -1   TO FUNCL.
           EXEC CICS SEND
                     MAP('BENC400')
                     MAPSET('BENC400')
                     FROM(BENC400O)
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
                     MAP('BENC400')
                     MAPSET('BENC400')
                     FROM(BENC400O)
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
                     MAP('BENC400')
                     MAPSET('BENC400')
                     FROM(BENC400O)
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
           MOVE 'CENC400 '     TO WS-ERR-PROG-ID.
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
