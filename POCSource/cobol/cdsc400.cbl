       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDSC400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * RELEASE-OF-INFORMATION (ACCOUNTING OF DISCLOSURES) ENTRY    *
      * FOR THE DISCLOG VSAM FILE (SEE DISCLOG).  HIM RECORDS EVERY *
      * RELEASE OF A PATIENT'S INFORMATION OUTSIDE THE HOSPITAL -   *
      * TO AN ATTORNEY, AN INSURER ANSWERING A RECORDS REQUEST,     *
      * PUBLIC HEALTH OR ANOTHER PROVIDER - SO THE PATIENT CAN BE   *
      * GIVEN THE LIST ON REQUEST (DISCRPT PRINTS IT).              *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    A - ADD:     LOGS A RELEASE MADE TODAY.  REQUEST DATE,   *
      *                 RECIPIENT, RECIPIENT TYPE (A ATTORNEY,      *
      *                 I INSURER, P PUBLIC HEALTH, H OTHER         *
      *                 PROVIDER, O OTHER), PURPOSE AND WHAT WAS    *
      *                 RELEASED ARE ALL REQUIRED                   *
      *    I - INQUIRE: SHOWS THE PATIENT'S FIRST RELEASE ON OR     *
      *                 AFTER THE RELEASE DATE KEYED (BLANK = THE   *
      *                 EARLIEST ON FILE)                           *
      *    N - NEXT:    SHOWS THE RELEASE AFTER THE ONE ON SCREEN   *
      *                                                             *
      * EVERY FUNCTION SIGNS ON THROUGH SECCHK; THE SIGNED-ON       *
      * OPERATOR IS THE RELEASING OPERATOR OF RECORD.  A LOGGED     *
      * RELEASE IS NEVER CHANGED OR DELETED HERE.                   *
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
           03  WS-DSC-FUNCTION             PIC X(01) VALUE SPACE.
               88  WS-FUNC-ADD             VALUE 'A'.
               88  WS-FUNC-INQUIRE         VALUE 'I'.
               88  WS-FUNC-NEXT            VALUE 'N'.
               88  WS-FUNC-VALID           VALUES 'A', 'I', 'N'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TODAY-TIME               PIC X(08) VALUE SPACES.
           03  WS-DATE-RC                  PIC S9(04) VALUE ZEROS.
           03  WS-WRITE-TRIES              PIC S9(04) COMP VALUE +0.
           03  WS-WRITTEN-SW               PIC X(01) VALUE 'N'.
               88  RELEASE-WRITTEN         VALUE 'Y'.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BDSC400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY DISCLOG.
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
                     TRANSID('DSC4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

      ***************************************************************
      * 0050-SECURITY-CHECK - COMMON SIGN-ON CHECK AGAINST THE      *
      *   OPERPROF PROFILES THROUGH SECCHK.  A FAILED CHECK SETS    *
      *   THE DENIED SWITCH, TELLS THE OPERATOR, AND THE PROTECTED  *
      *   PATH NEVER RUNS; SECCHK LOGS THE VIOLATION.               *
      ***************************************************************
       0050-SECURITY-CHECK.

           MOVE 'N'    TO WS-SEC-DENIED-SW.
           MOVE OPERIDI TO SEC-OPERATOR-ID.
           MOVE PASSWDI TO SEC-PASSWORD.
           MOVE 'DSC4' TO SEC-FUNCTION.
           MOVE WS-NEED-ROLE TO SEC-NEED-ROLE.
           MOVE ZERO   TO SEC-RETURN-CD.
           EXEC CICS LINK
                     PROGRAM('SECCHK')
                     COMMAREA(SEC-CHECK-PARMS)
                     LENGTH(WS-SEC-PARMS-LEN)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SEC-DENIED-SW
              MOVE 'SECURITY CHECK UNAVAILABLE - TRY LATER.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0050-EXIT
           END-IF.
           IF SEC-RETURN-CD NOT = ZERO
              MOVE 'Y' TO WS-SEC-DENIED-SW
              MOVE 'NOT AUTHORIZED - SEE YOUR SUPERVISOR.'
                   TO MSGO
              IF SEC-PASSWORD-EXPIRED
                 MOVE 'PASSWORD EXPIRED - CHANGE IT ON PWD4.'
                      TO MSGO
              END-IF
              IF SEC-OPERATOR-LOCKED
                 MOVE 'SIGN-ON LOCKED - SEE YOUR SUPERVISOR.'
                      TO MSGO
              END-IF
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
           END-IF.

       0050-EXIT.
            EXIT.

       0100-RECEIVE-LOOP.

           EXEC CICS RECEIVE MAP('BDSC400')
                     MAPSET('BDSC400')
                     INTO(BDSC400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-DSC-FUNCTION.
           IF NOT WS-FUNC-VALID
              MOVE 'INVALID FUNCTION - MUST BE A, I OR N.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

      *--- EVERY PATH SIGNS ON - A LOOK AT THE RELEASE LOG IS ITSELF
      *--- A LOOK AT PATIENT INFORMATION.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0100-EXIT
           END-IF.

           IF PATIDI NOT NUMERIC OR PATIDI = ZEROS
              MOVE 'INVALID PATIENT-ID. PLEASE TRY AGAIN.'
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
                     TIME(WS-TODAY-TIME)
           END-EXEC.

           IF WS-FUNC-ADD
              PERFORM 0300-ADD-RELEASE     THRU 0300-EXIT
           ELSE
              PERFORM 0700-SHOW-RELEASE    THRU 0700-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0150-EDIT-RELEASE - EVERY ELEMENT OF THE ACCOUNTING IS      *
      *   REQUIRED.  THE FIRST FAILING EDIT SETS MSGO; MSGO =       *
      *   LOW-VALUES MEANS THE RELEASE IS CLEAN.                    *
      ***************************************************************
       0150-EDIT-RELEASE.

           MOVE LOW-VALUES TO MSGO.

           MOVE +0 TO WS-DATE-RC.
           CALL 'DTEVAL' USING REQDTI, WS-DATE-RC.
           IF WS-DATE-RC < 0
              MOVE 'INVALID REQUEST DATE. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF REQDTI > WS-TODAY-DATE
              MOVE 'REQUEST DATE IS IN THE FUTURE. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF RCPNMI = SPACES OR RCPNMI = LOW-VALUES
              MOVE 'RECIPIENT IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           MOVE RCPTYI TO DSC-RECIPIENT-TYPE.
           IF NOT DSC-RECIPIENT-VALID
              MOVE 'RECIPIENT TYPE MUST BE A, I, P, H OR O.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF PURPI = SPACES OR PURPI = LOW-VALUES
              MOVE 'PURPOSE IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF INFOI = SPACES OR INFOI = LOW-VALUES
              MOVE 'INFORMATION RELEASED IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0300-ADD-RELEASE - THE PATIENT MUST BE ON PATMSTR.  THE     *
      *   RELEASE IS LOGGED AT TODAY'S DATE AND TIME UNDER THE      *
      *   SIGNED-ON OPERATOR.                                       *
      ***************************************************************
       0300-ADD-RELEASE.

           PERFORM 0150-EDIT-RELEASE THRU 0150-EXIT.
           IF MSGO NOT = LOW-VALUES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

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

           MOVE SPACES               TO DISCLOSURE-LOG-REC.
           MOVE PATIDI               TO DSC-PATIENT-ID.
           MOVE WS-TODAY-DATE        TO DSC-RELEASE-DATE.
           MOVE WS-TODAY-TIME(1:6)   TO DSC-RELEASE-TIME(1:6).
           MOVE '00'                 TO DSC-RELEASE-TIME(7:2).
           MOVE REQDTI               TO DSC-REQUEST-DATE.
           MOVE RCPNMI               TO DSC-RECIPIENT-NAME.
           MOVE RCPTYI               TO DSC-RECIPIENT-TYPE.
           MOVE PURPI                TO DSC-PURPOSE.
           MOVE INFOI                TO DSC-INFO-RELEASED.
           MOVE OPERIDI              TO DSC-RELEASED-BY.
           MOVE EIBTRMID             TO DSC-TERMINAL-ID.

           MOVE ZERO TO WS-WRITE-TRIES.
           MOVE 'N'  TO WS-WRITTEN-SW.
           PERFORM 0350-WRITE-RELEASE THRU 0350-EXIT
               UNTIL RELEASE-WRITTEN OR WS-WRITE-TRIES > 99.
           IF NOT RELEASE-WRITTEN
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: DISCLOG WRITE; NO FREE KEY' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BDSC400O.
           PERFORM 0750-FILL-SCREEN       THRU 0750-EXIT.
           MOVE '***  RELEASE LOGGED.'
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

      *--- TWO RELEASES FOR ONE PATIENT IN THE SAME SECOND TAKE THE
      *--- NEXT SEQUENCE IN THE LAST TWO DIGITS OF THE TIME.
       0350-WRITE-RELEASE.

           EXEC CICS WRITE
                     DATASET('DISCLOG')
                     FROM(DISCLOSURE-LOG-REC)
                     RIDFLD(DSC-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-WRITTEN-SW
              GO TO 0350-EXIT
           ELSE
           IF WS-RESP = DFHRESP(DUPREC)
              ADD +1 TO WS-WRITE-TRIES
              ADD 1  TO DSC-RELEASE-TIME
              GO TO 0350-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0350: DISCLOG WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0350-EXIT.
            EXIT.

      ***************************************************************
      * 0700-SHOW-RELEASE - INQUIRE STARTS AT THE RELEASE DATE      *
      *   KEYED; NEXT STARTS JUST PAST THE RELEASE ON THE SCREEN.   *
      *   EITHER WAY THE FIRST RELEASE FOUND FOR THE PATIENT SHOWS. *
      ***************************************************************
       0700-SHOW-RELEASE.

           MOVE PATIDI TO DSC-PATIENT-ID.
           IF RELDTI NOT NUMERIC
              MOVE ZERO   TO DSC-RELEASE-DATE
           ELSE
              MOVE RELDTI TO DSC-RELEASE-DATE
           END-IF.
           IF WS-FUNC-NEXT AND RELTMI NUMERIC
              MOVE RELTMI TO DSC-RELEASE-TIME
              ADD 1 TO DSC-RELEASE-TIME
           ELSE
              MOVE ZERO   TO DSC-RELEASE-TIME
           END-IF.

           EXEC CICS STARTBR
                     DATASET('DISCLOG')
                     RIDFLD(DSC-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO 0700-NONE-FOUND
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: DISCLOG STARTBR; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           EXEC CICS READNEXT
                     DATASET('DISCLOG')
                     INTO(DISCLOSURE-LOG-REC)
                     RIDFLD(DSC-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(ENDFILE)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: DISCLOG READNEXT; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           EXEC CICS ENDBR
                     DATASET('DISCLOG')
           END-EXEC.

           IF WS-RESP = DFHRESP(ENDFILE)
              OR DSC-PATIENT-ID NOT = PATIDI
              GO TO 0700-NONE-FOUND
           END-IF.

           MOVE LOW-VALUES                TO BDSC400O.
           PERFORM 0750-FILL-SCREEN       THRU 0750-EXIT.
           MOVE '***  KEY N FOR THE NEXT RELEASE, A TO LOG A NEW ONE.'
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.
           GO TO 0700-EXIT.

       0700-NONE-FOUND.
           IF WS-FUNC-NEXT
              MOVE 'NO MORE RELEASES FOR THIS PATIENT.'
                   TO MSGO
           ELSE
              MOVE 'NO RELEASES LOGGED FOR THIS PATIENT FROM THAT DATE.'
                   TO MSGO
           END-IF.
           PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT.

       0700-EXIT.
            EXIT.

       0750-FILL-SCREEN.
           MOVE DSC-PATIENT-ID         TO PATIDO.
           MOVE DSC-REQUEST-DATE       TO REQDTO.
           MOVE DSC-RELEASE-DATE       TO RELDTO.
           MOVE DSC-RELEASE-TIME       TO RELTMO.
           MOVE DSC-RECIPIENT-NAME     TO RCPNMO.
           MOVE DSC-RECIPIENT-TYPE     TO RCPTYO.
           MOVE DSC-PURPOSE            TO PURPO.
           MOVE DSC-INFO-RELEASED      TO INFOO.
           MOVE DSC-RELEASED-BY        TO RELBYO.
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
                     MAP('BDSC400')
                     MAPSET('BDSC400')
                     FROM(BDSC400O)
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
                     MAP('BDSC400')
                     MAPSET('BDSC400')
                     FROM(BDSC400O)
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
                     MAP('BDSC400')
                     MAPSET('BDSC400')
                     FROM(BDSC400O)
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
           MOVE 'CDSC400 '     TO WS-ERR-PROG-ID.
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
