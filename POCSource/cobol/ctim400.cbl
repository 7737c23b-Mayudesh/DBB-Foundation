       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTIM400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * TIMECARD ENTRY AND APPROVAL FOR THE PERSONNEL SCREEN SET    *
      *                                                             *
      * ONE SCREEN OVER THE TIMECARD FILE (SEE TIMECARD).  THE      *
      * CLERK KEYS A FUNCTION, THE PERSON NUMBER AND THE PAY PERIOD *
      * END DATE, AND FOR ADD/UPDATE THE REGULAR, OVERTIME, NIGHT-  *
      * DIFFERENTIAL AND ON-CALL HOURS, ANY MISSING PUNCHES, AND    *
      * ANY VACATION OR SICK HOURS TAKEN:                           *
      *                                                             *
      *   A - ADD       A TIMECARD THE CLOCK DID NOT SEND           *
      *   U - UPDATE    CORRECTS A CARD; AN APPROVED CARD GOES BACK *
      *                 TO ENTERED AND MUST BE APPROVED AGAIN       *
      *   I - INQUIRE   SHOWS THE CARD AND WHO ENTERED/APPROVED IT  *
      *   P - APPROVE   THE SUPERVISOR'S RELEASE FOR PAY            *
      *                                                             *
      * ADD, UPDATE AND INQUIRE NEED FUNCTION TIM4.  APPROVAL NEEDS *
      * FUNCTION TIMA AND THE APPROVER ROLE, NOBODY APPROVES A CARD *
      * THEY ENTERED OR CORRECTED, AND A CARD STILL SHOWING MISSING *
      * PUNCHES IS CORRECTED (MISSING PUNCHES BACK TO ZERO) BEFORE  *
      * IT CAN BE APPROVED.  THE PERSON MUST BE ON THE PERSONAL     *
      * FILE.  PAYREG PAYS HOURLY STAFF FROM APPROVED CARDS ONLY.   *
      * LEAVE HOURS MUST ALREADY BE APPROVED ON CLVE400 - THEY      *
      * CANNOT EXCEED THE PERSON'S APPROVED HOURS ON LEAVEBAL NOT   *
      * YET TAKEN - AND PAYREG DRAWS THEM DOWN FROM THE BALANCE.    *
      * HANGS OFF THE CMEN400 MENU LIKE THE REST OF THE SET.        *
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
           03  WS-FUNCTION                 PIC X(01) VALUE SPACES.
               88  WS-FUNCTION-VALID       VALUE 'A', 'U', 'I', 'P'.
               88  WS-FUNCTION-ADD         VALUE 'A'.
               88  WS-FUNCTION-UPDATE      VALUE 'U'.
               88  WS-FUNCTION-INQUIRE     VALUE 'I'.
               88  WS-FUNCTION-APPROVE     VALUE 'P'.
           03  WS-TIME                     PIC S9(08) COMP VALUE +0.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-WAS-APPROVED-SW          PIC X(01) VALUE 'N'.
               88  WS-WAS-APPROVED         VALUE 'Y'.
      *--- SCREEN HOURS TRAVEL AS UNPUNCTUATED DIGITS WITH TWO
      *--- ASSUMED DECIMALS, THE SAME FORM THE CLOCK CARDS CARRY -
      *--- THE REDEFINES SUPPLY THE DECIMAL.
           03  WS-REG-X                    PIC X(05) VALUE ZEROS.
           03  WS-REG-NUM REDEFINES WS-REG-X
                                           PIC 9(03)V99.
           03  WS-OT-X                     PIC X(05) VALUE ZEROS.
           03  WS-OT-NUM REDEFINES WS-OT-X
                                           PIC 9(03)V99.
           03  WS-NIGHT-X                  PIC X(05) VALUE ZEROS.
           03  WS-NIGHT-NUM REDEFINES WS-NIGHT-X
                                           PIC 9(03)V99.
           03  WS-ONCALL-X                 PIC X(05) VALUE ZEROS.
           03  WS-ONCALL-NUM REDEFINES WS-ONCALL-X
                                           PIC 9(03)V99.
           03  WS-VAC-X                    PIC X(05) VALUE ZEROS.
           03  WS-VAC-NUM REDEFINES WS-VAC-X
                                           PIC 9(03)V99.
           03  WS-SICK-X                   PIC X(05) VALUE ZEROS.
           03  WS-SICK-NUM REDEFINES WS-SICK-X
                                           PIC 9(03)V99.
           03  WS-MISSING-X                PIC X(02) VALUE ZEROS.
           03  WS-MISSING-NUM REDEFINES WS-MISSING-X
                                           PIC 9(02).
           03  WS-PERSON-NAME              PIC X(31) VALUE SPACES.
           03  WS-LEAVE-TYPE               PIC X(02) VALUE SPACES.
           03  WS-LEAVE-NAME               PIC X(08) VALUE SPACES.
           03  WS-LEAVE-HOURS              PIC 9(03)V99 VALUE ZEROS.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-SEC-FUNCTION                 PIC X(04) VALUE 'TIM4'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BTIM400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY PERSON.
       COPY TIMECARD.
       COPY LEAVEBAL.

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
                     TRANSID('TIM4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(1)
           END-EXEC.

       0000-EXIT.
            EXIT.

      ***************************************************************
      * 0050-SECURITY-CHECK - COMMON SIGN-ON CHECK AGAINST THE      *
      *   OPERPROF PROFILES THROUGH SECCHK, FOR THE FUNCTION CODE   *
      *   AND ROLE THE CALLER SET IN WS-SEC-FUNCTION AND            *
      *   WS-NEED-ROLE.  A FAILED CHECK SETS THE DENIED SWITCH AND  *
      *   TELLS THE OPERATOR; SECCHK LOGS THE VIOLATION.            *
      ***************************************************************
       0050-SECURITY-CHECK.

           MOVE 'N'    TO WS-SEC-DENIED-SW.
           MOVE OPERIDI TO SEC-OPERATOR-ID.
           MOVE PASSWDI TO SEC-PASSWORD.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
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
              IF WS-SEC-FUNCTION = 'TIM4'
                 MOVE 'NOT AUTHORIZED FOR TIMECARDS. SEE SUPERVISOR.'
                      TO MSGO
              ELSE
                 MOVE 'NOT AUTHORIZED TO APPROVE TIMECARDS.'
                      TO MSGO
              END-IF
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

           EXEC CICS RECEIVE MAP('BTIM400')
                     MAPSET('BTIM400')
                     INTO(BTIM400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNCTION-VALID
              MOVE LOW-VALUES                TO MSGO
              MOVE 'INVALID FUNCTION. USE A, U, I OR P.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

      *--- THE SIGN-ON CHECK GUARDS EVERY PATH IN THIS TRANSACTION;
      *--- APPROVAL IS A SEPARATE FUNCTION CODE AND ROLE.
           IF WS-FUNCTION-APPROVE
              MOVE 'TIMA' TO WS-SEC-FUNCTION
              MOVE 'A'    TO WS-NEED-ROLE
           ELSE
              MOVE 'TIM4' TO WS-SEC-FUNCTION
              MOVE 'E'    TO WS-NEED-ROLE
           END-IF.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0100-EXIT
           END-IF.

           IF (PERSONNL > 0) AND (PERENDI NUMERIC)
              NEXT SENTENCE
           ELSE
              MOVE LOW-VALUES                TO MSGO
              MOVE 'PERSON NUMBER AND PERIOD END (CCYYMMDD) REQUIRED.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

      *--- THE PERSON MUST BE ON THE PERSONAL FILE.
           EXEC CICS READ
                     DATASET('PERSONAL')
                     INTO(PERSON-MASTER-RECORD)
                     RIDFLD(PERSONNI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'PERSON NOT ON PERSONAL FILE. PLEASE TRY AGAIN.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0100: PERSONAL READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.
           MOVE SPACES TO WS-PERSON-NAME.
           STRING PERSON-FIRST-NAME DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  PERSON-LAST-NAME  DELIMITED BY '  '
               INTO WS-PERSON-NAME.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

           MOVE PERSONNI TO TC-PERSON-NUMBER.
           MOVE PERENDI  TO TC-PERIOD-END.

           IF WS-FUNCTION-INQUIRE
              PERFORM 0700-INQUIRE-TIMECARD THRU 0700-EXIT
              GO TO 0100-EXIT
           END-IF.
           IF WS-FUNCTION-APPROVE
              PERFORM 0500-APPROVE-TIMECARD THRU 0500-EXIT
              GO TO 0100-EXIT
           END-IF.

           PERFORM 0150-EDIT-HOURS THRU 0150-EXIT.
           IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF WS-FUNCTION-ADD
              PERFORM 0350-ADD-TIMECARD THRU 0350-EXIT
           ELSE
              PERFORM 0375-UPDATE-TIMECARD THRU 0375-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0150-EDIT-HOURS - EVERY HOURS FIELD IS NUMERIC (A BLANK     *
      *   FIELD IS ZERO HOURS), AND NIGHT HOURS ARE PART OF THE     *
      *   HOURS WORKED SO CANNOT EXCEED REGULAR PLUS OVERTIME.      *
      *   LEAVE HOURS ARE CHECKED AGAINST THE APPROVED LEAVE.       *
      *   FIRST FAILING EDIT SETS MSGO; MSGO = LOW-VALUES MEANS THE *
      *   FIELDS ARE CLEAN.                                         *
      ***************************************************************
       0150-EDIT-HOURS.

           MOVE LOW-VALUES TO MSGO.
           MOVE ZEROS TO WS-REG-X, WS-OT-X, WS-NIGHT-X, WS-ONCALL-X,
                         WS-VAC-X, WS-SICK-X, WS-MISSING-X.
           IF REGHRSL > 0
              MOVE REGHRSI  TO WS-REG-X.
           IF OTHRSL > 0
              MOVE OTHRSI   TO WS-OT-X.
           IF NIGHTHRL > 0
              MOVE NIGHTHRI TO WS-NIGHT-X.
           IF ONCALLL > 0
              MOVE ONCALLI  TO WS-ONCALL-X.
           IF VACHRSL > 0
              MOVE VACHRSI  TO WS-VAC-X.
           IF SICKHRSL > 0
              MOVE SICKHRSI TO WS-SICK-X.
           IF MISSPNL > 0
              MOVE MISSPNI  TO WS-MISSING-X.

           IF WS-REG-X NOT NUMERIC
             OR WS-OT-X NOT NUMERIC
             OR WS-NIGHT-X NOT NUMERIC
             OR WS-ONCALL-X NOT NUMERIC
             OR WS-VAC-X NOT NUMERIC
             OR WS-SICK-X NOT NUMERIC
              MOVE 'HOURS MUST BE NUMERIC (NNNVV).'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF WS-MISSING-X NOT NUMERIC
              MOVE 'MISSING PUNCHES MUST BE NUMERIC (NN).'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF WS-NIGHT-NUM > WS-REG-NUM + WS-OT-NUM
              MOVE 'NIGHT HOURS CANNOT EXCEED REGULAR PLUS OVERTIME.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF WS-VAC-NUM > 0
              MOVE 'VA'         TO WS-LEAVE-TYPE
              MOVE 'VACATION'   TO WS-LEAVE-NAME
              MOVE WS-VAC-NUM   TO WS-LEAVE-HOURS
              PERFORM 0160-CHECK-LEAVE THRU 0160-EXIT
              IF MSGO NOT = LOW-VALUES
                 GO TO 0150-EXIT
              END-IF
           END-IF.
           IF WS-SICK-NUM > 0
              MOVE 'SK'         TO WS-LEAVE-TYPE
              MOVE 'SICK'       TO WS-LEAVE-NAME
              MOVE WS-SICK-NUM  TO WS-LEAVE-HOURS
              PERFORM 0160-CHECK-LEAVE THRU 0160-EXIT
           END-IF.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0160-CHECK-LEAVE - LEAVE IS TAKEN ONLY AFTER IT IS APPROVED *
      *   ON CLVE400, SO THE HOURS KEYED FOR ONE LEAVE TYPE CANNOT  *
      *   EXCEED THE APPROVED HOURS ON LEAVEBAL NOT YET TAKEN.      *
      ***************************************************************
       0160-CHECK-LEAVE.

           MOVE PERSONNI        TO LB-PERSON-NUMBER.
           MOVE WS-LEAVE-TYPE   TO LB-LEAVE-TYPE.
           EXEC CICS READ
                     DATASET('LEAVEBAL')
                     INTO(LEAVE-BALANCE-REC)
                     RIDFLD(LB-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE SPACES                    TO MSGO
              STRING 'NO '               DELIMITED BY SIZE
                     WS-LEAVE-NAME       DELIMITED BY SPACE
                     ' LEAVE BALANCE FOR THIS PERSON.'
                                         DELIMITED BY SIZE
                  INTO MSGO
              GO TO 0160-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0160: LEAVEBAL READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF WS-LEAVE-HOURS > LB-APPROVED-HOURS
              MOVE SPACES                    TO MSGO
              STRING WS-LEAVE-NAME       DELIMITED BY SPACE
                     ' HOURS OVER THE LEAVE APPROVED ON CLVE400.'
                                         DELIMITED BY SIZE
                  INTO MSGO
           END-IF.

       0160-EXIT.
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
                     MAP('BTIM400')
                     MAPSET('BTIM400')
                     FROM(BTIM400O)
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
      * 0300-BUILD-HOURS - THE EDITED HOURS ONTO THE CARD, WHICH IS *
      *   NOW THE OPERATOR'S ENTRY AND WAITS FOR APPROVAL.          *
      ***************************************************************
       0300-BUILD-HOURS.
           MOVE WS-REG-NUM          TO TC-REGULAR-HOURS.
           MOVE WS-OT-NUM           TO TC-OVERTIME-HOURS.
           MOVE WS-NIGHT-NUM        TO TC-NIGHT-HOURS.
           MOVE WS-ONCALL-NUM       TO TC-ONCALL-HOURS.
           MOVE WS-VAC-NUM          TO TC-VACATION-HOURS.
           MOVE WS-SICK-NUM         TO TC-SICK-HOURS.
           MOVE WS-MISSING-NUM      TO TC-MISSING-PUNCHES.
           MOVE 'E'                 TO TC-STATUS.
           MOVE OPERIDI             TO TC-ENTERED-BY.
           MOVE WS-TODAY-DATE       TO TC-ENTERED-DATE.
           MOVE SPACES              TO TC-APPROVED-BY.
           MOVE ZERO                TO TC-APPROVED-DATE.

       0300-EXIT.
            EXIT.

       0350-ADD-TIMECARD.

           INITIALIZE TIMECARD-REC.
           MOVE PERSONNI            TO TC-PERSON-NUMBER.
           MOVE PERENDI             TO TC-PERIOD-END.
           MOVE 'K'                 TO TC-SOURCE.
           PERFORM 0300-BUILD-HOURS THRU 0300-EXIT.

           EXEC CICS WRITE
                     DATASET('TIMECARD')
                     FROM(TIMECARD-REC)
                     RIDFLD(TC-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'TIMECARD ALREADY EXISTS. USE U TO UPDATE.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0350-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0350: DATASET WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-TIMECARD THRU 0750-EXIT.
           MOVE '***  TIMECARD ADDED - AWAITING APPROVAL. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0350-EXIT.
            EXIT.

       0375-UPDATE-TIMECARD.

           EXEC CICS READ
                     DATASET('TIMECARD')
                     INTO(TIMECARD-REC)
                     RIDFLD(TC-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'TIMECARD NOT ON FILE. USE A TO ADD.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0375-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0375: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE 'N' TO WS-WAS-APPROVED-SW.
           IF TC-APPROVED
              MOVE 'Y' TO WS-WAS-APPROVED-SW
           END-IF.
           PERFORM 0300-BUILD-HOURS THRU 0300-EXIT.

           EXEC CICS REWRITE
                     DATASET('TIMECARD')
                     FROM(TIMECARD-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0375: DATASET REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-TIMECARD THRU 0750-EXIT.
           IF WS-WAS-APPROVED
              MOVE '***  TIMECARD UPDATED - MUST BE APPROVED AGAIN. '
                      TO MSGO
           ELSE
              MOVE '***  TIMECARD UPDATED - AWAITING APPROVAL. '
                      TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0375-EXIT.
            EXIT.

      ***************************************************************
      * 0500-APPROVE-TIMECARD - ONLY AN ENTERED CARD WITH NO        *
      *   MISSING PUNCHES, AND NEVER BY WHOEVER ENTERED IT.         *
      ***************************************************************
       0500-APPROVE-TIMECARD.

           EXEC CICS READ
                     DATASET('TIMECARD')
                     INTO(TIMECARD-REC)
                     RIDFLD(TC-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'TIMECARD NOT ON FILE. NOTHING TO APPROVE.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-TIMECARD THRU 0750-EXIT.
           IF TC-APPROVED
              MOVE 'TIMECARD IS ALREADY APPROVED.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.
           IF TC-ENTERED-BY = OPERIDI
              MOVE 'YOU ENTERED THIS TIMECARD. ANOTHER APPROVER MUST.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.
           IF TC-MISSING-PUNCHES > ZERO
              MOVE 'MISSING PUNCHES - CORRECT WITH U BEFORE APPROVING.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.

           MOVE 'A'                 TO TC-STATUS.
           MOVE OPERIDI             TO TC-APPROVED-BY.
           MOVE WS-TODAY-DATE       TO TC-APPROVED-DATE.

           EXEC CICS REWRITE
                     DATASET('TIMECARD')
                     FROM(TIMECARD-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: DATASET REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-TIMECARD THRU 0750-EXIT.
           MOVE '***  TIMECARD APPROVED FOR PAY. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0500-EXIT.
            EXIT.

       0700-INQUIRE-TIMECARD.

           EXEC CICS READ
                     DATASET('TIMECARD')
                     INTO(TIMECARD-REC)
                     RIDFLD(TC-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'TIMECARD NOT ON FILE. USE A TO ADD.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0700-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-TIMECARD THRU 0750-EXIT.
           IF TC-APPROVED
              MOVE '***  TIMECARD APPROVED. '
                      TO MSGO
           ELSE
              MOVE '***  TIMECARD AWAITING APPROVAL. '
                      TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

       0750-SHOW-TIMECARD.
           MOVE LOW-VALUES          TO BTIM400O.
           MOVE TC-PERSON-NUMBER    TO PERSONNO.
           MOVE TC-PERIOD-END       TO PERENDO.
           MOVE WS-PERSON-NAME      TO PNAMEO.
           MOVE TC-REGULAR-HOURS    TO WS-REG-NUM.
           MOVE WS-REG-X            TO REGHRSO.
           MOVE TC-OVERTIME-HOURS   TO WS-OT-NUM.
           MOVE WS-OT-X             TO OTHRSO.
           MOVE TC-NIGHT-HOURS      TO WS-NIGHT-NUM.
           MOVE WS-NIGHT-X          TO NIGHTHRO.
           MOVE TC-ONCALL-HOURS     TO WS-ONCALL-NUM.
           MOVE WS-ONCALL-X         TO ONCALLO.
           MOVE TC-VACATION-HOURS   TO WS-VAC-NUM.
           MOVE WS-VAC-X            TO VACHRSO.
           MOVE TC-SICK-HOURS       TO WS-SICK-NUM.
           MOVE WS-SICK-X           TO SICKHRSO.
           MOVE TC-MISSING-PUNCHES  TO WS-MISSING-NUM.
           MOVE WS-MISSING-X        TO MISSPNO.
           MOVE TC-STATUS           TO TCSTATO.
           MOVE TC-ENTERED-BY       TO ENTBYO.
           MOVE TC-APPROVED-BY      TO APPRBYO.

       0750-EXIT.
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
                     MAP('BTIM400')
                     MAPSET('BTIM400')
                     FROM(BTIM400O)
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
                     MAP('BTIM400')
                     MAPSET('BTIM400')
                     FROM(BTIM400O)
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
           MOVE 'CTIM400 '     TO WS-ERR-PROG-ID.
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
