       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLVE400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * LEAVE REQUEST AND APPROVAL FOR THE PERSONNEL SCREEN SET     *
      *                                                             *
      * ONE SCREEN OVER THE LEAVREQ FILE (SEE LEAVREQ), SHOWING THE *
      * PERSON'S LEAVE BALANCE FROM LEAVEBAL.  THE CLERK KEYS A     *
      * FUNCTION, THE PERSON NUMBER, THE LEAVE TYPE (VA = VACATION, *
      * SK = SICK) AND THE FIRST DAY OF LEAVE, AND FOR A REQUEST    *
      * THE LAST DAY, THE HOURS AND A REASON:                       *
      *                                                             *
      *   R - REQUEST   ENTERS THE REQUEST FOR APPROVAL             *
      *   I - INQUIRE   SHOWS THE REQUEST AND THE BALANCE, OR JUST  *
      *                 THE BALANCE WHEN NO REQUEST IS ON FILE      *
      *   C - CANCEL    WITHDRAWS A REQUESTED OR APPROVED LEAVE;    *
      *                 APPROVED HOURS GO BACK TO THE BALANCE       *
      *   P - APPROVE   RESERVES THE HOURS AGAINST THE BALANCE      *
      *   D - DENY      THE REASON FIELD SAYS WHY                   *
      *                                                             *
      * REQUEST, INQUIRE AND CANCEL NEED FUNCTION LVE4.  APPROVE    *
      * AND DENY NEED FUNCTION LVEA AND THE APPROVER ROLE, AND      *
      * NOBODY DECIDES A REQUEST THEY ENTERED.  NO REQUEST MAY BE   *
      * FOR MORE HOURS THAN THE PERSON HAS EARNED AND NOT ALREADY   *
      * HAD APPROVED - THE AVAILABLE HOURS - AND APPROVAL CHECKS    *
      * AGAIN.  THE APPROVED HOURS ARE THEN KEYED AS LEAVE TAKEN ON *
      * THE CTIM400 TIMECARD, AND PAYREG DRAWS THEM DOWN.  THE      *
      * PERSON MUST BE ON THE PERSONAL FILE.                        *
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
               88  WS-FUNCTION-VALID       VALUE 'R', 'I', 'C', 'P',
                                                 'D'.
               88  WS-FUNCTION-REQUEST     VALUE 'R'.
               88  WS-FUNCTION-INQUIRE     VALUE 'I'.
               88  WS-FUNCTION-CANCEL      VALUE 'C'.
               88  WS-FUNCTION-APPROVE     VALUE 'P'.
               88  WS-FUNCTION-DENY        VALUE 'D'.
           03  WS-LEAVE-TYPE               PIC X(02) VALUE SPACES.
               88  WS-LEAVE-TYPE-VALID     VALUE 'VA', 'SK'.
           03  WS-TIME                     PIC S9(08) COMP VALUE +0.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-PERSON-NAME              PIC X(31) VALUE SPACES.
           03  WS-BALANCE-SW               PIC X(01) VALUE 'N'.
               88  WS-BALANCE-FOUND        VALUE 'Y'.
           03  WS-WAS-APPROVED-SW          PIC X(01) VALUE 'N'.
               88  WS-WAS-APPROVED         VALUE 'Y'.
           03  WS-START-DATE               PIC 9(08) VALUE ZEROS.
           03  WS-END-DATE                 PIC 9(08) VALUE ZEROS.
      *--- SCREEN HOURS TRAVEL AS UNPUNCTUATED DIGITS WITH TWO
      *--- ASSUMED DECIMALS, THE SAME FORM CTIM400 TAKES THEM IN -
      *--- THE REDEFINES SUPPLIES THE DECIMAL.
           03  WS-HOURS-X                  PIC X(05) VALUE ZEROS.
           03  WS-HOURS-NUM REDEFINES WS-HOURS-X
                                           PIC 9(03)V99.
           03  WS-AVAILABLE                PIC S9(05)V99 VALUE +0.
           03  WS-SHOW-HOURS               PIC ZZZ9.99.

       COPY DATESRVP.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-SEC-FUNCTION                 PIC X(04) VALUE 'LVE4'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BLVE400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY PERSON.
       COPY LEAVREQ.
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
                     TRANSID('LVE4')
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
              MOVE 'NOT AUTHORIZED FOR THIS FUNCTION. SEE SUPERVISOR.'
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

           EXEC CICS RECEIVE MAP('BLVE400')
                     MAPSET('BLVE400')
                     INTO(BLVE400I)
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
              MOVE 'INVALID FUNCTION. USE R, I, C, P OR D.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

      *--- THE SIGN-ON CHECK GUARDS EVERY PATH IN THIS TRANSACTION;
      *--- DECIDING A REQUEST IS A SEPARATE FUNCTION CODE AND ROLE.
           IF WS-FUNCTION-APPROVE OR WS-FUNCTION-DENY
              MOVE 'LVEA' TO WS-SEC-FUNCTION
              MOVE 'A'    TO WS-NEED-ROLE
           ELSE
              MOVE 'LVE4' TO WS-SEC-FUNCTION
              MOVE 'E'    TO WS-NEED-ROLE
           END-IF.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0100-EXIT
           END-IF.

           MOVE SPACES TO WS-LEAVE-TYPE.
           IF LVTYPEL > 0
              MOVE LVTYPEI TO WS-LEAVE-TYPE
           END-IF.
           IF (PERSONNL > 0) AND (STRTDTI NUMERIC)
                             AND WS-LEAVE-TYPE-VALID
              NEXT SENTENCE
           ELSE
              MOVE LOW-VALUES                TO MSGO
              MOVE 'PERSON, TYPE (VA/SK), START CCYYMMDD REQUIRED.'
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

           MOVE STRTDTI TO WS-START-DATE.
           MOVE PERSONNI      TO LQ-PERSON-NUMBER, LB-PERSON-NUMBER.
           MOVE WS-START-DATE TO LQ-START-DATE.
           MOVE WS-LEAVE-TYPE TO LQ-LEAVE-TYPE, LB-LEAVE-TYPE.

           IF WS-FUNCTION-INQUIRE
              PERFORM 0700-INQUIRE-REQUEST THRU 0700-EXIT
              GO TO 0100-EXIT
           END-IF.
           IF WS-FUNCTION-CANCEL
              PERFORM 0400-CANCEL-REQUEST THRU 0400-EXIT
              GO TO 0100-EXIT
           END-IF.
           IF WS-FUNCTION-APPROVE
              PERFORM 0500-APPROVE-REQUEST THRU 0500-EXIT
              GO TO 0100-EXIT
           END-IF.
           IF WS-FUNCTION-DENY
              PERFORM 0550-DENY-REQUEST THRU 0550-EXIT
              GO TO 0100-EXIT
           END-IF.

           PERFORM 0150-EDIT-REQUEST THRU 0150-EXIT.
           IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.
           PERFORM 0350-ADD-REQUEST THRU 0350-EXIT.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0150-EDIT-REQUEST - THE START AND END ARE REAL DATES, THE   *
      *   END NOT BEFORE THE START, AND THE HOURS NUMERIC AND MORE  *
      *   THAN ZERO.  FIRST FAILING EDIT SETS MSGO; MSGO =          *
      *   LOW-VALUES MEANS THE FIELDS ARE CLEAN.                    *
      ***************************************************************
       0150-EDIT-REQUEST.

           MOVE LOW-VALUES TO MSGO.
           IF ENDDTL = 0 OR ENDDTI NOT NUMERIC
              MOVE 'END DATE (CCYYMMDD) IS REQUIRED.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           MOVE ENDDTI TO WS-END-DATE.
           MOVE 'VAL '        TO DSRV-FUNCTION.
           MOVE WS-START-DATE TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD = ZERO
              MOVE WS-END-DATE TO DSRV-DATE-1
              CALL 'DATESRV' USING DATE-SRV-PARMS
           END-IF.
           IF DSRV-RETURN-CD NOT = ZERO
              MOVE 'START OR END DATE IS NOT A REAL DATE.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF WS-END-DATE < WS-START-DATE
              MOVE 'END DATE CANNOT BE BEFORE THE START DATE.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           MOVE ZEROS TO WS-HOURS-X.
           IF HOURSL > 0
              MOVE HOURSI   TO WS-HOURS-X.
           IF WS-HOURS-X NOT NUMERIC
              MOVE 'HOURS MUST BE NUMERIC (NNNVV).'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF WS-HOURS-NUM = ZERO
              MOVE 'LEAVE HOURS ARE REQUIRED.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

       0150-EXIT.
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
                     MAP('BLVE400')
                     MAPSET('BLVE400')
                     FROM(BLVE400O)
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
      * 0300-READ-BALANCE - THE PERSON'S BALANCE FOR THE LEAVE TYPE *
      *   FOR SHOWING AND CHECKING, NOT FOR UPDATE.  NONE ON FILE   *
      *   SHOWS AS ZERO.                                            *
      ***************************************************************
       0300-READ-BALANCE.

           EXEC CICS READ
                     DATASET('LEAVEBAL')
                     INTO(LEAVE-BALANCE-REC)
                     RIDFLD(LB-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BALANCE-SW
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'N' TO WS-BALANCE-SW
              INITIALIZE LEAVE-BALANCE-REC
              MOVE PERSONNI      TO LB-PERSON-NUMBER
              MOVE WS-LEAVE-TYPE TO LB-LEAVE-TYPE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: LEAVEBAL READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.
           COMPUTE WS-AVAILABLE = LB-BALANCE-HOURS - LB-APPROVED-HOURS.
           IF WS-AVAILABLE < ZERO
              MOVE ZERO TO WS-AVAILABLE
           END-IF.

       0300-EXIT.
            EXIT.

      ***************************************************************
      * 0350-ADD-REQUEST - A NEW REQUEST, NO MORE THAN THE HOURS    *
      *   AVAILABLE.  NOTHING IS RESERVED UNTIL IT IS APPROVED.     *
      ***************************************************************
       0350-ADD-REQUEST.

           PERFORM 0300-READ-BALANCE THRU 0300-EXIT.
           IF NOT WS-BALANCE-FOUND
              MOVE LOW-VALUES                TO MSGO
              MOVE 'NO BALANCE FOR THIS LEAVE TYPE. SEE HR.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0350-EXIT
           END-IF.
           IF WS-HOURS-NUM > WS-AVAILABLE
              MOVE WS-AVAILABLE              TO WS-SHOW-HOURS
              MOVE SPACES                    TO MSGO
              STRING 'NOT ENOUGH LEAVE EARNED - HOURS AVAILABLE: '
                                         DELIMITED BY SIZE
                     WS-SHOW-HOURS       DELIMITED BY SIZE
                  INTO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0350-EXIT
           END-IF.

           INITIALIZE LEAVE-REQUEST-REC.
           MOVE PERSONNI            TO LQ-PERSON-NUMBER.
           MOVE WS-START-DATE       TO LQ-START-DATE.
           MOVE WS-LEAVE-TYPE       TO LQ-LEAVE-TYPE.
           MOVE WS-END-DATE         TO LQ-END-DATE.
           MOVE WS-HOURS-NUM        TO LQ-HOURS.
           MOVE 'R'                 TO LQ-STATUS.
           MOVE OPERIDI             TO LQ-REQUESTED-BY.
           MOVE WS-TODAY-DATE       TO LQ-REQUESTED-DATE.
           MOVE SPACES              TO LQ-DECIDED-BY.
           MOVE ZERO                TO LQ-DECIDED-DATE.
           IF REASONL > 0
              MOVE REASONI          TO LQ-REASON
           END-IF.

           EXEC CICS WRITE
                     DATASET('LEAVREQ')
                     FROM(LEAVE-REQUEST-REC)
                     RIDFLD(LQ-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'LEAVE ALREADY REQUESTED FOR THAT DATE AND TYPE.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0350-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0350: DATASET WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-REQUEST THRU 0750-EXIT.
           MOVE '***  LEAVE REQUESTED - AWAITING APPROVAL. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0350-EXIT.
            EXIT.

      ***************************************************************
      * 0400-CANCEL-REQUEST - A REQUESTED OR APPROVED LEAVE ONLY.   *
      *   CANCELLING APPROVED LEAVE RELEASES ITS HOURS, OR WHAT IS  *
      *   LEFT OF THEM, FROM THE APPROVED HOURS ON LEAVEBAL.        *
      ***************************************************************
       0400-CANCEL-REQUEST.

           EXEC CICS READ
                     DATASET('LEAVREQ')
                     INTO(LEAVE-REQUEST-REC)
                     RIDFLD(LQ-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'LEAVE REQUEST NOT ON FILE. NOTHING TO CANCEL.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF NOT LQ-REQUESTED AND NOT LQ-APPROVED
              MOVE LOW-VALUES                TO MSGO
              MOVE 'ONLY REQUESTED OR APPROVED LEAVE CAN BE CANCELLED.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           MOVE 'N' TO WS-WAS-APPROVED-SW.
           IF LQ-APPROVED
              MOVE 'Y' TO WS-WAS-APPROVED-SW
              PERFORM 0450-RELEASE-HOURS THRU 0450-EXIT
           END-IF.

           MOVE 'C'                 TO LQ-STATUS.
           MOVE OPERIDI             TO LQ-DECIDED-BY.
           MOVE WS-TODAY-DATE       TO LQ-DECIDED-DATE.
           EXEC CICS REWRITE
                     DATASET('LEAVREQ')
                     FROM(LEAVE-REQUEST-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: DATASET REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0300-READ-BALANCE THRU 0300-EXIT.
           PERFORM 0750-SHOW-REQUEST THRU 0750-EXIT.
           IF WS-WAS-APPROVED
              MOVE '***  LEAVE CANCELLED - APPROVED HOURS RELEASED. '
                      TO MSGO
           ELSE
              MOVE '***  LEAVE REQUEST CANCELLED. '
                      TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

       0450-RELEASE-HOURS.

           EXEC CICS READ
                     DATASET('LEAVEBAL')
                     INTO(LEAVE-BALANCE-REC)
                     RIDFLD(LB-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO 0450-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0450: LEAVEBAL READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF LQ-HOURS > LB-APPROVED-HOURS
              MOVE ZERO TO LB-APPROVED-HOURS
           ELSE
              SUBTRACT LQ-HOURS FROM LB-APPROVED-HOURS
           END-IF.
           MOVE OPERIDI             TO LB-CHANGED-BY.
           MOVE WS-TODAY-DATE       TO LB-CHANGED-DATE.
           EXEC CICS REWRITE
                     DATASET('LEAVEBAL')
                     FROM(LEAVE-BALANCE-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0450: LEAVEBAL REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0450-EXIT.
            EXIT.

      ***************************************************************
      * 0500-APPROVE-REQUEST - ONLY A REQUESTED LEAVE, NEVER BY     *
      *   WHOEVER ENTERED IT, AND ONLY IF THE HOURS ARE STILL       *
      *   AVAILABLE.  THE HOURS ARE ADDED TO THE APPROVED HOURS ON  *
      *   LEAVEBAL SO THEY CANNOT BE PROMISED TWICE.                *
      ***************************************************************
       0500-APPROVE-REQUEST.

           PERFORM 0600-READ-FOR-DECISION THRU 0600-EXIT.
           IF MSGO NOT = LOW-VALUES
              GO TO 0500-EXIT
           END-IF.

           EXEC CICS READ
                     DATASET('LEAVEBAL')
                     INTO(LEAVE-BALANCE-REC)
                     RIDFLD(LB-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'NO BALANCE FOR THIS LEAVE TYPE. SEE HR.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: LEAVEBAL READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           COMPUTE WS-AVAILABLE = LB-BALANCE-HOURS - LB-APPROVED-HOURS.
           IF LQ-HOURS > WS-AVAILABLE
              IF WS-AVAILABLE < ZERO
                 MOVE ZERO TO WS-AVAILABLE
              END-IF
              MOVE WS-AVAILABLE              TO WS-SHOW-HOURS
              MOVE SPACES                    TO MSGO
              STRING 'NOT ENOUGH LEAVE EARNED - HOURS AVAILABLE: '
                                         DELIMITED BY SIZE
                     WS-SHOW-HOURS       DELIMITED BY SIZE
                  INTO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.

           ADD LQ-HOURS             TO LB-APPROVED-HOURS.
           MOVE OPERIDI             TO LB-CHANGED-BY.
           MOVE WS-TODAY-DATE       TO LB-CHANGED-DATE.
           EXEC CICS REWRITE
                     DATASET('LEAVEBAL')
                     FROM(LEAVE-BALANCE-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: LEAVEBAL REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE 'A'                 TO LQ-STATUS.
           PERFORM 0650-FILE-DECISION THRU 0650-EXIT.
           COMPUTE WS-AVAILABLE = LB-BALANCE-HOURS - LB-APPROVED-HOURS.
           PERFORM 0750-SHOW-REQUEST THRU 0750-EXIT.
           MOVE '***  LEAVE APPROVED - KEY THE HOURS ON THE TIMECARD. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0500-EXIT.
            EXIT.

      ***************************************************************
      * 0550-DENY-REQUEST - ONLY A REQUESTED LEAVE, NEVER BY        *
      *   WHOEVER ENTERED IT.  THE REASON KEYED REPLACES THE        *
      *   REQUESTER'S.                                              *
      ***************************************************************
       0550-DENY-REQUEST.

           PERFORM 0600-READ-FOR-DECISION THRU 0600-EXIT.
           IF MSGO NOT = LOW-VALUES
              GO TO 0550-EXIT
           END-IF.

           IF REASONL > 0
              MOVE REASONI          TO LQ-REASON
           END-IF.
           MOVE 'D'                 TO LQ-STATUS.
           PERFORM 0650-FILE-DECISION THRU 0650-EXIT.
           PERFORM 0300-READ-BALANCE THRU 0300-EXIT.
           PERFORM 0750-SHOW-REQUEST THRU 0750-EXIT.
           MOVE '***  LEAVE DENIED. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0550-EXIT.
            EXIT.

      ***************************************************************
      * 0600-READ-FOR-DECISION - THE REQUEST FOR UPDATE, STILL      *
      *   WAITING, AND NOT THE APPROVER'S OWN.  ANY FAILURE SENDS   *
      *   THE ERROR SCREEN AND LEAVES MSGO SET.                     *
      ***************************************************************
       0600-READ-FOR-DECISION.

           MOVE LOW-VALUES TO MSGO.
           EXEC CICS READ
                     DATASET('LEAVREQ')
                     INTO(LEAVE-REQUEST-REC)
                     RIDFLD(LQ-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'LEAVE REQUEST NOT ON FILE. NOTHING TO DECIDE.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0600-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0600: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF NOT LQ-REQUESTED
              MOVE 'LEAVE ALREADY DECIDED OR CANCELLED.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0600-EXIT
           END-IF.
           IF LQ-REQUESTED-BY = OPERIDI
              MOVE 'YOU CANNOT DECIDE A REQUEST YOU ENTERED.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0600-EXIT
           END-IF.

       0600-EXIT.
            EXIT.

       0650-FILE-DECISION.

           MOVE OPERIDI             TO LQ-DECIDED-BY.
           MOVE WS-TODAY-DATE       TO LQ-DECIDED-DATE.
           EXEC CICS REWRITE
                     DATASET('LEAVREQ')
                     FROM(LEAVE-REQUEST-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0650: DATASET REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0650-EXIT.
            EXIT.

      ***************************************************************
      * 0700-INQUIRE-REQUEST - THE REQUEST AND THE BALANCE; WITH NO *
      *   REQUEST ON FILE THE BALANCE ALONE, SO THE CLERK CAN SEE   *
      *   WHAT IS AVAILABLE BEFORE REQUESTING.                      *
      ***************************************************************
       0700-INQUIRE-REQUEST.

           EXEC CICS READ
                     DATASET('LEAVREQ')
                     INTO(LEAVE-REQUEST-REC)
                     RIDFLD(LQ-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              INITIALIZE LEAVE-REQUEST-REC
              MOVE PERSONNI      TO LQ-PERSON-NUMBER
              MOVE WS-START-DATE TO LQ-START-DATE
              MOVE WS-LEAVE-TYPE TO LQ-LEAVE-TYPE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0300-READ-BALANCE THRU 0300-EXIT.
           PERFORM 0750-SHOW-REQUEST THRU 0750-EXIT.
           IF LQ-STATUS = SPACE
              MOVE '***  NO REQUEST FOR THAT DATE - BALANCE SHOWN. '
                      TO MSGO
           ELSE
              MOVE '***  R=REQUESTED A=APPROVED D=DENIED C=CANCELLED'
                      TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

      ***************************************************************
      * 0750-SHOW-REQUEST - THE REQUEST AND THE BALANCE BACK ONTO   *
      *   THE SCREEN.                                               *
      ***************************************************************
       0750-SHOW-REQUEST.
           MOVE LOW-VALUES          TO BLVE400O.
           MOVE LQ-PERSON-NUMBER    TO PERSONNO.
           MOVE LQ-LEAVE-TYPE       TO LVTYPEO.
           MOVE LQ-START-DATE       TO STRTDTO.
           MOVE WS-PERSON-NAME      TO PNAMEO.
           IF LQ-END-DATE NOT = ZERO
              MOVE LQ-END-DATE      TO ENDDTO
           END-IF.
           MOVE LQ-HOURS            TO WS-HOURS-NUM.
           MOVE WS-HOURS-X          TO HOURSO.
           MOVE LQ-REASON           TO REASONO.
           MOVE LQ-STATUS           TO LQSTATO.
           MOVE LQ-REQUESTED-BY     TO REQBYO.
           MOVE LQ-DECIDED-BY       TO DECBYO.
           MOVE LB-BALANCE-HOURS    TO WS-SHOW-HOURS.
           MOVE WS-SHOW-HOURS       TO BALHRSO.
           MOVE LB-APPROVED-HOURS   TO WS-SHOW-HOURS.
           MOVE WS-SHOW-HOURS       TO APRHRSO.
           IF WS-AVAILABLE < ZERO
              MOVE ZERO             TO WS-AVAILABLE
           END-IF.
           MOVE WS-AVAILABLE        TO WS-SHOW-HOURS.
           MOVE WS-SHOW-HOURS       TO AVLHRSO.

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
                     MAP('BLVE400')
                     MAPSET('BLVE400')
                     FROM(BLVE400O)
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
                     MAP('BLVE400')
                     MAPSET('BLVE400')
                     FROM(BLVE400O)
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
           MOVE 'CLVE400 '     TO WS-ERR-PROG-ID.
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
