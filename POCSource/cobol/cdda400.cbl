       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDDA400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * DIRECT-DEPOSIT ACCOUNT MAINTENANCE FOR THE PERSONNEL SCREEN *
      * SET                                                         *
      *                                                             *
      * ONE SCREEN OVER THE DDACCT FILE (SEE DDACCT).  THE CLERK    *
      * KEYS A FUNCTION AND THE PERSON NUMBER, AND FOR ADD/UPDATE   *
      * UP TO THREE ACCOUNTS - ROUTING NUMBER, ACCOUNT NUMBER, TYPE *
      * (C = CHECKING, S = SAVINGS) AND METHOD (F = FLAT AMOUNT     *
      * EACH PAYDAY, R = THE REMAINDER OF THE NET PAY):             *
      *                                                             *
      *   A - ADD       U - UPDATE      I - INQUIRE   D - DELETE    *
      *                                                             *
      * EXACTLY ONE ACCOUNT IN USE TAKES THE REMAINDER.  A ROUTING  *
      * NUMBER MUST PASS THE ABA CHECK-DIGIT TEST.  A NEW ACCOUNT,  *
      * OR ONE WHOSE ROUTING, NUMBER OR TYPE CHANGES, GOES BACK TO  *
      * PRENOTE PENDING AND IS NOT PAID UNTIL DDSPLIT HAS SENT THE  *
      * BANK A PRENOTE AND THE WAITING PERIOD HAS PASSED.  KEYING   *
      * I IN THE STATUS COLUMN STOPS AN ACCOUNT WITHOUT LOSING IT;  *
      * BLANKING THE ROW REMOVES IT.  DELETE TAKES THE PERSON BACK  *
      * TO A PAPER CHECK.  THE PERSON MUST BE ON THE PERSONAL FILE. *
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
               88  WS-FUNCTION-VALID       VALUE 'A', 'U', 'I', 'D'.
               88  WS-FUNCTION-ADD         VALUE 'A'.
               88  WS-FUNCTION-UPDATE      VALUE 'U'.
               88  WS-FUNCTION-INQUIRE     VALUE 'I'.
               88  WS-FUNCTION-DELETE      VALUE 'D'.
           03  WS-TIME                     PIC S9(08) COMP VALUE +0.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-PERSON-NAME              PIC X(31) VALUE SPACES.
           03  WS-SUB                      PIC S9(04) COMP VALUE +0.
           03  WS-ROWS-IN-USE              PIC S9(04) COMP VALUE +0.
           03  WS-REMAINDER-ROWS           PIC S9(04) COMP VALUE +0.
           03  WS-PRENOTED-SW              PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-PRENOTED     VALUE 'Y'.
      *--- THE ABA CHECK: 3, 7 AND 1 TIMES THE DIGITS IN TURN MUST
      *--- SUM TO A MULTIPLE OF TEN.
           03  WS-ABA-ROUTING              PIC 9(09) VALUE ZEROS.
           03  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
               05  WS-ABA-DIGIT            PIC 9(01) OCCURS 9 TIMES.
           03  WS-ABA-SUM                  PIC 9(04) VALUE ZEROS.
           03  WS-ABA-QUOTIENT             PIC 9(04) VALUE ZEROS.
           03  WS-ABA-REMAINDER            PIC 9(02) VALUE ZEROS.

      *--- THE THREE SCREEN ROWS, GATHERED OFF THE MAP SO THEY CAN BE
      *--- EDITED AND FILED ONE SLOT AT A TIME.  THE FLAT AMOUNT
      *--- TRAVELS AS UNPUNCTUATED DIGITS WITH AN ASSUMED DECIMAL -
      *--- THE REDEFINES SUPPLIES THE DECIMAL.
       01  WS-SCREEN-ROWS.
           03  WS-ROW OCCURS 3 TIMES.
               05  WS-ROW-ROUTING-X        PIC X(09).
               05  WS-ROW-ROUTING REDEFINES WS-ROW-ROUTING-X
                                           PIC 9(09).
               05  WS-ROW-ACCOUNT          PIC X(17).
               05  WS-ROW-TYPE             PIC X(01).
               05  WS-ROW-METHOD           PIC X(01).
               05  WS-ROW-AMOUNT-X         PIC X(07).
               05  WS-ROW-AMOUNT REDEFINES WS-ROW-AMOUNT-X
                                           PIC 9(05)V99.
               05  WS-ROW-STATUS           PIC X(01).
               05  WS-ROW-USED-SW          PIC X(01).
                   88  WS-ROW-IN-USE       VALUE 'Y'.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-SEC-FUNCTION                 PIC X(04) VALUE 'DDA4'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BDDA400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY PERSON.
       COPY DDACCT.

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
                     TRANSID('DDA4')
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
              MOVE 'NOT AUTHORIZED FOR DIRECT DEPOSIT. SEE SUPERVISOR.'
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

           EXEC CICS RECEIVE MAP('BDDA400')
                     MAPSET('BDDA400')
                     INTO(BDDA400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

      *--- THE SIGN-ON CHECK GUARDS EVERY PATH IN THIS TRANSACTION.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNCTION-VALID
              MOVE LOW-VALUES                TO MSGO
              MOVE 'INVALID FUNCTION. USE A, U, I OR D.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF PERSONNL > 0
              NEXT SENTENCE
           ELSE
              MOVE LOW-VALUES                TO MSGO
              MOVE 'PERSON NUMBER IS REQUIRED.'
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

           MOVE PERSONNI TO DDA-PERSON-NUMBER.

           IF WS-FUNCTION-INQUIRE
              PERFORM 0700-INQUIRE-ACCOUNTS THRU 0700-EXIT
              GO TO 0100-EXIT
           END-IF.
           IF WS-FUNCTION-DELETE
              PERFORM 0400-DELETE-ACCOUNTS THRU 0400-EXIT
              GO TO 0100-EXIT
           END-IF.

           PERFORM 0110-GATHER-ROWS THRU 0110-EXIT.
           PERFORM 0150-EDIT-ROWS THRU 0150-EXIT.
           IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF WS-FUNCTION-ADD
              PERFORM 0350-ADD-ACCOUNTS THRU 0350-EXIT
           ELSE
              PERFORM 0375-UPDATE-ACCOUNTS THRU 0375-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0110-GATHER-ROWS - THE THREE ACCOUNT ROWS OFF THE MAP.  A   *
      *   FIELD NOT KEYED IS BLANK; A ROW WITH A ROUTING OR ACCOUNT *
      *   NUMBER IS IN USE.                                         *
      ***************************************************************
       0110-GATHER-ROWS.

           MOVE SPACES TO WS-SCREEN-ROWS.
           IF ROUT1L > 0
              MOVE ROUT1I TO WS-ROW-ROUTING-X (1).
           IF ACCT1L > 0
              MOVE ACCT1I TO WS-ROW-ACCOUNT (1).
           IF ATYP1L > 0
              MOVE ATYP1I TO WS-ROW-TYPE (1).
           IF METH1L > 0
              MOVE METH1I TO WS-ROW-METHOD (1).
           IF AMT1L > 0
              MOVE AMT1I  TO WS-ROW-AMOUNT-X (1).
           IF STAT1L > 0
              MOVE STAT1I TO WS-ROW-STATUS (1).
           IF ROUT2L > 0
              MOVE ROUT2I TO WS-ROW-ROUTING-X (2).
           IF ACCT2L > 0
              MOVE ACCT2I TO WS-ROW-ACCOUNT (2).
           IF ATYP2L > 0
              MOVE ATYP2I TO WS-ROW-TYPE (2).
           IF METH2L > 0
              MOVE METH2I TO WS-ROW-METHOD (2).
           IF AMT2L > 0
              MOVE AMT2I  TO WS-ROW-AMOUNT-X (2).
           IF STAT2L > 0
              MOVE STAT2I TO WS-ROW-STATUS (2).
           IF ROUT3L > 0
              MOVE ROUT3I TO WS-ROW-ROUTING-X (3).
           IF ACCT3L > 0
              MOVE ACCT3I TO WS-ROW-ACCOUNT (3).
           IF ATYP3L > 0
              MOVE ATYP3I TO WS-ROW-TYPE (3).
           IF METH3L > 0
              MOVE METH3I TO WS-ROW-METHOD (3).
           IF AMT3L > 0
              MOVE AMT3I  TO WS-ROW-AMOUNT-X (3).
           IF STAT3L > 0
              MOVE STAT3I TO WS-ROW-STATUS (3).
           PERFORM 0115-MARK-ROW THRU 0115-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.

       0110-EXIT.
            EXIT.

       0115-MARK-ROW.
           MOVE 'N' TO WS-ROW-USED-SW (WS-SUB).
           IF WS-ROW-ROUTING-X (WS-SUB) NOT = SPACES
             OR WS-ROW-ACCOUNT (WS-SUB) NOT = SPACES
              MOVE 'Y' TO WS-ROW-USED-SW (WS-SUB).

       0115-EXIT.
            EXIT.

      ***************************************************************
      * 0150-EDIT-ROWS - EVERY ROW IN USE IS EDITED IN FULL; THEN   *
      *   THERE MUST BE AT LEAST ONE ACCOUNT AND EXACTLY ONE OF THE *
      *   ACCOUNTS STILL BEING PAID MUST TAKE THE REMAINDER.  FIRST *
      *   FAILING EDIT SETS MSGO; MSGO = LOW-VALUES MEANS CLEAN.    *
      ***************************************************************
       0150-EDIT-ROWS.

           MOVE LOW-VALUES TO MSGO.
           MOVE ZERO TO WS-ROWS-IN-USE, WS-REMAINDER-ROWS.
           PERFORM 0160-EDIT-ONE-ROW THRU 0160-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 3
                  OR (MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES).
           IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
              GO TO 0150-EXIT
           END-IF.
           IF WS-ROWS-IN-USE = ZERO
              MOVE 'AT LEAST ONE ACCOUNT IS REQUIRED. D TO DELETE ALL.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF WS-REMAINDER-ROWS NOT = 1
              MOVE 'EXACTLY ONE ACTIVE ACCOUNT MUST BE METHOD R.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

       0150-EXIT.
            EXIT.

       0160-EDIT-ONE-ROW.

           IF NOT WS-ROW-IN-USE (WS-SUB)
              GO TO 0160-EXIT
           END-IF.
           ADD +1 TO WS-ROWS-IN-USE.
           IF WS-ROW-ROUTING-X (WS-SUB) NOT NUMERIC
             OR WS-ROW-ROUTING (WS-SUB) = ZERO
              MOVE 'ROUTING NUMBER MUST BE 9 DIGITS.'
                   TO MSGO
              GO TO 0160-EXIT
           END-IF.
           MOVE WS-ROW-ROUTING (WS-SUB) TO WS-ABA-ROUTING.
           COMPUTE WS-ABA-SUM =
                 3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)
                                       + WS-ABA-DIGIT (7))
               + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)
                                       + WS-ABA-DIGIT (8))
               +     (WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)
                                       + WS-ABA-DIGIT (9)).
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER.
           IF WS-ABA-REMAINDER NOT = ZERO
              MOVE 'ROUTING NUMBER FAILS THE CHECK DIGIT. RE-KEY IT.'
                   TO MSGO
              GO TO 0160-EXIT
           END-IF.
           IF WS-ROW-ACCOUNT (WS-SUB) = SPACES
              MOVE 'ACCOUNT NUMBER IS REQUIRED WITH A ROUTING NUMBER.'
                   TO MSGO
              GO TO 0160-EXIT
           END-IF.
           IF WS-ROW-TYPE (WS-SUB) NOT = 'C'
             AND WS-ROW-TYPE (WS-SUB) NOT = 'S'
              MOVE 'ACCOUNT TYPE MUST BE C (CHECKING) OR S (SAVINGS).'
                   TO MSGO
              GO TO 0160-EXIT
           END-IF.
           IF WS-ROW-STATUS (WS-SUB) NOT = SPACE
             AND WS-ROW-STATUS (WS-SUB) NOT = 'I'
              MOVE 'STATUS: KEY I TO STOP AN ACCOUNT, ELSE LEAVE BLANK.'
                   TO MSGO
              GO TO 0160-EXIT
           END-IF.
           IF WS-ROW-METHOD (WS-SUB) = 'F'
              IF WS-ROW-AMOUNT-X (WS-SUB) NOT NUMERIC
                OR WS-ROW-AMOUNT (WS-SUB) = ZERO
                 MOVE 'FLAT AMOUNT MUST BE NUMERIC (NNNNNVV), NOT ZERO.'
                      TO MSGO
              END-IF
              GO TO 0160-EXIT
           END-IF.
           IF WS-ROW-METHOD (WS-SUB) = 'R'
              IF WS-ROW-AMOUNT-X (WS-SUB) = SPACES
                 MOVE ZEROS TO WS-ROW-AMOUNT-X (WS-SUB)
              END-IF
              IF WS-ROW-AMOUNT-X (WS-SUB) NOT NUMERIC
                OR WS-ROW-AMOUNT (WS-SUB) NOT = ZERO
                 MOVE 'THE REMAINDER ACCOUNT TAKES NO AMOUNT.'
                      TO MSGO
                 GO TO 0160-EXIT
              END-IF
              IF WS-ROW-STATUS (WS-SUB) NOT = 'I'
                 ADD +1 TO WS-REMAINDER-ROWS
              END-IF
              GO TO 0160-EXIT
           END-IF.
           MOVE 'METHOD MUST BE F (FLAT AMOUNT) OR R (REMAINDER).'
                TO MSGO.

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
                     MAP('BDDA400')
                     MAPSET('BDDA400')
                     FROM(BDDA400O)
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
      * 0300-BUILD-ACCOUNTS - THE EDITED ROWS INTO THE SLOTS.  ON   *
      *   AN UPDATE THE RECORD ALREADY HOLDS THE OLD SLOTS: A SLOT  *
      *   WHOSE BANK DETAILS ARE UNCHANGED KEEPS ITS PRENOTE STATUS *
      *   (AN INACTIVE ONE BEING RESTARTED IS PRENOTED AGAIN); ANY  *
      *   OTHER IS A NEW ACCOUNT AND IS PRENOTED.                   *
      ***************************************************************
       0300-BUILD-ACCOUNTS.

           MOVE 'N' TO WS-PRENOTED-SW.
           PERFORM 0310-BUILD-ONE-SLOT THRU 0310-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           MOVE OPERIDI             TO DDA-CHANGED-BY.
           MOVE WS-TODAY-DATE       TO DDA-CHANGED-DATE.

       0300-EXIT.
            EXIT.

       0310-BUILD-ONE-SLOT.

           IF NOT WS-ROW-IN-USE (WS-SUB)
              MOVE ZERO   TO DDA-ROUTING (WS-SUB),
                             DDA-AMOUNT (WS-SUB),
                             DDA-PRENOTE-DATE (WS-SUB)
              MOVE SPACES TO DDA-ACCOUNT-NUMBER (WS-SUB),
                             DDA-ACCOUNT-TYPE (WS-SUB),
                             DDA-METHOD (WS-SUB),
                             DDA-STATUS (WS-SUB)
              GO TO 0310-EXIT
           END-IF.
           IF DDA-SLOT-EMPTY (WS-SUB)
             OR DDA-ROUTING (WS-SUB) NOT = WS-ROW-ROUTING (WS-SUB)
             OR DDA-ACCOUNT-NUMBER (WS-SUB)
                                 NOT = WS-ROW-ACCOUNT (WS-SUB)
             OR DDA-ACCOUNT-TYPE (WS-SUB) NOT = WS-ROW-TYPE (WS-SUB)
             OR (DDA-INACTIVE (WS-SUB)
                 AND WS-ROW-STATUS (WS-SUB) NOT = 'I')
              MOVE 'P'  TO DDA-STATUS (WS-SUB)
              MOVE ZERO TO DDA-PRENOTE-DATE (WS-SUB)
              MOVE 'Y'  TO WS-PRENOTED-SW
           END-IF.
           IF WS-ROW-STATUS (WS-SUB) = 'I'
              MOVE 'I'  TO DDA-STATUS (WS-SUB)
           END-IF.
           MOVE WS-ROW-ROUTING (WS-SUB) TO DDA-ROUTING (WS-SUB).
           MOVE WS-ROW-ACCOUNT (WS-SUB) TO DDA-ACCOUNT-NUMBER (WS-SUB).
           MOVE WS-ROW-TYPE (WS-SUB)    TO DDA-ACCOUNT-TYPE (WS-SUB).
           MOVE WS-ROW-METHOD (WS-SUB)  TO DDA-METHOD (WS-SUB).
           MOVE WS-ROW-AMOUNT (WS-SUB)  TO DDA-AMOUNT (WS-SUB).

       0310-EXIT.
            EXIT.

       0350-ADD-ACCOUNTS.

           INITIALIZE DIRECT-DEPOSIT-REC.
           MOVE PERSONNI            TO DDA-PERSON-NUMBER.
           PERFORM 0300-BUILD-ACCOUNTS THRU 0300-EXIT.

           EXEC CICS WRITE
                     DATASET('DDACCT')
                     FROM(DIRECT-DEPOSIT-REC)
                     RIDFLD(DDA-PERSON-NUMBER)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'ACCOUNTS ALREADY ON FILE. USE U TO UPDATE.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0350-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0350: DATASET WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-ACCOUNTS THRU 0750-EXIT.
           MOVE '***  ACCOUNTS ADDED - PRENOTES GO WITH THE NEXT PAY. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0350-EXIT.
            EXIT.

       0375-UPDATE-ACCOUNTS.

           EXEC CICS READ
                     DATASET('DDACCT')
                     INTO(DIRECT-DEPOSIT-REC)
                     RIDFLD(DDA-PERSON-NUMBER)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'NO ACCOUNTS ON FILE. USE A TO ADD.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0375-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0375: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0300-BUILD-ACCOUNTS THRU 0300-EXIT.

           EXEC CICS REWRITE
                     DATASET('DDACCT')
                     FROM(DIRECT-DEPOSIT-REC)
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

           PERFORM 0750-SHOW-ACCOUNTS THRU 0750-EXIT.
           IF WS-ACCOUNT-PRENOTED
              MOVE '***  ACCOUNTS UPDATED - CHANGED ACCOUNTS PRENOTED. '
                      TO MSGO
           ELSE
              MOVE '***  ACCOUNTS UPDATED. '
                      TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0375-EXIT.
            EXIT.

       0400-DELETE-ACCOUNTS.

           EXEC CICS DELETE
                     DATASET('DDACCT')
                     RIDFLD(DDA-PERSON-NUMBER)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'NO ACCOUNTS ON FILE. NOTHING DELETED.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: DATASET DELETE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BDDA400O.
           MOVE '***  ACCOUNTS DELETED - PERSON IS PAID BY CHECK. '
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

       0700-INQUIRE-ACCOUNTS.

           EXEC CICS READ
                     DATASET('DDACCT')
                     INTO(DIRECT-DEPOSIT-REC)
                     RIDFLD(DDA-PERSON-NUMBER)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE LOW-VALUES                TO MSGO
              MOVE 'NO ACCOUNTS ON FILE - PAID BY CHECK. A TO ADD.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0700-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: DATASET READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0750-SHOW-ACCOUNTS THRU 0750-EXIT.
           MOVE '***  STATUS P PRENOTE DUE, S SENT, A PAID, I STOPPED.'
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

      ***************************************************************
      * 0750-SHOW-ACCOUNTS - THE RECORD BACK ONTO THE SCREEN, EMPTY *
      *   SLOTS BLANK.                                              *
      ***************************************************************
       0750-SHOW-ACCOUNTS.
           MOVE LOW-VALUES          TO BDDA400O.
           MOVE DDA-PERSON-NUMBER   TO PERSONNO.
           MOVE WS-PERSON-NAME      TO PNAMEO.
           MOVE DDA-CHANGED-BY      TO CHGBYO.
           PERFORM 0760-SHOW-ONE-SLOT THRU 0760-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           MOVE WS-ROW-ROUTING-X (1) TO ROUT1O.
           MOVE WS-ROW-ACCOUNT (1)   TO ACCT1O.
           MOVE WS-ROW-TYPE (1)      TO ATYP1O.
           MOVE WS-ROW-METHOD (1)    TO METH1O.
           MOVE WS-ROW-AMOUNT-X (1)  TO AMT1O.
           MOVE WS-ROW-STATUS (1)    TO STAT1O.
           MOVE WS-ROW-ROUTING-X (2) TO ROUT2O.
           MOVE WS-ROW-ACCOUNT (2)   TO ACCT2O.
           MOVE WS-ROW-TYPE (2)      TO ATYP2O.
           MOVE WS-ROW-METHOD (2)    TO METH2O.
           MOVE WS-ROW-AMOUNT-X (2)  TO AMT2O.
           MOVE WS-ROW-STATUS (2)    TO STAT2O.
           MOVE WS-ROW-ROUTING-X (3) TO ROUT3O.
           MOVE WS-ROW-ACCOUNT (3)   TO ACCT3O.
           MOVE WS-ROW-TYPE (3)      TO ATYP3O.
           MOVE WS-ROW-METHOD (3)    TO METH3O.
           MOVE WS-ROW-AMOUNT-X (3)  TO AMT3O.
           MOVE WS-ROW-STATUS (3)    TO STAT3O.
           IF NOT DDA-SLOT-EMPTY (1)
              MOVE DDA-PRENOTE-DATE (1) TO PNDT1O.
           IF NOT DDA-SLOT-EMPTY (2)
              MOVE DDA-PRENOTE-DATE (2) TO PNDT2O.
           IF NOT DDA-SLOT-EMPTY (3)
              MOVE DDA-PRENOTE-DATE (3) TO PNDT3O.

       0750-EXIT.
            EXIT.

       0760-SHOW-ONE-SLOT.
           MOVE SPACES TO WS-ROW (WS-SUB).
           IF DDA-SLOT-EMPTY (WS-SUB)
              GO TO 0760-EXIT
           END-IF.
           MOVE DDA-ROUTING (WS-SUB)    TO WS-ROW-ROUTING (WS-SUB).
           MOVE DDA-ACCOUNT-NUMBER (WS-SUB) TO WS-ROW-ACCOUNT (WS-SUB).
           MOVE DDA-ACCOUNT-TYPE (WS-SUB) TO WS-ROW-TYPE (WS-SUB).
           MOVE DDA-METHOD (WS-SUB)     TO WS-ROW-METHOD (WS-SUB).
           MOVE DDA-AMOUNT (WS-SUB)     TO WS-ROW-AMOUNT (WS-SUB).
           MOVE DDA-STATUS (WS-SUB)     TO WS-ROW-STATUS (WS-SUB).

       0760-EXIT.
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
                     MAP('BDDA400')
                     MAPSET('BDDA400')
                     FROM(BDDA400O)
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
                     MAP('BDDA400')
                     MAPSET('BDDA400')
                     FROM(BDDA400O)
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
           MOVE 'CDDA400 '     TO WS-ERR-PROG-ID.
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
