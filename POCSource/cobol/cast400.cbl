       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAST400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * ACCOUNT STATUS MAINTENANCE FOR PATIENT FINANCIAL SERVICES.  *
      * RECORDS THAT A PATIENT OR THE PATIENT'S GUARANTOR HAS DIED, *
      * FILED BANKRUPTCY OR IS REPRESENTED BY AN ATTORNEY (SEE      *
      * PATIENT-ACCT-STATUS ON PATMSTR AND GUA-ACCT-STATUS ON       *
      * GUARMSTR).  WHILE A STATUS IS SET PATSTMT SENDS NO          *
      * STATEMENT, DUNNING SENDS NO LETTER AND NEVER PLACES THE     *
      * ACCOUNT WITH THE AGENCY, AND COLLBLD KEEPS IT OFF THE       *
      * COLLECTOR QUEUE AND LISTS IT ON THE ESTATE/BANKRUPTCY CLAIM *
      * WORKLIST INSTEAD.                                           *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    I - INQUIRE: SHOWS THE STATUS NOW ON FILE                *
      *    S - SET:     STATUS D DECEASED (STATUS DATE = DATE OF    *
      *                 DEATH), B BANKRUPTCY (FILING DATE, CASE     *
      *                 NUMBER REQUIRED) OR A ATTORNEY-REPRESENTED  *
      *                 (DATE NOTIFIED).  SETTING A PATIENT         *
      *                 DECEASED CANCELS EVERY BOOKING FROM TODAY   *
      *                 ON AND GIVES BACK ITS RESOURCE SLOT         *
      *    C - CLEAR:   REMOVES A STATUS SET IN ERROR; BILLING AND  *
      *                 COLLECTION RESUME ON THE NEXT RUNS.         *
      *                 CANCELLED BOOKINGS ARE NOT REINSTATED.      *
      *                                                             *
      * PARTY: P (OR BLANK) = THE PATIENT; G = THE GUARANTOR LINKED *
      * TO THE PATIENT ON PATMSTR.                                  *
      *                                                             *
      * EVERY FUNCTION SIGNS ON THROUGH SECCHK; SET AND CLEAR NEED  *
      * THE APPROVER ROLE.                                          *
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
           03  WS-AST-FUNCTION             PIC X(01) VALUE SPACE.
               88  WS-FUNC-INQUIRE         VALUE 'I'.
               88  WS-FUNC-SET             VALUE 'S'.
               88  WS-FUNC-CLEAR           VALUE 'C'.
               88  WS-FUNC-VALID           VALUES 'I', 'S', 'C'.
           03  WS-PARTY                    PIC X(01) VALUE SPACE.
               88  WS-PARTY-PATIENT        VALUE 'P'.
               88  WS-PARTY-GUARANTOR      VALUE 'G'.
               88  WS-PARTY-VALID          VALUES 'P', 'G'.
           03  WS-NEW-STATUS               PIC X(01) VALUE SPACE.
               88  WS-NEW-DECEASED         VALUE 'D'.
               88  WS-NEW-BANKRUPT         VALUE 'B'.
               88  WS-NEW-ATTORNEY         VALUE 'A'.
               88  WS-NEW-STATUS-VALID     VALUES 'D', 'B', 'A'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-DATE-RC                  PIC S9(04) VALUE ZEROS.
           03  WS-NAME-BUILD.
               05  WS-NB-FIRST             PIC X(15).
               05  FILLER                  PIC X(01) VALUE SPACE.
               05  WS-NB-LAST              PIC X(15).
           03  WS-DONE-MSG.
               05  FILLER                  PIC X(18) VALUE
                   '***  STATUS SET.  '.
               05  WS-DMSG-CANCELLED       PIC ZZ9.
               05  FILLER                  PIC X(28) VALUE
                   ' FUTURE BOOKINGS CANCELLED.'.

      *--- FUTURE BOOKINGS ARE GATHERED A TABLEFUL AT A TIME WHILE
      *--- BROWSING SCHEDFIL, THEN CANCELLED ONE BY ONE AFTER ENDBR.
       01  WS-BOOKING-VARIABLES.
           03  WS-BKG-COUNT                PIC S9(04) COMP VALUE +0.
           03  WS-BKG-SUB                  PIC S9(04) COMP VALUE +0.
           03  WS-BKG-MAX                  PIC S9(04) COMP VALUE +50.
           03  WS-BKG-CANCELLED            PIC S9(04) COMP VALUE +0.
           03  WS-BKG-BROWSE-SW            PIC X(01) VALUE 'N'.
               88  WS-BKG-BROWSE-DONE      VALUE 'Y'.
           03  WS-BKG-PASS-SW              PIC X(01) VALUE 'N'.
               88  WS-BKG-ALL-DONE         VALUE 'Y'.
           03  WS-BKG-KEY-TABLE.
               05  WS-BKG-KEY              PIC X(16)
                                           OCCURS 50 TIMES.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BAST400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY PATMSTR.
       COPY GUARMSTR.
       COPY SCHEDREC.
       COPY RESVSLOT.

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
                     TRANSID('AST4')
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
           MOVE 'AST4' TO SEC-FUNCTION.
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

           EXEC CICS RECEIVE MAP('BAST400')
                     MAPSET('BAST400')
                     INTO(BAST400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-AST-FUNCTION.
           IF NOT WS-FUNC-VALID
              MOVE 'INVALID FUNCTION - MUST BE I, S OR C.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

      *--- LOOKING NEEDS ENTRY; SETTING OR CLEARING A STATUS STOPS
      *--- OR RESTARTS BILLING AND NEEDS AN APPROVER.
           IF WS-FUNC-INQUIRE
              MOVE 'E' TO WS-NEED-ROLE
           ELSE
              MOVE 'A' TO WS-NEED-ROLE
           END-IF.
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

           IF PARTYI = SPACES OR PARTYI = LOW-VALUES
              MOVE 'P'    TO WS-PARTY
           ELSE
              MOVE PARTYI TO WS-PARTY
           END-IF.
           IF NOT WS-PARTY-VALID
              MOVE 'PARTY MUST BE P (PATIENT) OR G (GUARANTOR).'
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

           IF WS-FUNC-INQUIRE
              PERFORM 0700-SHOW-STATUS     THRU 0700-EXIT
           ELSE
           IF WS-FUNC-SET
              PERFORM 0300-SET-STATUS      THRU 0300-EXIT
           ELSE
              PERFORM 0400-CLEAR-STATUS    THRU 0400-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0150-EDIT-STATUS - THE STATUS CODE AND ITS DATE ARE ALWAYS  *
      *   REQUIRED; A BANKRUPTCY ALSO NEEDS THE COURT CASE NUMBER.  *
      *   MSGO = LOW-VALUES MEANS THE STATUS IS CLEAN.              *
      ***************************************************************
       0150-EDIT-STATUS.

           MOVE LOW-VALUES TO MSGO.

           MOVE ACSTATI TO WS-NEW-STATUS.
           IF NOT WS-NEW-STATUS-VALID
              MOVE 'STATUS MUST BE D (DECEASED), B (BANKRUPT) OR A.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           MOVE +0 TO WS-DATE-RC.
           CALL 'DTEVAL' USING STATDTI, WS-DATE-RC.
           IF WS-DATE-RC < 0
              MOVE 'INVALID STATUS DATE. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF STATDTI > WS-TODAY-DATE
              MOVE 'STATUS DATE IS IN THE FUTURE. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF WS-NEW-BANKRUPT
              AND (CASENOI = SPACES OR CASENOI = LOW-VALUES)
              MOVE 'BANKRUPTCY CASE NUMBER IS REQUIRED.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0250-READ-PARTY - READ THE PATIENT, AND THE GUARANTOR WHEN  *
      *   THE PARTY IS G.  THE RECORD THE STATUS LIVES ON IS READ   *
      *   FOR UPDATE UNLESS THIS IS AN INQUIRY.  ANY ERROR IS LEFT  *
      *   IN MSGO FOR THE CALLER.                                   *
      ***************************************************************
       0250-READ-PARTY.

           MOVE LOW-VALUES TO MSGO.
           MOVE PATIDI TO PATIENT-KEY.
           IF WS-PARTY-PATIENT AND NOT WS-FUNC-INQUIRE
              EXEC CICS READ
                        DATASET('PATMSTR')
                        INTO(PATIENT-MASTER-REC)
                        RIDFLD(PATIENT-KEY)
                        UPDATE
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ
                        DATASET('PATMSTR')
                        INTO(PATIENT-MASTER-REC)
                        RIDFLD(PATIENT-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'PATIENT NOT ON MASTER. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0250-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0250: PATMSTR READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF WS-PARTY-PATIENT
              GO TO 0250-EXIT
           END-IF.

           IF PATIENT-GUARANTOR-ID = SPACES
              OR PATIENT-GUARANTOR-ID = LOW-VALUES
              MOVE 'PATIENT HAS NO GUARANTOR ON FILE.'
                   TO MSGO
              GO TO 0250-EXIT
           END-IF.

           MOVE PATIENT-GUARANTOR-ID TO GUA-KEY.
           IF WS-FUNC-INQUIRE
              EXEC CICS READ
                        DATASET('GUARMSTR')
                        INTO(GUARANTOR-MASTER-REC)
                        RIDFLD(GUA-KEY)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ
                        DATASET('GUARMSTR')
                        INTO(GUARANTOR-MASTER-REC)
                        RIDFLD(GUA-KEY)
                        UPDATE
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'GUARANTOR NOT ON GUARANTOR MASTER.'
                   TO MSGO
              GO TO 0250-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0250: GUARMSTR READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0250-EXIT.
            EXIT.

      ***************************************************************
      * 0300-SET-STATUS - EDIT, STAMP THE STATUS ON THE PARTY'S     *
      *   RECORD AND, FOR A DECEASED PATIENT, CANCEL THE FUTURE     *
      *   BOOKINGS.                                                 *
      ***************************************************************
       0300-SET-STATUS.

           PERFORM 0150-EDIT-STATUS THRU 0150-EXIT.
           IF MSGO NOT = LOW-VALUES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           PERFORM 0250-READ-PARTY THRU 0250-EXIT.
           IF MSGO NOT = LOW-VALUES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           IF WS-PARTY-PATIENT
              MOVE WS-NEW-STATUS    TO PATIENT-ACCT-STATUS
              MOVE STATDTI          TO PATIENT-ACCT-STATUS-DATE
              MOVE SPACES           TO PATIENT-BKR-CASE-NO
              IF WS-NEW-BANKRUPT
                 MOVE CASENOI       TO PATIENT-BKR-CASE-NO
              END-IF
           ELSE
              MOVE WS-NEW-STATUS    TO GUA-ACCT-STATUS
              MOVE STATDTI          TO GUA-ACCT-STATUS-DATE
              MOVE SPACES           TO GUA-BKR-CASE-NO
              IF WS-NEW-BANKRUPT
                 MOVE CASENOI       TO GUA-BKR-CASE-NO
              END-IF
           END-IF.
           PERFORM 0350-REWRITE-PARTY THRU 0350-EXIT.

           MOVE ZERO TO WS-BKG-CANCELLED.
           IF WS-PARTY-PATIENT AND WS-NEW-DECEASED
              MOVE 'N' TO WS-BKG-PASS-SW
              PERFORM 0500-CANCEL-PASS THRU 0500-EXIT
                  UNTIL WS-BKG-ALL-DONE
           END-IF.

           MOVE LOW-VALUES                TO BAST400O.
           PERFORM 0750-FILL-SCREEN       THRU 0750-EXIT.
           MOVE WS-BKG-CANCELLED          TO WS-DMSG-CANCELLED.
           MOVE WS-DONE-MSG               TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN  THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

       0350-REWRITE-PARTY.

           IF WS-PARTY-PATIENT
              EXEC CICS REWRITE
                        DATASET('PATMSTR')
                        FROM(PATIENT-MASTER-REC)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE SPACES       TO WS-ERR-LINE2
                 MOVE ' 0350: PATMSTR REWRITE; NOT NORMAL' TO
                      WS-ERR-LINE2
                 GO TO 9999-ABEND-ROUTINE
              END-IF
           ELSE
              EXEC CICS REWRITE
                        DATASET('GUARMSTR')
                        FROM(GUARANTOR-MASTER-REC)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE SPACES       TO WS-ERR-LINE2
                 MOVE ' 0350: GUARMSTR REWRITE; NOT NORMAL' TO
                      WS-ERR-LINE2
                 GO TO 9999-ABEND-ROUTINE
              END-IF
           END-IF.

       0350-EXIT.
            EXIT.

      ***************************************************************
      * 0400-CLEAR-STATUS - A STATUS SET IN ERROR IS REMOVED AND    *
      *   THE ACCOUNT GOES BACK TO NORMAL BILLING.                  *
      ***************************************************************
       0400-CLEAR-STATUS.

           PERFORM 0250-READ-PARTY THRU 0250-EXIT.
           IF MSGO NOT = LOW-VALUES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           IF WS-PARTY-PATIENT
              MOVE SPACES TO PATIENT-ACCT-STATUS,
                             PATIENT-ACCT-STATUS-DATE,
                             PATIENT-BKR-CASE-NO
           ELSE
              MOVE SPACES TO GUA-ACCT-STATUS,
                             GUA-ACCT-STATUS-DATE,
                             GUA-BKR-CASE-NO
           END-IF.
           PERFORM 0350-REWRITE-PARTY THRU 0350-EXIT.

           MOVE LOW-VALUES                TO BAST400O.
           PERFORM 0750-FILL-SCREEN       THRU 0750-EXIT.
           MOVE '***  STATUS CLEARED. BILLING AND COLLECTION RESUME.'
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN  THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

      ***************************************************************
      * 0500-CANCEL-PASS - BROWSE THE PATIENT'S BOOKINGS AND GATHER *
      *   UP TO A TABLEFUL STILL BOOKED FOR TODAY OR LATER, THEN    *
      *   CANCEL THEM.  A FULL TABLE MEANS ANOTHER PASS; CANCELLED  *
      *   BOOKINGS ARE NOT GATHERED AGAIN.                          *
      ***************************************************************
       0500-CANCEL-PASS.

           MOVE ZERO       TO WS-BKG-COUNT.
           MOVE 'N'        TO WS-BKG-BROWSE-SW.
           MOVE PATIDI     TO SCH-PATIENT-ID.
           MOVE LOW-VALUES TO SCH-TREATMENT-TYPE, SCH-DATE.
           EXEC CICS STARTBR
                     DATASET('SCHEDFIL')
                     RIDFLD(SCH-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'Y' TO WS-BKG-PASS-SW
              GO TO 0500-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: SCHEDFIL STARTBR; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0510-GATHER-BOOKING THRU 0510-EXIT
               UNTIL WS-BKG-BROWSE-DONE.

           EXEC CICS ENDBR
                     DATASET('SCHEDFIL')
           END-EXEC.

           PERFORM 0550-CANCEL-BOOKING THRU 0550-EXIT
               VARYING WS-BKG-SUB FROM 1 BY 1
               UNTIL WS-BKG-SUB > WS-BKG-COUNT.

           IF WS-BKG-COUNT < WS-BKG-MAX
              MOVE 'Y' TO WS-BKG-PASS-SW
           END-IF.

       0500-EXIT.
            EXIT.

       0510-GATHER-BOOKING.

           EXEC CICS READNEXT
                     DATASET('SCHEDFIL')
                     INTO(SCHEDULED-TREATMENT-REC)
                     RIDFLD(SCH-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
              MOVE 'Y' TO WS-BKG-BROWSE-SW
              GO TO 0510-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0510: SCHEDFIL READNEXT; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF SCH-PATIENT-ID NOT = PATIDI
              MOVE 'Y' TO WS-BKG-BROWSE-SW
              GO TO 0510-EXIT
           END-IF.

           IF SCH-IS-BOOKED AND SCH-DATE NOT < WS-TODAY-DATE
              ADD +1 TO WS-BKG-COUNT
              MOVE SCH-KEY TO WS-BKG-KEY (WS-BKG-COUNT)
              IF WS-BKG-COUNT NOT < WS-BKG-MAX
                 MOVE 'Y' TO WS-BKG-BROWSE-SW
              END-IF
           END-IF.

       0510-EXIT.
            EXIT.

      *--- SAME CANCEL AS CSCH400 FUNCTION X: MARK THE BOOKING
      *--- CANCELLED AND GIVE ITS RESOURCE SLOT BACK.
       0550-CANCEL-BOOKING.

           MOVE WS-BKG-KEY (WS-BKG-SUB) TO SCH-KEY.
           EXEC CICS READ
                     DATASET('SCHEDFIL')
                     INTO(SCHEDULED-TREATMENT-REC)
                     RIDFLD(SCH-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO 0550-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0550: SCHEDFIL READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE 'X' TO SCH-STATUS.
           EXEC CICS REWRITE
                     DATASET('SCHEDFIL')
                     FROM(SCHEDULED-TREATMENT-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0550: SCHEDFIL REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.
           ADD +1 TO WS-BKG-CANCELLED.

           IF SCH-RESOURCE-ID NOT = SPACES
              MOVE SCH-RESOURCE-ID TO RSV-RESOURCE-ID
              MOVE SCH-DATE        TO RSV-DATE
              MOVE SCH-SLOT-NBR    TO RSV-SLOT-NBR
              EXEC CICS DELETE
                        DATASET('RESVSLOT')
                        RIDFLD(RSV-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) AND
                 WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE SPACES       TO WS-ERR-LINE2
                 MOVE ' 0550: RESVSLOT DELETE; NOT NORMAL' TO
                      WS-ERR-LINE2
                 GO TO 9999-ABEND-ROUTINE
              END-IF
           END-IF.

       0550-EXIT.
            EXIT.

       0700-SHOW-STATUS.

           PERFORM 0250-READ-PARTY THRU 0250-EXIT.
           IF MSGO NOT = LOW-VALUES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0700-EXIT
           END-IF.

           MOVE LOW-VALUES                TO BAST400O.
           PERFORM 0750-FILL-SCREEN       THRU 0750-EXIT.
           IF ACSTATO = SPACES OR ACSTATO = 'N'
              MOVE '***  NO ACCOUNT STATUS - NORMAL BILLING.'
                   TO MSGO
           ELSE
              MOVE '***  BILLING AND COLLECTION ARE SUPPRESSED.'
                   TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN  THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

       0750-FILL-SCREEN.
           MOVE PATIENT-KEY              TO PATIDO.
           MOVE WS-PARTY                 TO PARTYO.
           MOVE PATIENT-GUARANTOR-ID     TO GUARIDO.
           IF WS-PARTY-PATIENT
              MOVE PATIENT-NAME             TO PNAMEO
              MOVE PATIENT-ACCT-STATUS      TO ACSTATO
              MOVE PATIENT-ACCT-STATUS-DATE TO STATDTO
              MOVE PATIENT-BKR-CASE-NO      TO CASENOO
           ELSE
              MOVE GUA-FIRST-NAME           TO WS-NB-FIRST
              MOVE GUA-LAST-NAME            TO WS-NB-LAST
              MOVE WS-NAME-BUILD            TO PNAMEO
              MOVE GUA-ACCT-STATUS          TO ACSTATO
              MOVE GUA-ACCT-STATUS-DATE     TO STATDTO
              MOVE GUA-BKR-CASE-NO          TO CASENOO
           END-IF.
           IF ACSTATO = LOW-VALUES
              MOVE SPACES                   TO ACSTATO
           END-IF.
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
                     MAP('BAST400')
                     MAPSET('BAST400')
                     FROM(BAST400O)
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
                     MAP('BAST400')
                     MAPSET('BAST400')
                     FROM(BAST400O)
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
                     MAP('BAST400')
                     MAPSET('BAST400')
                     FROM(BAST400O)
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
           MOVE 'CAST400 '     TO WS-ERR-PROG-ID.
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
