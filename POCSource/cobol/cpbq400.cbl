       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPBQ400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * PRE-BILL CLAIM QUEUE CORRECTION SCREEN.  BILLING WORKS THE  *
      * PREBILLQ FILE OF CLAIMS CLMSCRB HELD BACK BECAUSE THEY      *
      * FAILED THE PAYER'S SCRUB RULES (SEE SCRBRULE): FETCH A      *
      * PATIENT'S QUEUED CLAIM TO SEE WHY IT WAS STOPPED, CORRECT   *
      * WHAT IS WRONG, AND RELEASE IT TO THE NEXT SCRUB RUN.        *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    F - FETCH:    SHOW THE QUEUED CLAIM, ITS REASONS, AND    *
      *                  THE PATIENT'S CURRENT GROUP NUMBER AND     *
      *                  PRIMARY DIAGNOSIS                          *
      *    C - CORRECT:  APPLY A GROUP NUMBER KEYED OVER THE ONE    *
      *                  SHOWN TO PATINS AND A DIAGNOSIS KEYED OVER *
      *                  THE ONE SHOWN TO PATMSTR (IT MUST BE       *
      *                  ACTIVE ON DIAGMSTR), AND RELEASE THE CLAIM *
      *                  - CLMSCRB SCRUBS IT AGAIN BEFORE IT IS     *
      *                  SENT, SO A FIX THAT DID NOT TAKE PUTS IT   *
      *                  BACK ON THE QUEUE                          *
      *    O - OVERRIDE: RELEASE THE CLAIM AS IT STANDS; THE NEXT   *
      *                  CLMSCRB RUN SENDS IT WITHOUT A RE-SCRUB    *
      * A MISSING PRIOR AUTHORIZATION IS ENTERED ON CAUT400 AND THE *
      * CLAIM THEN RELEASED HERE WITH C.                            *
      *                                                             *
      * EVERY PATH RUNS THE SECCHK COMMON SIGN-ON CHECK FIRST;      *
      * FETCH AND CORRECT NEED THE ENTRY ROLE, AN OVERRIDE THE      *
      * APPROVER ROLE.  A RELEASE IS STAMPED WITH THE VERIFIED      *
      * OPERATOR ID AND DATE.                                       *
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
           03  WS-QUEUE-FUNCTION           PIC X(01) VALUE SPACE.
               88  WS-FUNC-FETCH           VALUE 'F'.
               88  WS-FUNC-CORRECT         VALUE 'C'.
               88  WS-FUNC-OVERRIDE        VALUE 'O'.
               88  WS-FUNC-VALID           VALUES 'F', 'C', 'O'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-NEW-GROUP                PIC X(10) VALUE SPACES.
           03  WS-NEW-DIAG                 PIC X(06) VALUE SPACES.
           03  WS-REASON-DISPLAY.
               05  WS-RD-CODE              PIC X(02).
               05  FILLER                  PIC X(01) VALUE SPACE.
               05  WS-RD-TEXT              PIC X(30).

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BPBQ400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY PREBILLQ.
       COPY PATINS.
       COPY PATMSTR.
       COPY DIAGMSTR.

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
                     TRANSID('PBQ4')
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
           MOVE 'PBQ4' TO SEC-FUNCTION.
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

           EXEC CICS RECEIVE MAP('BPBQ400')
                     MAPSET('BPBQ400')
                     INTO(BPBQ400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-QUEUE-FUNCTION.
           IF NOT WS-FUNC-VALID
               MOVE 'INVALID FUNCTION - MUST BE F, C OR O.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

      *--- THE SIGN-ON CHECK GUARDS EVERY PATH; RELEASING A CLAIM
      *--- THAT STILL FAILS ITS SCRUB TAKES THE APPROVER ROLE.
           IF WS-FUNC-OVERRIDE
              MOVE 'A' TO WS-NEED-ROLE
           ELSE
              MOVE 'E' TO WS-NEED-ROLE
           END-IF.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0100-EXIT
           END-IF.

           IF PATIDL = ZERO OR PATIDI = SPACES
               MOVE 'PATIENT ID IS REQUIRED.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           IF WS-FUNC-FETCH
               PERFORM 0400-FETCH-ENTRY THRU 0400-EXIT
               GO TO 0100-EXIT
           END-IF.

      *--- ONLY FIELDS THE OPERATOR ACTUALLY KEYED ARE CORRECTIONS.
      *--- A NEW DIAGNOSIS IS PROVED AGAINST DIAGMSTR BEFORE ANY
      *--- FILE IS TOUCHED.
           MOVE SPACES TO WS-NEW-GROUP, WS-NEW-DIAG.
           IF WS-FUNC-CORRECT
               IF GROUPL > ZERO
                   MOVE GROUPI TO WS-NEW-GROUP
               END-IF
               IF DIAGL > ZERO
                   MOVE DIAGI  TO WS-NEW-DIAG
               END-IF
           END-IF.
           IF WS-NEW-DIAG NOT = SPACES
               PERFORM 0300-CHECK-DIAGNOSIS THRU 0300-EXIT
               IF WS-NEW-DIAG = SPACES
                   GO TO 0100-EXIT
               END-IF
           END-IF.

      *--- RE-READ THE SEQ-000 CONTROL RECORD FOR UPDATE; ONLY A
      *--- CLAIM STILL ON THE QUEUE CAN BE RELEASED.
           MOVE PATIDI TO PBQ-PATIENT-ID.
           MOVE ZERO   TO PBQ-SEQ.
           EXEC CICS READ
                     DATASET('PREBILLQ')
                     INTO(PREBILL-QUEUE-REC)
                     RIDFLD(PBQ-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'PATIENT HAS NO CLAIM ON THE PRE-BILL QUEUE.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0100: PREBILLQ READ UPDATE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF NOT PBQ-IS-QUEUED
               EXEC CICS UNLOCK
                         DATASET('PREBILLQ')
               END-EXEC
               MOVE 'CLAIM WAS ALREADY RELEASED.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           IF WS-NEW-GROUP NOT = SPACES
               PERFORM 0500-UPDATE-GROUP THRU 0500-EXIT
           END-IF.
           IF WS-NEW-DIAG NOT = SPACES
               PERFORM 0550-UPDATE-DIAGNOSIS THRU 0550-EXIT
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

           IF WS-FUNC-CORRECT
               MOVE 'R' TO PBQ-STATUS
           ELSE
               MOVE 'O' TO PBQ-STATUS
           END-IF.
      *--- THE RELEASE IS STAMPED WITH THE OPERATOR SECCHK JUST
      *--- VERIFIED, NOT THE TERMINAL THE RELEASE CAME FROM.
           MOVE OPERIDI        TO PBQ-DECIDED-BY.
           MOVE WS-TODAY-DATE  TO PBQ-DECIDED-DATE.
           EXEC CICS REWRITE
                     DATASET('PREBILLQ')
                     FROM(PREBILL-QUEUE-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0100: PREBILLQ REWRITE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BPBQ400O.
           IF WS-FUNC-CORRECT
               MOVE '***  CLAIM RELEASED - NEXT SCRUB RECHECKS IT. '
                       TO MSGO
           ELSE
               MOVE '***  CLAIM RELEASED ON OVERRIDE. '
                       TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0300-CHECK-DIAGNOSIS - A CORRECTED DIAGNOSIS MUST BE ON     *
      *   DIAGMSTR AND ACTIVE, OR THE SCRUB WOULD ONLY STOP THE     *
      *   CLAIM AGAIN.  CLEARS WS-NEW-DIAG WHEN IT IS REFUSED.      *
      ***************************************************************
       0300-CHECK-DIAGNOSIS.

           MOVE WS-NEW-DIAG TO DIAG-MSTR-KEY.
           EXEC CICS READ
                     DATASET('DIAGMSTR')
                     INTO(DIAGNOSIS-MASTER-REC)
                     RIDFLD(DIAG-MSTR-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO WS-NEW-DIAG
               MOVE 'DIAGNOSIS CODE NOT ON DIAGMSTR.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0300-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0300: DIAGMSTR READ; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF NOT DIAG-MSTR-ACTIVE
               MOVE SPACES TO WS-NEW-DIAG
               MOVE 'DIAGNOSIS CODE IS RETIRED - USE AN ACTIVE CODE.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
           END-IF.

       0300-EXIT.
            EXIT.

      ***************************************************************
      * 0400-FETCH-ENTRY - READ THE QUEUED CLAIM'S SEQ-000 CONTROL  *
      *   RECORD AND SHOW IT WITH ITS REASONS, AND THE PATIENT'S    *
      *   CURRENT GROUP NUMBER AND DIAGNOSIS FOR CORRECTION.        *
      ***************************************************************
       0400-FETCH-ENTRY.

           MOVE PATIDI TO PBQ-PATIENT-ID.
           MOVE ZERO   TO PBQ-SEQ.
           EXEC CICS READ
                     DATASET('PREBILLQ')
                     INTO(PREBILL-QUEUE-REC)
                     RIDFLD(PBQ-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'PATIENT HAS NO CLAIM ON THE PRE-BILL QUEUE.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0400-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0400: PREBILLQ READ; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES          TO BPBQ400O.
           MOVE PBQ-PATIENT-ID      TO PATIDO.
           MOVE PBQ-STATUS          TO STATUSO.
           MOVE PBQ-PAYER-ID        TO PAYERO.
           MOVE PBQ-QUEUED-DATE     TO QDATEO.
           MOVE PBQ-LINE-COUNT      TO LINESO.
           MOVE PBQ-CLAIM-TOTAL     TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-EDIT       TO TOTALO.
           MOVE PBQ-REASON-CODE (1) TO WS-RD-CODE.
           MOVE PBQ-REASON-TEXT (1) TO WS-RD-TEXT.
           MOVE WS-REASON-DISPLAY   TO REAS1O.
           MOVE PBQ-REASON-CODE (2) TO WS-RD-CODE.
           MOVE PBQ-REASON-TEXT (2) TO WS-RD-TEXT.
           MOVE WS-REASON-DISPLAY   TO REAS2O.
           MOVE PBQ-REASON-CODE (3) TO WS-RD-CODE.
           MOVE PBQ-REASON-TEXT (3) TO WS-RD-TEXT.
           MOVE WS-REASON-DISPLAY   TO REAS3O.
           MOVE PBQ-REASON-CODE (4) TO WS-RD-CODE.
           MOVE PBQ-REASON-TEXT (4) TO WS-RD-TEXT.
           MOVE WS-REASON-DISPLAY   TO REAS4O.
           MOVE PBQ-DECIDED-BY      TO DECBYO.
           MOVE PBQ-DECIDED-DATE    TO DECDATEO.

           MOVE PBQ-PATIENT-ID      TO PATIENT-INS-KEY.
           EXEC CICS READ
                     DATASET('PATINS')
                     INTO(PATIENT-INSURANCE)
                     RIDFLD(PATIENT-INS-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE GROUP-NUMBER    TO GROUPO
           END-IF.

           MOVE PBQ-PATIENT-ID      TO PATIENT-KEY.
           EXEC CICS READ
                     DATASET('PATMSTR')
                     INTO(PATIENT-MASTER-REC)
                     RIDFLD(PATIENT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE DIAGNOSTIC-CODE-PRIMARY TO DIAGO
           END-IF.

           IF PBQ-IS-QUEUED
               MOVE 'CORRECT AND RELEASE WITH C, OR OVERRIDE WITH O. '
                       TO MSGO
           ELSE
               MOVE 'CLAIM ALREADY RELEASED - AWAITING THE SCRUB RUN. '
                       TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

      ***************************************************************
      * 0500-UPDATE-GROUP - POST THE CORRECTED GROUP NUMBER TO THE  *
      *   PATIENT'S PATINS COVERAGE RECORD.                         *
      ***************************************************************
       0500-UPDATE-GROUP.

           MOVE PBQ-PATIENT-ID      TO PATIENT-INS-KEY.
           EXEC CICS READ
                     DATASET('PATINS')
                     INTO(PATIENT-INSURANCE)
                     RIDFLD(PATIENT-INS-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0500: PATINS READ UPDATE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE WS-NEW-GROUP        TO GROUP-NUMBER.
           EXEC CICS REWRITE
                     DATASET('PATINS')
                     FROM(PATIENT-INSURANCE)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0500: PATINS REWRITE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

       0500-EXIT.
            EXIT.

      ***************************************************************
      * 0550-UPDATE-DIAGNOSIS - POST THE CORRECTED (ALREADY         *
      *   VALIDATED) PRIMARY DIAGNOSIS TO THE PATIENT'S PATMSTR.    *
      ***************************************************************
       0550-UPDATE-DIAGNOSIS.

           MOVE PBQ-PATIENT-ID      TO PATIENT-KEY.
           EXEC CICS READ
                     DATASET('PATMSTR')
                     INTO(PATIENT-MASTER-REC)
                     RIDFLD(PATIENT-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0550: PATMSTR READ UPDATE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE WS-NEW-DIAG         TO DIAGNOSTIC-CODE-PRIMARY.
           EXEC CICS REWRITE
                     DATASET('PATMSTR')
                     FROM(PATIENT-MASTER-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES       TO WS-ERR-LINE2
               MOVE ' 0550: PATMSTR REWRITE; NOT NORMAL' TO
                    WS-ERR-LINE2
               GO TO 9999-ABEND-ROUTINE
           END-IF.

       0550-EXIT.
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
                     MAP('BPBQ400')
                     MAPSET('BPBQ400')
                     FROM(BPBQ400O)
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
                     MAP('BPBQ400')
                     MAPSET('BPBQ400')
                     FROM(BPBQ400O)
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
                     MAP('BPBQ400')
                     MAPSET('BPBQ400')
                     FROM(BPBQ400O)
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
           MOVE 'CPBQ400 '     TO WS-ERR-PROG-ID.
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
