      * ENTRY AND APPROVAL ARE SEPARATE ROLES ON PURPOSE.  EVERY    *
      * FAILURE IS LOGGED TO THE SVIO VIOLATIONS QUEUE FOR THE      *
      * AUDITORS.                                                   *
      *                                                             *
      * CONSECUTIVE BAD PASSWORDS ARE COUNTED ON THE PROFILE; AT    *
      * THE SECPARM LIMIT THE OPERATOR IS LOCKED OUT (INACTIVE,     *
      * REASON 'L') UNTIL A SUPERVISOR RESETS THEM ON OPERLOAD.  A  *
      * PASSWORD OLDER THAN THE SECPARM DAYS, OR ONE ISSUED BY      *
      * OPERLOAD, HAS EXPIRED AND PASSES NO CHECK UNTIL IT IS       *
      * CHANGED ON PWD4 - CPWD400 LINKS HERE WITH THE NEW PASSWORD  *
      * (SEE SECCHKP) AND THE CHANGE IS MADE HERE, SO THE COUNTING  *
      * AND THE LOCKOUT APPLY TO IT THE SAME WAY.                   *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CICS-WORK-VARIABLES.
           03  WS-RESP                     PIC S9(08)  COMP VALUE ZEROS.
           03  WS-VIOL-REC-LEN             PIC S9(04)  COMP VALUE +80.
           03  WS-CHANGE-PARMS-LEN         PIC S9(04)  COMP VALUE +33.

       01  WS-WORKING-VARIABLES.
           03  WS-TIME                     PIC S9(08) COMP VALUE +0.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
                                           PIC 9(08).
           03  WS-TODAY-TIME               PIC X(08) VALUE SPACES.
           03  WS-CHANGE-REQUEST-SW        PIC X(01) VALUE 'N'.
               88  PASSWORD-CHANGE-REQUEST VALUE 'Y'.
           03  WS-EXPIRED-SW               PIC X(01) VALUE 'N'.
               88  PASSWORD-HAS-EXPIRED    VALUE 'Y'.
           03  WS-NEW-PW-SPACES            PIC S9(04) COMP VALUE +0.
           03  WS-NEW-PW-LEN               PIC S9(04) COMP VALUE +0.
           03  WS-FUNC-SUB                 PIC S9(04) COMP VALUE +0.
           03  WS-FUNC-OK-SW               PIC X(01) VALUE 'N'.
               88  FUNCTION-AUTHORIZED     VALUE 'Y'.

       COPY OPERPROF.
       COPY SECVIOL.
       COPY SECPARM.
       COPY DATESRVP.

       LINKAGE SECTION.

       0000-MAIN-CHECK.

           MOVE ZERO TO SEC-RETURN-CD.
           PERFORM 0010-GET-CONTROLS THRU 0010-EXIT.

      *--- ONLY CPWD400 PASSES THE AREA LONG ENOUGH TO CARRY A NEW
      *--- PASSWORD; A SIGN-ON CHECK NEVER LOOKS PAST ITS 25 BYTES.
           MOVE 'N' TO WS-CHANGE-REQUEST-SW.
           IF EIBCALEN NOT < WS-CHANGE-PARMS-LEN
              IF SEC-NEW-PASSWORD NOT = SPACES
                AND SEC-NEW-PASSWORD NOT = LOW-VALUES
                 MOVE 'Y' TO WS-CHANGE-REQUEST-SW
              END-IF
           END-IF.

           MOVE SEC-OPERATOR-ID TO OPR-OPERATOR-ID.
           EXEC CICS READ
           END-IF.

           IF NOT OPR-IS-ACTIVE
              IF OPR-LOCKED-OUT
                 MOVE -5 TO SEC-RETURN-CD
                 MOVE 'OPERATOR LOCKED OUT ' TO VIO-REASON
              ELSE
                 MOVE -1 TO SEC-RETURN-CD
                 MOVE 'OPERATOR INACTIVE   ' TO VIO-REASON
              END-IF
              PERFORM 0900-LOG-VIOLATION THRU 0900-EXIT
              GO TO 0000-RETURN
           END-IF.

           IF SEC-PASSWORD NOT = OPR-PASSWORD
              PERFORM 0200-COUNT-FAILURE THRU 0200-EXIT
              PERFORM 0900-LOG-VIOLATION THRU 0900-EXIT
              GO TO 0000-RETURN
           END-IF.

           IF OPR-FAIL-COUNT NOT = ZERO
              PERFORM 0300-CLEAR-FAILURES THRU 0300-EXIT
           END-IF.

           IF PASSWORD-CHANGE-REQUEST
              PERFORM 0400-CHANGE-PASSWORD THRU 0400-EXIT
              GO TO 0000-RETURN
           END-IF.

           PERFORM 0150-CHECK-EXPIRY THRU 0150-EXIT.
           IF PASSWORD-HAS-EXPIRED
              MOVE -4 TO SEC-RETURN-CD
              MOVE 'PASSWORD EXPIRED    ' TO VIO-REASON
              PERFORM 0900-LOG-VIOLATION THRU 0900-EXIT
              GO TO 0000-RETURN
           END-IF.
       0000-EXIT.
            EXIT.

      ***************************************************************
      * 0010-GET-CONTROLS - TODAY'S DATE AND TIME FOR THE CHECK AND *
      *   THE LOG, AND THE SECPARM CONTROLS.  WITH NO SECPARM ON    *
      *   FILE THE DEFAULTS IN THE COPYBOOK STAND.                  *
      ***************************************************************
       0010-GET-CONTROLS.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-TIME)
                     YYYYMMDD(WS-TODAY-DATE)
                     TIME(WS-TODAY-TIME)
                     TIMESEP(':')
           END-EXEC.

           EXEC CICS READ
                     DATASET('SECPARM')
                     INTO(SECURITY-PARM-REC)
                     RIDFLD(SPM-KEY)
                     RESP(WS-RESP)
           END-EXEC.

       0010-EXIT.
            EXIT.

      ***************************************************************
      * 0150-CHECK-EXPIRY - A PASSWORD WITH NO DATE WAS ISSUED BY   *
      *   OPERLOAD AND HAS NEVER BEEN THE OPERATOR'S OWN; ONE SET   *
      *   THE SECPARM NUMBER OF DAYS AGO OR MORE HAS RUN OUT.       *
      ***************************************************************
       0150-CHECK-EXPIRY.

           MOVE 'N' TO WS-EXPIRED-SW.
           IF SPM-PASSWORD-DAYS = ZERO
              GO TO 0150-EXIT
           END-IF.
           IF OPR-PASSWORD-DATE NOT NUMERIC
              OR OPR-PASSWORD-DATE-N = ZERO
              MOVE 'Y' TO WS-EXPIRED-SW
              GO TO 0150-EXIT
           END-IF.
           MOVE 'DIF '              TO DSRV-FUNCTION.
           MOVE OPR-PASSWORD-DATE-N TO DSRV-DATE-1.
           MOVE WS-TODAY-DATE-N     TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
              OR DSRV-DAYS NOT < SPM-PASSWORD-DAYS
              MOVE 'Y' TO WS-EXPIRED-SW
           END-IF.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0200-COUNT-FAILURE - ONE MORE BAD PASSWORD IN A ROW.  AT    *
      *   THE SECPARM LIMIT THE OPERATOR IS LOCKED OUT.  THE        *
      *   PROFILE IS RE-READ FOR UPDATE SO TWO TERMINALS FAILING    *
      *   AT ONCE BOTH COUNT.                                       *
      ***************************************************************
       0200-COUNT-FAILURE.

           MOVE -1 TO SEC-RETURN-CD.
           MOVE 'PASSWORD MISMATCH   ' TO VIO-REASON.
           EXEC CICS READ
                     DATASET('OPERPROF')
                     INTO(OPERATOR-PROFILE-REC)
                     RIDFLD(OPR-OPERATOR-ID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 0200-EXIT
           END-IF.

           IF OPR-FAIL-COUNT NOT NUMERIC
              MOVE ZERO TO OPR-FAIL-COUNT
           END-IF.
           IF OPR-FAIL-COUNT < 99
              ADD +1 TO OPR-FAIL-COUNT
           END-IF.
           IF SPM-MAX-FAILURES > ZERO
              AND OPR-FAIL-COUNT NOT < SPM-MAX-FAILURES
              AND OPR-IS-ACTIVE
              MOVE 'I'           TO OPR-STATUS
              MOVE 'L'           TO OPR-INACTIVE-REASON
              MOVE WS-TODAY-DATE TO OPR-LOCKED-DATE
              MOVE -5 TO SEC-RETURN-CD
              MOVE 'BAD PWD - LOCKED OUT' TO VIO-REASON
           END-IF.

           EXEC CICS REWRITE
                     DATASET('OPERPROF')
                     FROM(OPERATOR-PROFILE-REC)
                     RESP(WS-RESP)
           END-EXEC.

       0200-EXIT.
            EXIT.

      ***************************************************************
      * 0300-CLEAR-FAILURES - A GOOD PASSWORD ENDS THE RUN OF       *
      *   FAILURES.                                                 *
      ***************************************************************
       0300-CLEAR-FAILURES.

           EXEC CICS READ
                     DATASET('OPERPROF')
                     INTO(OPERATOR-PROFILE-REC)
                     RIDFLD(OPR-OPERATOR-ID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 0300-EXIT
           END-IF.
           MOVE ZERO TO OPR-FAIL-COUNT.
           EXEC CICS REWRITE
                     DATASET('OPERPROF')
                     FROM(OPERATOR-PROFILE-REC)
                     RESP(WS-RESP)
           END-EXEC.

       0300-EXIT.
            EXIT.

      ***************************************************************
      * 0400-CHANGE-PASSWORD - THE OLD PASSWORD HAS PASSED, EXPIRED *
      *   OR NOT.  THE NEW ONE MUST BE AT LEAST THE SECPARM LENGTH  *
      *   WITH NO EMBEDDED SPACES, AND MAY NOT BE THE OPERATOR ID,  *
      *   THE CURRENT PASSWORD OR THE ONE BEFORE IT.                *
      ***************************************************************
       0400-CHANGE-PASSWORD.

           MOVE ZERO TO WS-NEW-PW-SPACES.
           INSPECT SEC-NEW-PASSWORD TALLYING WS-NEW-PW-SPACES
               FOR ALL SPACES.
           COMPUTE WS-NEW-PW-LEN = 8 - WS-NEW-PW-SPACES.
           IF WS-NEW-PW-LEN < SPM-MIN-PASSWORD-LEN
              MOVE -6 TO SEC-RETURN-CD
              GO TO 0400-EXIT
           END-IF.
           IF WS-NEW-PW-LEN < 8
              IF SEC-NEW-PASSWORD (WS-NEW-PW-LEN + 1:) NOT = SPACES
                 MOVE -6 TO SEC-RETURN-CD
                 GO TO 0400-EXIT
              END-IF
           END-IF.
           IF SEC-NEW-PASSWORD = OPR-PASSWORD
              OR SEC-NEW-PASSWORD = OPR-PREV-PASSWORD
              OR SEC-NEW-PASSWORD = OPR-OPERATOR-ID
              MOVE -6 TO SEC-RETURN-CD
              GO TO 0400-EXIT
           END-IF.

           EXEC CICS READ
                     DATASET('OPERPROF')
                     INTO(OPERATOR-PROFILE-REC)
                     RIDFLD(OPR-OPERATOR-ID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE -1 TO SEC-RETURN-CD
              GO TO 0400-EXIT
           END-IF.
           MOVE OPR-PASSWORD     TO OPR-PREV-PASSWORD.
           MOVE SEC-NEW-PASSWORD TO OPR-PASSWORD.
           MOVE WS-TODAY-DATE    TO OPR-PASSWORD-DATE.
           MOVE ZERO             TO OPR-FAIL-COUNT.
           EXEC CICS REWRITE
                     DATASET('OPERPROF')
                     FROM(OPERATOR-PROFILE-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE -1 TO SEC-RETURN-CD
           END-IF.

       0400-EXIT.
            EXIT.

       0100-CHECK-ONE-FUNCTION.
           IF OPR-FUNCTION-CODE (WS-FUNC-SUB) = SEC-FUNCTION
             OR OPR-FUNCTION-CODE (WS-FUNC-SUB) = '****'

       0900-LOG-VIOLATION.

           MOVE VIO-REASON TO WS-HOLD-REASON.
           INITIALIZE SECURITY-VIOLATION-REC.
           MOVE WS-HOLD-REASON  TO VIO-REASON.
