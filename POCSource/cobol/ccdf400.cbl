       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCDF400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * HEALTH INFORMATION MANAGEMENT (HIM) CHART DEFICIENCY        *
      * MAINTENANCE.                                                *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    I - INQUIRE: SHOWS THE STAY'S CHARTDEF RECORD - THE      *
      *                 ATTENDING PHYSICIAN RESPONSIBLE AND THE     *
      *                 SIGNATURE, FINAL DIAGNOSIS AND CODING ITEMS *
      *                 (O OUTSTANDING, C CLEARED)                  *
      *    C - CLEAR:   CLEARS EACH OUTSTANDING ITEM KEYED C.  A    *
      *                 FINAL DIAGNOSIS KEYED WITH THE DIAGNOSIS    *
      *                 ITEM BECOMES THE STAY'S PRIMARY DIAGNOSIS.  *
      *                 UP TO THREE SECONDARY DIAGNOSES ARE KEYED   *
      *                 WITH THE CODING ITEM.                       *
      *                                                             *
      * THE STAY IS PATIENT ID + ADMIT DATE; A BLANK ADMIT DATE     *
      * MEANS THE PATIENT'S LATEST STAY.  CADT400 OPENS THE RECORD  *
      * AT DISCHARGE; CLMEXTR HOLDS THE STAY'S CLAIM UNTIL THE      *
      * CHART IS COMPLETE; CHRTDLQ LISTS THE DELINQUENT CHARTS.     *
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
           03  WS-CDF-FUNCTION             PIC X(01) VALUE SPACE.
               88  WS-FUNC-INQUIRE         VALUE 'I'.
               88  WS-FUNC-CLEAR           VALUE 'C'.
               88  WS-FUNC-VALID           VALUES 'I', 'C'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TODAY-TIME               PIC X(08) VALUE SPACES.
           03  WS-ADMIT-DATE               PIC X(08) VALUE SPACES.
           03  WS-SEC-DIAG                 PIC X(06) VALUE SPACES.
           03  WS-JRNL-REC-LEN             PIC S9(04) COMP VALUE +6000.
           03  WS-BEFORE-HOLD              PIC X(2964) VALUE SPACES.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BCDF400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY CHARTDEF.
       COPY PATMSTR.
       COPY DIAGMSTR.
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
                     TRANSID('CDF4')
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
           MOVE 'CDF4' TO SEC-FUNCTION.
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

           EXEC CICS RECEIVE MAP('BCDF400')
                     MAPSET('BCDF400')
                     INTO(BCDF400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-CDF-FUNCTION.
           IF NOT WS-FUNC-VALID
              MOVE 'INVALID FUNCTION - MUST BE I OR C.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

      *--- EVERY PATH SIGNS ON, SO EACH CLEARED ITEM CARRIES THE
      *--- OPERATOR SECCHK VERIFIED.
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
           END-EXEC.

      *--- NO ADMIT DATE KEYED MEANS THE PATIENT'S LATEST STAY.
           IF ADMDTI = SPACES OR ADMDTI = LOW-VALUES
              PERFORM 0150-GET-LATEST-STAY THRU 0150-EXIT
              IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
           ELSE
              MOVE ADMDTI TO WS-ADMIT-DATE
           END-IF.

           IF WS-FUNC-INQUIRE
              PERFORM 0300-SHOW-CHART  THRU 0300-EXIT
           ELSE
              PERFORM 0400-CLEAR-ITEMS THRU 0400-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

       0150-GET-LATEST-STAY.

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
              GO TO 0150-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0150: PATMSTR READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE PATIENT-ADMIT-DATE TO WS-ADMIT-DATE.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0300-SHOW-CHART - DISPLAY THE STAY'S DEFICIENCY RECORD.     *
      ***************************************************************
       0300-SHOW-CHART.

           MOVE PATIDI        TO CDF-PATIENT-ID.
           MOVE WS-ADMIT-DATE TO CDF-ADMIT-DATE.
           EXEC CICS READ
                     DATASET('CHARTDEF')
                     INTO(CHART-DEFICIENCY-REC)
                     RIDFLD(CDF-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'NO CHART DEFICIENCY RECORD FOR THAT STAY.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: CHARTDEF READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES TO BCDF400O.
           PERFORM 0700-FILL-SCREEN THRU 0700-EXIT.
           IF CDF-CHART-COMPLETE
              MOVE '***  CHART COMPLETE - CLAIM RELEASES NEXT EXTRACT.'
                   TO MSGO
           ELSE
              MOVE '***  CHART OPEN - KEY C UNDER EACH ITEM TO CLEAR.'
                   TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

      ***************************************************************
      * 0400-CLEAR-ITEMS - CLEAR EVERY OUTSTANDING ITEM MARKED C,   *
      *   STAMPED WITH THE DATE AND OPERATOR.  A FINAL DIAGNOSIS    *
      *   KEYED WITH THE DIAGNOSIS ITEM MUST BE ON DIAGMSTR AND     *
      *   REPLACES THE PRIMARY DIAGNOSIS ON THE MASTER, SO THE      *
      *   CLAIM CARRIES THE CONFIRMED CODE.  WITH NO ITEM LEFT      *
      *   OUTSTANDING THE CHART IS COMPLETE.                        *
      ***************************************************************
       0400-CLEAR-ITEMS.

           IF (SIGNI NOT = 'C' AND SIGNI NOT = SPACE
                               AND SIGNI NOT = LOW-VALUE)
              OR (DIAGI NOT = 'C' AND DIAGI NOT = SPACE
                                  AND DIAGI NOT = LOW-VALUE)
              OR (CODEI NOT = 'C' AND CODEI NOT = SPACE
                                  AND CODEI NOT = LOW-VALUE)
              MOVE 'MARK AN ITEM C TO CLEAR IT, OR LEAVE IT BLANK.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           IF FNLDXI = LOW-VALUES
              MOVE SPACES TO FNLDXI
           END-IF.
           IF FNLDXI NOT = SPACES
              IF DIAGI NOT = 'C'
                 MOVE 'A FINAL DIAGNOSIS IS KEYED WITH DIAG MARKED C.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0400-EXIT
              END-IF
              MOVE FNLDXI TO DIAG-MSTR-KEY
              EXEC CICS READ
                        DATASET('DIAGMSTR')
                        INTO(DIAGNOSIS-MASTER-REC)
                        RIDFLD(DIAG-MSTR-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'FINAL DIAGNOSIS NOT ON DIAGMSTR.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0400-EXIT
              END-IF
           END-IF.

           IF SDX1I = LOW-VALUES
              MOVE SPACES TO SDX1I
           END-IF.
           IF SDX2I = LOW-VALUES
              MOVE SPACES TO SDX2I
           END-IF.
           IF SDX3I = LOW-VALUES
              MOVE SPACES TO SDX3I
           END-IF.
           IF SDX1I NOT = SPACES OR SDX2I NOT = SPACES
                                 OR SDX3I NOT = SPACES
              IF CODEI NOT = 'C'
                 MOVE 'SECONDARY DIAGNOSES NEED CODE MARKED C.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0400-EXIT
              END-IF
              MOVE LOW-VALUES TO MSGO
              MOVE SDX1I TO WS-SEC-DIAG
              PERFORM 0420-CHECK-SECONDARY THRU 0420-EXIT
              MOVE SDX2I TO WS-SEC-DIAG
              PERFORM 0420-CHECK-SECONDARY THRU 0420-EXIT
              MOVE SDX3I TO WS-SEC-DIAG
              PERFORM 0420-CHECK-SECONDARY THRU 0420-EXIT
              IF MSGO NOT = LOW-VALUES
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0400-EXIT
              END-IF
           END-IF.

           MOVE PATIDI        TO CDF-PATIENT-ID.
           MOVE WS-ADMIT-DATE TO CDF-ADMIT-DATE.
           EXEC CICS READ
                     DATASET('CHARTDEF')
                     INTO(CHART-DEFICIENCY-REC)
                     RIDFLD(CDF-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'NO CHART DEFICIENCY RECORD FOR THAT STAY.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: CHARTDEF READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF CDF-CHART-COMPLETE
              EXEC CICS UNLOCK
                        DATASET('CHARTDEF')
              END-EXEC
              MOVE 'CHART IS ALREADY COMPLETE.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           IF SIGNI = 'C' AND CDF-SIGNATURE-DUE
              MOVE 'C'           TO CDF-SIGNATURE-STATUS
              MOVE WS-TODAY-DATE TO CDF-SIGNATURE-DATE
              MOVE OPERIDI       TO CDF-SIGNATURE-BY
           END-IF.
           IF DIAGI = 'C' AND CDF-FINAL-DIAG-DUE
              MOVE 'C'           TO CDF-FINAL-DIAG-STATUS
              MOVE WS-TODAY-DATE TO CDF-FINAL-DIAG-DATE
              MOVE OPERIDI       TO CDF-FINAL-DIAG-BY
           END-IF.
           IF CODEI = 'C' AND CDF-CODING-DUE
              MOVE 'C'           TO CDF-CODING-STATUS
              MOVE WS-TODAY-DATE TO CDF-CODING-DATE
              MOVE OPERIDI       TO CDF-CODING-BY
              MOVE SDX1I         TO CDF-SECONDARY-DIAG (1)
              MOVE SDX2I         TO CDF-SECONDARY-DIAG (2)
              MOVE SDX3I         TO CDF-SECONDARY-DIAG (3)
           END-IF.
           IF FNLDXI NOT = SPACES
              MOVE FNLDXI        TO CDF-PRIMARY-DIAG
           END-IF.
           IF CDF-SIGNATURE-DONE AND CDF-FINAL-DIAG-DONE
                                 AND CDF-CODING-DONE
              MOVE 'C'           TO CDF-CHART-STATUS
              MOVE WS-TODAY-DATE TO CDF-COMPLETE-DATE
           END-IF.

           EXEC CICS REWRITE
                     DATASET('CHARTDEF')
                     FROM(CHART-DEFICIENCY-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: CHARTDEF REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF FNLDXI NOT = SPACES
              PERFORM 0450-SET-FINAL-DIAGNOSIS THRU 0450-EXIT
           END-IF.

           MOVE LOW-VALUES TO BCDF400O.
           PERFORM 0700-FILL-SCREEN THRU 0700-EXIT.
           IF CDF-CHART-COMPLETE
              MOVE '***  CHART COMPLETE - CLAIM RELEASES NEXT EXTRACT.'
                   TO MSGO
           ELSE
              MOVE '***  ITEMS CLEARED - CHART STILL OPEN.'
                   TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

      ***************************************************************
      * 0420-CHECK-SECONDARY - A KEYED SECONDARY DIAGNOSIS MUST BE  *
      *   ON DIAGMSTR.  MSGO STAYS LOW-VALUES WHILE EVERY CODE      *
      *   CHECKED SO FAR IS GOOD.                                   *
      ***************************************************************
       0420-CHECK-SECONDARY.

           IF WS-SEC-DIAG = SPACES OR MSGO NOT = LOW-VALUES
              GO TO 0420-EXIT
           END-IF.
           MOVE WS-SEC-DIAG TO DIAG-MSTR-KEY.
           EXEC CICS READ
                     DATASET('DIAGMSTR')
                     INTO(DIAGNOSIS-MASTER-REC)
                     RIDFLD(DIAG-MSTR-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SECONDARY DIAGNOSIS NOT ON DIAGMSTR.'
                   TO MSGO
           END-IF.

       0420-EXIT.
            EXIT.

       0450-SET-FINAL-DIAGNOSIS.

           MOVE PATIDI TO PATIENT-KEY.
           EXEC CICS READ
                     DATASET('PATMSTR')
                     INTO(PATIENT-MASTER-REC)
                     RIDFLD(PATIENT-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0450: PATMSTR READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

      *--- ONLY THE STAY BEING CODED TAKES THE CODE; A NEWER STAY'S
      *--- DIAGNOSIS IS NOT OVERWRITTEN FROM AN OLD CHART.
           IF PATIENT-ADMIT-DATE NOT = WS-ADMIT-DATE
              OR DIAGNOSTIC-CODE-PRIMARY = FNLDXI
              EXEC CICS UNLOCK
                        DATASET('PATMSTR')
              END-EXEC
              GO TO 0450-EXIT
           END-IF.

           MOVE PATIENT-MASTER-REC TO WS-BEFORE-HOLD.
           MOVE FNLDXI             TO DIAGNOSTIC-CODE-PRIMARY.
           EXEC CICS REWRITE
                     DATASET('PATMSTR')
                     FROM(PATIENT-MASTER-REC)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0450: PATMSTR REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE 'REWR' TO JRNL-ACTIVITY-CODE.
           PERFORM 0900-WRITE-JOURNAL THRU 0900-EXIT.

       0450-EXIT.
            EXIT.

       0700-FILL-SCREEN.
           MOVE CDF-PATIENT-ID        TO PATIDO.
           MOVE CDF-ADMIT-DATE        TO ADMDTO.
           MOVE CDF-DISCHARGE-DATE    TO DISDTO.
           MOVE CDF-ATTENDING-PHYS-ID TO ATTENDO.
           MOVE CDF-CHART-STATUS      TO CHSTATO.
           MOVE CDF-SIGNATURE-STATUS  TO SIGNO.
           MOVE CDF-FINAL-DIAG-STATUS TO DIAGO.
           MOVE CDF-CODING-STATUS     TO CODEO.
           MOVE CDF-PRIMARY-DIAG      TO FNLDXO.
           MOVE CDF-SECONDARY-DIAG (1) TO SDX1O.
           MOVE CDF-SECONDARY-DIAG (2) TO SDX2O.
           MOVE CDF-SECONDARY-DIAG (3) TO SDX3O.
       0700-EXIT.
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
                     MAP('BCDF400')
                     MAPSET('BCDF400')
                     FROM(BCDF400O)
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
                     MAP('BCDF400')
                     MAPSET('BCDF400')
                     FROM(BCDF400O)
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
                     MAP('BCDF400')
                     MAPSET('BCDF400')
                     FROM(BCDF400O)
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
           MOVE 'CCDF400 '     TO WS-ERR-PROG-ID.
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
