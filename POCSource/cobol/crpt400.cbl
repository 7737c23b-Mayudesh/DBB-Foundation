       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPT400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * REPORT ARCHIVE VIEWER.  PAGES THROUGH A NIGHTLY BATCH       *
      * REPORT RPTCAPT SAVED ON THE RPTARCH VSAM ARCHIVE, SO NOBODY *
      * HAS TO ASK OPERATIONS TO RERUN LAST TUESDAY'S RECONCIL.     *
      *                                                             *
      * KEY THE REPORT ID AND THE RUN DATE (BLANK = THE LATEST RUN  *
      * CAPTURED) WITH YOUR OPERATOR ID AND PASSWORD AND PRESS      *
      * ENTER.  THE SIGN-ON GOES THROUGH SECCHK FOR THE FUNCTION    *
      * CODE THE REPORT'S RPTDEF ENTRY NAMES, SO AN OPERATOR SEES   *
      * ONLY THE REPORTS THAT OPERATOR'S OPERPROF FUNCTION CODES    *
      * COVER.                                                      *
      *                                                             *
      *    PF8  - NEXT FIFTEEN LINES     PF7  - PREVIOUS FIFTEEN    *
      *    PF11 - COLUMNS 54-132         PF10 - COLUMNS 1-79        *
      *                                                             *
      * THE REPORT OPENED, ITS LINE COUNT AND THE PAGE POSITION     *
      * RIDE IN THE COMMAREA; PAGING STAYS ON THE REPORT THE        *
      * OPERATOR SIGNED ON FOR UNTIL ENTER OPENS ANOTHER.           *
      ***************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-CICS-WORK-VARIABLES.
           03  WS-RESP                     PIC S9(08)  COMP VALUE ZEROS.
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
           03  WS-DATE-RC                  PIC S9(04) VALUE ZEROS.
           03  WS-LINE-SUB                 PIC S9(04) COMP VALUE +0.
           03  WS-LAST-LINE                PIC 9(06) VALUE 0.
           03  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
               88  BROWSE-DONE             VALUE 'Y'.
           03  WS-VIEW-LINE                PIC X(79) VALUE SPACES.
           03  WS-POSITION-LINE.
               05  FILLER                  PIC X(05) VALUE 'LINE '.
               05  WS-POS-FIRST            PIC 9(06).
               05  FILLER                  PIC X(01) VALUE '-'.
               05  WS-POS-LAST             PIC 9(06).
               05  FILLER                  PIC X(01) VALUE '/'.
               05  WS-POS-COUNT            PIC 9(06).
               05  FILLER                  PIC X(05) VALUE ' COL '.
               05  WS-POS-COL-FROM         PIC 9(03).
               05  FILLER                  PIC X(01) VALUE '-'.
               05  WS-POS-COL-TO           PIC 9(03).
               05  FILLER                  PIC X(03) VALUE SPACES.

      *--- THE REPORT OPEN ON THE SCREEN, CARRIED BETWEEN
      *--- PSEUDOCONVERSATIONAL PASSES.  A BLANK REPORT ID MEANS
      *--- NOTHING IS OPEN YET.
       01  WS-COMMAREA.
           03  WS-CA-REPORT-ID             PIC X(08) VALUE SPACES.
           03  WS-CA-RUN-DATE              PIC 9(08) VALUE ZEROS.
           03  WS-CA-LINE-COUNT            PIC 9(06) VALUE ZEROS.
           03  WS-CA-TOP-LINE              PIC 9(06) VALUE ZEROS.
           03  WS-CA-COLUMN                PIC 9(03) VALUE 1.
           03  WS-CA-DESCRIPTION           PIC X(30) VALUE SPACES.
       01  WS-COMMAREA-LEN                 PIC S9(04) COMP VALUE +61.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BRPT400.
      *--- COPY DATASET COPYLIBS HERE.
       COPY RPTDEF.
       COPY RPTARCH.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(61).

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
                     TRANSID('RPT4')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       0000-EXIT.
            EXIT.

      ***************************************************************
      * 0050-SECURITY-CHECK - COMMON SIGN-ON CHECK AGAINST THE      *
      *   OPERPROF PROFILES THROUGH SECCHK.  THE FUNCTION CHECKED   *
      *   IS THE REPORT'S OWN RPTDEF VIEWER CODE, NOT THE           *
      *   TRANSACTION'S.  A FAILED CHECK SETS THE DENIED SWITCH,    *
      *   TELLS THE OPERATOR, AND THE REPORT NEVER OPENS; SECCHK    *
      *   LOGS THE VIOLATION.                                       *
      ***************************************************************
       0050-SECURITY-CHECK.

           MOVE 'N'    TO WS-SEC-DENIED-SW.
           MOVE OPERIDI TO SEC-OPERATOR-ID.
           MOVE PASSWDI TO SEC-PASSWORD.
           MOVE RDF-VIEW-FUNCTION TO SEC-FUNCTION.
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
              MOVE 'NOT AUTHORIZED FOR THIS REPORT - SEE SUPERVISOR.'
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

           EXEC CICS RECEIVE MAP('BRPT400')
                     MAPSET('BRPT400')
                     INTO(BRPT400I)
                     RESP(WS-RESP)
           END-EXEC.

      *--- A PF KEY WITH NOTHING KEYED IS AN ORDINARY PAGE TURN.
           IF WS-RESP = DFHRESP(MAPFAIL)
              IF EIBAID = DFHENTER
                 MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
              MOVE LOW-VALUES TO BRPT400I
           END-IF.

      *--- PAGING AND SHIFTING WORK ONLY ON THE REPORT ALREADY OPEN,
      *--- WHICH THE OPERATOR HAS SIGNED ON FOR.
           IF EIBAID = DFHPF8 OR EIBAID = DFHPF7
              OR EIBAID = DFHPF10 OR EIBAID = DFHPF11
              IF WS-CA-REPORT-ID = SPACES
                 MOVE 'OPEN A REPORT FIRST - KEY ITS ID AND SIGN ON.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
           END-IF.

           IF EIBAID = DFHPF8
              IF WS-CA-TOP-LINE + 15 > WS-CA-LINE-COUNT
                 MOVE 'ALREADY AT THE LAST PAGE.' TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
              ADD 15 TO WS-CA-TOP-LINE
              PERFORM 0300-FILL-PAGE THRU 0300-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF EIBAID = DFHPF7
              IF WS-CA-TOP-LINE NOT > 1
                 MOVE 'ALREADY AT THE FIRST PAGE.' TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
              IF WS-CA-TOP-LINE > 15
                 SUBTRACT 15 FROM WS-CA-TOP-LINE
              ELSE
                 MOVE 1 TO WS-CA-TOP-LINE
              END-IF
              PERFORM 0300-FILL-PAGE THRU 0300-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF EIBAID = DFHPF11
              MOVE 54 TO WS-CA-COLUMN
              PERFORM 0300-FILL-PAGE THRU 0300-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF EIBAID = DFHPF10
              MOVE 1 TO WS-CA-COLUMN
              PERFORM 0300-FILL-PAGE THRU 0300-EXIT
              GO TO 0100-EXIT
           END-IF.

           PERFORM 0150-OPEN-REPORT THRU 0150-EXIT.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0150-OPEN-REPORT - THE REPORT MUST BE ON RPTDEF AND THE     *
      *   OPERATOR MUST HOLD ITS VIEWER FUNCTION CODE.  A BLANK RUN *
      *   DATE TAKES THE LATEST RUN RPTCAPT RECORDED.  THE RUN MUST *
      *   HAVE ITS LINE-ZERO HEADER - A CAPTURE THAT NEVER FINISHED *
      *   IS NOT SHOWN.                                             *
      ***************************************************************
       0150-OPEN-REPORT.

      *--- WHATEVER WAS OPEN CLOSES: PAGING MUST NOT OUTLIVE A
      *--- SIGN-ON THAT FAILS FOR THE NEXT REPORT.
           MOVE SPACES TO WS-CA-REPORT-ID.

           IF RPTIDI = SPACES OR RPTIDI = LOW-VALUES
              MOVE 'ENTER A REPORT ID. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0150-EXIT
           END-IF.

           MOVE RPTIDI TO RDF-REPORT-ID.
           EXEC CICS READ
                     DATASET('RPTDEF')
                     INTO(REPORT-DEFINITION-REC)
                     RIDFLD(RDF-REPORT-ID)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'REPORT ID NOT IN THE ARCHIVE. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0150-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0150: RPTDEF READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0150-EXIT
           END-IF.

           IF RUNDTI = SPACES OR RUNDTI = LOW-VALUES
              IF RDF-LAST-RUN-DATE = ZERO
                 MOVE 'NO RUN OF THIS REPORT HAS BEEN CAPTURED.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0150-EXIT
              END-IF
              MOVE RDF-LAST-RUN-DATE TO RPA-RUN-DATE
           ELSE
              MOVE +0 TO WS-DATE-RC
              CALL 'DTEVAL' USING RUNDTI, WS-DATE-RC
              IF WS-DATE-RC < 0
                 MOVE 'RUN DATE MUST BE CCYYMMDD, OR BLANK FOR LATEST.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0150-EXIT
              END-IF
              MOVE RUNDTI TO RPA-RUN-DATE
           END-IF.

           MOVE RDF-REPORT-ID TO RPA-REPORT-ID.
           MOVE ZERO          TO RPA-LINE-NO.
           EXEC CICS READ
                     DATASET('RPTARCH')
                     INTO(REPORT-ARCHIVE-REC)
                     RIDFLD(RPA-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'NO RUN OF THIS REPORT ON FILE FOR THAT DATE.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0150-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0150: RPTARCH READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE RPA-REPORT-ID      TO WS-CA-REPORT-ID.
           MOVE RPA-RUN-DATE       TO WS-CA-RUN-DATE.
           MOVE RPA-LINE-COUNT     TO WS-CA-LINE-COUNT.
           MOVE RDF-DESCRIPTION    TO WS-CA-DESCRIPTION.
           MOVE 1                  TO WS-CA-TOP-LINE.
           MOVE 1                  TO WS-CA-COLUMN.
           PERFORM 0300-FILL-PAGE THRU 0300-EXIT.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0300-FILL-PAGE - STARTBR AT THE PAGE'S TOP LINE AND         *
      *   READNEXT UP TO FIFTEEN LINES OF THE OPEN RUN INTO THE     *
      *   VIEW LINES, SHOWING THE 79 COLUMNS FROM WS-CA-COLUMN.     *
      ***************************************************************
       0300-FILL-PAGE.

           MOVE LOW-VALUES          TO BRPT400O.
           MOVE WS-CA-REPORT-ID     TO RPTIDO.
           MOVE WS-CA-RUN-DATE      TO RUNDTO.
           MOVE WS-CA-DESCRIPTION   TO RPTDSCO.
           MOVE OPERIDI             TO OPERIDO.

           IF WS-CA-LINE-COUNT = ZERO
              MOVE 'THIS RUN OF THE REPORT PRINTED NO LINES.'
                   TO MSGO
              PERFORM 0875-SEND-APPL-SCREEN THRU 0875-EXIT
              GO TO 0300-EXIT
           END-IF.

           MOVE WS-CA-REPORT-ID     TO RPA-REPORT-ID.
           MOVE WS-CA-RUN-DATE      TO RPA-RUN-DATE.
           MOVE WS-CA-TOP-LINE      TO RPA-LINE-NO.
           EXEC CICS STARTBR
                     DATASET('RPTARCH')
                     RIDFLD(RPA-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: RPTARCH STARTBR; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE +0  TO WS-LINE-SUB.
           MOVE ZERO TO WS-LAST-LINE.
           PERFORM 0350-READ-NEXT-LINE THRU 0350-EXIT
               UNTIL BROWSE-DONE OR WS-LINE-SUB >= 15.

           EXEC CICS ENDBR
                     DATASET('RPTARCH')
                     RESP(WS-RESP)
           END-EXEC.

           MOVE WS-CA-TOP-LINE      TO WS-POS-FIRST.
           MOVE WS-LAST-LINE        TO WS-POS-LAST.
           MOVE WS-CA-LINE-COUNT    TO WS-POS-COUNT.
           MOVE WS-CA-COLUMN        TO WS-POS-COL-FROM.
           COMPUTE WS-POS-COL-TO = WS-CA-COLUMN + 78.
           MOVE WS-POSITION-LINE    TO POSNO.
           MOVE 'PF8=FORWARD PF7=BACK PF11=RIGHT PF10=LEFT PF3=MENU'
                   TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

       0350-READ-NEXT-LINE.
           EXEC CICS READNEXT
                     DATASET('RPTARCH')
                     INTO(REPORT-ARCHIVE-REC)
                     RIDFLD(RPA-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(ENDFILE)
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO 0350-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0350: RPTARCH READNEXT; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF RPA-REPORT-ID NOT = WS-CA-REPORT-ID
              OR RPA-RUN-DATE NOT = WS-CA-RUN-DATE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO 0350-EXIT
           END-IF.

           ADD +1 TO WS-LINE-SUB.
           MOVE RPA-LINE-NO TO WS-LAST-LINE.
           MOVE RPA-LINE-TEXT(WS-CA-COLUMN:79) TO WS-VIEW-LINE.
           EVALUATE WS-LINE-SUB
               WHEN 1  MOVE WS-VIEW-LINE TO VW01O
               WHEN 2  MOVE WS-VIEW-LINE TO VW02O
               WHEN 3  MOVE WS-VIEW-LINE TO VW03O
               WHEN 4  MOVE WS-VIEW-LINE TO VW04O
               WHEN 5  MOVE WS-VIEW-LINE TO VW05O
               WHEN 6  MOVE WS-VIEW-LINE TO VW06O
               WHEN 7  MOVE WS-VIEW-LINE TO VW07O
               WHEN 8  MOVE WS-VIEW-LINE TO VW08O
               WHEN 9  MOVE WS-VIEW-LINE TO VW09O
               WHEN 10 MOVE WS-VIEW-LINE TO VW10O
               WHEN 11 MOVE WS-VIEW-LINE TO VW11O
               WHEN 12 MOVE WS-VIEW-LINE TO VW12O
               WHEN 13 MOVE WS-VIEW-LINE TO VW13O
               WHEN 14 MOVE WS-VIEW-LINE TO VW14O
               WHEN 15 MOVE WS-VIEW-LINE TO VW15O
           END-EVALUATE.
       0350-EXIT.
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
           MOVE -1   TO RPTIDL.
           EXEC CICS SEND
                     MAP('BRPT400')
                     MAPSET('BRPT400')
                     FROM(BRPT400O)
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
           MOVE -1   TO RPTIDL.
           EXEC CICS SEND
                     MAP('BRPT400')
                     MAPSET('BRPT400')
                     FROM(BRPT400O)
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
           MOVE -1   TO RPTIDL.
           EXEC CICS SEND
                     MAP('BRPT400')
                     MAPSET('BRPT400')
                     FROM(BRPT400O)
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
           MOVE 'CRPT400 '     TO WS-ERR-PROG-ID.
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
