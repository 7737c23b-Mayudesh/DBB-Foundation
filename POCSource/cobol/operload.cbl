      *            FUNCTION CODES) AND ADDS OR REPLACES THE PROFILE   *
      *            ON THE OPERPROF FILE SECCHK ENFORCES.  BAD CARDS   *
      *            REJECT WITH A REASON.                              *
      *                                                               *
      *            A PASSWORD SET HERE IS A TEMPORARY ONE: IT HAS     *
      *            EXPIRED ALREADY AND THE OPERATOR MUST CHANGE IT ON *
      *            PWD4 BEFORE SIGNING ON.  A CARD WITH THE SAME      *
      *            PASSWORD AS THE FILE LEAVES THE PASSWORD ALONE.    *
      *            AN OPERATOR SECCHK HAS LOCKED OUT IS REACTIVATED   *
      *            ONLY BY A STATUS 'A' CARD NAMING, IN COLUMNS       *
      *            39-46, AN ACTIVE SUPERVISOR (ROLE 'S') OTHER THAN  *
      *            THE OPERATOR; THE RESET CLEARS THE FAILURE COUNT.  *
      *            AN OPERATOR ID OF '*SECPARM' MAKES THE CARD THE    *
      *            SIGN-ON CONTROLS INSTEAD (SEE SECPARM).  EVERY     *
      *            CHANGE AND EVERY RESET IS LISTED ON OPERAUDT.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT OPERAUDT
           ASSIGN TO UT-S-OPERAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT OPERPROF
                  ASSIGN       to OPERPROF
                  ORGANIZATION is INDEXED
                  RECORD KEY   is OPERPROF-REC-KEY
                  FILE STATUS  is OPERPROF-STATUS.

           SELECT SECPARM
                  ASSIGN       to SECPARM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SECPARM-REC-KEY
                  FILE STATUS  is SECPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERIN
           DATA RECORD IS OPERIN-REC.
       01  OPERIN-REC.
           05  OIN-OPERATOR-ID             PIC X(08).
               88  OIN-SECPARM-CARD        VALUE '*SECPARM'.
           05  OIN-PROFILE-DATA.
               10  OIN-PASSWORD            PIC X(08).
               10  OIN-ROLE                PIC X(01).
               10  OIN-STATUS              PIC X(01).
               10  OIN-FUNCTIONS           PIC X(20).
               10  OIN-RESET-BY            PIC X(08).
               10  FILLER                  PIC X(34).
           05  OIN-PARM-DATA REDEFINES OIN-PROFILE-DATA.
               10  OIN-MAX-FAILURES        PIC X(02).
               10  OIN-MAX-FAILURES-N REDEFINES OIN-MAX-FAILURES
                                           PIC 9(02).
               10  OIN-PASSWORD-DAYS       PIC X(03).
               10  OIN-PASSWORD-DAYS-N REDEFINES OIN-PASSWORD-DAYS
                                           PIC 9(03).
               10  OIN-MIN-PASSWORD-LEN    PIC X(01).
               10  OIN-MIN-PASSWORD-LEN-N REDEFINES
                   OIN-MIN-PASSWORD-LEN    PIC 9(01).
               10  OIN-DAY-START.
                   15  OIN-START-HH        PIC 9(02).
                   15  OIN-START-MM        PIC 9(02).
               10  OIN-DAY-START-N REDEFINES OIN-DAY-START
                                           PIC 9(04).
               10  OIN-DAY-END.
                   15  OIN-END-HH          PIC 9(02).
                   15  OIN-END-MM          PIC 9(02).
               10  OIN-DAY-END-N REDEFINES OIN-DAY-END
                                           PIC 9(04).
               10  OIN-PARM-CHANGED-BY     PIC X(08).
               10  FILLER                  PIC X(50).

       FD  OPERERR
           RECORDING MODE IS F
           05  OPRERR-MSG                  PIC X(40).
           05  OPRERR-REST                 PIC X(80).

       FD  OPERAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERAUDT-REC.
       01  OPERAUDT-REC                     PIC X(132).

       FD  OPERPROF
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPERPROF-FD-REC.
           05 OPERPROF-REC-KEY PIC X(08).
           05 FILLER           PIC X(72).

       FD  SECPARM
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SECPARM-FD-REC.
       01  SECPARM-FD-REC.
           05 SECPARM-REC-KEY  PIC X(08).
           05 FILLER           PIC X(72).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  OPERPROF-STATUS         PIC X(2).
               88 OPERPROF-FOUND       VALUE "00".
               88 OPERPROF-NOT-FOUND   VALUE "23".
           05  SECPARM-STATUS          PIC X(2).
               88 SECPARM-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

              88 OPERPROF-IS-NEW VALUE "Y".
           05 WS-ROLE-CHECK               PIC X(01) VALUE SPACE.
              88 WS-ROLE-VALID VALUES 'E', 'A', 'S'.
           05 WS-RESET-SW                 PIC X(01) VALUE "N".
              88 LOCKOUT-RESET VALUE "Y".
           05 WS-OLD-STATUS               PIC X(02) VALUE SPACES.
           05 WS-TARGET-SAVE              PIC X(80) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 PROFILES-ADDED           PIC 9(7) COMP VALUE 0.
           05 PROFILES-REPLACED        PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.
           05 LOCKOUTS-RESET           PIC 9(7) COMP VALUE 0.
           05 CONTROLS-SET             PIC 9(7) COMP VALUE 0.

       COPY OPERPROF.

       COPY SECPARM.

      *    ONE LINE PER PROFILE CHANGE, LOCKOUT RESET OR CONTROL CHANGE.
      *    STATUS IS THE STATUS AND INACTIVE REASON; PASSWORD SAYS
      *    WHETHER A NEW TEMPORARY PASSWORD WAS ISSUED - NEVER THE
      *    PASSWORD ITSELF.
       01  AUD-LINE.
           05  AUD-ACTION              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(12) VALUE
               ' OLD STATUS '.
           05  AUD-OLD-STATUS          PIC X(02).
           05  FILLER                  PIC X(12) VALUE
               ' NEW STATUS '.
           05  AUD-NEW-STATUS          PIC X(02).
           05  FILLER                  PIC X(06) VALUE ' ROLE '.
           05  AUD-ROLE                PIC X(01).
           05  FILLER                  PIC X(10) VALUE
               ' PASSWORD '.
           05  AUD-PASSWORD-NOTE       PIC X(09).
           05  FILLER                  PIC X(07) VALUE ' FAILS '.
           05  AUD-FAIL-COUNT          PIC Z9.
           05  FILLER                  PIC X(08) VALUE ' LOCKED '.
           05  AUD-LOCKED-DATE         PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  AUD-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' ON: '.
           05  AUD-CHANGED-DATE        PIC 9(08).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  AUD-PARM-LINE.
           05  FILLER                  PIC X(05) VALUE 'PARM '.
           05  FILLER                  PIC X(14) VALUE
               'MAX FAILURES: '.
           05  AUD-MAX-FAILURES        PIC Z9.
           05  FILLER                  PIC X(17) VALUE
               '  PASSWORD DAYS: '.
           05  AUD-PASSWORD-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  MIN LENGTH: '.
           05  AUD-MIN-LENGTH          PIC 9.
           05  FILLER                  PIC X(09) VALUE
               '  HOURS: '.
           05  AUD-DAY-START           PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  AUD-DAY-END             PIC 9(04).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  AUD-PARM-BY             PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' ON: '.
           05  AUD-PARM-DATE           PIC 9(08).
           05  FILLER                  PIC X(33) VALUE SPACES.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.
               OPEN OUTPUT OPERPROF
               CLOSE OPERPROF
               OPEN I-O OPERPROF.
           OPEN I-O SECPARM.
           IF NOT SECPARM-FOUND
               OPEN OUTPUT SECPARM
               CLOSE SECPARM
               OPEN I-O SECPARM.
           OPEN OUTPUT OPERERR, OPERAUDT.
           PERFORM 900-READ-OPERIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       300-EDIT-CARD.
           MOVE "300-EDIT-CARD" TO PARA-NAME.
           IF OIN-SECPARM-CARD
               PERFORM 600-PUT-CONTROLS THRU 600-EXIT
               GO TO 300-EXIT.

           IF OIN-OPERATOR-ID = SPACES OR OIN-PASSWORD = SPACES
               MOVE "*** MISSING OPERATOR OR PASSWORD" TO OPRERR-MSG
               PERFORM 710-WRITE-OPERERR THRU 710-EXIT
       300-EXIT.
           EXIT.

      ******************************************************************
      *    500-PUT-PROFILE - ADD OR REPLACE ONE PROFILE.  THE FAILURE  *
      *    COUNT, LOCKOUT AND PASSWORD HISTORY SECCHK KEEPS ARE        *
      *    CARRIED OVER FROM THE PROFILE ON FILE.                      *
      ******************************************************************
       500-PUT-PROFILE.
           MOVE "500-PUT-PROFILE" TO PARA-NAME.
           MOVE "N" TO OPERPROF-NEW-SW, WS-RESET-SW.
           MOVE OIN-OPERATOR-ID TO OPERPROF-REC-KEY.
           READ OPERPROF INTO OPERATOR-PROFILE-REC.
           IF NOT OPERPROF-FOUND
               MOVE "Y" TO OPERPROF-NEW-SW
               INITIALIZE OPERATOR-PROFILE-REC
               MOVE SPACES TO OPR-LOCKED-DATE, OPR-PREV-PASSWORD
           ELSE
               IF OPR-FAIL-COUNT NOT NUMERIC
                   MOVE ZERO TO OPR-FAIL-COUNT
               END-IF
           END-IF.
           MOVE OPR-STATUS          TO WS-OLD-STATUS(1:1).
           MOVE OPR-INACTIVE-REASON TO WS-OLD-STATUS(2:1).

      *    A LOCKED-OUT OPERATOR COMES BACK ONLY ON A SUPERVISOR RESET.
           IF NOT OPERPROF-IS-NEW
             AND OPR-IS-INACTIVE
             AND OPR-LOCKED-OUT
             AND OIN-STATUS = 'A'
               PERFORM 550-CHECK-RESET-BY THRU 550-EXIT
               IF NOT LOCKOUT-RESET
                   PERFORM 710-WRITE-OPERERR THRU 710-EXIT
                   GO TO 500-EXIT
               END-IF
           END-IF.

           MOVE OIN-OPERATOR-ID TO OPR-OPERATOR-ID.
           MOVE 'UNCHANGED' TO AUD-PASSWORD-NOTE.
           IF OPERPROF-IS-NEW
             OR OIN-PASSWORD NOT = OPR-PASSWORD
               IF NOT OPERPROF-IS-NEW
                   MOVE OPR-PASSWORD TO OPR-PREV-PASSWORD
               END-IF
               MOVE OIN-PASSWORD    TO OPR-PASSWORD
               MOVE ZERO            TO OPR-PASSWORD-DATE-N
               MOVE 'TEMPORARY' TO AUD-PASSWORD-NOTE.
           MOVE OIN-ROLE        TO OPR-ROLE.
           MOVE OIN-FUNCTIONS   TO OPR-FUNCTIONS.
           IF OIN-STATUS = 'A'
               MOVE SPACE TO OPR-INACTIVE-REASON
           ELSE
               IF NOT (OPR-IS-INACTIVE AND OPR-LOCKED-OUT)
                   MOVE 'O' TO OPR-INACTIVE-REASON
               END-IF
           END-IF.
           IF LOCKOUT-RESET
               MOVE ZERO   TO OPR-FAIL-COUNT.
           MOVE OIN-STATUS      TO OPR-STATUS.
           MOVE WS-RUN-DATE     TO OPR-LAST-CHANGE-DATE.
           MOVE OPR-OPERATOR-ID TO OPERPROF-REC-KEY.
           IF OPERPROF-IS-NEW
               WRITE OPERPROF-FD-REC FROM OPERATOR-PROFILE-REC
               ADD +1 TO PROFILES-ADDED
               MOVE 'ADD ' TO AUD-ACTION
           ELSE
               REWRITE OPERPROF-FD-REC FROM OPERATOR-PROFILE-REC
               ADD +1 TO PROFILES-REPLACED
               MOVE 'CHG ' TO AUD-ACTION.
           IF NOT OPERPROF-FOUND
               DISPLAY "** OPERPROF UPDATE FAILED, STATUS "
                       OPERPROF-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.

           IF LOCKOUT-RESET
               MOVE 'RSET' TO AUD-ACTION
               MOVE OIN-RESET-BY TO AUD-CHANGED-BY
               ADD +1 TO LOCKOUTS-RESET
           ELSE
               MOVE SPACES TO AUD-CHANGED-BY.
           MOVE OPR-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE WS-OLD-STATUS       TO AUD-OLD-STATUS.
           MOVE OPR-STATUS          TO AUD-NEW-STATUS(1:1).
           MOVE OPR-INACTIVE-REASON TO AUD-NEW-STATUS(2:1).
           MOVE OPR-ROLE            TO AUD-ROLE.
           MOVE OPR-FAIL-COUNT      TO AUD-FAIL-COUNT.
           MOVE OPR-LOCKED-DATE     TO AUD-LOCKED-DATE.
           MOVE WS-RUN-DATE         TO AUD-CHANGED-DATE.
           WRITE OPERAUDT-REC FROM AUD-LINE.
       500-EXIT.
           EXIT.

      ******************************************************************
      *    550-CHECK-RESET-BY - THE SUPERVISOR NAMED ON THE CARD MUST  *
      *    BE ON FILE, ACTIVE, ROLE 'S' AND NOT THE LOCKED OPERATOR.   *
      *    THE LOCKED PROFILE IS HELD ASIDE WHILE THE SUPERVISOR'S IS  *
      *    READ, AND PUT BACK AFTER.                                   *
      ******************************************************************
       550-CHECK-RESET-BY.
           MOVE "550-CHECK-RESET-BY" TO PARA-NAME.
           IF OIN-RESET-BY = SPACES
               MOVE "*** LOCKED OUT - SUPERVISOR RESET NEEDED"
                   TO OPRERR-MSG
               GO TO 550-EXIT.
           IF OIN-RESET-BY = OIN-OPERATOR-ID
               MOVE "*** OPERATOR CANNOT RESET OWN LOCKOUT"
                   TO OPRERR-MSG
               GO TO 550-EXIT.
           MOVE OPERATOR-PROFILE-REC TO WS-TARGET-SAVE.
           MOVE OIN-RESET-BY TO OPERPROF-REC-KEY.
           READ OPERPROF INTO OPERATOR-PROFILE-REC.
           IF NOT OPERPROF-FOUND
               MOVE "*** RESET-BY NOT ON OPERPROF" TO OPRERR-MSG
           ELSE
           IF NOT OPR-ROLE-SUPERVISOR
             OR NOT OPR-IS-ACTIVE
               MOVE "*** RESET-BY IS NOT AN ACTIVE SUPERVISOR"
                   TO OPRERR-MSG
           ELSE
               MOVE "Y" TO WS-RESET-SW.
           MOVE WS-TARGET-SAVE TO OPERATOR-PROFILE-REC.
       550-EXIT.
           EXIT.

      ******************************************************************
      *    600-PUT-CONTROLS - THE '*SECPARM' CARD: THE SIGN-ON         *
      *    CONTROLS SECCHK AND SECRPT WORK TO.                         *
      ******************************************************************
       600-PUT-CONTROLS.
           MOVE "600-PUT-CONTROLS" TO PARA-NAME.
           IF OIN-MAX-FAILURES NOT NUMERIC
             OR OIN-PASSWORD-DAYS NOT NUMERIC
             OR OIN-MIN-PASSWORD-LEN NOT NUMERIC
               MOVE "*** SECPARM COUNTS MUST BE NUMERIC" TO OPRERR-MSG
               PERFORM 710-WRITE-OPERERR THRU 710-EXIT
               GO TO 600-EXIT.
           IF OIN-MIN-PASSWORD-LEN-N < 1
             OR OIN-MIN-PASSWORD-LEN-N > 8
               MOVE "*** MIN PASSWORD LENGTH MUST BE 1-8" TO OPRERR-MSG
               PERFORM 710-WRITE-OPERERR THRU 710-EXIT
               GO TO 600-EXIT.
           IF OIN-DAY-START NOT NUMERIC
             OR OIN-DAY-END NOT NUMERIC
             OR OIN-START-HH > 23 OR OIN-START-MM > 59
             OR OIN-END-HH > 23 OR OIN-END-MM > 59
             OR OIN-DAY-END-N NOT > OIN-DAY-START-N
               MOVE "*** STAFFED HOURS MUST BE HHMM, START < END"
                   TO OPRERR-MSG
               PERFORM 710-WRITE-OPERERR THRU 710-EXIT
               GO TO 600-EXIT.
           IF OIN-PARM-CHANGED-BY = SPACES
               MOVE "*** SECPARM CARD NEEDS CHANGED-BY" TO OPRERR-MSG
               PERFORM 710-WRITE-OPERERR THRU 710-EXIT
               GO TO 600-EXIT.

           MOVE 'SECPARM ' TO SECPARM-REC-KEY.
           READ SECPARM INTO SECURITY-PARM-REC.
           MOVE 'SECPARM '             TO SPM-KEY.
           MOVE OIN-MAX-FAILURES-N     TO SPM-MAX-FAILURES.
           MOVE OIN-PASSWORD-DAYS-N    TO SPM-PASSWORD-DAYS.
           MOVE OIN-MIN-PASSWORD-LEN-N TO SPM-MIN-PASSWORD-LEN.
           MOVE OIN-DAY-START-N        TO SPM-DAY-START.
           MOVE OIN-DAY-END-N          TO SPM-DAY-END.
           MOVE OIN-PARM-CHANGED-BY    TO SPM-CHANGED-BY.
           MOVE WS-RUN-DATE            TO SPM-CHANGED-DATE.
           IF SECPARM-FOUND
               REWRITE SECPARM-FD-REC FROM SECURITY-PARM-REC
           ELSE
               WRITE SECPARM-FD-REC FROM SECURITY-PARM-REC.
           IF NOT SECPARM-FOUND
               DISPLAY "** SECPARM UPDATE FAILED, STATUS "
                       SECPARM-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 600-EXIT.
           ADD +1 TO CONTROLS-SET.
           MOVE SPM-MAX-FAILURES     TO AUD-MAX-FAILURES.
           MOVE SPM-PASSWORD-DAYS    TO AUD-PASSWORD-DAYS.
           MOVE SPM-MIN-PASSWORD-LEN TO AUD-MIN-LENGTH.
           MOVE SPM-DAY-START        TO AUD-DAY-START.
           MOVE SPM-DAY-END          TO AUD-DAY-END.
           MOVE SPM-CHANGED-BY       TO AUD-PARM-BY.
           MOVE SPM-CHANGED-DATE     TO AUD-PARM-DATE.
           WRITE OPERAUDT-REC FROM AUD-PARM-LINE.
       600-EXIT.
           EXIT.

       710-WRITE-OPERERR.
           MOVE OPERIN-REC TO OPRERR-REST.
           WRITE OPERERR-REC.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE OPERIN, OPERPROF, SECPARM, OPERERR, OPERAUDT.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** PROFILES ADDED     " PROFILES-ADDED.
           DISPLAY "** PROFILES REPLACED  " PROFILES-REPLACED.
           DISPLAY "** LOCKOUTS RESET     " LOCKOUTS-RESET.
           DISPLAY "** CONTROLS SET       " CONTROLS-SET.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB OPERLOAD ********".
       999-EXIT.
