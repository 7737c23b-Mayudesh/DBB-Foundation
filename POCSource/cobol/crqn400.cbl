       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRQN400.
       AUTHOR.        Jon Sayles.
       DATE-COMPILED. .

      ***************************************************************
      * INTERNAL PURCHASE REQUISITION ENTRY AND APPROVAL FOR THE    *
      * REQUISN VSAM FILE (SEE REQUISN).  A WARD OR DEPARTMENT      *
      * KEYS WHAT IT NEEDS HERE INSTEAD OF PHONING PURCHASING.      *
      *                                                             *
      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    A - ADD:     A NEW REQUISITION - WHO NEEDS IT, THE       *
      *                 DEPARTMENT (AND WARD), A STOCK PART OR A    *
      *                 FREE-TEXT ITEM WITH ITS UNIT COST,          *
      *                 QUANTITY, NEEDED-BY DATE AND JUSTIFICATION. *
      *                 THE NEXT NUMBER COMES FROM THE CONTROL      *
      *                 RECORD AND THE DOLLAR VALUE ROUTES IT TO    *
      *                 AN APPROVAL LEVEL                           *
      *    I - INQUIRE: SHOWS THE REQUISITION AND WHERE IT IS -     *
      *                 AWAITING APPROVAL, APPROVED, ON ORDER WITH  *
      *                 THE QUANTITY RECEIVED, OR COMPLETE          *
      *    P - APPROVE: THE APPROVER MAY NAME THE SUPPLIER; THE     *
      *                 VALUE IS COMMITTED AGAINST THE DEPARTMENT'S *
      *                 SUPPLY BUDGET                               *
      *    R - REJECT:  A REASON IS REQUIRED                        *
      *    X - CANCEL:  WHOEVER ENTERED IT WITHDRAWS IT WHILE STILL *
      *                 PENDING                                     *
      *                                                             *
      * EVERY FUNCTION SIGNS ON THROUGH SECCHK.  ENTRY, INQUIRY AND *
      * CANCEL NEED FUNCTION RQN4.  A DECISION NEEDS THE FUNCTION   *
      * FOR THE REQUISITION'S LEVEL - RQA1 DEPARTMENT MANAGER, RQA2 *
      * MATERIALS MANAGEMENT (BOTH APPROVER ROLE), RQA3             *
      * ADMINISTRATION (SUPERVISOR ROLE) - AND NOBODY DECIDES A     *
      * REQUISITION THEY ENTERED.  THE LEVEL IS ROUTED AGAIN AT     *
      * APPROVAL, SO ONE THAT NO LONGER FITS THE BUDGET LEFT GOES   *
      * UP TO ADMINISTRATION.  RQNCONS ORDERS THE APPROVED ONES     *
      * EACH NIGHT.                                                 *
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

      *--- THE UNIT COST IS KEYED AS UNPUNCTUATED DIGITS WITH AN
      *--- ASSUMED DECIMAL, AS CTRT400 TAKES ITS CHARGE FIELDS.
       01  WS-WORKING-VARIABLES.
           03  WS-TIME                     PIC S9(08) COMP VALUE +0.
           03  WS-MAINT-FUNCTION           PIC X(01) VALUE SPACE.
               88  WS-FUNC-ADD             VALUE 'A'.
               88  WS-FUNC-INQUIRE         VALUE 'I'.
               88  WS-FUNC-APPROVE         VALUE 'P'.
               88  WS-FUNC-REJECT          VALUE 'R'.
               88  WS-FUNC-CANCEL          VALUE 'X'.
               88  WS-FUNC-VALID           VALUES 'A', 'I', 'P',
                                                  'R', 'X'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-DATE-RC                  PIC S9(04) VALUE ZEROS.
           03  WS-UCOST-X                  PIC X(09) VALUE ZEROS.
           03  WS-UCOST-NUM REDEFINES WS-UCOST-X
                                           PIC 9(07)V99.
           03  WS-QTY-X                    PIC X(07) VALUE ZEROS.
           03  WS-QTY-NUM REDEFINES WS-QTY-X
                                           PIC 9(07).
           03  WS-ITEM-TYPE                PIC X(01) VALUE SPACE.
           03  WS-UNIT-COST                PIC 9(07)V99 VALUE ZERO.
           03  WS-EXT-VALUE                PIC 9(09)V99 VALUE ZERO.
           03  WS-VALUE-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-NEW-NUMBER               PIC 9(07) VALUE ZERO.
           03  WS-ROUTED-LEVEL             PIC 9(01) VALUE ZERO.
           03  WS-BUDGET-LEFT              PIC S9(09)V99 VALUE ZERO.

      *--- APPROVAL ROUTING LIMITS.  ANYTHING OVER THE MATERIALS
      *--- LIMIT, OR OVER WHAT THE DEPARTMENT'S SUPPLY BUDGET HAS
      *--- LEFT, GOES TO ADMINISTRATION.
       01  WS-APPROVAL-LIMITS.
           03  WS-DEPT-MGR-LIMIT           PIC 9(07)V99 VALUE 500.00.
           03  WS-MATERIALS-LIMIT          PIC 9(07)V99 VALUE 5000.00.

       01  WS-DONE-LINE.
           03  FILLER                      PIC X(17) VALUE
               '***  REQUISITION '.
           03  WS-DONE-NUMBER              PIC 9(07).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-DONE-TEXT                PIC X(54) VALUE SPACES.

       01  WS-LEVEL-TEXT.
           03  FILLER                      PIC X(15) VALUE
               'AWAITING LEVEL '.
           03  WS-LEVEL-DIGIT              PIC 9(01).
           03  FILLER                      PIC X(38) VALUE
               ' APPROVAL (1 DEPT, 2 MATLS, 3 ADMIN). '.

       01  HOST-VARIABLES.
           03  HV-PART-NUM                 PIC X(23).
           03  HV-UNIT-COST                PIC S9(7)V99 COMP-3.
           03  HV-DEPT                     PIC X(03).
           03  HV-SUPPLY-BUDGET            PIC S9(7)V99 COMP-3.
           03  HV-SUPPLY-COMMITTED         PIC S9(9)V99 COMP-3.
           03  HV-EXT-VALUE                PIC S9(9)V99 COMP-3.
           03  IND-NULL                    PIC S9(4) COMP.

      *--- COMMON SIGN-ON CHECK WORK AREAS (SEE SECCHK).
       COPY SECCHKP.
       01  WS-SEC-PARMS-LEN                PIC S9(04) COMP VALUE +25.
       01  WS-SEC-DENIED-SW                PIC X(01) VALUE 'N'.
           88  SECURITY-DENIED             VALUE 'Y'.
       01  WS-SEC-FUNCTION                 PIC X(04) VALUE 'RQN4'.
       01  WS-SEC-FUNCTION-PARTS REDEFINES WS-SEC-FUNCTION.
           03  FILLER                      PIC X(03).
           03  WS-SEC-FUNCTION-LEVEL       PIC 9(01).
       01  WS-NEED-ROLE                    PIC X(01) VALUE 'E'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- COPY BMS COPYLIBS HERE.
       COPY BRQN400.
      *--- COPY DATASET COPYLIB HERE.
       COPY REQUISN.

           EXEC SQL INCLUDE SQLCA END-EXEC.

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
                     TRANSID('RQN4')
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
              IF WS-SEC-FUNCTION = 'RQN4'
                 MOVE 'NOT AUTHORIZED FOR REQUISITIONS. SEE SUPERVISOR.'
                      TO MSGO
              ELSE
                 MOVE 'NOT AUTHORIZED TO DECIDE AT THIS LEVEL.'
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

           EXEC CICS RECEIVE MAP('BRQN400')
                     MAPSET('BRQN400')
                     INTO(BRQN400I)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ERROR: NO DATA WAS ENTERED OR UPDATED'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           MOVE FUNCI TO WS-MAINT-FUNCTION.
           IF NOT WS-FUNC-VALID
              MOVE 'INVALID FUNCTION - MUST BE A, I, P, R OR X.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF OPERIDI = SPACES OR OPERIDI = LOW-VALUES
              MOVE 'OPERATOR ID AND PASSWORD ARE REQUIRED.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

      *--- EVERY FUNCTION BUT ADD WORKS ON AN EXISTING REQUISITION.
           IF NOT WS-FUNC-ADD
              AND RQNUMI NOT NUMERIC
              MOVE 'NON-NUMERIC REQUISITION NUMBER. PLEASE TRY AGAIN.'
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

           IF WS-FUNC-ADD
              PERFORM 0150-EDIT-REQUISITION THRU 0150-EXIT
              IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
           END-IF.

           IF WS-FUNC-ADD
              PERFORM 0300-ADD-REQUISITION   THRU 0300-EXIT
           ELSE
           IF WS-FUNC-INQUIRE
              PERFORM 0700-INQUIRE-REQUISITION THRU 0700-EXIT
           ELSE
           IF WS-FUNC-CANCEL
              PERFORM 0400-CANCEL-REQUISITION THRU 0400-EXIT
           ELSE
              PERFORM 0500-DECIDE-REQUISITION THRU 0500-EXIT
           END-IF.

       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0150-EDIT-REQUISITION - REQUISITIONER, DEPARTMENT, QTY,     *
      *   A GOOD NEEDED-BY DATE NO EARLIER THAN TODAY, AND A        *
      *   JUSTIFICATION ARE ALWAYS REQUIRED.  A BLANK PART NUMBER   *
      *   MAKES IT A FREE-TEXT ITEM, WHICH NEEDS A DESCRIPTION AND  *
      *   A UNIT COST.  FIRST FAILING EDIT SETS MSGO; MSGO =        *
      *   LOW-VALUES MEANS THE FIELDS ARE CLEAN.                    *
      ***************************************************************
       0150-EDIT-REQUISITION.

           MOVE LOW-VALUES TO MSGO.

           IF RQNAMEI = SPACES OR RQNAMEI = LOW-VALUES
              MOVE 'REQUISITIONER NAME IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF DEPTI = SPACES OR DEPTI = LOW-VALUES
              MOVE 'DEPARTMENT IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           MOVE QTYI TO WS-QTY-X.
           IF WS-QTY-NUM NOT NUMERIC OR WS-QTY-NUM = ZERO
              MOVE 'QUANTITY MUST BE NUMERIC AND NOT ZERO.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           MOVE +0 TO WS-DATE-RC.
           CALL 'DTEVAL' USING NEEDBYI, WS-DATE-RC.
           IF WS-DATE-RC < 0
              MOVE 'INVALID NEEDED-BY DATE - KEY IT AS CCYYMMDD.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.
           IF NEEDBYI < WS-TODAY-DATE
              MOVE 'NEEDED-BY DATE IS ALREADY PAST. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF JUSTIFI = SPACES OR JUSTIFI = LOW-VALUES
              MOVE 'JUSTIFICATION IS REQUIRED. PLEASE TRY AGAIN.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           IF PARTI = LOW-VALUES
              MOVE SPACES TO PARTI
           END-IF.
           IF DESCI = LOW-VALUES
              MOVE SPACES TO DESCI
           END-IF.
           IF WARDI = LOW-VALUES
              MOVE SPACES TO WARDI
           END-IF.
           IF SUPPLI = LOW-VALUES
              MOVE SPACES TO SUPPLI
           END-IF.

           IF PARTI NOT = SPACES
              GO TO 0150-EXIT
           END-IF.

           IF DESCI = SPACES
              MOVE 'DESCRIBE THE ITEM, OR KEY A STOCK PART NUMBER.'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

           MOVE UCOSTI TO WS-UCOST-X.
           IF WS-UCOST-NUM NOT NUMERIC OR WS-UCOST-NUM = ZERO
              MOVE 'A FREE-TEXT ITEM NEEDS ITS UNIT COST (9999999V99).'
                   TO MSGO
              GO TO 0150-EXIT
           END-IF.

       0150-EXIT.
            EXIT.

      ***************************************************************
      * 0300-ADD-REQUISITION - A STOCK PART IS PRICED AT ITS        *
      *   PART_STOCK_LOC UNIT COST; A FREE-TEXT ITEM AT THE COST    *
      *   KEYED.  THE DEPARTMENT MUST BE ON DEPT_BUDGET.  THE NEW   *
      *   REQUISITION TAKES THE NEXT NUMBER FROM THE CONTROL        *
      *   RECORD AND IS WRITTEN PENDING AT ITS ROUTED LEVEL,        *
      *   STAMPED WITH THE OPERATOR WHO ENTERED IT.                 *
      ***************************************************************
       0300-ADD-REQUISITION.

           MOVE 'RQN4' TO WS-SEC-FUNCTION.
           MOVE 'E'    TO WS-NEED-ROLE.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0300-EXIT
           END-IF.

           IF PARTI NOT = SPACES
              MOVE PARTI TO HV-PART-NUM
              EXEC SQL
                 SELECT MAX(PART_UNIT_COST)
                 INTO   :HV-UNIT-COST:IND-NULL
                 FROM   PART_STOCK_LOC
                 WHERE  PART_NUM = :HV-PART-NUM
              END-EXEC
              IF SQLCODE NOT = 0 OR IND-NULL < 0
                 MOVE 'PART NOT STOCKED - BLANK IT, DESCRIBE THE ITEM.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0300-EXIT
              END-IF
              MOVE 'S'          TO WS-ITEM-TYPE
              MOVE HV-UNIT-COST TO WS-UNIT-COST
           ELSE
              MOVE 'F'          TO WS-ITEM-TYPE
              MOVE WS-UCOST-NUM TO WS-UNIT-COST
           END-IF.
           COMPUTE WS-EXT-VALUE = WS-QTY-NUM * WS-UNIT-COST.

           MOVE DEPTI TO HV-DEPT.
           PERFORM 0350-ROUTE-APPROVAL THRU 0350-EXIT.
           IF SQLCODE = 100
              MOVE 'DEPARTMENT NOT ON DEPT_BUDGET. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 'DEPT_BUDGET UNAVAILABLE - TRY LATER.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.

           PERFORM 0320-NEXT-NUMBER THRU 0320-EXIT.

           INITIALIZE REQUISITION-REC.
           MOVE WS-NEW-NUMBER       TO RQN-NUMBER.
           MOVE 'P'                 TO RQN-STATUS.
           MOVE WS-ITEM-TYPE        TO RQN-ITEM-TYPE.
           MOVE PARTI               TO RQN-PART-NUM.
           MOVE WS-QTY-NUM          TO RQN-QTY.
           MOVE WS-UNIT-COST        TO RQN-UNIT-COST.
           MOVE WS-EXT-VALUE        TO RQN-EXT-VALUE.
           MOVE DEPTI               TO RQN-DEPT.
           MOVE OPERIDI             TO RQN-ENTERED-BY.
           MOVE RQNAMEI             TO RQN-REQUISITIONER.
           MOVE WARDI               TO RQN-WARD-ID.
           MOVE DESCI               TO RQN-ITEM-DESC.
           MOVE NEEDBYI             TO RQN-NEEDED-BY.
           MOVE JUSTIFI             TO RQN-JUSTIFICATION.
           MOVE SUPPLI              TO RQN-SUPPLIER-CODE.
           MOVE WS-ROUTED-LEVEL     TO RQN-APPROVAL-LEVEL.
           MOVE WS-TODAY-DATE       TO RQN-ENTERED-DATE.
           MOVE WS-TODAY-DATE       TO RQN-LAST-CHANGE-DATE.

           EXEC CICS WRITE
                     DATASET('REQUISN')
                     FROM(REQUISITION-REC)
                     RIDFLD(RQN-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              NEXT SENTENCE
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE 'REQUISITION NUMBER TAKEN. PRESS ENTER AGAIN.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0300: REQUISN WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BRQN400O.
           PERFORM 0750-SHOW-REQUISITION  THRU 0750-EXIT.
           MOVE RQN-NUMBER                TO WS-DONE-NUMBER.
           MOVE RQN-APPROVAL-LEVEL        TO WS-LEVEL-DIGIT.
           MOVE WS-LEVEL-TEXT             TO WS-DONE-TEXT.
           MOVE WS-DONE-LINE              TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
            EXIT.

      ***************************************************************
      * 0320-NEXT-NUMBER - TAKE THE NEXT REQUISITION NUMBER FROM    *
      *   THE KEY-0000000 CONTROL RECORD AND ADVANCE IT.  THE FIRST *
      *   REQUISITION EVER ENTERED CREATES THE CONTROL RECORD.      *
      ***************************************************************
       0320-NEXT-NUMBER.

           MOVE ZERO TO RQC-KEY.
           EXEC CICS READ
                     DATASET('REQUISN')
                     INTO(REQUISITION-CONTROL-REC)
                     RIDFLD(RQC-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 1         TO WS-NEW-NUMBER
              MOVE SPACES    TO REQUISITION-CONTROL-REC
              MOVE ZERO      TO RQC-KEY
              MOVE 2         TO RQC-NEXT-NUMBER
              EXEC CICS WRITE
                        DATASET('REQUISN')
                        FROM(REQUISITION-CONTROL-REC)
                        RIDFLD(RQC-KEY)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE RQC-NEXT-NUMBER TO WS-NEW-NUMBER
              ADD 1                TO RQC-NEXT-NUMBER
              EXEC CICS REWRITE
                        DATASET('REQUISN')
                        FROM(REQUISITION-CONTROL-REC)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0320: REQUISN CONTROL RECORD; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0320-EXIT.
            EXIT.

      ***************************************************************
      * 0350-ROUTE-APPROVAL - THE LEVEL FOR WS-EXT-VALUE AGAINST    *
      *   WHAT HV-DEPT'S SUPPLY BUDGET HAS LEFT.  SQLCODE IS LEFT   *
      *   FOR THE CALLER; 100 MEANS NO DEPT_BUDGET ROW.             *
      ***************************************************************
       0350-ROUTE-APPROVAL.

           EXEC SQL
              SELECT SUPPLY_BUDGET,
                     SUPPLY_COMMITTED
              INTO   :HV-SUPPLY-BUDGET,
                     :HV-SUPPLY-COMMITTED
              FROM   DDS0001.DEPT_BUDGET
              WHERE  DEPT = :HV-DEPT
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 0350-EXIT
           END-IF.

           COMPUTE WS-BUDGET-LEFT =
               HV-SUPPLY-BUDGET - HV-SUPPLY-COMMITTED.
           IF WS-EXT-VALUE > WS-BUDGET-LEFT
              OR WS-EXT-VALUE > WS-MATERIALS-LIMIT
              MOVE 3 TO WS-ROUTED-LEVEL
           ELSE
           IF WS-EXT-VALUE > WS-DEPT-MGR-LIMIT
              MOVE 2 TO WS-ROUTED-LEVEL
           ELSE
              MOVE 1 TO WS-ROUTED-LEVEL
           END-IF.

       0350-EXIT.
            EXIT.

      ***************************************************************
      * 0400-CANCEL-REQUISITION - ONLY THE OPERATOR WHO ENTERED IT  *
      *   MAY WITHDRAW IT, AND ONLY WHILE IT IS STILL PENDING.      *
      ***************************************************************
       0400-CANCEL-REQUISITION.

           MOVE 'RQN4' TO WS-SEC-FUNCTION.
           MOVE 'E'    TO WS-NEED-ROLE.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0400-EXIT
           END-IF.

           MOVE RQNUMI  TO RQN-NUMBER.
           EXEC CICS READ
                     DATASET('REQUISN')
                     INTO(REQUISITION-REC)
                     RIDFLD(RQN-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR RQN-NUMBER = ZERO
              MOVE 'REQUISITION NOT FOUND. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: REQUISN READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF NOT RQN-PENDING
              MOVE 'ONLY A PENDING REQUISITION CAN BE CANCELLED.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.
           IF RQN-ENTERED-BY NOT = OPERIDI
              MOVE 'ONLY THE OPERATOR WHO ENTERED IT CAN CANCEL IT.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0400-EXIT
           END-IF.

           MOVE 'X'                 TO RQN-STATUS.
           MOVE WS-TODAY-DATE       TO RQN-DECISION-DATE.
           MOVE WS-TODAY-DATE       TO RQN-LAST-CHANGE-DATE.

           EXEC CICS REWRITE
                     DATASET('REQUISN')
                     FROM(REQUISITION-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0400: REQUISN REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BRQN400O.
           PERFORM 0750-SHOW-REQUISITION  THRU 0750-EXIT.
           MOVE RQN-NUMBER                TO WS-DONE-NUMBER.
           MOVE 'CANCELLED.'              TO WS-DONE-TEXT.
           MOVE WS-DONE-LINE              TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
            EXIT.

      ***************************************************************
      * 0500-DECIDE-REQUISITION - APPROVE OR REJECT ONE PENDING     *
      *   REQUISITION.  AN APPROVAL IS ROUTED AGAIN FIRST, SO ONE   *
      *   THE BUDGET CAN NO LONGER COVER RISES TO ADMINISTRATION.   *
      *   THE OPERATOR MUST HOLD THE FUNCTION FOR THE LEVEL AND MAY *
      *   NOT HAVE ENTERED IT.  AN APPROVAL COMMITS THE VALUE TO    *
      *   DEPT_BUDGET BEFORE THE REQUISITION IS REWRITTEN.          *
      ***************************************************************
       0500-DECIDE-REQUISITION.

           MOVE RQNUMI  TO RQN-NUMBER.
           EXEC CICS READ
                     DATASET('REQUISN')
                     INTO(REQUISITION-REC)
                     RIDFLD(RQN-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR RQN-NUMBER = ZERO
              MOVE 'REQUISITION NOT FOUND. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: REQUISN READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF NOT RQN-PENDING
              MOVE 'REQUISITION IS NOT AWAITING APPROVAL.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.
           IF RQN-ENTERED-BY = OPERIDI
              MOVE 'NOBODY MAY DECIDE A REQUISITION THEY ENTERED.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.
           IF WS-FUNC-REJECT
              AND (REASONI = SPACES OR REASONI = LOW-VALUES)
              MOVE 'A REJECTION NEEDS A REASON. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.

           MOVE RQN-APPROVAL-LEVEL TO WS-ROUTED-LEVEL.
           IF WS-FUNC-APPROVE
              MOVE RQN-EXT-VALUE TO WS-EXT-VALUE
              MOVE RQN-DEPT      TO HV-DEPT
              PERFORM 0350-ROUTE-APPROVAL THRU 0350-EXIT
              IF SQLCODE NOT = 0
                 MOVE 'DEPT_BUDGET UNAVAILABLE - TRY LATER.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0500-EXIT
              END-IF
              IF WS-ROUTED-LEVEL < RQN-APPROVAL-LEVEL
                 MOVE RQN-APPROVAL-LEVEL TO WS-ROUTED-LEVEL
              END-IF
           END-IF.

           MOVE 'RQA1'          TO WS-SEC-FUNCTION.
           MOVE WS-ROUTED-LEVEL TO WS-SEC-FUNCTION-LEVEL.
           IF WS-ROUTED-LEVEL = 3
              MOVE 'S' TO WS-NEED-ROLE
           ELSE
              MOVE 'A' TO WS-NEED-ROLE
           END-IF.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0500-EXIT
           END-IF.

           EXEC CICS READ
                     DATASET('REQUISN')
                     INTO(REQUISITION-REC)
                     RIDFLD(RQN-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: REQUISN READ UPDATE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.
           IF NOT RQN-PENDING
              MOVE 'REQUISITION WAS DECIDED MEANWHILE. INQUIRE AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0500-EXIT
           END-IF.

           IF WS-FUNC-APPROVE
              MOVE RQN-EXT-VALUE TO HV-EXT-VALUE
              MOVE RQN-DEPT      TO HV-DEPT
              EXEC SQL
                 UPDATE DDS0001.DEPT_BUDGET
                 SET    SUPPLY_COMMITTED =
                            SUPPLY_COMMITTED + :HV-EXT-VALUE
                 WHERE  DEPT = :HV-DEPT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'DEPT_BUDGET UNAVAILABLE - TRY LATER.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0500-EXIT
              END-IF
              MOVE 'A'             TO RQN-STATUS
              MOVE WS-ROUTED-LEVEL TO RQN-APPROVAL-LEVEL
              IF SUPPLI NOT = SPACES AND SUPPLI NOT = LOW-VALUES
                 MOVE SUPPLI       TO RQN-SUPPLIER-CODE
              END-IF
              IF RQN-FREE-TEXT-ITEM AND RQN-SUPPLIER-CODE = SPACES
                 MOVE 'APPROVED - NAME A SUPPLIER BEFORE IT CAN ORDER.'
                      TO WS-DONE-TEXT
              ELSE
                 MOVE 'APPROVED - ORDERS WITH TONIGHT''S CONSOLIDATION.'
                      TO WS-DONE-TEXT
              END-IF
           ELSE
              MOVE 'R'             TO RQN-STATUS
              MOVE REASONI         TO RQN-REJECT-REASON
              MOVE 'REJECTED.'     TO WS-DONE-TEXT
           END-IF.
           MOVE OPERIDI             TO RQN-DECIDED-BY.
           MOVE WS-TODAY-DATE       TO RQN-DECISION-DATE.
           MOVE WS-TODAY-DATE       TO RQN-LAST-CHANGE-DATE.

           EXEC CICS REWRITE
                     DATASET('REQUISN')
                     FROM(REQUISITION-REC)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0500: REQUISN REWRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BRQN400O.
           PERFORM 0750-SHOW-REQUISITION  THRU 0750-EXIT.
           MOVE RQN-NUMBER                TO WS-DONE-NUMBER.
           MOVE WS-DONE-LINE              TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0500-EXIT.
            EXIT.

      ***************************************************************
      * 0700-INQUIRE-REQUISITION - WHERE THE REQUISITION IS, FROM   *
      *   ENTRY THROUGH TO RECEIPT.  THE ORDER, LINE AND QUANTITY   *
      *   RECEIVED ARE THE ONES RQNCONS LAST POSTED.                *
      ***************************************************************
       0700-INQUIRE-REQUISITION.

           MOVE 'RQN4' TO WS-SEC-FUNCTION.
           MOVE 'E'    TO WS-NEED-ROLE.
           PERFORM 0050-SECURITY-CHECK THRU 0050-EXIT.
           IF SECURITY-DENIED
              GO TO 0700-EXIT
           END-IF.

           MOVE RQNUMI  TO RQN-NUMBER.
           EXEC CICS READ
                     DATASET('REQUISN')
                     INTO(REQUISITION-REC)
                     RIDFLD(RQN-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) OR RQN-NUMBER = ZERO
              MOVE 'REQUISITION NOT FOUND. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0700-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: REQUISN READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE LOW-VALUES                TO BRQN400O.
           PERFORM 0750-SHOW-REQUISITION  THRU 0750-EXIT.
           MOVE RQN-NUMBER                TO WS-DONE-NUMBER.
           IF RQN-PENDING
              MOVE RQN-APPROVAL-LEVEL     TO WS-LEVEL-DIGIT
              MOVE WS-LEVEL-TEXT          TO WS-DONE-TEXT
           END-IF.
           IF RQN-APPROVED
              MOVE 'APPROVED - WAITING FOR THE NIGHTLY ORDER RUN.'
                   TO WS-DONE-TEXT
           END-IF.
           IF RQN-ON-ORDER
              MOVE 'ON ORDER - SEE ORDER, LINE AND QUANTITY RECEIVED.'
                   TO WS-DONE-TEXT
           END-IF.
           IF RQN-COMPLETE
              MOVE 'RECEIVED IN FULL.'    TO WS-DONE-TEXT
           END-IF.
           IF RQN-REJECTED
              MOVE 'REJECTED - SEE REASON.' TO WS-DONE-TEXT
           END-IF.
           IF RQN-CANCELLED
              MOVE 'CANCELLED BY THE REQUISITIONER.' TO WS-DONE-TEXT
           END-IF.
           MOVE WS-DONE-LINE              TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

       0750-SHOW-REQUISITION.
           MOVE RQN-NUMBER             TO RQNUMO.
           MOVE RQN-REQUISITIONER     TO RQNAMEO.
           MOVE RQN-DEPT               TO DEPTO.
           MOVE RQN-WARD-ID            TO WARDO.
           MOVE RQN-PART-NUM           TO PARTO.
           MOVE RQN-ITEM-DESC          TO DESCO.
           MOVE RQN-QTY                TO QTYO.
           MOVE RQN-UNIT-COST          TO WS-UCOST-NUM.
           MOVE WS-UCOST-X             TO UCOSTO.
           MOVE RQN-NEEDED-BY          TO NEEDBYO.
           MOVE RQN-JUSTIFICATION      TO JUSTIFO.
           MOVE RQN-SUPPLIER-CODE      TO SUPPLO.
           MOVE RQN-REJECT-REASON      TO REASONO.
           MOVE RQN-STATUS             TO RSTATO.
           MOVE RQN-APPROVAL-LEVEL     TO LEVELO.
           MOVE RQN-EXT-VALUE          TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT          TO VALUEO.
           MOVE RQN-ORDER-NUM          TO ORDNUMO.
           MOVE RQN-ORDER-LINE         TO ORDLNO.
           MOVE RQN-QTY-RECEIVED       TO RECVQO.
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
                     MAP('BRQN400')
                     MAPSET('BRQN400')
                     FROM(BRQN400O)
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
                     MAP('BRQN400')
                     MAPSET('BRQN400')
                     FROM(BRQN400O)
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
                     MAP('BRQN400')
                     MAPSET('BRQN400')
                     FROM(BRQN400O)
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
           MOVE 'CRQN400 '     TO WS-ERR-PROG-ID.
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
