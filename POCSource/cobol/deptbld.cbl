      *           SECTION READS THIS TABLE - THE SPREADSHEET IS       *
      *           RETIRED.                                            *
      *                                                               *
      *           THE ROW ALSO CARRIES THE DEPARTMENT'S SUPPLY BUDGET *
      *           FOR THE PERIOD.  CRQN400 ROUTES EACH PURCHASE       *
      *           REQUISITION'S APPROVAL AGAINST WHAT IS LEFT OF IT   *
      *           AND ADDS EVERY APPROVED ONE TO SUPPLY_COMMITTED; A  *
      *           CARD FLAGGED AS A NEW PERIOD CLEARS THAT BACK TO    *
      *           ZERO.                                               *
      *                                                               *
      *           CARD LAYOUT: 1-3 DEPT, 4-12 BUDGET HOURS            *
      *           9(7)V99, 13-17 BUDGET HEADCOUNT 9(5), 18-26 SUPPLY  *
      *           BUDGET 9(7)V99 (BLANK = NONE), 27 NEW PERIOD (Y =   *
      *           CLEAR THE SUPPLY COMMITTED TO DATE).                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CARD-DEPT                   PIC X(03).
           05  CARD-BUDGET-HOURS           PIC 9(07)V99.
           05  CARD-BUDGET-HEADCOUNT       PIC 9(05).
           05  CARD-SUPPLY-BUDGET          PIC 9(07)V99.
           05  CARD-SUPPLY-BUDGET-X REDEFINES CARD-SUPPLY-BUDGET
                                           PIC X(09).
           05  CARD-NEW-PERIOD             PIC X(01).
               88  CARD-STARTS-NEW-PERIOD  VALUE 'Y'.
           05  FILLER                      PIC X(53).

       FD  LOADRPT
           RECORDING MODE IS F
           05  HV-DEPT                 PIC X(03).
           05  HV-BUDGET-HOURS         PIC S9(7)V99 COMP-3.
           05  HV-BUDGET-HEADCOUNT     PIC S9(9) COMP.
           05  HV-SUPPLY-BUDGET        PIC S9(7)V99 COMP-3.
           05  HV-NEW-PERIOD           PIC X(01).

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.

       01  RPT-REJECT-LINE.
           05  FILLER                  PIC X(10) VALUE ' REJECT:  '.
           05  REJ-CARD-IMAGE          PIC X(27).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           IF CARD-DEPT = SPACES
             OR CARD-BUDGET-HOURS NOT NUMERIC
             OR CARD-BUDGET-HEADCOUNT NOT NUMERIC
             OR (CARD-SUPPLY-BUDGET NOT NUMERIC
                 AND CARD-SUPPLY-BUDGET-X NOT = SPACES)
               MOVE BUDGCARD-REC(1:27) TO REJ-CARD-IMAGE
               WRITE LOADRPT-REC FROM RPT-REJECT-LINE
               ADD +1 TO CARDS-REJECTED
               GO TO 200-EXIT.
           MOVE CARD-DEPT             TO HV-DEPT.
           MOVE CARD-BUDGET-HOURS     TO HV-BUDGET-HOURS.
           MOVE CARD-BUDGET-HEADCOUNT TO HV-BUDGET-HEADCOUNT.
           IF CARD-SUPPLY-BUDGET-X = SPACES
               MOVE ZERO               TO HV-SUPPLY-BUDGET
           ELSE
               MOVE CARD-SUPPLY-BUDGET TO HV-SUPPLY-BUDGET.
           MOVE CARD-NEW-PERIOD       TO HV-NEW-PERIOD.

           EXEC SQL
                UPDATE DDS0001.DEPT_BUDGET
                SET    BUDGET_HOURS     = :HV-BUDGET-HOURS,
                       BUDGET_HEADCOUNT = :HV-BUDGET-HEADCOUNT,
                       SUPPLY_BUDGET    = :HV-SUPPLY-BUDGET,
                       SUPPLY_COMMITTED =
                           CASE WHEN :HV-NEW-PERIOD = 'Y' THEN 0
                                ELSE SUPPLY_COMMITTED
                           END
                WHERE  DEPT = :HV-DEPT
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                    INSERT INTO DDS0001.DEPT_BUDGET
                           (DEPT, BUDGET_HOURS, BUDGET_HEADCOUNT,
                            SUPPLY_BUDGET, SUPPLY_COMMITTED)
                    VALUES (:HV-DEPT, :HV-BUDGET-HOURS,
                            :HV-BUDGET-HEADCOUNT,
                            :HV-SUPPLY-BUDGET, 0)
               END-EXEC
               IF SQLCODE = 0
                   ADD +1 TO ROWS-ADDED
