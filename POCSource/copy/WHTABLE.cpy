      ***************************************************************
      * WHTABLE  - PAYROLL TAX WITHHOLDING TABLE.  KEYED BY          *
      *            JURISDICTION + FILING STATUS + WAGE FLOOR ON THE  *
      *            WHTABLE VSAM FILE, ONE RECORD PER BRACKET:        *
      *                                                              *
      *              'US'  FEDERAL INCOME TAX, BY FILING STATUS      *
      *              'SS'  SOCIAL SECURITY (FILING STATUS BLANK)     *
      *              'MC'  MEDICARE (FILING STATUS BLANK)            *
      *              ANY OTHER CODE IS A STATE (PERSON-STATE-        *
      *              ADDRESS) - A STATE WITH NO RECORDS HAS NO       *
      *              INCOME TAX, AND A STATE WITH ONE SCHEDULE KEYS  *
      *              IT UNDER FILING STATUS 'S'.                     *
      *                                                              *
      *            INCOME TAX IS ON ANNUALIZED WAGES LESS THE        *
      *            ALLOWANCES: THE BRACKET WITH THE HIGHEST FLOOR    *
      *            NOT OVER THOSE WAGES GIVES BASE TAX PLUS RATE     *
      *            TIMES THE WAGES OVER THE FLOOR, DIVIDED BACK TO   *
      *            THE PAY PERIOD.  THE AMOUNT PER ALLOWANCE IS      *
      *            TAKEN FROM THE ZERO-FLOOR BRACKET.  FOR 'SS' THE  *
      *            WAGE LIMIT IS THE ANNUAL WAGE BASE (ZERO = NO     *
      *            LIMIT); FOR 'MC' IT IS THE YEAR-TO-DATE WAGES     *
      *            OVER WHICH THE ADDITIONAL RATE ALSO APPLIES.      *
      *            RATES ARE FRACTIONS (0.06200 = 6.2 PERCENT).      *
      *            LOADED BY WHTLOAD; READ BY PAYREG AND TAX941.     *
      ***************************************************************
       01  WITHHOLDING-TABLE-REC.
           05  WHT-KEY.
               10  WHT-JURISDICTION        PIC X(02).
                   88  WHT-FEDERAL         VALUE 'US'.
                   88  WHT-SOCIAL-SECURITY VALUE 'SS'.
                   88  WHT-MEDICARE        VALUE 'MC'.
               10  WHT-FILING-STATUS       PIC X(01).
               10  WHT-WAGE-FLOOR          PIC 9(07).
           05  WHT-BASE-TAX                PIC 9(07)V99.
           05  WHT-RATE                    PIC 9(01)V9(05).
           05  WHT-ALLOWANCE-AMOUNT        PIC 9(05)V99.
           05  WHT-WAGE-LIMIT              PIC 9(07).
           05  WHT-ADDL-RATE               PIC 9(01)V9(05).
           05  WHT-EFF-DATE                PIC 9(08).
           05  WHT-CHANGED-BY              PIC X(08).
           05  WHT-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(11).
