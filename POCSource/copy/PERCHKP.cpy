      ***************************************************************
      * PERCHKP - PARAMETER AREA FOR THE PERCHK FISCAL PERIOD        *
      *           SERVICE.  CALLED THE SAME WAY BIZCAL IS CALLED:    *
      *                                                              *
      *             CALL 'PERCHK' USING PERIOD-CHECK-PARMS           *
      *                                                              *
      *             CHK  - IS THE PERIOD PCK-TRAN-DATE FALLS IN      *
      *                    CLOSED?  THE ANSWER COMES BACK IN         *
      *                    PCK-PERIOD-FLAG, AND PCK-POST-DATE IS     *
      *                    THE DATE TO POST UNDER - PCK-TRAN-DATE    *
      *                    ITSELF WHEN ITS PERIOD IS OPEN, OTHERWISE *
      *                    THE FIRST DAY OF THE NEXT OPEN PERIOD     *
      *                                                              *
      *           PCK-RETURN-CD: 0 = OK, -1 = BAD DATE/FUNCTION,     *
      *           -2 = PERIOD FILE UNAVAILABLE (EVERY PERIOD IS      *
      *           TREATED AS OPEN), -3 = NO OPEN PERIOD WITHIN TWO   *
      *           YEARS OF THE DATE.                                 *
      ***************************************************************
       01  PERIOD-CHECK-PARMS.
           05  PCK-FUNCTION                PIC X(04).
               88  PCK-CHECK-PERIOD        VALUE 'CHK '.
           05  PCK-TRAN-DATE               PIC 9(08).
           05  PCK-POST-DATE               PIC 9(08).
           05  PCK-PERIOD-FLAG             PIC X(01).
               88  PCK-PERIOD-OPEN         VALUE 'O'.
               88  PCK-PERIOD-CLOSED       VALUE 'C'.
           05  PCK-RETURN-CD               PIC S9(04).
