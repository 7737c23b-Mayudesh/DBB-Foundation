      * (RETIRED) INSTEAD, SO OLD STAYS KEEP A DESCRIPTION TO       *
      * POINT AT.  BNCHS602 REJECTS TREATMENT RECORDS WHOSE         *
      * DIAGNOSTIC CODE IS NOT ON THIS FILE OR IS RETIRED.          *
      *                                                             *
      * THE OPTIONAL DEFAULT DIET (R, D, S, N OR O) IS THE TRAY     *
      * DIETXTR ORDERS FOR A PATIENT ADMITTED WITH THIS PRIMARY     *
      * DIAGNOSIS AND NO DIET ORDER OF THEIR OWN.                   *
      ***************************************************************

       ENVIRONMENT DIVISION.
              GO TO 0100-EXIT
           END-IF.

           IF DIETI = LOW-VALUES
              MOVE SPACE TO DIETI
           END-IF.
           MOVE DIETI TO DIAG-MSTR-DEFAULT-DIET.
           IF NOT DIAG-MSTR-VALID-DIET
              MOVE 'INVALID DIET - MUST BE R, D, S, N, O OR BLANK.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           MOVE DIAGIDI             TO DIAG-MSTR-KEY.
           MOVE DESCI               TO DIAG-MSTR-DESC.
           MOVE STATUSI             TO DIAG-MSTR-STATUS.
           MOVE DIETI               TO DIAG-MSTR-DEFAULT-DIET.
           MOVE WS-TODAY-DATE       TO DIAG-MSTR-LAST-CHANGE-DATE.

           EXEC CICS WRITE

           MOVE DESCI               TO DIAG-MSTR-DESC.
           MOVE STATUSI             TO DIAG-MSTR-STATUS.
           MOVE DIETI               TO DIAG-MSTR-DEFAULT-DIET.
           MOVE WS-TODAY-DATE       TO DIAG-MSTR-LAST-CHANGE-DATE.

           EXEC CICS REWRITE
