      *                QUEUE LIKE EVERY OTHER PATMSTR MUTATION, SO  *
      *                PATRPLAY FORWARD RECOVERY CARRIES IT.        *
      *    C - CHANGE: REWRITES NAME/ADDRESS FIELDS OF AN EXISTING  *
      *                PATIENT-PERSONAL RECORD.  A CHANGED ADDRESS  *
      *                CLEARS ANY RETURNED-MAIL FLAG RTNMAIL SET.   *
      *                                                             *
      * DATE OF BIRTH AND SEX ARE OPTIONAL HERE BUT EDITED WHEN     *
      * KEYED; DISCABS LISTS ANY DISCHARGED STAY MISSING THEM.      *
      *                                                             *
      * ADDRESS CORRECTIONS NO LONGER GO THROUGH A DBA FILE        *
      * UTILITY - THIS TRANSACTION IS THE UPDATE PATH FOR PRSNMSTR. *
               05  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TODAY-TIME               PIC X(08) VALUE SPACES.
           03  WS-DATE-RC                  PIC S9(04) VALUE ZEROS.
           03  WS-JRNL-REC-LEN             PIC S9(04) COMP VALUE +6000.
           03  WS-BEFORE-HOLD              PIC X(2964) VALUE SPACES.
           03  WS-ADDR-CLEARED-SW          PIC X(01) VALUE 'N'.
               88  WS-ADDR-CLEARED         VALUE 'Y'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
              GO TO 0100-EXIT
           END-IF.

           IF DOBI = LOW-VALUES
              MOVE SPACES TO DOBI
           END-IF.
           IF DOBI NOT = SPACES
              MOVE +0 TO WS-DATE-RC
              CALL 'DTEVAL' USING DOBI, WS-DATE-RC
              IF WS-DATE-RC < 0
                 MOVE 'INVALID DATE OF BIRTH. PLEASE TRY AGAIN.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
           END-IF.

           IF SEXI = LOW-VALUES
              MOVE SPACES TO SEXI
           END-IF.
           IF SEXI NOT = SPACES AND SEXI NOT = 'M'
              AND SEXI NOT = 'F' AND SEXI NOT = 'U'
              MOVE 'SEX MUST BE M, F OR U. PLEASE TRY AGAIN.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           IF WS-FUNC-ADD
              PERFORM 0300-ADD-PERSONAL    THRU 0300-EXIT
           ELSE
           MOVE CITYI               TO PRSN-CITY.
           MOVE STATEI              TO PRSN-STATE.
           MOVE ZIPI                TO PRSN-ZIP.
           MOVE DOBI                TO PRSN-BIRTH-DATE.
           MOVE SEXI                TO PRSN-SEX.

           EXEC CICS WRITE
                     DATASET('PRSNMSTR')
              GO TO 9999-ABEND-ROUTINE
           END-IF.

      *--- A CORRECTED ADDRESS ENDS ANY RETURNED-MAIL HOLD.
           MOVE 'N'                 TO WS-ADDR-CLEARED-SW.
           IF PRSN-ADDR-UNDELIVERABLE
              IF ADDRI  NOT = PRSN-ADDRESS
              OR CITYI  NOT = PRSN-CITY
              OR STATEI NOT = PRSN-STATE
              OR ZIPI   NOT = PRSN-ZIP
                 MOVE SPACE         TO PRSN-ADDR-STATUS
                 MOVE SPACES        TO PRSN-ADDR-RETURN-DATE
                 MOVE 'Y'           TO WS-ADDR-CLEARED-SW
              END-IF
           END-IF.

           MOVE FNAMEI              TO PRSN-FIRST-NAME.
           MOVE LNAMEI              TO PRSN-LAST-NAME.
           MOVE ADDRI               TO PRSN-ADDRESS.
           MOVE CITYI               TO PRSN-CITY.
           MOVE STATEI              TO PRSN-STATE.
           MOVE ZIPI                TO PRSN-ZIP.
           MOVE DOBI                TO PRSN-BIRTH-DATE.
           MOVE SEXI                TO PRSN-SEX.

           EXEC CICS REWRITE
                     DATASET('PRSNMSTR')
           END-IF.

           MOVE LOW-VALUES                TO BPRS400O.
           IF WS-ADDR-CLEARED
              MOVE '***  RECORD UPDATED. RETURNED-MAIL HOLD CLEARED.'
                   TO MSGO
           ELSE
              MOVE '***  PERSONAL RECORD UPDATED. '
                   TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0400-EXIT.
