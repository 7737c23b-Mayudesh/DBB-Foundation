      * FUNCTION CODE (FIRST FIELD ON THE SCREEN):                  *
      *    A - ADD:    WRITES A NEW INSURANCE-MASTER-REC            *
      *    C - CHANGE: REWRITES AN EXISTING RECORD'S NAME, ADDRESS, *
      *                CONTACT, STATUS, FILING-LIMIT AND PAYER-TYPE *
      *                FIELDS                                       *
      *                                                             *
      * THE FILING LIMIT IS THE PAYER'S TIMELY-FILING WINDOW IN     *
      * DAYS (3 DIGITS); LEFT BLANK IT IS CARRIED AS ZERO AND       *
      * TFILRPT APPLIES THE HOUSE DEFAULT.                          *
      *                                                             *
      * THE PAYER TYPE (C COMMERCIAL, H MANAGED CARE, M MEDICARE,   *
      * D MEDICAID, W WORKERS COMP, O OTHER, OR BLANK) PICKS THE    *
      * PROMPTPY ROW REMITPST FIGURES PROMPT-PAY INTEREST FROM.     *
      *                                                             *
      * AN INSURER IS NEVER DELETED - SET INS-MSTR-STATUS TO 'I'    *
      * (INACTIVE) INSTEAD, SO HISTORY KEEPS A NAME AND ADDRESS TO  *
               88  WS-FUNC-CHANGE          VALUE 'C'.
               88  WS-FUNC-VALID           VALUES 'A', 'C'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-FILING-LIMIT             PIC 9(03) VALUE ZERO.
           03  WS-FILING-LIMIT-X REDEFINES WS-FILING-LIMIT
                                           PIC X(03).

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
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

              GO TO 0100-EXIT
           END-IF.

           IF FILELIMI = SPACES OR FILELIMI = LOW-VALUES
              MOVE ZERO     TO WS-FILING-LIMIT
           ELSE
              MOVE FILELIMI TO WS-FILING-LIMIT-X
              IF WS-FILING-LIMIT NOT NUMERIC
                 MOVE 'FILING LIMIT MUST BE 3 DIGITS (DAYS) OR BLANK.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
           END-IF.

           IF PAYTYPEI = LOW-VALUES
              MOVE SPACE TO PAYTYPEI
           END-IF.
           MOVE PAYTYPEI TO INS-MSTR-PAYER-TYPE.
           IF PAYTYPEI NOT = SPACE AND NOT INS-MSTR-VALID-PAYER-TYPE
              MOVE 'INVALID PAYER TYPE - C, H, M, D, W, O OR BLANK.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           MOVE CONTACTI            TO INS-MSTR-PAYER-CONTACT.
           MOVE PHONEI              TO INS-MSTR-PHONE.
           MOVE STATUSI             TO INS-MSTR-STATUS.
           MOVE WS-FILING-LIMIT     TO INS-MSTR-FILING-LIMIT-DAYS.
           MOVE PAYTYPEI            TO INS-MSTR-PAYER-TYPE.
           MOVE WS-TODAY-DATE       TO INS-MSTR-LAST-CHANGE-DATE.

           EXEC CICS WRITE
           MOVE CONTACTI            TO INS-MSTR-PAYER-CONTACT.
           MOVE PHONEI              TO INS-MSTR-PHONE.
           MOVE STATUSI             TO INS-MSTR-STATUS.
           MOVE WS-FILING-LIMIT     TO INS-MSTR-FILING-LIMIT-DAYS.
           MOVE PAYTYPEI            TO INS-MSTR-PAYER-TYPE.
           MOVE WS-TODAY-DATE       TO INS-MSTR-LAST-CHANGE-DATE.

           EXEC CICS REWRITE
