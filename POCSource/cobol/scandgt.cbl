       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  SCANDGT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * SCANDGT - STATEMENT SCAN-LINE CHECK-DIGIT SERVICE.  PATSTMT   *
      *           CALLS IT TO STAMP THE CHECK DIGIT ON EACH           *
      *           REMITTANCE STUB AND LBXPOST CALLS IT TO PROVE THE   *
      *           SCAN LINE THE BANK READ BACK FROM THE STUB (SEE     *
      *           SCANLINP FOR THE FUNCTIONS), SO THE TWO SIDES CAN   *
      *           NEVER DISAGREE ABOUT HOW THE DIGIT IS FIGURED.      *
      *                                                               *
      *           WEIGHTS RUN 2, 1, 2, 1 ... FROM THE FIRST           *
      *           CHARACTER; THE DIGITS OF EACH PRODUCT ARE SUMMED    *
      *           AND THE CHECK DIGIT BRINGS THE SUM UP TO THE NEXT   *
      *           MULTIPLE OF 10.  A MISKEYED OR MISREAD CHARACTER,   *
      *           OR TWO ADJACENT CHARACTERS SWAPPED, CHANGES IT.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    A CHARACTER'S VALUE IS ITS POSITION IN THIS TABLE LESS ONE.
       01  CHAR-VALUE-VALUES.
           05  FILLER  PIC X(36) VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  CHAR-VALUE-TABLE REDEFINES CHAR-VALUE-VALUES.
           05  CHAR-ENTRY              PIC X(01) OCCURS 36 TIMES.

       01  MISC-FIELDS.
           05  PARA-NAME               PIC X(40).
           05  WS-SCAN-WORK            PIC X(23).
           05  WS-SCAN-CHARS REDEFINES WS-SCAN-WORK.
               10  SCAN-CHAR           PIC X(01) OCCURS 23 TIMES.
           05  SCAN-SUB                PIC 9(02) VALUE 0.
           05  CHAR-SUB                PIC 9(02) VALUE 0.
           05  WS-CHAR-FOUND-SW        PIC X(01) VALUE 'N'.
               88  CHAR-FOUND          VALUE 'Y'.
           05  WS-CHAR-VALUE           PIC 9(02) VALUE 0.
           05  WS-WEIGHT               PIC 9(01) VALUE 0.
           05  WS-PRODUCT              PIC 9(02) VALUE 0.
           05  WS-DIGIT-SUM            PIC 9(04) VALUE 0.
           05  WS-QUOT                 PIC 9(04) VALUE 0.
           05  WS-REM                  PIC 9(02) VALUE 0.
           05  WS-COMPUTED-DIGIT       PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       COPY SCANLINP.

       PROCEDURE DIVISION USING SCAN-LINE-PARMS.

           MOVE "SCANDGT-MAINLINE" TO PARA-NAME.
           MOVE ZERO TO SCN-RETURN-CD.

           IF SCN-GENERATE
               PERFORM 100-COMPUTE-DIGIT THRU 100-EXIT
               IF SCN-RETURN-CD = ZERO
                   MOVE WS-COMPUTED-DIGIT TO SCN-CHECK-DIGIT
               END-IF
           ELSE
           IF SCN-VERIFY
               PERFORM 200-VERIFY-DIGIT THRU 200-EXIT
           ELSE
               MOVE -1 TO SCN-RETURN-CD.
           GOBACK.

      ******************************************************************
      *    100-COMPUTE-DIGIT - THE WEIGHTED SUM OVER THE PATIENT ID,   *
      *    STATEMENT DATE AND AMOUNT DUE.  ANYTHING BUT A DIGIT OR AN  *
      *    UPPER-CASE LETTER MAKES THE SCAN LINE UNREADABLE.           *
      ******************************************************************
       100-COMPUTE-DIGIT.
           MOVE "100-COMPUTE-DIGIT" TO PARA-NAME.
           IF SCN-PATIENT-ID = SPACES
                   OR SCN-STMT-DATE NOT NUMERIC
                   OR SCN-AMOUNT-DUE NOT NUMERIC
               MOVE -1 TO SCN-RETURN-CD
               GO TO 100-EXIT.

           MOVE SCN-SCAN-LINE(1:23) TO WS-SCAN-WORK.
           MOVE ZERO TO WS-DIGIT-SUM.
           MOVE 2 TO WS-WEIGHT.
           PERFORM 110-ADD-CHARACTER THRU 110-EXIT
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > 23 OR SCN-RETURN-CD NOT = ZERO.
           IF SCN-RETURN-CD NOT = ZERO
               GO TO 100-EXIT.

           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-QUOT
               REMAINDER WS-REM.
           IF WS-REM = ZERO
               MOVE ZERO TO WS-COMPUTED-DIGIT
           ELSE
               COMPUTE WS-COMPUTED-DIGIT = 10 - WS-REM.
       100-EXIT.
           EXIT.

       110-ADD-CHARACTER.
           MOVE 'N' TO WS-CHAR-FOUND-SW.
           PERFORM 120-MATCH-CHARACTER THRU 120-EXIT
               VARYING CHAR-SUB FROM 1 BY 1
               UNTIL CHAR-SUB > 36 OR CHAR-FOUND.
           IF NOT CHAR-FOUND
               MOVE -1 TO SCN-RETURN-CD
               GO TO 110-EXIT.

           COMPUTE WS-PRODUCT = WS-CHAR-VALUE * WS-WEIGHT.
           DIVIDE WS-PRODUCT BY 10 GIVING WS-QUOT
               REMAINDER WS-REM.
           ADD WS-QUOT WS-REM TO WS-DIGIT-SUM.
           IF WS-WEIGHT = 2
               MOVE 1 TO WS-WEIGHT
           ELSE
               MOVE 2 TO WS-WEIGHT.
       110-EXIT.
           EXIT.

       120-MATCH-CHARACTER.
           IF SCAN-CHAR(SCAN-SUB) = CHAR-ENTRY(CHAR-SUB)
               MOVE 'Y' TO WS-CHAR-FOUND-SW
               COMPUTE WS-CHAR-VALUE = CHAR-SUB - 1.
       120-EXIT.
           EXIT.

       200-VERIFY-DIGIT.
           MOVE "200-VERIFY-DIGIT" TO PARA-NAME.
           IF SCN-CHECK-DIGIT NOT NUMERIC
               MOVE -1 TO SCN-RETURN-CD
               GO TO 200-EXIT.
           PERFORM 100-COMPUTE-DIGIT THRU 100-EXIT.
           IF SCN-RETURN-CD = ZERO
                   AND WS-COMPUTED-DIGIT NOT = SCN-CHECK-DIGIT
               MOVE 4 TO SCN-RETURN-CD.
       200-EXIT.
           EXIT.
