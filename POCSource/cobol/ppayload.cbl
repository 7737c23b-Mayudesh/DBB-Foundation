       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PPAYLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * PPAYLOAD - STATE PROMPT-PAY TABLE MAINTENANCE.  READS THE     *
      *            KEYED PROMPT-PAY CARDS (STATE, PAYER TYPE, PROMPT- *
      *            PAY DAYS, ANNUAL INTEREST RATE, EFFECTIVE DATE,    *
      *            DESCRIPTION) AND ADDS OR REPLACES THE ROW ON THE   *
      *            PROMPTPY VSAM TABLE REMITPST FIGURES LATE-PAYMENT  *
      *            INTEREST FROM.  STATE '**' LOADS THE FALLBACK ROW  *
      *            FOR THE PAYER TYPE.  A CARD FOR AN UNKNOWN PAYER   *
      *            TYPE, OR WITH NO STATE OR DAYS, REJECTS; A ZERO    *
      *            RATE IS ALLOWED AND TURNS THE INTEREST OFF.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PPAYIN
           ASSIGN TO UT-S-PPAYIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PPAYERR
           ASSIGN TO UT-S-PPAYERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PROMPTPY
                  ASSIGN       to PROMPTPY
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PROMPTPY-REC-KEY
                  FILE STATUS  is PROMPTPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPAYIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPAYIN-REC.
       01  PPAYIN-REC.
           05  PIN-STATE                   PIC X(02).
           05  PIN-PAYER-TYPE              PIC X(01).
               88  PIN-VALID-PAYER-TYPE  VALUES 'C', 'H', 'M', 'D',
                                                'W', 'O'.
           05  PIN-PROMPT-DAYS             PIC 9(03).
           05  PIN-ANNUAL-RATE             PIC 9(02)V9(04).
           05  PIN-EFFECTIVE-DATE          PIC 9(08).
           05  PIN-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(30).

       FD  PPAYERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPAYERR-REC.
       01  PPAYERR-REC.
           05  PPAYERR-MSG                 PIC X(40).
           05  PPAYERR-REST                PIC X(80).

       FD  PROMPTPY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROMPTPY-FD-REC.
       01  PROMPTPY-FD-REC.
           05 PROMPTPY-REC-KEY PIC X(03).
           05 FILLER           PIC X(77).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PROMPTPY-STATUS         PIC X(2).
               88 PROMPTPY-FOUND       VALUE "00".
               88 PROMPTPY-NOT-FOUND   VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 PROMPTPY-NEW-SW             PIC X(01) VALUE "N".
              88 PROMPTPY-IS-NEW VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 ROWS-ADDED               PIC 9(7) COMP VALUE 0.
           05 ROWS-REPLACED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY PROMPTPY.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CARDS-REJECTED > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           OPEN INPUT PPAYIN.
           OPEN I-O PROMPTPY.
           IF NOT PROMPTPY-FOUND
               OPEN OUTPUT PROMPTPY
               CLOSE PROMPTPY
               OPEN I-O PROMPTPY.
           OPEN OUTPUT PPAYERR.
           PERFORM 900-READ-PPAYIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-CARD THRU 300-EXIT.
           IF NOT NO-MORE-DATA
               PERFORM 900-READ-PPAYIN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       300-EDIT-CARD.
           MOVE "300-EDIT-CARD" TO PARA-NAME.
           IF PIN-STATE = SPACES
               MOVE "*** MISSING STATE" TO PPAYERR-MSG
               PERFORM 710-WRITE-PPAYERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF NOT PIN-VALID-PAYER-TYPE
               MOVE "*** INVALID PAYER TYPE" TO PPAYERR-MSG
               PERFORM 710-WRITE-PPAYERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF PIN-PROMPT-DAYS NOT NUMERIC
                   OR PIN-PROMPT-DAYS = ZERO
               MOVE "*** INVALID PROMPT-PAY DAYS" TO PPAYERR-MSG
               PERFORM 710-WRITE-PPAYERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF PIN-ANNUAL-RATE NOT NUMERIC
               MOVE "*** INVALID INTEREST RATE" TO PPAYERR-MSG
               PERFORM 710-WRITE-PPAYERR THRU 710-EXIT
               GO TO 300-EXIT.

           IF PIN-EFFECTIVE-DATE NOT NUMERIC
               MOVE "*** INVALID EFFECTIVE DATE" TO PPAYERR-MSG
               PERFORM 710-WRITE-PPAYERR THRU 710-EXIT
               GO TO 300-EXIT.

           PERFORM 500-PUT-ROW THRU 500-EXIT.
       300-EXIT.
           EXIT.

       500-PUT-ROW.
           MOVE "500-PUT-ROW" TO PARA-NAME.
           MOVE "N" TO PROMPTPY-NEW-SW.
           MOVE PIN-STATE          TO PPY-STATE.
           MOVE PIN-PAYER-TYPE     TO PPY-PAYER-TYPE.
           MOVE PPY-KEY            TO PROMPTPY-REC-KEY.
           READ PROMPTPY INTO PROMPT-PAY-REC.
           IF NOT PROMPTPY-FOUND
               MOVE "Y" TO PROMPTPY-NEW-SW.

           INITIALIZE PROMPT-PAY-REC.
           MOVE PIN-STATE          TO PPY-STATE.
           MOVE PIN-PAYER-TYPE     TO PPY-PAYER-TYPE.
           MOVE PIN-PROMPT-DAYS    TO PPY-PROMPT-DAYS.
           MOVE PIN-ANNUAL-RATE    TO PPY-ANNUAL-RATE.
           MOVE PIN-EFFECTIVE-DATE TO PPY-EFFECTIVE-DATE.
           MOVE PIN-DESCRIPTION    TO PPY-DESCRIPTION.
           MOVE PPY-KEY            TO PROMPTPY-REC-KEY.
           IF PROMPTPY-IS-NEW
               WRITE PROMPTPY-FD-REC FROM PROMPT-PAY-REC
               ADD +1 TO ROWS-ADDED
           ELSE
               REWRITE PROMPTPY-FD-REC FROM PROMPT-PAY-REC
               ADD +1 TO ROWS-REPLACED.
           IF NOT PROMPTPY-FOUND
               DISPLAY "** PROMPTPY UPDATE FAILED, STATUS "
                       PROMPTPY-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       500-EXIT.
           EXIT.

       710-WRITE-PPAYERR.
           MOVE PPAYIN-REC TO PPAYERR-REST.
           WRITE PPAYERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-PPAYIN.
           READ PPAYIN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE PPAYIN, PROMPTPY, PPAYERR.
           DISPLAY "** CARDS READ      " CARDS-READ.
           DISPLAY "** ROWS ADDED      " ROWS-ADDED.
           DISPLAY "** ROWS REPLACED   " ROWS-REPLACED.
           DISPLAY "** CARDS REJECTED  " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PPAYLOAD ********".
       999-EXIT.
           EXIT.
