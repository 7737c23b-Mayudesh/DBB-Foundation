       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  SCHRMDA.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * SCHRMDA - APPOINTMENT REMINDER RESPONSE APPLY AND DAILY       *
      *           CONFIRMATION-RATE REPORT.                           *
      *                                                               *
      *             PASS 1 - EACH VENDOR RESPONSE ON RMDRESP IS       *
      *                      POSTED TO ITS SCHEDFIL BOOKING:          *
      *                        C - CONFIRMED                          *
      *                        X - PATIENT CANCELLED - THE BOOKING    *
      *                            GOES TO SCH-IS-CANCELLED AND ANY   *
      *                            RESVSLOT SLOT IT HELD IS RELEASED  *
      *                        U - UNREACHABLE                        *
      *                      A RESPONSE FOR NO BOOKING, A CANCELLED   *
      *                      ONE, OR WITH A BAD CODE REJECTS TO       *
      *                      RMDAERR.                                 *
      *             PASS 2 - BROWSE SCHEDFIL AND, FOR EVERY BOOKING   *
      *                      FROM THE RUN DATE ON THAT WENT TO THE    *
      *                      VENDOR, COUNT THE OUTCOME BY APPOINTMENT *
      *                      DATE FOR THE CONFIRMATION-RATE REPORT    *
      *                      (CONFRPT).                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RMDRESP
           ASSIGN TO UT-S-RMDRESP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RMDAERR
           ASSIGN TO UT-S-RMDAERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SCHEDFIL
                  ASSIGN       to SCHEDFIL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is SCHEDFIL-REC-KEY
                  FILE STATUS  is SCHEDFIL-STATUS.

           SELECT RESVSLOT
                  ASSIGN       to RESVSLOT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RESVSLOT-REC-KEY
                  FILE STATUS  is RESVSLOT-STATUS.

           SELECT CONFRPT
           ASSIGN TO UT-S-CONFRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  RMDRESP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMDRESP-REC.
       01  RMDRESP-REC                      PIC X(80).

       FD  RMDAERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMDAERR-REC.
       01  RMDAERR-REC.
           05  RMDAERR-MSG                 PIC X(40).
           05  RMDAERR-REST                PIC X(80).

       FD  SCHEDFIL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SCHEDFIL-FD-REC.
       01  SCHEDFIL-FD-REC.
           05 SCHEDFIL-REC-KEY PIC X(16).
           05 FILLER           PIC X(64).

       FD  RESVSLOT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RESVSLOT-FD-REC.
       01  RESVSLOT-FD-REC.
           05 RESVSLOT-REC-KEY PIC X(18).
           05 FILLER           PIC X(22).

       FD  CONFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONFRPT-REC.
       01  CONFRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SCHEDFIL-STATUS         PIC X(2).
               88 SCHEDFIL-OK          VALUE "00".
               88 SCHEDFIL-NOT-FOUND   VALUE "23".
           05  RESVSLOT-STATUS         PIC X(2).
               88 RESVSLOT-OK          VALUE "00".
               88 RESVSLOT-NOT-FOUND   VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-SCHED-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-SCHED VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                          PIC X(08).
           05 WS-CONFIRM-PCT              PIC 9(03)V9 VALUE 0.
           05 DT-SUB                      PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER APPOINTMENT DATE WITH REMINDED BOOKINGS.
      *    SCHEDFIL IS IN PATIENT ORDER, SO THE TABLE IS SORTED BY
      *    DATE BEFORE IT PRINTS.
       01  CONFIRM-DATE-TABLE.
           05 DT-COUNT                    PIC S9(04) COMP VALUE +0.
           05 DT-ENTRY OCCURS 60 TIMES.
              10 DT-APPT-DATE             PIC X(08).
              10 DT-REMINDED              PIC 9(05) COMP.
              10 DT-CONFIRMED             PIC 9(05) COMP.
              10 DT-CANCELLED             PIC 9(05) COMP.
              10 DT-UNREACHABLE           PIC 9(05) COMP.
              10 DT-NO-ANSWER             PIC 9(05) COMP.

       01  CONFIRM-SORT-WORK.
           05 DT-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 DT-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 DT-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 DT-SAVE-ENTRY.
              10 DT-SAVE-APPT-DATE        PIC X(08).
              10 FILLER                   PIC X(20).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RESPONSES-READ           PIC 9(7) COMP VALUE 0.
           05 RESPONSES-CONFIRMED      PIC 9(7) COMP VALUE 0.
           05 RESPONSES-CANCELLED      PIC 9(7) COMP VALUE 0.
           05 RESPONSES-UNREACHABLE    PIC 9(7) COMP VALUE 0.
           05 RESPONSES-REJECTED       PIC 9(7) COMP VALUE 0.
           05 SLOTS-RELEASED           PIC 9(7) COMP VALUE 0.
           05 TOTAL-REMINDED           PIC 9(7) COMP VALUE 0.
           05 TOTAL-CONFIRMED          PIC 9(7) COMP VALUE 0.

       COPY RMDRESP.

       COPY SCHEDREC.

       COPY RESVSLOT.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               '** REMINDER CONFIRMATION RATE - RUN DATE'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' APPT DATE  REMINDED CONFIRMED CANCELLED UNR'.
           05  FILLER                  PIC X(44) VALUE
               'EACHABLE NO ANSWER CONFIRM %                '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-APPT-DATE           PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-REMINDED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-CONFIRMED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-CANCELLED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DTL-UNREACHABLE         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-NO-ANSWER           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-CONFIRM-PCT         PIC ZZ9.9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  RPT-PCT-LINE.
           05  FILLER                  PIC X(30) VALUE
               'OVERALL CONFIRMATION %'.
           05  PCT-OVERALL             PIC ZZ9.9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-RESPONSE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 300-START-SCHEDFIL THRU 300-EXIT.
           PERFORM 350-COUNT-BOOKING THRU 350-EXIT
                   UNTIL NO-MORE-SCHED.
           PERFORM 200-SORT-DATES THRU 200-EXIT.
           PERFORM 400-PRINT-REPORT THRU 400-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF RESPONSES-REJECTED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RMDRESP.
           OPEN I-O SCHEDFIL, RESVSLOT.
           OPEN OUTPUT RMDAERR, CONFRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE CONFRPT-REC FROM RPT-HEADER-1.
           WRITE CONFRPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-RMDRESP THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-APPLY-RESPONSE - PASS 1.  POST ONE VENDOR ANSWER.       *
      ******************************************************************
       100-APPLY-RESPONSE.
           MOVE "100-APPLY-RESPONSE" TO PARA-NAME.
           IF NOT RMR-VALID-RESPONSE
               MOVE "*** RESPONSE CODE MUST BE C, X OR U"
                   TO RMDAERR-MSG
               PERFORM 710-WRITE-RMDAERR THRU 710-EXIT
               GO TO 100-READ-NEXT.

           MOVE RMR-SCH-KEY TO SCHEDFIL-REC-KEY.
           READ SCHEDFIL INTO SCHEDULED-TREATMENT-REC.
           IF SCHEDFIL-NOT-FOUND
               MOVE "*** NO BOOKING FOR PATIENT/TYPE/DATE"
                   TO RMDAERR-MSG
               PERFORM 710-WRITE-RMDAERR THRU 710-EXIT
               GO TO 100-READ-NEXT.
           IF NOT SCHEDFIL-OK
               DISPLAY "** SCHEDFIL READ FAILED, STATUS "
                       SCHEDFIL-STATUS " FOR " RMR-SCH-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.
           IF SCH-IS-CANCELLED
               MOVE "*** BOOKING ALREADY CANCELLED"
                   TO RMDAERR-MSG
               PERFORM 710-WRITE-RMDAERR THRU 710-EXIT
               GO TO 100-READ-NEXT.

           MOVE RMR-RESPONSE TO SCH-REMINDER-STATUS.
           IF RMR-RESPONSE-DATE = SPACES
               MOVE WS-RUN-DATE       TO SCH-RESPONSE-DATE
           ELSE
               MOVE RMR-RESPONSE-DATE TO SCH-RESPONSE-DATE.
           IF RMR-CANCELLED
               MOVE 'X' TO SCH-STATUS.
           REWRITE SCHEDFIL-FD-REC FROM SCHEDULED-TREATMENT-REC.
           IF NOT SCHEDFIL-OK
               DISPLAY "** SCHEDFIL REWRITE FAILED, STATUS "
                       SCHEDFIL-STATUS " FOR " RMR-SCH-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.

           IF RMR-CONFIRMED
               ADD +1 TO RESPONSES-CONFIRMED
           ELSE
               IF RMR-UNREACHABLE
                   ADD +1 TO RESPONSES-UNREACHABLE
               ELSE
                   ADD +1 TO RESPONSES-CANCELLED
                   PERFORM 150-RELEASE-SLOT THRU 150-EXIT.
       100-READ-NEXT.
           PERFORM 900-READ-RMDRESP THRU 900-EXIT.
       100-EXIT.
           EXIT.

      *    SAME AS A DESK CANCEL IN CSCH400 - THE SLOT GOES BACK SO
      *    THE SCHEDULING DESK CAN REBOOK IT.
       150-RELEASE-SLOT.
           IF SCH-RESOURCE-ID = SPACES
               GO TO 150-EXIT.
           MOVE SCH-RESOURCE-ID TO RSV-RESOURCE-ID.
           MOVE SCH-DATE        TO RSV-DATE.
           MOVE SCH-SLOT-NBR    TO RSV-SLOT-NBR.
           MOVE RSV-KEY         TO RESVSLOT-REC-KEY.
           DELETE RESVSLOT.
           IF RESVSLOT-OK
               ADD +1 TO SLOTS-RELEASED
           ELSE
               IF NOT RESVSLOT-NOT-FOUND
                   DISPLAY "** RESVSLOT DELETE FAILED, STATUS "
                           RESVSLOT-STATUS " FOR " RSV-KEY
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    200-SORT-DATES - A PLAIN INSERTION SORT ON DT-APPT-DATE.    *
      ******************************************************************
       200-SORT-DATES.
           MOVE "200-SORT-DATES" TO PARA-NAME.
           PERFORM 210-INSERTION-SORT-PASS THRU 210-EXIT
               VARYING DT-OUTER-SUB FROM 2 BY 1
               UNTIL DT-OUTER-SUB > DT-COUNT.
       200-EXIT.
           EXIT.

       210-INSERTION-SORT-PASS.
           MOVE DT-ENTRY (DT-OUTER-SUB) TO DT-SAVE-ENTRY.
           COMPUTE DT-INNER-SUB = DT-OUTER-SUB - 1.
           PERFORM 220-SHIFT-IF-NEEDED THRU 220-EXIT
               UNTIL DT-INNER-SUB = 0
               OR DT-APPT-DATE (DT-INNER-SUB) <= DT-SAVE-APPT-DATE.
           COMPUTE DT-INSERT-SUB = DT-INNER-SUB + 1.
           MOVE DT-SAVE-ENTRY TO DT-ENTRY (DT-INSERT-SUB).
       210-EXIT.
           EXIT.

       220-SHIFT-IF-NEEDED.
           MOVE DT-ENTRY (DT-INNER-SUB)
               TO DT-ENTRY (DT-INNER-SUB + 1).
           SUBTRACT 1 FROM DT-INNER-SUB.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300/350 - PASS 2.  EVERY BOOKING FROM THE RUN DATE ON THAT  *
      *    WAS SENT TO THE VENDOR, BOOKED OR CANCELLED, IS COUNTED     *
      *    UNDER ITS APPOINTMENT DATE BY OUTCOME.                      *
      ******************************************************************
       300-START-SCHEDFIL.
           MOVE "300-START-SCHEDFIL" TO PARA-NAME.
           MOVE LOW-VALUES TO SCHEDFIL-REC-KEY.
           START SCHEDFIL KEY NOT < SCHEDFIL-REC-KEY.
           IF NOT SCHEDFIL-OK
               MOVE "N" TO MORE-SCHED-SW
               GO TO 300-EXIT.
           PERFORM 910-READ-SCHEDFIL THRU 910-EXIT.
       300-EXIT.
           EXIT.

       350-COUNT-BOOKING.
           MOVE "350-COUNT-BOOKING" TO PARA-NAME.
           IF SCH-NOT-REMINDED
               GO TO 350-READ-NEXT.
           IF SCH-DATE < WS-RUN-DATE-X
               GO TO 350-READ-NEXT.

           PERFORM 375-FIND-DATE THRU 375-EXIT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-COUNT
               OR DT-APPT-DATE (DT-SUB) = SCH-DATE.
           IF DT-SUB > DT-COUNT
               IF DT-COUNT >= 60
                   GO TO 350-READ-NEXT
               ELSE
                   ADD +1 TO DT-COUNT
                   MOVE SCH-DATE TO DT-APPT-DATE (DT-COUNT)
                   MOVE ZERO TO DT-REMINDED (DT-COUNT),
                                DT-CONFIRMED (DT-COUNT),
                                DT-CANCELLED (DT-COUNT),
                                DT-UNREACHABLE (DT-COUNT),
                                DT-NO-ANSWER (DT-COUNT).

           ADD +1 TO DT-REMINDED (DT-SUB).
           IF SCH-PATIENT-CONFIRMED
               ADD +1 TO DT-CONFIRMED (DT-SUB)
           ELSE
               IF SCH-PATIENT-CANCELLED
                   ADD +1 TO DT-CANCELLED (DT-SUB)
               ELSE
                   IF SCH-PATIENT-UNREACHABLE
                       ADD +1 TO DT-UNREACHABLE (DT-SUB)
                   ELSE
                       ADD +1 TO DT-NO-ANSWER (DT-SUB).
       350-READ-NEXT.
           PERFORM 910-READ-SCHEDFIL THRU 910-EXIT.
       350-EXIT.
           EXIT.

       375-FIND-DATE.
       375-EXIT.
           EXIT.

      ******************************************************************
      *    400-PRINT-REPORT - ONE LINE PER APPOINTMENT DATE.  THE      *
      *    RATE IS CONFIRMED OVER REMINDED.                            *
      ******************************************************************
       400-PRINT-REPORT.
           MOVE "400-PRINT-REPORT" TO PARA-NAME.
           PERFORM 450-PRINT-ONE-DATE THRU 450-EXIT
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-COUNT.
       400-EXIT.
           EXIT.

       450-PRINT-ONE-DATE.
           MOVE DT-APPT-DATE (DT-SUB)   TO DTL-APPT-DATE.
           MOVE DT-REMINDED (DT-SUB)    TO DTL-REMINDED.
           MOVE DT-CONFIRMED (DT-SUB)   TO DTL-CONFIRMED.
           MOVE DT-CANCELLED (DT-SUB)   TO DTL-CANCELLED.
           MOVE DT-UNREACHABLE (DT-SUB) TO DTL-UNREACHABLE.
           MOVE DT-NO-ANSWER (DT-SUB)   TO DTL-NO-ANSWER.
           COMPUTE WS-CONFIRM-PCT ROUNDED =
                   DT-CONFIRMED (DT-SUB) * 100 / DT-REMINDED (DT-SUB).
           MOVE WS-CONFIRM-PCT TO DTL-CONFIRM-PCT.
           WRITE CONFRPT-REC FROM RPT-DETAIL-LINE.
           ADD DT-REMINDED (DT-SUB)  TO TOTAL-REMINDED.
           ADD DT-CONFIRMED (DT-SUB) TO TOTAL-CONFIRMED.
       450-EXIT.
           EXIT.

       710-WRITE-RMDAERR.
           MOVE RMDRESP-REC TO RMDAERR-REST.
           WRITE RMDAERR-REC.
           ADD +1 TO RESPONSES-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-RMDRESP.
           READ RMDRESP INTO REMINDER-RESPONSE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RESPONSES-READ.
       900-EXIT.
           EXIT.

       910-READ-SCHEDFIL.
           READ SCHEDFIL NEXT RECORD INTO SCHEDULED-TREATMENT-REC
               AT END MOVE "N" TO MORE-SCHED-SW
           END-READ.
       910-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO CONFRPT-REC.
           WRITE CONFRPT-REC.
           MOVE 'RESPONSES READ'        TO RPT-TOTAL-LABEL.
           MOVE RESPONSES-READ          TO RPT-TOTAL-COUNT.
           WRITE CONFRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '  CONFIRMED'           TO RPT-TOTAL-LABEL.
           MOVE RESPONSES-CONFIRMED     TO RPT-TOTAL-COUNT.
           WRITE CONFRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '  CANCELLED'           TO RPT-TOTAL-LABEL.
           MOVE RESPONSES-CANCELLED     TO RPT-TOTAL-COUNT.
           WRITE CONFRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '  UNREACHABLE'         TO RPT-TOTAL-LABEL.
           MOVE RESPONSES-UNREACHABLE   TO RPT-TOTAL-COUNT.
           WRITE CONFRPT-REC FROM RPT-TOTAL-LINE.
           MOVE '  REJECTED'            TO RPT-TOTAL-LABEL.
           MOVE RESPONSES-REJECTED      TO RPT-TOTAL-COUNT.
           WRITE CONFRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SLOTS RELEASED'        TO RPT-TOTAL-LABEL.
           MOVE SLOTS-RELEASED          TO RPT-TOTAL-COUNT.
           WRITE CONFRPT-REC FROM RPT-TOTAL-LINE.
           MOVE ZERO TO WS-CONFIRM-PCT.
           IF TOTAL-REMINDED > ZERO
               COMPUTE WS-CONFIRM-PCT ROUNDED =
                       TOTAL-CONFIRMED * 100 / TOTAL-REMINDED.
           MOVE WS-CONFIRM-PCT TO PCT-OVERALL.
           WRITE CONFRPT-REC FROM RPT-PCT-LINE.
           CLOSE RMDRESP, RMDAERR, SCHEDFIL, RESVSLOT, CONFRPT.
           DISPLAY "** RESPONSES READ     " RESPONSES-READ.
           DISPLAY "** RESPONSES REJECTED " RESPONSES-REJECTED.
           DISPLAY "** SLOTS RELEASED     " SLOTS-RELEASED.
           DISPLAY "******** NORMAL END OF JOB SCHRMDA ********".
       999-EXIT.
           EXIT.
