       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  SCHRMDX.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * SCHRMDX - NIGHTLY APPOINTMENT REMINDER EXTRACT.  EVERY BOOKED *
      *           TREATMENT ON SCHEDFIL SCHEDULED TWO DAYS AFTER THE  *
      *           RUN DATE GOES OUT ON RMDEXTR TO THE CALL/TEXT       *
      *           REMINDER VENDOR WITH THE PATIENT'S NAME AND PHONE   *
      *           FROM PATMSTR AND THE WARD, TREATMENT AND SLOT.      *
      *           EACH BOOKING SENT IS MARKED REMINDER-SENT ON        *
      *           SCHEDFIL; SCHRMDA APPLIES THE VENDOR'S ANSWERS.     *
      *                                                               *
      *           A BOOKING THE PATIENT HAS ALREADY ANSWERED IS NOT   *
      *           SENT AGAIN, SO A RERUN ONLY REPEATS THE UNANSWERED. *
      *           A PATIENT MISSING FROM PATMSTR OR WITH NO PHONE IS  *
      *           LISTED AND SETS A WARNING RETURN CODE.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SCHEDFIL
                  ASSIGN       to SCHEDFIL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SCHEDFIL-REC-KEY
                  FILE STATUS  is SCHEDFIL-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY IN PATMSTR-REC
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT RMDEXTR
           ASSIGN TO UT-S-RMDEXTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDFIL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SCHEDFIL-FD-REC.
       01  SCHEDFIL-FD-REC.
           05 SCHEDFIL-REC-KEY PIC X(16).
           05 FILLER           PIC X(64).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  RMDEXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMDEXTR-REC.
       01  RMDEXTR-REC                      PIC X(120).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SCHEDFIL-STATUS         PIC X(2).
               88 SCHEDFIL-OK          VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-SCHED-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-SCHED VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                          PIC X(08).
           05 WS-TARGET-DATE              PIC 9(08) VALUE 0.
           05 WS-TARGET-DATE-X REDEFINES WS-TARGET-DATE
                                          PIC X(08).
           05 TYPE-SUB                    PIC S9(04) COMP VALUE +0.

      *    PLAIN-LANGUAGE TREATMENT NAMES FOR THE VENDOR'S SCRIPT.
       01  TREATMENT-DESC-VALUES.
           05 FILLER PIC X(22) VALUE 'MRMRI SCAN            '.
           05 FILLER PIC X(22) VALUE 'CTCT SCAN             '.
           05 FILLER PIC X(22) VALUE 'CHCHEMOTHERAPY        '.
           05 FILLER PIC X(22) VALUE 'RTRADIATION THERAPY   '.
           05 FILLER PIC X(22) VALUE 'SGSURGERY             '.
           05 FILLER PIC X(22) VALUE 'LTLABORATORY TESTS    '.
       01  TREATMENT-DESC-TABLE REDEFINES TREATMENT-DESC-VALUES.
           05 TDT-ENTRY OCCURS 6 TIMES.
              10 TDT-TYPE                 PIC X(02).
              10 TDT-DESC                 PIC X(20).

       01  COUNTERS-AND-ACCUMULATORS.
           05 BOOKINGS-READ            PIC 9(7) COMP VALUE 0.
           05 REMINDERS-EXTRACTED      PIC 9(7) COMP VALUE 0.
           05 ALREADY-ANSWERED         PIC 9(7) COMP VALUE 0.
           05 PATIENTS-NOT-FOUND       PIC 9(7) COMP VALUE 0.
           05 PATIENTS-NO-PHONE        PIC 9(7) COMP VALUE 0.

       COPY SCHEDREC.

       COPY PATMSTR.

       COPY RMDEXTR.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-SCHED.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (PATIENTS-NOT-FOUND > 0 OR PATIENTS-NO-PHONE > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O SCHEDFIL.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT RMDEXTR.

      *    THE REMINDER GOES OUT TWO CALENDAR DAYS AHEAD.
           MOVE 'ADD '      TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           MOVE +2          TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** DATESRV FAILED ON RUN DATE " WS-RUN-DATE
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-SCHED-SW
               GO TO 000-EXIT.
           MOVE DSRV-DATE-2 TO WS-TARGET-DATE.
           PERFORM 900-READ-SCHEDFIL THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF NOT SCH-IS-BOOKED
               GO TO 100-READ-NEXT.
           IF SCH-DATE NOT = WS-TARGET-DATE-X
               GO TO 100-READ-NEXT.
           ADD +1 TO BOOKINGS-READ.
           IF NOT SCH-NOT-REMINDED AND NOT SCH-REMINDER-SENT
               ADD +1 TO ALREADY-ANSWERED
               GO TO 100-READ-NEXT.

           MOVE SCH-PATIENT-ID TO PATIENT-KEY IN PATMSTR-REC.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               DISPLAY "** PATIENT NOT ON PATMSTR: " SCH-PATIENT-ID
                       " TYPE " SCH-TREATMENT-TYPE " DATE " SCH-DATE
               ADD +1 TO PATIENTS-NOT-FOUND
               GO TO 100-READ-NEXT.
           IF PATIENT-PHONE = SPACES OR PATIENT-PHONE = ZEROS
               DISPLAY "** NO PHONE ON PATMSTR: " SCH-PATIENT-ID
                       " TYPE " SCH-TREATMENT-TYPE " DATE " SCH-DATE
               ADD +1 TO PATIENTS-NO-PHONE
               GO TO 100-READ-NEXT.

           PERFORM 200-WRITE-EXTRACT THRU 200-EXIT.

           MOVE 'S'         TO SCH-REMINDER-STATUS.
           MOVE WS-RUN-DATE TO SCH-REMINDER-DATE.
           MOVE SPACES      TO SCH-RESPONSE-DATE.
           REWRITE SCHEDFIL-FD-REC FROM SCHEDULED-TREATMENT-REC.
           IF NOT SCHEDFIL-OK
               DISPLAY "** SCHEDFIL REWRITE FAILED, STATUS "
                       SCHEDFIL-STATUS " FOR " SCH-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       100-READ-NEXT.
           PERFORM 900-READ-SCHEDFIL THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-WRITE-EXTRACT.
           MOVE "200-WRITE-EXTRACT" TO PARA-NAME.
           INITIALIZE REMINDER-EXTRACT-REC.
           MOVE SCH-KEY              TO RMX-SCH-KEY.
           MOVE PATIENT-NAME         TO RMX-PATIENT-NAME.
           MOVE PATIENT-PHONE        TO RMX-PATIENT-PHONE.
           MOVE SCH-WARD-ID          TO RMX-WARD-ID.
           MOVE SCH-SLOT-TIME        TO RMX-SLOT-TIME.
           MOVE SCH-RESOURCE-ID      TO RMX-RESOURCE-ID.
           MOVE SCH-ORDERING-PHYS-ID TO RMX-ORDERING-PHYS-ID.
           MOVE WS-RUN-DATE          TO RMX-EXTRACT-DATE.
           PERFORM 250-FIND-DESC THRU 250-EXIT
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 6
               OR TDT-TYPE (TYPE-SUB) = SCH-TREATMENT-TYPE.
           IF TYPE-SUB > 6
               MOVE SCH-TREATMENT-TYPE TO RMX-TREATMENT-DESC
           ELSE
               MOVE TDT-DESC (TYPE-SUB) TO RMX-TREATMENT-DESC.
           WRITE RMDEXTR-REC FROM REMINDER-EXTRACT-REC.
           ADD +1 TO REMINDERS-EXTRACTED.
       200-EXIT.
           EXIT.

       250-FIND-DESC.
       250-EXIT.
           EXIT.

       900-READ-SCHEDFIL.
           READ SCHEDFIL INTO SCHEDULED-TREATMENT-REC
               AT END MOVE "N" TO MORE-SCHED-SW
           END-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE SCHEDFIL, PATMSTR, RMDEXTR.
           DISPLAY "** APPOINTMENT DATE       " WS-TARGET-DATE.
           DISPLAY "** BOOKINGS FOR THE DATE  " BOOKINGS-READ.
           DISPLAY "** REMINDERS EXTRACTED    " REMINDERS-EXTRACTED.
           DISPLAY "** ALREADY ANSWERED       " ALREADY-ANSWERED.
           DISPLAY "** NOT ON PATMSTR         " PATIENTS-NOT-FOUND.
           DISPLAY "** NO PHONE NUMBER        " PATIENTS-NO-PHONE.
           DISPLAY "******** NORMAL END OF JOB SCHRMDX ********".
       999-EXIT.
           EXIT.
