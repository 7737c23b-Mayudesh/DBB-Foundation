       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PERCHK.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * PERCHK - SHARED FISCAL PERIOD SERVICE (SEE PERCHKP FOR THE    *
      *          CALL CONVENTION).  TELLS A POSTING PROGRAM WHETHER   *
      *          A TRANSACTION DATE FALLS IN A PERIOD FINANCE HAS     *
      *          CLOSED ON FISCPER AND, IF SO, THE DATE TO BOOK IT    *
      *          UNDER INSTEAD - THE FIRST DAY OF THE NEXT PERIOD     *
      *          THAT IS STILL OPEN.  NOTHING IS EVER BACK-POSTED     *
      *          INTO A CLOSED MONTH.  THE FILE OPENS ON THE FIRST    *
      *          CALL AND STAYS OPEN FOR THE RUN, THE WAY BIZCAL      *
      *          HOLDS THE CALENDAR OPEN; THE LAST PERIOD JUDGED IS   *
      *          KEPT SO A RUN OF SAME-MONTH ITEMS READS THE FILE     *
      *          ONCE.                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FISCPER
                  ASSIGN       to FISCPER
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is FISCPER-REC-KEY
                  FILE STATUS  is FISCPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCPER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FISCPER-FD-REC.
       01  FISCPER-FD-REC.
           05 FISCPER-REC-KEY  PIC 9(06).
           05 FILLER           PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  FISCPER-STATUS          PIC X(2).
               88 FISCPER-OK           VALUE "00".
               88 FISCPER-NOT-FOUND    VALUE "23".

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 WS-FILE-OPEN-SW             PIC X(01) VALUE "N".
              88 FILE-IS-OPEN VALUE "Y".
              88 FILE-UNAVAILABLE VALUE "U".
           05 WS-WORK-PERIOD              PIC 9(06) VALUE 0.
           05 WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
              10 WS-WORK-CCYY             PIC 9(04).
              10 WS-WORK-MM               PIC 9(02).
           05 WS-TRAN-DATE                PIC 9(08) VALUE 0.
           05 WS-TRAN-DATE-PARTS REDEFINES WS-TRAN-DATE.
              10 WS-TRAN-PERIOD           PIC 9(06).
              10 WS-TRAN-DD               PIC 9(02).
           05 WS-NEW-POST-DATE            PIC 9(08) VALUE 0.
           05 WS-NEW-POST-PARTS REDEFINES WS-NEW-POST-DATE.
              10 WS-NEW-POST-PERIOD       PIC 9(06).
              10 WS-NEW-POST-DD           PIC 9(02).
           05 WS-PERIOD-FLAG              PIC X(01) VALUE SPACE.
              88 WORK-PERIOD-CLOSED VALUE "C".
           05 WS-STEP-COUNT               PIC S9(04) COMP VALUE +0.
           05 WS-FOUND-SW                 PIC X(01) VALUE "N".
              88 OPEN-PERIOD-FOUND VALUE "Y".

      * THE LAST PERIOD JUDGED AND WHERE ITS ITEMS WERE SENT.
       01  LAST-PERIOD-FIELDS.
           05 WS-LAST-PERIOD              PIC 9(06) VALUE 0.
           05 WS-LAST-FLAG                PIC X(01) VALUE SPACE.
           05 WS-LAST-OPEN-PERIOD         PIC 9(06) VALUE 0.

       COPY FISCPER.

       COPY DATESRVP.

       LINKAGE SECTION.

       COPY PERCHKP.

       PROCEDURE DIVISION USING PERIOD-CHECK-PARMS.
           MOVE "PERCHK-MAINLINE" TO PARA-NAME.
           MOVE ZERO TO PCK-RETURN-CD.
           MOVE "O" TO PCK-PERIOD-FLAG.
           MOVE PCK-TRAN-DATE TO PCK-POST-DATE.
           IF NOT PCK-CHECK-PERIOD
               MOVE -1 TO PCK-RETURN-CD
               GOBACK.

           MOVE 'VAL ' TO DSRV-FUNCTION.
           MOVE PCK-TRAN-DATE TO DSRV-DATE-1.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               MOVE -1 TO PCK-RETURN-CD
               GOBACK.

           IF NOT FILE-IS-OPEN AND NOT FILE-UNAVAILABLE
               PERFORM 100-OPEN-FILE THRU 100-EXIT.
           IF FILE-UNAVAILABLE
               MOVE -2 TO PCK-RETURN-CD
               GOBACK.

           MOVE PCK-TRAN-DATE TO WS-TRAN-DATE.
           IF WS-TRAN-PERIOD NOT = WS-LAST-PERIOD
               PERFORM 200-JUDGE-TRAN-PERIOD THRU 200-EXIT.
           IF PCK-RETURN-CD < ZERO
               GOBACK.

           MOVE WS-LAST-FLAG TO PCK-PERIOD-FLAG.
           IF PCK-PERIOD-CLOSED
               MOVE WS-LAST-OPEN-PERIOD TO WS-NEW-POST-PERIOD
               MOVE 01 TO WS-NEW-POST-DD
               MOVE WS-NEW-POST-DATE TO PCK-POST-DATE.
           GOBACK.

       100-OPEN-FILE.
           MOVE "100-OPEN-FILE" TO PARA-NAME.
           OPEN INPUT FISCPER.
           IF FISCPER-OK
               MOVE "Y" TO WS-FILE-OPEN-SW
           ELSE
               DISPLAY "** FISCPER OPEN FAILED, STATUS "
                       FISCPER-STATUS
               MOVE "U" TO WS-FILE-OPEN-SW.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-JUDGE-TRAN-PERIOD - LOOK THE TRANSACTION'S MONTH UP     *
      *    ON FISCPER AND, WHEN IT IS CLOSED, WALK FORWARD A MONTH AT  *
      *    A TIME TO THE FIRST ONE THAT IS NOT.  THE ANSWER IS KEPT    *
      *    IN THE LAST-PERIOD FIELDS FOR THE NEXT CALL.                *
      ******************************************************************
       200-JUDGE-TRAN-PERIOD.
           MOVE "200-JUDGE-TRAN-PERIOD" TO PARA-NAME.
           MOVE WS-TRAN-PERIOD TO WS-WORK-PERIOD.
           PERFORM 400-READ-PERIOD THRU 400-EXIT.
           IF NOT WORK-PERIOD-CLOSED
               MOVE WS-TRAN-PERIOD TO WS-LAST-PERIOD
               MOVE "O"            TO WS-LAST-FLAG
               MOVE WS-TRAN-PERIOD TO WS-LAST-OPEN-PERIOD
               GO TO 200-EXIT.

           MOVE "N"  TO WS-FOUND-SW.
           MOVE ZERO TO WS-STEP-COUNT.
           PERFORM 300-STEP-ONE-MONTH THRU 300-EXIT
               UNTIL OPEN-PERIOD-FOUND OR WS-STEP-COUNT > 23.
           IF NOT OPEN-PERIOD-FOUND
               MOVE ZERO TO WS-LAST-PERIOD
               MOVE -3 TO PCK-RETURN-CD
               GO TO 200-EXIT.
           MOVE WS-TRAN-PERIOD TO WS-LAST-PERIOD.
           MOVE "C"            TO WS-LAST-FLAG.
           MOVE WS-WORK-PERIOD TO WS-LAST-OPEN-PERIOD.
       200-EXIT.
           EXIT.

       300-STEP-ONE-MONTH.
           IF WS-WORK-MM = 12
               MOVE 01 TO WS-WORK-MM
               ADD +1 TO WS-WORK-CCYY
           ELSE
               ADD +1 TO WS-WORK-MM.
           ADD +1 TO WS-STEP-COUNT.
           PERFORM 400-READ-PERIOD THRU 400-EXIT.
           IF NOT WORK-PERIOD-CLOSED
               MOVE "Y" TO WS-FOUND-SW.
       300-EXIT.
           EXIT.

       400-READ-PERIOD.
           MOVE "O" TO WS-PERIOD-FLAG.
           MOVE WS-WORK-PERIOD TO FISCPER-REC-KEY.
           READ FISCPER INTO FISCAL-PERIOD-REC.
           IF FISCPER-OK AND FP-PERIOD-CLOSED
               MOVE "C" TO WS-PERIOD-FLAG.
       400-EXIT.
           EXIT.
