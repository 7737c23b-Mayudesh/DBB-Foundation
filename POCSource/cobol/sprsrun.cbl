       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  SPRSRUN.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * SPRSRUN  - SUPERSEDED PARTS RUN-OUT REPORT.  READS THE         *
      *            SUPRSEXT EXTRACT WRITTEN BY SPRSXTRT (ONE RECORD    *
      *            PER VPARTSEG PART WITH A VSPRSEG SUPERSESSION) AND  *
      *            LISTS EVERY SUPERSEDED PART THAT STILL HAS STOCK    *
      *            ON HAND, WITH ITS REPLACEMENT AND WHAT TO DO WITH   *
      *            THE REMAINING STOCK:                                *
      *                                                                *
      *              - INTERCHANGEABLE STOCK IS ISSUED AS A SUBSTITUTE *
      *                BY BKORLSE UNTIL IT RUNS OUT                    *
      *              - STOCK THAT IS NOT INTERCHANGEABLE MUST BE USED  *
      *                UP AGAINST THE OLD PART NUMBER OR RETURNED      *
      *                                                                *
      *            A SUPERSESSION NOT YET EFFECTIVE IS LISTED AS       *
      *            PENDING SO THE STOREROOM CAN PLAN THE RUN-OUT.      *
      *            THE DAYS COLUMN IS DAYS SINCE (OR, NEGATIVE, DAYS   *
      *            UNTIL) THE EFFECTIVE DATE.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPRSEXT
           ASSIGN TO UT-S-SUPRSEXT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SUPRSEXT-STATUS.

           SELECT SPRSRPT
           ASSIGN TO UT-S-SPRSRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPRSEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPRSEXT-REC.
       01  SUPRSEXT-REC.
           05  SPRX-OLD-PART-NUMBER        PIC X(23).
           05  SPRX-REPL-PART-NUMBER       PIC X(23).
           05  SPRX-EFFECTIVE-DATE         PIC 9(08).
           05  SPRX-INTERCHANGEABLE        PIC X(01).
               88  SPRX-IS-INTERCHANGEABLE VALUE 'Y'.
           05  SPRX-QTY-ON-HAND            PIC 9(07).
           05  SPRX-PART-NAME              PIC X(14).
           05  FILLER                      PIC X(04).

       FD  SPRSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPRSRPT-REC.
       01  SPRSRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SUPRSEXT-STATUS         PIC X(2).
               88 SUPRSEXT-OK          VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 PARTS-READ               PIC 9(7) COMP VALUE 0.
           05 PARTS-RUNNING-OUT        PIC 9(7) COMP VALUE 0.
           05 PARTS-PENDING            PIC 9(7) COMP VALUE 0.
           05 PARTS-RUN-OUT            PIC 9(7) COMP VALUE 0.
           05 QTY-INTERCHANGEABLE      PIC 9(9) COMP VALUE 0.
           05 QTY-NOT-INTERCHANGEABLE  PIC 9(9) COMP VALUE 0.
           05 BAD-EFFECTIVE-DATES      PIC 9(7) COMP VALUE 0.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               '** SUPERSEDED PARTS RUN-OUT - RUN:      '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(44) VALUE
               ' SUPERSEDED PART         NAME             ON'.
           05  FILLER                  PIC X(44) VALUE
               ' HAND REPLACEMENT PART        EFFECTIVE DAYS'.
           05  FILLER                  PIC X(44) VALUE
               '  STATUS     ACTION                         '.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-OLD-PART            PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PART-NAME           PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-QTY                 PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-REPL-PART           PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DAYS                PIC ----9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-STATUS              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ACTION              PIC X(25).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF BAD-EFFECTIVE-DATES > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SPRSRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE SPRSRPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO SPRSRPT-REC.
           WRITE SPRSRPT-REC.
           WRITE SPRSRPT-REC FROM RPT-COLUMN-LINE.
           OPEN INPUT SUPRSEXT.
           IF NOT SUPRSEXT-OK
               DISPLAY "** SUPRSEXT OPEN FAILED, STATUS="
                       SUPRSEXT-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-SUPRSEXT THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - A SUPERSEDED PART WITH NOTHING LEFT ON HAND  *
      *    HAS RUN OUT AND IS ONLY COUNTED.                            *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF SPRX-QTY-ON-HAND = ZERO
               ADD +1 TO PARTS-RUN-OUT
               GO TO 100-NEXT.

           MOVE 'DIF '              TO DSRV-FUNCTION.
           MOVE SPRX-EFFECTIVE-DATE TO DSRV-DATE-1.
           MOVE WS-RUN-DATE         TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** INVALID EFFECTIVE DATE " SPRX-EFFECTIVE-DATE
                       " ON PART " SPRX-OLD-PART-NUMBER
               ADD +1 TO BAD-EFFECTIVE-DATES
               MOVE ZERO TO DSRV-DAYS.
           PERFORM 200-PRINT-PART THRU 200-EXIT.
       100-NEXT.
           PERFORM 900-READ-SUPRSEXT THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-PRINT-PART - ONE LINE PER SUPERSEDED PART WITH STOCK.   *
      ******************************************************************
       200-PRINT-PART.
           MOVE "200-PRINT-PART" TO PARA-NAME.
           MOVE SPRX-OLD-PART-NUMBER  TO DTL-OLD-PART.
           MOVE SPRX-PART-NAME        TO DTL-PART-NAME.
           MOVE SPRX-QTY-ON-HAND      TO DTL-QTY.
           MOVE SPRX-REPL-PART-NUMBER TO DTL-REPL-PART.
           MOVE SPRX-EFFECTIVE-DATE   TO DTL-EFFECTIVE-DATE.
           MOVE DSRV-DAYS             TO DTL-DAYS.
           IF SPRX-EFFECTIVE-DATE > WS-RUN-DATE
               MOVE 'PENDING'   TO DTL-STATUS
               ADD +1 TO PARTS-PENDING
           ELSE
               MOVE 'IN EFFECT' TO DTL-STATUS
               ADD +1 TO PARTS-RUNNING-OUT.
           IF SPRX-IS-INTERCHANGEABLE
               MOVE 'ISSUE AS SUBSTITUTE'      TO DTL-ACTION
               ADD SPRX-QTY-ON-HAND TO QTY-INTERCHANGEABLE
           ELSE
               MOVE 'USE UP OR RETURN'         TO DTL-ACTION
               ADD SPRX-QTY-ON-HAND TO QTY-NOT-INTERCHANGEABLE.
           WRITE SPRSRPT-REC FROM RPT-DETAIL-LINE.
       200-EXIT.
           EXIT.

       900-READ-SUPRSEXT.
           READ SUPRSEXT
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO PARTS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO SPRSRPT-REC.
           WRITE SPRSRPT-REC.
           MOVE 'SUPERSEDED PARTS READ:        ' TO RPT-TOTAL-LABEL.
           MOVE PARTS-READ          TO RPT-TOTAL-COUNT.
           WRITE SPRSRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'RUNNING OUT - IN EFFECT:      ' TO RPT-TOTAL-LABEL.
           MOVE PARTS-RUNNING-OUT   TO RPT-TOTAL-COUNT.
           WRITE SPRSRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'RUNNING OUT - PENDING:        ' TO RPT-TOTAL-LABEL.
           MOVE PARTS-PENDING       TO RPT-TOTAL-COUNT.
           WRITE SPRSRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY RUN OUT:              ' TO RPT-TOTAL-LABEL.
           MOVE PARTS-RUN-OUT       TO RPT-TOTAL-COUNT.
           WRITE SPRSRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'QTY INTERCHANGEABLE:          ' TO RPT-TOTAL-LABEL.
           MOVE QTY-INTERCHANGEABLE TO RPT-TOTAL-COUNT.
           WRITE SPRSRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'QTY NOT INTERCHANGEABLE:      ' TO RPT-TOTAL-LABEL.
           MOVE QTY-NOT-INTERCHANGEABLE TO RPT-TOTAL-COUNT.
           WRITE SPRSRPT-REC FROM RPT-TOTAL-LINE.
           IF BAD-EFFECTIVE-DATES > 0
               MOVE 'INVALID EFFECTIVE DATES:      ' TO RPT-TOTAL-LABEL
               MOVE BAD-EFFECTIVE-DATES TO RPT-TOTAL-COUNT
               WRITE SPRSRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE SUPRSEXT SPRSRPT.
           DISPLAY "** SUPERSEDED PARTS READ " PARTS-READ.
           DISPLAY "** RUNNING OUT           " PARTS-RUNNING-OUT.
           DISPLAY "** PENDING               " PARTS-PENDING.
           DISPLAY "** ALREADY RUN OUT       " PARTS-RUN-OUT.
           DISPLAY "******** NORMAL END OF JOB SPRSRUN ********".
       999-EXIT.
           EXIT.
