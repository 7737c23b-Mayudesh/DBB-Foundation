       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  LOTEXPR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * LOTEXPR  - NIGHTLY LOT EXPIRY RUN.  READS THE LOTBAL LOT       *
      *            BALANCE FILE FRONT TO BACK AND, FOR EVERY LOT WITH  *
      *            STOCK ON HAND AND AN EXPIRY DATE:                   *
      *                                                                *
      *              - A LOT PAST ITS EXPIRY DATE IS QUARANTINED: ITS  *
      *                STATUS IS SET SO BKORLSE AND WARDREPL WILL NOT  *
      *                PICK IT, AND A LOTLEDGR RECORD SHOWS WHEN AND   *
      *                HOW MUCH, FOR LOTTRACE                          *
      *              - A LOT EXPIRING WITHIN 90 DAYS IS LISTED ON THE  *
      *                EXPIRING-STOCK REPORT UNDER ITS 30, 60 OR 90    *
      *                DAY BAND                                        *
      *                                                                *
      *            THE REPORT (EXPRPT) IS PRINTED BY WAREHOUSE, ONE    *
      *            SECTION PER STOREROOM: THE LOTS QUARANTINED THIS    *
      *            RUN, THEN THE 30, 60 AND 90 DAY BANDS, THEN THE     *
      *            WAREHOUSE'S LOT COUNTS.  THE QUARANTINED STOCK      *
      *            STAYS ON HAND UNTIL THE STOREROOM ISSUES IT OUT     *
      *            FOR DISPOSAL ON A LOTAPPLY ISSUE CARD.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOTBAL
                  ASSIGN       to LOTBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is LOTBAL-REC-KEY
                  FILE STATUS  is LOTBAL-STATUS.

           SELECT LOTLEDGR
           ASSIGN TO UT-S-LOTLEDGR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LEDGER-STATUS.

           SELECT EXPRPT
           ASSIGN TO UT-S-EXPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOTBAL-FD-REC.
       01  LOTBAL-FD-REC.
           05 LOTBAL-REC-KEY   PIC X(36).
           05 FILLER           PIC X(44).

       FD  LOTLEDGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTLEDGR-REC.
       01  LOTLEDGR-REC                    PIC X(80).

       FD  EXPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPRPT-REC.
       01  EXPRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  LOTBAL-STATUS           PIC X(2).
               88 LOTBAL-OK            VALUE "00".
           05  LEDGER-STATUS           PIC X(2).
               88 LEDGER-OK            VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-DAYS-TO-EXPIRY           PIC S9(07) VALUE +0.
           05 WS-BAND                     PIC S9(04) COMP VALUE +0.
           05 WS-NEXT-WHSE                PIC X(03) VALUE SPACES.
           05 EXP-SUB                     PIC S9(04) COMP VALUE +0.
           05 WHS-SUB                     PIC S9(04) COMP VALUE +0.
           05 WHS-PICK-SUB                PIC S9(04) COMP VALUE +0.
           05 BAND-SUB                    PIC S9(04) COMP VALUE +0.

      *    THE REPORT BANDS.  BAND 1 IS THE LOTS QUARANTINED THIS RUN;
      *    A LOT WITH N DAYS TO RUN FALLS IN THE FIRST BAND WHOSE
      *    LIMIT IS NOT BELOW N.
       01  BAND-VALUES.
           05  FILLER  PIC X(35) VALUE
               '000QUARANTINED THIS RUN - EXPIRED  '.
           05  FILLER  PIC X(35) VALUE
               '030EXPIRING WITHIN 30 DAYS         '.
           05  FILLER  PIC X(35) VALUE
               '060EXPIRING IN 31 TO 60 DAYS       '.
           05  FILLER  PIC X(35) VALUE
               '090EXPIRING IN 61 TO 90 DAYS       '.
       01  BAND-TABLE REDEFINES BAND-VALUES.
           05  BAND-ENTRY OCCURS 4 TIMES.
               10  BAND-LIMIT-DAYS        PIC 9(03).
               10  BAND-TITLE             PIC X(32).

      *    EVERY LOT THE REPORT LISTS, IN LOTBAL ORDER.
       01  EXPIRING-LOT-TABLE.
           05 EXP-COUNT                   PIC S9(04) COMP VALUE +0.
           05 EXP-ENTRY OCCURS 2000 TIMES.
              10 EXP-WHSE                 PIC X(03).
              10 EXP-PART-NUMBER          PIC X(23).
              10 EXP-LOT-NUMBER           PIC X(10).
              10 EXP-EXPIRY-DATE          PIC 9(08).
              10 EXP-DAYS                 PIC S9(05) COMP-3.
              10 EXP-QTY                  PIC 9(07) COMP.
              10 EXP-BAND                 PIC S9(04) COMP.

      *    ONE ENTRY PER WAREHOUSE WITH A LOT ON THE REPORT.
       01  WAREHOUSE-TABLE.
           05 WHS-COUNT                   PIC S9(04) COMP VALUE +0.
           05 WHS-ENTRY OCCURS 100 TIMES.
              10 WHS-CODE                 PIC X(03).
              10 WHS-PRINTED-SW           PIC X(01).
                 88 WHS-PRINTED           VALUE "Y".
              10 WHS-BAND-LOTS OCCURS 4 TIMES
                                          PIC 9(07) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05 LOTS-READ                PIC 9(7) COMP VALUE 0.
           05 LOTS-QUARANTINED         PIC 9(7) COMP VALUE 0.
           05 LOTS-EXPIRING            PIC 9(7) COMP VALUE 0.
           05 LOTS-NOT-LISTED          PIC 9(7) COMP VALUE 0.
           05 BAD-EXPIRY-DATES         PIC 9(7) COMP VALUE 0.

       COPY LOTBAL.

       COPY LOTLEDGR.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               '** EXPIRING STOCK BY WAREHOUSE - RUN:   '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  RPT-WHSE-LINE.
           05  FILLER                  PIC X(12) VALUE ' WAREHOUSE: '.
           05  WHL-WHSE                PIC X(03).
           05  FILLER                  PIC X(117) VALUE SPACES.

       01  RPT-BAND-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BDL-TITLE               PIC X(32).
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DTL-PART-NUM            PIC X(23).
           05  FILLER                  PIC X(07) VALUE '  LOT: '.
           05  DTL-LOT-NUM             PIC X(10).
           05  FILLER                  PIC X(07) VALUE '  EXP: '.
           05  DTL-EXPIRY-DATE         PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  DAYS: '.
           05  DTL-DAYS                PIC ----9.
           05  FILLER                  PIC X(07) VALUE '  QTY: '.
           05  DTL-QTY                 PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  RPT-WHSE-TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               '   LOTS - QUARANTINED '.
           05  WTL-BAND-1              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  30-DAY '.
           05  WTL-BAND-2              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  60-DAY '.
           05  WTL-BAND-3              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  90-DAY '.
           05  WTL-BAND-4              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 500-PRINT-REPORT THRU 500-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF (LOTS-NOT-LISTED > 0 OR BAD-EXPIRY-DATES > 0)
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXPRPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE EXPRPT-REC FROM RPT-HEADER-LINE.
           OPEN I-O LOTBAL.
           IF NOT LOTBAL-OK
               DISPLAY "** LOTBAL OPEN FAILED, STATUS=" LOTBAL-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           OPEN EXTEND LOTLEDGR.
           IF NOT LEDGER-OK
               OPEN OUTPUT LOTLEDGR.
           PERFORM 900-READ-LOTBAL THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - A LOT WITH NOTHING ON HAND, NO EXPIRY DATE,  *
      *    OR ALREADY IN QUARANTINE IS PASSED OVER.  AN EXPIRY DATE    *
      *    IS THE LAST DAY THE LOT MAY BE USED.                        *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF LOT-QTY-ON-HAND = ZERO
             OR LOT-EXPIRY-DATE = ZERO
             OR LOT-QUARANTINED
               GO TO 100-NEXT.

           IF LOT-EXPIRY-DATE < WS-RUN-DATE
               PERFORM 200-QUARANTINE-LOT THRU 200-EXIT
               GO TO 100-NEXT.

           MOVE 'DIF '          TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE     TO DSRV-DATE-1.
           MOVE LOT-EXPIRY-DATE TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** INVALID EXPIRY DATE " LOT-EXPIRY-DATE
                       " ON LOT " LOT-BAL-KEY
               ADD +1 TO BAD-EXPIRY-DATES
               GO TO 100-NEXT.
           MOVE DSRV-DAYS TO WS-DAYS-TO-EXPIRY.
           IF WS-DAYS-TO-EXPIRY > BAND-LIMIT-DAYS (4)
               GO TO 100-NEXT.
           PERFORM 150-FIND-BAND THRU 150-EXIT
                   VARYING WS-BAND FROM 2 BY 1
                   UNTIL WS-DAYS-TO-EXPIRY
                         NOT > BAND-LIMIT-DAYS (WS-BAND).
           PERFORM 300-TABLE-LOT THRU 300-EXIT.
           ADD +1 TO LOTS-EXPIRING.
       100-NEXT.
           PERFORM 900-READ-LOTBAL THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-FIND-BAND.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    200-QUARANTINE-LOT - SET THE LOT ASIDE SO NO PICK TAKES IT, *
      *    AND LEDGER THE QUANTITY QUARANTINED.                        *
      ******************************************************************
       200-QUARANTINE-LOT.
           MOVE "200-QUARANTINE-LOT" TO PARA-NAME.
           MOVE 'Q'         TO LOT-STATUS.
           MOVE WS-RUN-DATE TO LOT-QUARANTINE-DATE.
           MOVE LOT-BAL-KEY TO LOTBAL-REC-KEY.
           REWRITE LOTBAL-FD-REC FROM LOT-BALANCE-REC.
           IF NOT LOTBAL-OK
               DISPLAY "** LOTBAL REWRITE FAILED, STATUS="
                       LOTBAL-STATUS " FOR " LOT-BAL-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 200-EXIT.
           MOVE LOT-PART-NUMBER TO LOTM-PART-NUMBER.
           MOVE LOT-WHSE-CODE   TO LOTM-WHSE-CODE.
           MOVE LOT-NUMBER      TO LOTM-LOT-NUMBER.
           MOVE WS-RUN-DATE     TO LOTM-DATE.
           MOVE 'Q'             TO LOTM-TYPE.
           MOVE LOT-QTY-ON-HAND TO LOTM-QTY.
           MOVE SPACES          TO LOTM-REFERENCE.
           STRING 'EXPIRED ' LOT-EXPIRY-DATE DELIMITED BY SIZE
               INTO LOTM-REFERENCE.
           MOVE 'LOTEXPR'       TO LOTM-SOURCE-PROGRAM.
           WRITE LOTLEDGR-REC FROM LOT-LEDGER-REC.
           ADD +1 TO LOTS-QUARANTINED.
           MOVE +1 TO WS-BAND.
           MOVE ZERO TO WS-DAYS-TO-EXPIRY.
           PERFORM 300-TABLE-LOT THRU 300-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-TABLE-LOT - HOLD THE LOT FOR THE REPORT UNDER WS-BAND   *
      *    AND COUNT IT AGAINST ITS WAREHOUSE.                         *
      ******************************************************************
       300-TABLE-LOT.
           PERFORM 320-FIND-WHSE THRU 320-EXIT
                   VARYING WHS-SUB FROM 1 BY 1
                   UNTIL WHS-SUB > WHS-COUNT
                   OR WHS-CODE (WHS-SUB) = LOT-WHSE-CODE.
           IF WHS-SUB > WHS-COUNT
               IF WHS-COUNT NOT < 100
                   ADD +1 TO LOTS-NOT-LISTED
                   GO TO 300-EXIT
               END-IF
               ADD +1 TO WHS-COUNT
               MOVE WHS-COUNT     TO WHS-SUB
               MOVE LOT-WHSE-CODE TO WHS-CODE (WHS-SUB)
               MOVE "N"           TO WHS-PRINTED-SW (WHS-SUB)
               MOVE ZERO          TO WHS-BAND-LOTS (WHS-SUB, 1)
                                     WHS-BAND-LOTS (WHS-SUB, 2)
                                     WHS-BAND-LOTS (WHS-SUB, 3)
                                     WHS-BAND-LOTS (WHS-SUB, 4)
           END-IF.
           IF EXP-COUNT NOT < 2000
               ADD +1 TO LOTS-NOT-LISTED
               GO TO 300-EXIT.
           ADD +1 TO EXP-COUNT.
           MOVE LOT-WHSE-CODE     TO EXP-WHSE (EXP-COUNT).
           MOVE LOT-PART-NUMBER   TO EXP-PART-NUMBER (EXP-COUNT).
           MOVE LOT-NUMBER        TO EXP-LOT-NUMBER (EXP-COUNT).
           MOVE LOT-EXPIRY-DATE   TO EXP-EXPIRY-DATE (EXP-COUNT).
           MOVE WS-DAYS-TO-EXPIRY TO EXP-DAYS (EXP-COUNT).
           MOVE LOT-QTY-ON-HAND   TO EXP-QTY (EXP-COUNT).
           MOVE WS-BAND           TO EXP-BAND (EXP-COUNT).
           ADD +1 TO WHS-BAND-LOTS (WHS-SUB, WS-BAND).
       300-EXIT.
           EXIT.

       320-FIND-WHSE.
       320-EXIT.
           EXIT.

      ******************************************************************
      *    500-PRINT-REPORT - ONE SECTION PER WAREHOUSE, IN WAREHOUSE  *
      *    CODE ORDER, SO EACH STOREROOM'S PAGES SEPARATE CLEANLY.     *
      ******************************************************************
       500-PRINT-REPORT.
           MOVE "500-PRINT-REPORT" TO PARA-NAME.
           MOVE +1 TO WHS-PICK-SUB.
           PERFORM 510-PRINT-NEXT-WHSE THRU 510-EXIT
                   UNTIL WHS-PICK-SUB = ZERO.
       500-EXIT.
           EXIT.

       510-PRINT-NEXT-WHSE.
           MOVE ZERO TO WHS-PICK-SUB.
           MOVE HIGH-VALUES TO WS-NEXT-WHSE.
           PERFORM 520-LOWEST-WHSE THRU 520-EXIT
                   VARYING WHS-SUB FROM 1 BY 1
                   UNTIL WHS-SUB > WHS-COUNT.
           IF WHS-PICK-SUB = ZERO
               GO TO 510-EXIT.
           MOVE "Y" TO WHS-PRINTED-SW (WHS-PICK-SUB).
           MOVE SPACES TO EXPRPT-REC.
           WRITE EXPRPT-REC.
           MOVE WHS-CODE (WHS-PICK-SUB) TO WHL-WHSE.
           WRITE EXPRPT-REC FROM RPT-WHSE-LINE.
           PERFORM 530-PRINT-BAND THRU 530-EXIT
                   VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4.
           MOVE WHS-BAND-LOTS (WHS-PICK-SUB, 1) TO WTL-BAND-1.
           MOVE WHS-BAND-LOTS (WHS-PICK-SUB, 2) TO WTL-BAND-2.
           MOVE WHS-BAND-LOTS (WHS-PICK-SUB, 3) TO WTL-BAND-3.
           MOVE WHS-BAND-LOTS (WHS-PICK-SUB, 4) TO WTL-BAND-4.
           WRITE EXPRPT-REC FROM RPT-WHSE-TOTAL-LINE.
       510-EXIT.
           EXIT.

       520-LOWEST-WHSE.
           IF NOT WHS-PRINTED (WHS-SUB)
             AND WHS-CODE (WHS-SUB) < WS-NEXT-WHSE
               MOVE WHS-CODE (WHS-SUB) TO WS-NEXT-WHSE
               MOVE WHS-SUB            TO WHS-PICK-SUB.
       520-EXIT.
           EXIT.

       530-PRINT-BAND.
           IF WHS-BAND-LOTS (WHS-PICK-SUB, BAND-SUB) = ZERO
               GO TO 530-EXIT.
           MOVE BAND-TITLE (BAND-SUB) TO BDL-TITLE.
           WRITE EXPRPT-REC FROM RPT-BAND-LINE.
           PERFORM 540-PRINT-LOT THRU 540-EXIT
                   VARYING EXP-SUB FROM 1 BY 1
                   UNTIL EXP-SUB > EXP-COUNT.
       530-EXIT.
           EXIT.

       540-PRINT-LOT.
           IF EXP-WHSE (EXP-SUB) NOT = WHS-CODE (WHS-PICK-SUB)
             OR EXP-BAND (EXP-SUB) NOT = BAND-SUB
               GO TO 540-EXIT.
           MOVE EXP-PART-NUMBER (EXP-SUB) TO DTL-PART-NUM.
           MOVE EXP-LOT-NUMBER (EXP-SUB)  TO DTL-LOT-NUM.
           MOVE EXP-EXPIRY-DATE (EXP-SUB) TO DTL-EXPIRY-DATE.
           MOVE EXP-DAYS (EXP-SUB)        TO DTL-DAYS.
           MOVE EXP-QTY (EXP-SUB)         TO DTL-QTY.
           WRITE EXPRPT-REC FROM RPT-DETAIL-LINE.
       540-EXIT.
           EXIT.

       900-READ-LOTBAL.
           READ LOTBAL NEXT RECORD INTO LOT-BALANCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO LOTS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO EXPRPT-REC.
           WRITE EXPRPT-REC.
           MOVE 'LOTS READ:                    ' TO RPT-TOTAL-LABEL.
           MOVE LOTS-READ           TO RPT-TOTAL-COUNT.
           WRITE EXPRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'LOTS QUARANTINED THIS RUN:    ' TO RPT-TOTAL-LABEL.
           MOVE LOTS-QUARANTINED    TO RPT-TOTAL-COUNT.
           WRITE EXPRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'LOTS EXPIRING IN 90 DAYS:     ' TO RPT-TOTAL-LABEL.
           MOVE LOTS-EXPIRING       TO RPT-TOTAL-COUNT.
           WRITE EXPRPT-REC FROM RPT-TOTAL-LINE.
           IF LOTS-NOT-LISTED > 0
               MOVE 'LOTS NOT LISTED - TABLE FULL: ' TO RPT-TOTAL-LABEL
               MOVE LOTS-NOT-LISTED TO RPT-TOTAL-COUNT
               WRITE EXPRPT-REC FROM RPT-TOTAL-LINE.
           IF BAD-EXPIRY-DATES > 0
               MOVE 'INVALID EXPIRY DATES:         ' TO RPT-TOTAL-LABEL
               MOVE BAD-EXPIRY-DATES TO RPT-TOTAL-COUNT
               WRITE EXPRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE LOTBAL LOTLEDGR EXPRPT.
           DISPLAY "** LOTS READ          " LOTS-READ.
           DISPLAY "** LOTS QUARANTINED   " LOTS-QUARANTINED.
           DISPLAY "** LOTS EXPIRING      " LOTS-EXPIRING.
           DISPLAY "** LOTS NOT LISTED    " LOTS-NOT-LISTED.
           DISPLAY "** BAD EXPIRY DATES   " BAD-EXPIRY-DATES.
           DISPLAY "******** NORMAL END OF JOB LOTEXPR ********".
       999-EXIT.
           EXIT.
