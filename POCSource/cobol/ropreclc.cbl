      *                        UNIT HOLDING COST), SOLVED BY NEWTON    *
      *                        ITERATION                               *
      *                                                                *
      *            A PROCEDURE KIT (KITDEF) IS MADE UP FROM STOCK, SO  *
      *            ITS DEMAND IS EXPLODED BEFORE THE PASS: EACH        *
      *            COMPONENT'S DEMAND GAINS THE KIT'S DEMAND TIMES     *
      *            THE QUANTITY OF IT IN ONE KIT.                      *
      *                                                                *
      *            NOTHING TOUCHES PART_STOCK HERE: THE PROPOSALS GO   *
      *            TO THE REVIEW REPORT AND THE ROPSTAGE STAGED        *
      *            UPDATE FILE, WHICH A BUYER APPROVES BEFORE THE      *
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT KITDEF
                  ASSIGN       to KITDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is KITDEF-REC-KEY
                  FILE STATUS  is KITDEF-STATUS.

           SELECT REVIEWRP
           ASSIGN TO UT-S-REVIEWRP
             ACCESS MODE IS SEQUENTIAL
           05  STG-PROPOSED-EOQ            PIC 9(09).
           05  FILLER                      PIC X(21).

       FD  KITDEF
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS KITDEF-FD-REC.
       01  KITDEF-FD-REC.
           05 KITDEF-REC-KEY   PIC X(46).
           05 FILLER           PIC X(54).

       FD  REVIEWRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  KITDEF-STATUS           PIC X(2).
               88 KITDEF-FOUND         VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-KITS-DONE-SW             PIC X(01) VALUE "N".
              88 KITS-DONE VALUE "Y".
           05 WS-DEMAND-SW                PIC X(01) VALUE "Y".
              88 DEMAND-FAILED VALUE "N".

      *    RECALCULATION CONSTANTS - TUNE THE VALUE CLAUSES, NOT THE
      *    FORMULAS.  HISTORY WINDOW AND LEAD TIME ARE IN MONTHS;
           05 WS-EOQ-PRIOR                PIC S9(9)V99 COMP-3 VALUE +0.
           05 WS-EOQ-DIFF                 PIC S9(9)V99 COMP-3 VALUE +0.
           05 NEWTON-SUB                  PIC 9(02) VALUE 0.
           05 WS-KIT-DEMAND               PIC S9(9) COMP VALUE +0.

      *    COMPONENT DEMAND EXPLODED FROM THE KITS THAT USE THEM.
       01  KIT-DEMAND-TABLE.
           05 KDT-COUNT                   PIC S9(04) COMP VALUE +0.
           05 KDT-ENTRY OCCURS 500 TIMES.
              10 KDT-PART-NUM             PIC X(23).
              10 KDT-DEMAND               PIC S9(9) COMP.
       01  KDT-SUB                        PIC S9(04) COMP VALUE +0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 PARTS-REVIEWED           PIC 9(7) COMP VALUE 0.
           05 PARTS-STAGED             PIC 9(7) COMP VALUE 0.
           05 KITS-EXPLODED            PIC 9(7) COMP VALUE 0.

       COPY KITDEF.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           05  DTL-CURRENT-EOQ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE ' PROP EOQ: '.
           05  DTL-PROPOSED-EOQ        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' KIT DMD: '.
           05  DTL-KIT-DEMAND          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           OPEN OUTPUT ROPSTAGE, REVIEWRP.
           WRITE REVIEWRP-REC FROM RPT-HEADER-LINE.
           PERFORM 050-EXPLODE-KITS THRU 050-EXIT.
           EXEC SQL OPEN ALL_STOCK END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "** ALL_STOCK OPEN FAILED " SQLCODE
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-EXPLODE-KITS - ONE PASS OF KITDEF.  EACH KIT'S OWN      *
      *    RECORD SORTS AHEAD OF ITS COMPONENTS, SO THE KIT'S DEMAND   *
      *    IS DERIVED THERE AND SPREAD OVER THE COMPONENTS THAT        *
      *    FOLLOW.  WITHOUT KITDEF NOTHING IS EXPLODED.                *
      ******************************************************************
       050-EXPLODE-KITS.
           MOVE "050-EXPLODE-KITS" TO PARA-NAME.
           MOVE ZERO TO KDT-COUNT.
           OPEN INPUT KITDEF.
           IF NOT KITDEF-FOUND
               GO TO 050-EXIT.
           MOVE LOW-VALUES TO KITDEF-REC-KEY.
           START KITDEF KEY NOT < KITDEF-REC-KEY.
           IF KITDEF-FOUND
               PERFORM 060-EXPLODE-ONE THRU 060-EXIT
                   UNTIL KITS-DONE.
           CLOSE KITDEF.
       050-EXIT.
           EXIT.

       060-EXPLODE-ONE.
           READ KITDEF NEXT RECORD INTO KIT-DEF-REC
               AT END MOVE "Y" TO WS-KITS-DONE-SW
               GO TO 060-EXIT
           END-READ.
           IF KIT-COMP-PART-NUM = SPACES
               MOVE KIT-PART-NUM TO HV-PART-NUM
               PERFORM 250-DERIVE-DEMAND THRU 250-EXIT
               MOVE HV-QTY-ORDERED TO WS-KIT-DEMAND
               IF DEMAND-FAILED
                   MOVE ZERO TO WS-KIT-DEMAND
               END-IF
               IF WS-KIT-DEMAND > ZERO
                   ADD +1 TO KITS-EXPLODED
               END-IF
               GO TO 060-EXIT.
           IF WS-KIT-DEMAND = ZERO
               GO TO 060-EXIT.

           PERFORM 070-SCAN-KIT-TABLE THRU 070-EXIT
               VARYING KDT-SUB FROM 1 BY 1
               UNTIL KDT-SUB > KDT-COUNT
               OR KDT-PART-NUM (KDT-SUB) = KIT-COMP-PART-NUM.
           IF KDT-SUB > KDT-COUNT
               IF KDT-COUNT = 500
                   DISPLAY "** KIT DEMAND TABLE FULL - NOT EXPLODED: "
                           KIT-COMP-PART-NUM
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
                   GO TO 060-EXIT
               END-IF
               ADD +1 TO KDT-COUNT
               MOVE KDT-COUNT TO KDT-SUB
               MOVE KIT-COMP-PART-NUM TO KDT-PART-NUM (KDT-SUB)
               MOVE ZERO TO KDT-DEMAND (KDT-SUB)
           END-IF.
           COMPUTE KDT-DEMAND (KDT-SUB) =
               KDT-DEMAND (KDT-SUB) + WS-KIT-DEMAND * KIT-COMP-QTY.
       060-EXIT.
           EXIT.

       070-SCAN-KIT-TABLE.
       070-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-RECALC-ONE-PART THRU 200-EXIT.
           MOVE "200-RECALC-ONE-PART" TO PARA-NAME.
           ADD +1 TO PARTS-REVIEWED.

           PERFORM 250-DERIVE-DEMAND THRU 250-EXIT.
           IF DEMAND-FAILED
               GO TO 200-EXIT.

      *    KIT DEMAND EXPLODED ONTO THIS PART, WHEN IT IS A COMPONENT.
           MOVE ZERO TO WS-KIT-DEMAND.
           PERFORM 070-SCAN-KIT-TABLE THRU 070-EXIT
               VARYING KDT-SUB FROM 1 BY 1
               UNTIL KDT-SUB > KDT-COUNT
               OR KDT-PART-NUM (KDT-SUB) = HV-PART-NUM.
           IF KDT-SUB NOT > KDT-COUNT
               MOVE KDT-DEMAND (KDT-SUB) TO WS-KIT-DEMAND
               ADD WS-KIT-DEMAND TO HV-QTY-ORDERED.

           IF HV-QTY-ORDERED = ZERO
               GO TO 200-EXIT.

           COMPUTE WS-MONTHLY-DEMAND =
               HV-QTY-ORDERED / WS-HISTORY-MONTHS.
           COMPUTE WS-ANNUAL-DEMAND = WS-MONTHLY-DEMAND * 12.

           COMPUTE WS-PROPOSED-ROP ROUNDED =
               WS-MONTHLY-DEMAND * ( WS-LEAD-MONTHS + 0.5 ).

           PERFORM 300-SOLVE-EOQ THRU 300-EXIT.

           MOVE HV-PART-NUM      TO STG-PART-NUM, DTL-PART-NUM.
           MOVE HV-CURRENT-ROP   TO STG-CURRENT-ROP, DTL-CURRENT-ROP.
           MOVE HV-CURRENT-EOQ   TO STG-CURRENT-EOQ, DTL-CURRENT-EOQ.
           MOVE WS-PROPOSED-ROP  TO STG-PROPOSED-ROP,
                                    DTL-PROPOSED-ROP.
           MOVE WS-PROPOSED-EOQ  TO STG-PROPOSED-EOQ,
                                    DTL-PROPOSED-EOQ.
           MOVE WS-KIT-DEMAND    TO DTL-KIT-DEMAND.
           WRITE ROPSTAGE-REC.
           WRITE REVIEWRP-REC FROM RPT-DETAIL-LINE.
           ADD +1 TO PARTS-STAGED.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    250-DERIVE-DEMAND - THE PART'S OWN DEMAND OVER THE HISTORY  *
      *    WINDOW INTO HV-QTY-ORDERED.  ALSO USED FOR A KIT BEFORE     *
      *    ITS DEMAND IS EXPLODED.                                     *
      ******************************************************************
       250-DERIVE-DEMAND.
           MOVE "Y" TO WS-DEMAND-SW.
           MOVE ZERO TO HV-QTY-ORDERED.
           EXEC SQL
                SELECT SUM(QUANT_REQ)
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "** PART_ORDLN SUM FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO WS-DEMAND-SW
               GO TO 250-EXIT.
           IF IND-NULL < 0
               MOVE ZERO TO HV-QTY-ORDERED.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "** SHIPMENTLN SUM FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO WS-DEMAND-SW
               GO TO 250-EXIT.
           IF IND-NULL < 0
               MOVE ZERO TO HV-QTY-RECEIVED.

           IF HV-QTY-RECEIVED > ZERO
             AND HV-QTY-RECEIVED < HV-QTY-ORDERED
               MOVE HV-QTY-RECEIVED TO HV-QTY-ORDERED.
       250-EXIT.
           EXIT.

      ******************************************************************
           CLOSE ROPSTAGE, REVIEWRP.
           DISPLAY "** PARTS REVIEWED " PARTS-REVIEWED.
           DISPLAY "** PARTS STAGED   " PARTS-STAGED.
           DISPLAY "** KITS EXPLODED  " KITS-EXPLODED.
           DISPLAY "******** NORMAL END OF JOB ROPRECLC ********".
       999-EXIT.
           EXIT.
