       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  EQPPMWO.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * EQPPMWO - WEEKLY BIOMED PREVENTIVE-MAINTENANCE WORK ORDERS.   *
      *                                                               *
      *             PASS 1 - THE WEEK'S CONCATENATED TRMTEDIT FILES:  *
      *                      EVERY LAB-TABLE ROW WITH AN EQUIPMENT    *
      *                      CHARGE AND AN ASSET TAG ADDS ONE USE TO  *
      *                      THAT UNIT ON EQUIPMST (LIFETIME AND      *
      *                      SINCE LAST PM).  CHARGES WITH NO TAG ARE *
      *                      COUNTED BY WARD AND TYPE INSTEAD.        *
      *             PASS 2 - EVERY IN-SERVICE UNIT WHOSE LAST PM PLUS *
      *                      ITS INTERVAL FALLS WITHIN SEVEN DAYS OF  *
      *                      THE RUN DATE (OR THAT HAS NEVER HAD A    *
      *                      PM) GETS A WORK-ORDER LINE, SORTED WARD  *
      *                      / DUE DATE SO BIOMED CAN ROUTE BY FLOOR. *
      *                                                               *
      *           ANY OVERDUE UNIT SETS A WARNING RETURN CODE.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRMTEDIT
           ASSIGN TO UT-S-TRMTEDIT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT EQUIPMST
                  ASSIGN       to EQUIPMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is EQUIPMST-REC-KEY
                  FILE STATUS  is EQUIPMST-STATUS.

           SELECT BEDMSTR
                  ASSIGN       to BEDMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is BED-MSTR-REC-KEY
                  FILE STATUS  is BEDMSTR-STATUS.

           SELECT PMWORPT
           ASSIGN TO UT-S-PMWORPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRMTEDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-EDIT.
       01  INPATIENT-TREATMENT-REC-EDIT PIC X(1101).

       FD  EQUIPMST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EQUIPMST-FD-REC.
       01  EQUIPMST-FD-REC.
           05 EQUIPMST-REC-KEY PIC X(08).
           05 FILLER           PIC X(112).

       FD  BEDMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BEDMSTR-FD-REC.
       01  BEDMSTR-FD-REC.
           05 BED-MSTR-REC-KEY PIC 9(04).
           05 FILLER           PIC X(76).

       FD  PMWORPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PMWORPT-REC.
       01  PMWORPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  EQUIPMST-STATUS         PIC X(2).
               88 EQUIPMST-FOUND       VALUE "00".
               88 EQUIPMST-EOF         VALUE "10".
           05  BEDMSTR-STATUS          PIC X(2).
               88 BED-FOUND            VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-EQUIPMENT-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-EQUIPMENT VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-HORIZON-DATE             PIC 9(08) VALUE 0.
           05 WS-DUE-DATE                 PIC 9(08) VALUE 0.
           05 WS-PREV-WARD-ID             PIC X(04) VALUE SPACES.
           05 ROW-SUB                     PIC S9(04) COMP VALUE +0.
           05 WO-SUB                      PIC S9(04) COMP VALUE +0.
           05 UT-SUB                      PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER UNIT COMING DUE.  WO-SORT-KEY ORDERS THE
      *    LIST WARD, DUE DATE, ASSET.
       01  WORK-ORDER-TABLE.
           05 WO-COUNT                    PIC S9(04) COMP VALUE +0.
           05 WO-ENTRY OCCURS 2000 TIMES.
              10 WO-SORT-KEY.
                 15 WO-WARD-ID            PIC X(04).
                 15 WO-DUE-DATE           PIC 9(08).
                 15 WO-ASSET-ID           PIC X(08).
              10 WO-TYPE                  PIC X(04).
              10 WO-DESCRIPTION           PIC X(30).
              10 WO-LAST-PM-DATE          PIC 9(08).
              10 WO-PM-INTERVAL-DAYS      PIC 9(04).
              10 WO-DAYS-TO-DUE           PIC S9(05) COMP-3.
              10 WO-USAGE-SINCE-PM        PIC 9(07).
              10 WO-USAGE-COUNT           PIC 9(07).

       01  WORK-ORDER-SORT-WORK.
           05 WO-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 WO-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 WO-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 WO-SAVE-ENTRY.
              10 WO-SAVE-SORT-KEY         PIC X(20).
              10 FILLER                   PIC X(63).

      *    EQUIPMENT CHARGES THAT CARRIED A TYPE BUT NO ASSET TAG,
      *    BY WARD AND TYPE, SO BIOMED CAN SEE WHICH FLOORS ARE NOT
      *    SCANNING THEIR UNITS.
       01  UNTAGGED-USAGE-TABLE.
           05 UT-COUNT                    PIC S9(04) COMP VALUE +0.
           05 UT-ENTRY OCCURS 500 TIMES.
              10 UT-WARD-ID               PIC X(04).
              10 UT-TYPE                  PIC X(04).
              10 UT-USES                  PIC 9(07) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TREATMENTS-READ          PIC 9(7) COMP VALUE 0.
           05 EQUIPMENT-CHARGES-READ   PIC 9(7) COMP VALUE 0.
           05 USES-POSTED              PIC 9(7) COMP VALUE 0.
           05 USES-UNKNOWN-ASSET       PIC 9(7) COMP VALUE 0.
           05 USES-UNTAGGED            PIC 9(7) COMP VALUE 0.
           05 UNITS-READ               PIC 9(7) COMP VALUE 0.
           05 UNITS-OUT-OF-SERVICE     PIC 9(7) COMP VALUE 0.
           05 WORK-ORDERS              PIC 9(7) COMP VALUE 0.
           05 UNITS-OVERDUE            PIC 9(7) COMP VALUE 0.
           05 WARD-WORK-ORDERS         PIC 9(5) COMP VALUE 0.
           05 WARD-OVERDUE             PIC 9(5) COMP VALUE 0.

       COPY TREATMNT.

       COPY EQUIPMST.

       COPY BEDMSTR.

       01  WS-UNTAGGED-WARD-ID            PIC X(04) VALUE SPACES.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               '** BIOMED PM WORK ORDERS - DUE BY '.
           05  HDR-HORIZON-DATE        PIC 9(08).
           05  FILLER                  PIC X(07) VALUE ' - RUN:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' WARD ASSET    TYPE DESCRIPTION             '.
           05  FILLER                  PIC X(44) VALUE
               '        LAST PM  INTVL DUE DATE  STATUS     '.
           05  FILLER                  PIC X(44) VALUE
               '     USES SINCE PM  LIFETIME USES           '.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ASSET-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-TYPE                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-LAST-PM-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PM-INTERVAL         PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DUE-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-STATUS              PIC X(08).
           05  DTL-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-USAGE-SINCE-PM      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  DTL-USAGE-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  RPT-WARD-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'WARD  '.
           05  WRD-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(15) VALUE
               '  WORK ORDERS: '.
           05  WRD-WORK-ORDERS         PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE
               '  OVERDUE: '.
           05  WRD-OVERDUE             PIC ZZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  RPT-UNTAGGED-HEADER.
           05  FILLER                  PIC X(44) VALUE
               ' EQUIPMENT CHARGES WITH NO ASSET TAG - WARD '.
           05  FILLER                  PIC X(20) VALUE
               '/ TYPE / CHARGES    '.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  RPT-UNTAGGED-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  UTL-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UTL-TYPE                PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UTL-USES                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(108) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-POST-USAGE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 300-START-EQUIPMENT THRU 300-EXIT.
           PERFORM 350-LOAD-WORK-ORDER THRU 350-EXIT
                   UNTIL NO-MORE-EQUIPMENT.
           PERFORM 200-SORT-WORK-ORDERS THRU 200-EXIT.
           PERFORM 400-PRINT-WORK-ORDERS THRU 400-EXIT.
           PERFORM 600-PRINT-UNTAGGED THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF UNITS-OVERDUE > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRMTEDIT.
           OPEN I-O EQUIPMST.
           OPEN INPUT BEDMSTR.
           OPEN OUTPUT PMWORPT.

      *    THE WORK ORDERS COVER THE WEEK AHEAD OF THE RUN DATE.
           MOVE 'ADD '      TO DSRV-FUNCTION.
           MOVE WS-RUN-DATE TO DSRV-DATE-1.
           MOVE +7          TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
               DISPLAY "** DATESRV FAILED ON RUN DATE " WS-RUN-DATE
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE WS-RUN-DATE TO WS-HORIZON-DATE
           ELSE
               MOVE DSRV-DATE-2 TO WS-HORIZON-DATE.

           MOVE WS-RUN-DATE     TO HDR-RUN-DATE.
           MOVE WS-HORIZON-DATE TO HDR-HORIZON-DATE.
           WRITE PMWORPT-REC FROM RPT-HEADER-1.
           WRITE PMWORPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-TRMTEDIT THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-POST-USAGE - PASS 1.  EACH LAB-TABLE ROW CARRYING AN    *
      *    EQUIPMENT CHARGE IS ONE USE OF THE UNIT ON ITS ROW.         *
      ******************************************************************
       100-POST-USAGE.
           MOVE "100-POST-USAGE" TO PARA-NAME.
           IF TRAILER-REC
               GO TO 100-READ-NEXT.
           PERFORM 150-POST-ONE-ROW THRU 150-EXIT
               VARYING ROW-SUB FROM 1 BY 1
               UNTIL ROW-SUB > 12.
       100-READ-NEXT.
           PERFORM 900-READ-TRMTEDIT THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-POST-ONE-ROW.
           IF EQUIPMENT-CHARGES (ROW-SUB) NOT NUMERIC
                   OR EQUIPMENT-CHARGES (ROW-SUB) = ZERO
               GO TO 150-EXIT.
           ADD +1 TO EQUIPMENT-CHARGES-READ.
           IF LAB-EQUIP-ASSET-ID (ROW-SUB) = SPACES
               PERFORM 170-COUNT-UNTAGGED THRU 170-EXIT
               GO TO 150-EXIT.

           MOVE LAB-EQUIP-ASSET-ID (ROW-SUB) TO EQUIPMST-REC-KEY.
           READ EQUIPMST INTO EQUIPMENT-MASTER-REC.
           IF NOT EQUIPMST-FOUND
               DISPLAY "** ASSET NOT ON EQUIPMST: "
                       LAB-EQUIP-ASSET-ID (ROW-SUB)
                       " PATIENT " PATIENT-ID
               ADD +1 TO USES-UNKNOWN-ASSET
               GO TO 150-EXIT.

           ADD +1 TO EQP-USAGE-COUNT, EQP-USAGE-SINCE-PM.
           IF TREATMENT-DATE IS NUMERIC
                   AND TREATMENT-DATE > EQP-LAST-USAGE-DATE
               MOVE TREATMENT-DATE TO EQP-LAST-USAGE-DATE.
           REWRITE EQUIPMST-FD-REC FROM EQUIPMENT-MASTER-REC.
           IF NOT EQUIPMST-FOUND
               DISPLAY "** EQUIPMST REWRITE FAILED, STATUS "
                       EQUIPMST-STATUS " FOR " EQP-ASSET-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 150-EXIT.
           ADD +1 TO USES-POSTED.
       150-EXIT.
           EXIT.

      *    THE TREATMENT CARRIES ONLY THE BED - AN UNTAGGED CHARGE
      *    IS TALLIED UNDER THE BED'S WARD FROM BEDMSTR.
       170-COUNT-UNTAGGED.
           ADD +1 TO USES-UNTAGGED.
           MOVE BED-IDENTITY IN INPATIENT-TREATMENT-REC
               TO BED-MSTR-REC-KEY.
           READ BEDMSTR INTO BED-MASTER-REC.
           IF BED-FOUND
               MOVE BED-WARD-ID TO WS-UNTAGGED-WARD-ID
           ELSE
               MOVE '????'      TO WS-UNTAGGED-WARD-ID.
           PERFORM 175-FIND-UNTAGGED THRU 175-EXIT
               VARYING UT-SUB FROM 1 BY 1
               UNTIL UT-SUB > UT-COUNT
               OR (UT-WARD-ID (UT-SUB) = WS-UNTAGGED-WARD-ID
                   AND UT-TYPE (UT-SUB) = LAB-EQUIP-TYPE (ROW-SUB)).
           IF UT-SUB > UT-COUNT
               IF UT-COUNT >= 500
                   GO TO 170-EXIT
               ELSE
                   ADD +1 TO UT-COUNT
                   MOVE WS-UNTAGGED-WARD-ID TO UT-WARD-ID (UT-COUNT)
                   MOVE LAB-EQUIP-TYPE (ROW-SUB) TO UT-TYPE (UT-COUNT)
                   MOVE ZERO TO UT-USES (UT-COUNT).
           ADD +1 TO UT-USES (UT-SUB).
       170-EXIT.
           EXIT.

       175-FIND-UNTAGGED.
       175-EXIT.
           EXIT.

      ******************************************************************
      *    200-SORT-WORK-ORDERS - A PLAIN INSERTION SORT ON            *
      *    WO-SORT-KEY (WARD, DUE DATE, ASSET), ASCENDING.             *
      ******************************************************************
       200-SORT-WORK-ORDERS.
           MOVE "200-SORT-WORK-ORDERS" TO PARA-NAME.
           PERFORM 210-INSERTION-SORT-PASS THRU 210-EXIT
               VARYING WO-OUTER-SUB FROM 2 BY 1
               UNTIL WO-OUTER-SUB > WO-COUNT.
       200-EXIT.
           EXIT.

       210-INSERTION-SORT-PASS.
           MOVE WO-ENTRY (WO-OUTER-SUB) TO WO-SAVE-ENTRY.
           COMPUTE WO-INNER-SUB = WO-OUTER-SUB - 1.
           PERFORM 220-SHIFT-IF-NEEDED THRU 220-EXIT
               UNTIL WO-INNER-SUB = 0
               OR WO-SORT-KEY (WO-INNER-SUB) <= WO-SAVE-SORT-KEY.
           COMPUTE WO-INSERT-SUB = WO-INNER-SUB + 1.
           MOVE WO-SAVE-ENTRY TO WO-ENTRY (WO-INSERT-SUB).
       210-EXIT.
           EXIT.

       220-SHIFT-IF-NEEDED.
           MOVE WO-ENTRY (WO-INNER-SUB)
               TO WO-ENTRY (WO-INNER-SUB + 1).
           SUBTRACT 1 FROM WO-INNER-SUB.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300/350 - PASS 2.  BROWSE EQUIPMST FROM THE TOP AND TABLE   *
      *    EVERY IN-SERVICE UNIT DUE BY THE HORIZON DATE.              *
      ******************************************************************
       300-START-EQUIPMENT.
           MOVE "300-START-EQUIPMENT" TO PARA-NAME.
           MOVE LOW-VALUES TO EQUIPMST-REC-KEY.
           START EQUIPMST KEY NOT < EQUIPMST-REC-KEY.
           IF NOT EQUIPMST-FOUND
               MOVE "N" TO MORE-EQUIPMENT-SW
               GO TO 300-EXIT.
           PERFORM 910-READ-EQUIPMST THRU 910-EXIT.
       300-EXIT.
           EXIT.

       350-LOAD-WORK-ORDER.
           MOVE "350-LOAD-WORK-ORDER" TO PARA-NAME.
           IF NOT EQP-IN-SERVICE
               ADD +1 TO UNITS-OUT-OF-SERVICE
               GO TO 350-READ-NEXT.

      *    A UNIT NEVER SERVICED IS DUE AS OF ZERO - IT SORTS FIRST.
           IF EQP-LAST-PM-DATE = ZERO
               MOVE ZERO TO WS-DUE-DATE
           ELSE
               MOVE 'ADD '               TO DSRV-FUNCTION
               MOVE EQP-LAST-PM-DATE     TO DSRV-DATE-1
               MOVE EQP-PM-INTERVAL-DAYS TO DSRV-DAYS
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD NOT = ZERO
                   MOVE ZERO TO WS-DUE-DATE
               ELSE
                   MOVE DSRV-DATE-2 TO WS-DUE-DATE.

           IF WS-DUE-DATE > WS-HORIZON-DATE
               GO TO 350-READ-NEXT.

           IF WO-COUNT >= 2000
               DISPLAY "** WORK ORDER TABLE FULL AT 2000, ASSET "
                       EQP-ASSET-ID " NOT LISTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 350-READ-NEXT.
           ADD +1 TO WO-COUNT.
           MOVE EQP-WARD-ID          TO WO-WARD-ID (WO-COUNT).
           MOVE WS-DUE-DATE          TO WO-DUE-DATE (WO-COUNT).
           MOVE EQP-ASSET-ID         TO WO-ASSET-ID (WO-COUNT).
           MOVE EQP-TYPE             TO WO-TYPE (WO-COUNT).
           MOVE EQP-DESCRIPTION      TO WO-DESCRIPTION (WO-COUNT).
           MOVE EQP-LAST-PM-DATE     TO WO-LAST-PM-DATE (WO-COUNT).
           MOVE EQP-PM-INTERVAL-DAYS TO WO-PM-INTERVAL-DAYS (WO-COUNT).
           MOVE EQP-USAGE-SINCE-PM   TO WO-USAGE-SINCE-PM (WO-COUNT).
           MOVE EQP-USAGE-COUNT      TO WO-USAGE-COUNT (WO-COUNT).
           MOVE ZERO                 TO WO-DAYS-TO-DUE (WO-COUNT).
           IF WS-DUE-DATE NOT = ZERO
               MOVE 'DIF '      TO DSRV-FUNCTION
               MOVE WS-RUN-DATE TO DSRV-DATE-1
               MOVE WS-DUE-DATE TO DSRV-DATE-2
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD = ZERO
                   MOVE DSRV-DAYS TO WO-DAYS-TO-DUE (WO-COUNT).
       350-READ-NEXT.
           PERFORM 910-READ-EQUIPMST THRU 910-EXIT.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    400-PRINT-WORK-ORDERS - ONE LINE PER UNIT, A COUNT LINE AT  *
      *    EACH NEW WARD.                                              *
      ******************************************************************
       400-PRINT-WORK-ORDERS.
           MOVE "400-PRINT-WORK-ORDERS" TO PARA-NAME.
           IF WO-COUNT = ZERO
               GO TO 400-EXIT.
           MOVE WO-WARD-ID (1) TO WS-PREV-WARD-ID.
           PERFORM 450-PRINT-ONE-ORDER THRU 450-EXIT
               VARYING WO-SUB FROM 1 BY 1
               UNTIL WO-SUB > WO-COUNT.
           PERFORM 500-WARD-TOTAL THRU 500-EXIT.
       400-EXIT.
           EXIT.

       450-PRINT-ONE-ORDER.
           IF WO-WARD-ID (WO-SUB) NOT = WS-PREV-WARD-ID
               PERFORM 500-WARD-TOTAL THRU 500-EXIT
               MOVE WO-WARD-ID (WO-SUB) TO WS-PREV-WARD-ID.

           ADD +1 TO WORK-ORDERS, WARD-WORK-ORDERS.
           MOVE WO-WARD-ID (WO-SUB)          TO DTL-WARD-ID.
           MOVE WO-ASSET-ID (WO-SUB)         TO DTL-ASSET-ID.
           MOVE WO-TYPE (WO-SUB)             TO DTL-TYPE.
           MOVE WO-DESCRIPTION (WO-SUB)      TO DTL-DESCRIPTION.
           MOVE WO-PM-INTERVAL-DAYS (WO-SUB) TO DTL-PM-INTERVAL.
           MOVE WO-USAGE-SINCE-PM (WO-SUB)   TO DTL-USAGE-SINCE-PM.
           MOVE WO-USAGE-COUNT (WO-SUB)      TO DTL-USAGE-COUNT.
           IF WO-DUE-DATE (WO-SUB) = ZERO
               MOVE 'NEVER   ' TO DTL-LAST-PM-DATE
               MOVE 'NOW     ' TO DTL-DUE-DATE
               MOVE 'NO PM   ' TO DTL-STATUS
               MOVE ZERO       TO DTL-DAYS
               ADD +1 TO UNITS-OVERDUE, WARD-OVERDUE
           ELSE
               MOVE WO-LAST-PM-DATE (WO-SUB) TO DTL-LAST-PM-DATE
               MOVE WO-DUE-DATE (WO-SUB)     TO DTL-DUE-DATE
               IF WO-DAYS-TO-DUE (WO-SUB) < ZERO
                   MOVE 'OVERDUE ' TO DTL-STATUS
                   COMPUTE DTL-DAYS = 0 - WO-DAYS-TO-DUE (WO-SUB)
                   ADD +1 TO UNITS-OVERDUE, WARD-OVERDUE
               ELSE
                   MOVE 'DUE IN  ' TO DTL-STATUS
                   MOVE WO-DAYS-TO-DUE (WO-SUB) TO DTL-DAYS.
           WRITE PMWORPT-REC FROM RPT-DETAIL-LINE.
       450-EXIT.
           EXIT.

       500-WARD-TOTAL.
           MOVE WS-PREV-WARD-ID  TO WRD-WARD-ID.
           MOVE WARD-WORK-ORDERS TO WRD-WORK-ORDERS.
           MOVE WARD-OVERDUE     TO WRD-OVERDUE.
           WRITE PMWORPT-REC FROM RPT-WARD-LINE.
           MOVE ZERO TO WARD-WORK-ORDERS, WARD-OVERDUE.
       500-EXIT.
           EXIT.

       600-PRINT-UNTAGGED.
           MOVE "600-PRINT-UNTAGGED" TO PARA-NAME.
           IF UT-COUNT = ZERO
               GO TO 600-EXIT.
           WRITE PMWORPT-REC FROM RPT-UNTAGGED-HEADER.
           PERFORM 650-PRINT-ONE-UNTAGGED THRU 650-EXIT
               VARYING UT-SUB FROM 1 BY 1
               UNTIL UT-SUB > UT-COUNT.
       600-EXIT.
           EXIT.

       650-PRINT-ONE-UNTAGGED.
           MOVE UT-WARD-ID (UT-SUB) TO UTL-WARD-ID.
           MOVE UT-TYPE (UT-SUB)    TO UTL-TYPE.
           MOVE UT-USES (UT-SUB)    TO UTL-USES.
           WRITE PMWORPT-REC FROM RPT-UNTAGGED-LINE.
       650-EXIT.
           EXIT.

       900-READ-TRMTEDIT.
           READ TRMTEDIT INTO INPATIENT-TREATMENT-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO TREATMENTS-READ.
       900-EXIT.
           EXIT.

       910-READ-EQUIPMST.
           READ EQUIPMST NEXT RECORD INTO EQUIPMENT-MASTER-REC
               AT END MOVE "N" TO MORE-EQUIPMENT-SW
               GO TO 910-EXIT
           END-READ
           ADD +1 TO UNITS-READ.
       910-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'TREATMENTS READ:              ' TO RPT-TOTAL-LABEL.
           MOVE TREATMENTS-READ TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'EQUIPMENT CHARGES READ:       ' TO RPT-TOTAL-LABEL.
           MOVE EQUIPMENT-CHARGES-READ TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'USES POSTED TO UNITS:         ' TO RPT-TOTAL-LABEL.
           MOVE USES-POSTED TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'USES WITH NO ASSET TAG:       ' TO RPT-TOTAL-LABEL.
           MOVE USES-UNTAGGED TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'USES WITH UNKNOWN ASSET TAG:  ' TO RPT-TOTAL-LABEL.
           MOVE USES-UNKNOWN-ASSET TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'UNITS ON EQUIPMST:            ' TO RPT-TOTAL-LABEL.
           MOVE UNITS-READ TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'UNITS OUT OF SERVICE:         ' TO RPT-TOTAL-LABEL.
           MOVE UNITS-OUT-OF-SERVICE TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PM WORK ORDERS:               ' TO RPT-TOTAL-LABEL.
           MOVE WORK-ORDERS TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'UNITS OVERDUE:                ' TO RPT-TOTAL-LABEL.
           MOVE UNITS-OVERDUE TO RPT-TOTAL-COUNT.
           WRITE PMWORPT-REC FROM RPT-TOTAL-LINE.
           CLOSE TRMTEDIT, EQUIPMST, BEDMSTR, PMWORPT.
           DISPLAY "** USES POSTED        " USES-POSTED.
           DISPLAY "** PM WORK ORDERS     " WORK-ORDERS.
           DISPLAY "** UNITS OVERDUE      " UNITS-OVERDUE.
           DISPLAY "******** NORMAL END OF JOB EQPPMWO ********".
       999-EXIT.
           EXIT.
