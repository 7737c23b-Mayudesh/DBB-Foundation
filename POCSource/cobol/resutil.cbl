       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  RESUTIL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * RESUTIL - DAILY TREATMENT RESOURCE UTILIZATION.  FOR EVERY    *
      *           RESOURCE ON RESRCMST, COUNTS THE RESVSLOT SLOTS     *
      *           BOOKED FOR THE RUN DATE AND PRINTS THEM AGAINST     *
      *           THE RESOURCE'S SLOTS PER DAY - OPEN SLOTS AND A     *
      *           UTILIZATION PERCENT PER MACHINE OR ROOM, THEN       *
      *           TOTALS FOR THE DEPARTMENT.  AN INACTIVE RESOURCE    *
      *           PRINTS ONLY IF IT STILL HOLDS BOOKINGS FOR THE DAY, *
      *           AND THOSE BOOKINGS SET A WARNING RETURN CODE.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RESRCMST
                  ASSIGN       to RESRCMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is RESRCMST-REC-KEY
                  FILE STATUS  is RESRCMST-STATUS.

           SELECT RESVSLOT
                  ASSIGN       to RESVSLOT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is RESVSLOT-REC-KEY
                  FILE STATUS  is RESVSLOT-STATUS.

           SELECT RESURPT
           ASSIGN TO UT-S-RESURPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  RESRCMST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RESRCMST-FD-REC.
       01  RESRCMST-FD-REC.
           05 RESRCMST-REC-KEY PIC X(08).
           05 FILLER           PIC X(92).

       FD  RESVSLOT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RESVSLOT-FD-REC.
       01  RESVSLOT-FD-REC.
           05 RESVSLOT-REC-KEY PIC X(18).
           05 FILLER           PIC X(22).

       FD  RESURPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESURPT-REC.
       01  RESURPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RESRCMST-STATUS         PIC X(2).
               88 RESRCMST-FOUND       VALUE "00".
               88 RESRCMST-EOF         VALUE "10".
           05  RESVSLOT-STATUS         PIC X(2).
               88 RESVSLOT-FOUND       VALUE "00".
               88 RESVSLOT-EOF         VALUE "10".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-SLOTS-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-SLOTS VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                          PIC X(08).
           05 WS-BOOKED                   PIC 9(03) VALUE 0.
           05 WS-OPEN                     PIC S9(03) VALUE 0.
           05 WS-UTIL-PCT                 PIC 9(04)V9 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RESOURCES-READ           PIC 9(7) COMP VALUE 0.
           05 RESOURCES-REPORTED       PIC 9(7) COMP VALUE 0.
           05 TOTAL-CAPACITY           PIC 9(7) COMP VALUE 0.
           05 TOTAL-BOOKED             PIC 9(7) COMP VALUE 0.
           05 TOTAL-OPEN               PIC 9(7) COMP VALUE 0.
           05 RESOURCES-FULL           PIC 9(7) COMP VALUE 0.
           05 INACTIVE-BOOKED          PIC 9(7) COMP VALUE 0.

       COPY RESRCMST.

       COPY RESVSLOT.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               '** TREATMENT RESOURCE UTILIZATION FOR: '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' RESOURCE DESCRIPTION                    TYP'.
           05  FILLER                  PIC X(44) VALUE
               'ES SERVED           CAPACITY BOOKED    OPEN '.
           05  FILLER                  PIC X(44) VALUE
               ' UTIL %  STATUS                             '.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RESOURCE-ID         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-TYPES-SERVED.
               10  DTL-TYPE            PIC X(03) OCCURS 6 TIMES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  DTL-CAPACITY            PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-BOOKED              PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-OPEN                PIC ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-UTIL-PCT            PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-STATUS              PIC X(08).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  RPT-PCT-LINE.
           05  FILLER                  PIC X(30) VALUE
               'DEPARTMENT UTILIZATION %'.
           05  PCT-TOTAL-UTIL          PIC ZZZ9.9.
           05  FILLER                  PIC X(96) VALUE SPACES.

       01  TYPE-SUB                    PIC S9(04) COMP VALUE +0.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF INACTIVE-BOOKED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RESRCMST.
           OPEN INPUT RESVSLOT.
           OPEN OUTPUT RESURPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE RESURPT-REC FROM RPT-HEADER-1.
           WRITE RESURPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-RESRCMST THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-COUNT-BOOKINGS THRU 200-EXIT.
           IF NOT RES-IS-ACTIVE
               IF WS-BOOKED = ZERO
                   GO TO 100-READ-NEXT
               ELSE
                   ADD WS-BOOKED TO INACTIVE-BOOKED.
           PERFORM 400-PRINT-RESOURCE THRU 400-EXIT.
       100-READ-NEXT.
           PERFORM 900-READ-RESRCMST THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-COUNT-BOOKINGS - POSITION ON SLOT 00 OF THE RUN DATE    *
      *    FOR THIS RESOURCE AND COUNT RESVSLOT RECORDS UNTIL THE      *
      *    RESOURCE OR THE DATE CHANGES.                               *
      ******************************************************************
       200-COUNT-BOOKINGS.
           MOVE "200-COUNT-BOOKINGS" TO PARA-NAME.
           MOVE ZERO TO WS-BOOKED.
           MOVE "Y" TO MORE-SLOTS-SW.
           MOVE RES-RESOURCE-ID TO RSV-RESOURCE-ID.
           MOVE WS-RUN-DATE-X   TO RSV-DATE.
           MOVE ZERO            TO RSV-SLOT-NBR.
           MOVE RSV-KEY         TO RESVSLOT-REC-KEY.
           START RESVSLOT KEY NOT < RESVSLOT-REC-KEY.
           IF NOT RESVSLOT-FOUND
               GO TO 200-EXIT.
           PERFORM 910-READ-RESVSLOT THRU 910-EXIT.
           PERFORM 250-COUNT-ONE-SLOT THRU 250-EXIT
               UNTIL NO-MORE-SLOTS.
       200-EXIT.
           EXIT.

       250-COUNT-ONE-SLOT.
           IF RSV-RESOURCE-ID NOT = RES-RESOURCE-ID
                   OR RSV-DATE NOT = WS-RUN-DATE-X
               MOVE "N" TO MORE-SLOTS-SW
               GO TO 250-EXIT.
           ADD +1 TO WS-BOOKED.
           PERFORM 910-READ-RESVSLOT THRU 910-EXIT.
       250-EXIT.
           EXIT.

       400-PRINT-RESOURCE.
           MOVE "400-PRINT-RESOURCE" TO PARA-NAME.
           ADD +1 TO RESOURCES-REPORTED.
           MOVE RES-RESOURCE-ID TO DTL-RESOURCE-ID.
           MOVE RES-DESCRIPTION TO DTL-DESCRIPTION.
           PERFORM 450-MOVE-ONE-TYPE THRU 450-EXIT
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 6.
           MOVE WS-BOOKED TO DTL-BOOKED.
           ADD WS-BOOKED TO TOTAL-BOOKED.

      *    AN INACTIVE RESOURCE OFFERS NO CAPACITY - ANY SLOT STILL
      *    BOOKED ON IT HAS TO BE MOVED.
           IF NOT RES-IS-ACTIVE
               MOVE ZERO       TO DTL-CAPACITY, DTL-UTIL-PCT
               COMPUTE WS-OPEN = 0 - WS-BOOKED
               MOVE WS-OPEN    TO DTL-OPEN
               MOVE 'INACTIVE' TO DTL-STATUS
               GO TO 400-WRITE.

           MOVE RES-SLOTS-PER-DAY TO DTL-CAPACITY.
           ADD RES-SLOTS-PER-DAY TO TOTAL-CAPACITY.
           COMPUTE WS-OPEN = RES-SLOTS-PER-DAY - WS-BOOKED.
           MOVE WS-OPEN TO DTL-OPEN.
           IF WS-OPEN > ZERO
               ADD WS-OPEN TO TOTAL-OPEN.
           COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-BOOKED * 100 / RES-SLOTS-PER-DAY.
           MOVE WS-UTIL-PCT TO DTL-UTIL-PCT.
           IF WS-OPEN > ZERO
               MOVE SPACES TO DTL-STATUS
           ELSE
               MOVE 'FULL    ' TO DTL-STATUS
               ADD +1 TO RESOURCES-FULL.
       400-WRITE.
           WRITE RESURPT-REC FROM RPT-DETAIL-LINE.
       400-EXIT.
           EXIT.

       450-MOVE-ONE-TYPE.
           MOVE RES-TREATMENT-TYPE (TYPE-SUB) TO DTL-TYPE (TYPE-SUB).
       450-EXIT.
           EXIT.

       900-READ-RESRCMST.
           READ RESRCMST INTO TREATMENT-RESOURCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RESOURCES-READ.
       900-EXIT.
           EXIT.

       910-READ-RESVSLOT.
           READ RESVSLOT NEXT RECORD INTO RESOURCE-SLOT-REC
               AT END MOVE "N" TO MORE-SLOTS-SW
           END-READ.
       910-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO RESURPT-REC.
           WRITE RESURPT-REC.
           MOVE 'RESOURCES REPORTED'  TO RPT-TOTAL-LABEL.
           MOVE RESOURCES-REPORTED    TO RPT-TOTAL-COUNT.
           WRITE RESURPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SLOTS OF CAPACITY'   TO RPT-TOTAL-LABEL.
           MOVE TOTAL-CAPACITY        TO RPT-TOTAL-COUNT.
           WRITE RESURPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SLOTS BOOKED'        TO RPT-TOTAL-LABEL.
           MOVE TOTAL-BOOKED          TO RPT-TOTAL-COUNT.
           WRITE RESURPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'SLOTS OPEN'          TO RPT-TOTAL-LABEL.
           MOVE TOTAL-OPEN            TO RPT-TOTAL-COUNT.
           WRITE RESURPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'RESOURCES FULL'      TO RPT-TOTAL-LABEL.
           MOVE RESOURCES-FULL        TO RPT-TOTAL-COUNT.
           WRITE RESURPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'BOOKED ON INACTIVE'  TO RPT-TOTAL-LABEL.
           MOVE INACTIVE-BOOKED       TO RPT-TOTAL-COUNT.
           WRITE RESURPT-REC FROM RPT-TOTAL-LINE.
           MOVE ZERO TO WS-UTIL-PCT.
           IF TOTAL-CAPACITY > ZERO
               COMPUTE WS-UTIL-PCT ROUNDED =
                       TOTAL-BOOKED * 100 / TOTAL-CAPACITY.
           MOVE WS-UTIL-PCT TO PCT-TOTAL-UTIL.
           WRITE RESURPT-REC FROM RPT-PCT-LINE.
           CLOSE RESRCMST, RESVSLOT, RESURPT.
           DISPLAY "** RESOURCES READ     " RESOURCES-READ.
           DISPLAY "** SLOTS BOOKED       " TOTAL-BOOKED.
           DISPLAY "** SLOTS OF CAPACITY  " TOTAL-CAPACITY.
           DISPLAY "******** NORMAL END OF JOB RESUTIL ********".
       999-EXIT.
           EXIT.
