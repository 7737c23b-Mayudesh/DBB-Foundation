       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  ISOCENS.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * ISOCENS - DAILY ISOLATION CENSUS FOR INFECTION CONTROL.        *
      *                                                                *
      *             PASS 1 - BEDMSTR: EVERY BED INTO THE BED TABLE,    *
      *                      WITH THE OCCUPANT'S NAME AND ISOLATION    *
      *                      TYPE FROM PATMSTR                         *
      *             PASS 2 - THE TABLE SORTED WARD / ROOM / BED.  ONE  *
      *                      LINE PER ISOLATION PATIENT, FLAGGED WHEN  *
      *                      THE ROOM IS NOT CAPABLE OF THE TYPE OR    *
      *                      IS SHARED WITH ANOTHER OCCUPANT, AND A    *
      *                      WARD LINE OF PATIENTS BY TYPE AND OF      *
      *                      ISOLATION-CAPABLE BEDS STILL FREE         *
      *                                                                *
      *           ANY ROOM BREACH SETS A WARNING RETURN CODE SO THE    *
      *           SCHEDULER PAGES INFECTION CONTROL.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BEDMSTR
                  ASSIGN       to BEDMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is BED-MSTR-REC-KEY
                  FILE STATUS  is BEDMSTR-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY IN PATMSTR-REC
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT ISORPT
           ASSIGN TO UT-S-ISORPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  BEDMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BEDMSTR-FD-REC.
       01  BEDMSTR-FD-REC.
           05 BED-MSTR-REC-KEY PIC 9(04).
           05 FILLER           PIC X(76).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  ISORPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISORPT-REC.
       01  ISORPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  BEDMSTR-STATUS          PIC X(2).
               88 BEDMSTR-OK           VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-PREV-WARD-ID             PIC X(04) VALUE SPACES.
           05 WS-ROOM-KEY                 PIC X(08) VALUE SPACES.
           05 WS-ROOM-OCCUPANTS           PIC S9(04) COMP VALUE +0.
           05 BT-SUB                      PIC S9(04) COMP VALUE +0.
           05 RM-SUB                      PIC S9(04) COMP VALUE +0.

      *    ONE ENTRY PER BED.  BT-SORT-KEY ORDERS THE CENSUS WARD,
      *    ROOM, BED; ITS FIRST EIGHT BYTES IDENTIFY THE ROOM.
       01  BED-TABLE.
           05 BED-COUNT                   PIC S9(04) COMP VALUE +0.
           05 BED-ENTRY OCCURS 2000 TIMES.
              10 BT-SORT-KEY.
                 15 BT-ROOM-KEY.
                    20 BT-WARD-ID         PIC X(04).
                    20 BT-ROOM-NBR        PIC 9(04).
                 15 BT-BED-NBR            PIC 9(04).
              10 BT-FACILITY-ID           PIC X(02).
              10 BT-STATUS                PIC X(01).
                 88 BT-IS-FREE            VALUE 'F'.
                 88 BT-IS-OCCUPIED        VALUE 'O'.
              10 BT-CAPABILITY            PIC X(01).
                 88 BT-NOT-CAPABLE        VALUES ' ', 'N'.
                 88 BT-AIRBORNE-ROOM      VALUE 'A'.
              10 BT-PATIENT-ID            PIC 9(06).
              10 BT-PATIENT-NAME          PIC X(20).
              10 BT-ISOLATION-TYPE        PIC X(01).
                 88 BT-ISOLATED           VALUES 'C', 'D', 'A'.
                 88 BT-AIRBORNE           VALUE 'A'.
              10 BT-ISOLATION-DATE        PIC X(08).

       01  BED-SORT-WORK.
           05 BT-OUTER-SUB                PIC S9(04) COMP VALUE +0.
           05 BT-INNER-SUB                PIC S9(04) COMP VALUE +0.
           05 BT-INSERT-SUB               PIC S9(04) COMP VALUE +0.
           05 BT-SAVE-ENTRY.
              10 BT-SAVE-SORT-KEY         PIC X(12).
              10 FILLER                   PIC X(39).

      *    THE WARD IN PROGRESS.
       01  WARD-COUNTS.
           05 WC-CONTACT                  PIC 9(05) COMP VALUE 0.
           05 WC-DROPLET                  PIC 9(05) COMP VALUE 0.
           05 WC-AIRBORNE                 PIC 9(05) COMP VALUE 0.
           05 WC-CAPABLE-FREE             PIC 9(05) COMP VALUE 0.
           05 WC-BREACHES                 PIC 9(05) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 BEDS-READ                PIC 9(7) COMP VALUE 0.
           05 ISOLATION-PATIENTS       PIC 9(7) COMP VALUE 0.
           05 ROOM-BREACHES            PIC 9(7) COMP VALUE 0.

       COPY BEDMSTR.

       COPY PATMSTR.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               '** INFECTION CONTROL ISOLATION CENSUS - RUN:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
               ' WARD ROOM  BED PATIENT NAME                '.
           05  FILLER                  PIC X(44) VALUE
               '  TYPE      SINCE     ROOM  ALERT           '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ROOM-NBR            PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-BED-NBR             PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PATIENT-ID          PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PATIENT-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-TYPE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SINCE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-CAPABILITY          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ALERT               PIC X(40).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  RPT-WARD-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'WARD  '.
           05  WRD-WARD-ID             PIC X(04).
           05  FILLER                  PIC X(11) VALUE
               '  CONTACT: '.
           05  WRD-CONTACT             PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE
               '  DROPLET: '.
           05  WRD-DROPLET             PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  AIRBORNE: '.
           05  WRD-AIRBORNE            PIC ZZZ9.
           05  FILLER                  PIC X(22) VALUE
               '  CAPABLE BEDS FREE: '.
           05  WRD-CAPABLE-FREE        PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  BREACHES: '.
           05  WRD-BREACHES            PIC ZZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-BEDS THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-SORT-BED-TABLE THRU 200-EXIT.
           PERFORM 300-PRINT-CENSUS THRU 300-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BEDMSTR, PATMSTR.
           OPEN OUTPUT ISORPT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE ISORPT-REC FROM RPT-HEADER-1.
           WRITE ISORPT-REC FROM RPT-HEADER-2.
           PERFORM 900-READ-BEDMSTR THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-LOAD-BEDS.
           MOVE "100-LOAD-BEDS" TO PARA-NAME.
           IF BED-COUNT >= 2000
               DISPLAY "** BED TABLE FULL AT 2000, BED "
                       BED-MSTR-KEY " NOT COUNTED"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 100-READ-NEXT.
           ADD +1 TO BED-COUNT.
           MOVE BED-WARD-ID     TO BT-WARD-ID (BED-COUNT).
           MOVE BED-ROOM-NBR    TO BT-ROOM-NBR (BED-COUNT).
           MOVE BED-MSTR-KEY    TO BT-BED-NBR (BED-COUNT).
           MOVE BED-FACILITY-ID TO BT-FACILITY-ID (BED-COUNT).
           MOVE BED-STATUS      TO BT-STATUS (BED-COUNT).
           MOVE BED-ISOLATION-CAPABLE
                                TO BT-CAPABILITY (BED-COUNT).
           MOVE BED-PATIENT-ID  TO BT-PATIENT-ID (BED-COUNT).
           MOVE SPACES          TO BT-PATIENT-NAME (BED-COUNT),
                                   BT-ISOLATION-TYPE (BED-COUNT),
                                   BT-ISOLATION-DATE (BED-COUNT).
           IF NOT BED-IS-OCCUPIED
               GO TO 100-READ-NEXT.

      *    PATMSTR IS THE RECORD OF THE PATIENT'S ISOLATION; THE COPY
      *    ON THE BED IS ONLY FOR THE ONLINE ROOMMATE CHECK.
           MOVE BED-PATIENT-ID TO PATIENT-KEY IN PATMSTR-REC.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF PATMSTR-FOUND
               MOVE PATIENT-NAME IN PATIENT-MASTER-REC
                   TO BT-PATIENT-NAME (BED-COUNT)
               MOVE PATIENT-ISOLATION-TYPE
                   TO BT-ISOLATION-TYPE (BED-COUNT)
               MOVE PATIENT-ISOLATION-DATE
                   TO BT-ISOLATION-DATE (BED-COUNT)
           ELSE
               MOVE BED-OCCUPANT-ISOLATION
                   TO BT-ISOLATION-TYPE (BED-COUNT)
               MOVE "** NOT ON PATMSTR **"
                   TO BT-PATIENT-NAME (BED-COUNT).
       100-READ-NEXT.
           PERFORM 900-READ-BEDMSTR THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-SORT-BED-TABLE - A PLAIN INSERTION SORT ON BT-SORT-KEY  *
      *    (WARD, ROOM, BED), ASCENDING.                               *
      ******************************************************************
       200-SORT-BED-TABLE.
           MOVE "200-SORT-BED-TABLE" TO PARA-NAME.
           PERFORM 210-INSERTION-SORT-PASS THRU 210-EXIT
               VARYING BT-OUTER-SUB FROM 2 BY 1
               UNTIL BT-OUTER-SUB > BED-COUNT.
       200-EXIT.
           EXIT.

       210-INSERTION-SORT-PASS.
           MOVE BED-ENTRY (BT-OUTER-SUB) TO BT-SAVE-ENTRY.
           COMPUTE BT-INNER-SUB = BT-OUTER-SUB - 1.
           PERFORM 220-SHIFT-IF-NEEDED THRU 220-EXIT
               UNTIL BT-INNER-SUB = 0
               OR BT-SORT-KEY (BT-INNER-SUB) <= BT-SAVE-SORT-KEY.
           COMPUTE BT-INSERT-SUB = BT-INNER-SUB + 1.
           MOVE BT-SAVE-ENTRY TO BED-ENTRY (BT-INSERT-SUB).
       210-EXIT.
           EXIT.

       220-SHIFT-IF-NEEDED.
           MOVE BED-ENTRY (BT-INNER-SUB)
               TO BED-ENTRY (BT-INNER-SUB + 1).
           SUBTRACT 1 FROM BT-INNER-SUB.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    300-PRINT-CENSUS - WALK THE SORTED BEDS.  AT EACH NEW ROOM  *
      *    COUNT ITS OCCUPANTS; AT EACH NEW WARD PRINT THE LAST        *
      *    WARD'S COUNTS.                                              *
      ******************************************************************
       300-PRINT-CENSUS.
           MOVE "300-PRINT-CENSUS" TO PARA-NAME.
           IF BED-COUNT = ZERO
               GO TO 300-EXIT.
           MOVE BT-WARD-ID (1) TO WS-PREV-WARD-ID.
           MOVE SPACES TO WS-ROOM-KEY.
           PERFORM 350-CENSUS-ONE-BED THRU 350-EXIT
               VARYING BT-SUB FROM 1 BY 1
               UNTIL BT-SUB > BED-COUNT.
           PERFORM 500-WARD-TOTAL THRU 500-EXIT.
       300-EXIT.
           EXIT.

       350-CENSUS-ONE-BED.
           IF BT-WARD-ID (BT-SUB) NOT = WS-PREV-WARD-ID
               PERFORM 500-WARD-TOTAL THRU 500-EXIT
               MOVE BT-WARD-ID (BT-SUB) TO WS-PREV-WARD-ID.
           IF BT-ROOM-KEY (BT-SUB) NOT = WS-ROOM-KEY
               MOVE BT-ROOM-KEY (BT-SUB) TO WS-ROOM-KEY
               MOVE ZERO TO WS-ROOM-OCCUPANTS
               PERFORM 360-COUNT-ROOM-OCCUPANT THRU 360-EXIT
                   VARYING RM-SUB FROM BT-SUB BY 1
                   UNTIL RM-SUB > BED-COUNT
                   OR BT-ROOM-KEY (RM-SUB) NOT = WS-ROOM-KEY.

           IF BT-IS-FREE (BT-SUB)
             AND NOT BT-NOT-CAPABLE (BT-SUB)
               ADD +1 TO WC-CAPABLE-FREE.
           IF NOT BT-IS-OCCUPIED (BT-SUB)
             OR NOT BT-ISOLATED (BT-SUB)
               GO TO 350-EXIT.

           ADD +1 TO ISOLATION-PATIENTS.
           MOVE BT-WARD-ID (BT-SUB)        TO DTL-WARD-ID.
           MOVE BT-ROOM-NBR (BT-SUB)       TO DTL-ROOM-NBR.
           MOVE BT-BED-NBR (BT-SUB)        TO DTL-BED-NBR.
           MOVE BT-PATIENT-ID (BT-SUB)     TO DTL-PATIENT-ID.
           MOVE BT-PATIENT-NAME (BT-SUB)   TO DTL-PATIENT-NAME.
           MOVE BT-ISOLATION-DATE (BT-SUB) TO DTL-SINCE.
           IF BT-ISOLATION-TYPE (BT-SUB) = 'C'
               MOVE 'CONTACT ' TO DTL-TYPE
               ADD +1 TO WC-CONTACT
           ELSE
           IF BT-ISOLATION-TYPE (BT-SUB) = 'D'
               MOVE 'DROPLET ' TO DTL-TYPE
               ADD +1 TO WC-DROPLET
           ELSE
               MOVE 'AIRBORNE' TO DTL-TYPE
               ADD +1 TO WC-AIRBORNE.
           IF BT-NOT-CAPABLE (BT-SUB)
               MOVE 'NONE' TO DTL-CAPABILITY
           ELSE
           IF BT-AIRBORNE-ROOM (BT-SUB)
               MOVE 'NEG ' TO DTL-CAPABILITY
           ELSE
               MOVE 'ISOL' TO DTL-CAPABILITY.

           MOVE SPACES TO DTL-ALERT.
           IF BT-NOT-CAPABLE (BT-SUB)
             OR (BT-AIRBORNE (BT-SUB)
                 AND NOT BT-AIRBORNE-ROOM (BT-SUB))
               MOVE '** ROOM NOT CAPABLE - TRANSFER' TO DTL-ALERT
           ELSE
           IF WS-ROOM-OCCUPANTS > 1
               MOVE '** ROOM SHARED - TRANSFER' TO DTL-ALERT.
           IF DTL-ALERT NOT = SPACES
               ADD +1 TO WC-BREACHES
               ADD +1 TO ROOM-BREACHES.
           WRITE ISORPT-REC FROM RPT-DETAIL-LINE.
       350-EXIT.
           EXIT.

       360-COUNT-ROOM-OCCUPANT.
           IF BT-IS-OCCUPIED (RM-SUB)
               ADD +1 TO WS-ROOM-OCCUPANTS.
       360-EXIT.
           EXIT.

       500-WARD-TOTAL.
           MOVE WS-PREV-WARD-ID TO WRD-WARD-ID.
           MOVE WC-CONTACT      TO WRD-CONTACT.
           MOVE WC-DROPLET      TO WRD-DROPLET.
           MOVE WC-AIRBORNE     TO WRD-AIRBORNE.
           MOVE WC-CAPABLE-FREE TO WRD-CAPABLE-FREE.
           MOVE WC-BREACHES     TO WRD-BREACHES.
           WRITE ISORPT-REC FROM RPT-WARD-LINE.
           MOVE ZERO TO WC-CONTACT, WC-DROPLET, WC-AIRBORNE,
                        WC-CAPABLE-FREE, WC-BREACHES.
       500-EXIT.
           EXIT.

       900-READ-BEDMSTR.
           READ BEDMSTR INTO BED-MASTER-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO BEDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'BEDS READ:                    ' TO RPT-TOTAL-LABEL.
           MOVE BEDS-READ TO RPT-TOTAL-COUNT.
           WRITE ISORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PATIENTS IN ISOLATION:        ' TO RPT-TOTAL-LABEL.
           MOVE ISOLATION-PATIENTS TO RPT-TOTAL-COUNT.
           WRITE ISORPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ROOM BREACHES:                ' TO RPT-TOTAL-LABEL.
           MOVE ROOM-BREACHES TO RPT-TOTAL-COUNT.
           WRITE ISORPT-REC FROM RPT-TOTAL-LINE.
           CLOSE BEDMSTR, PATMSTR, ISORPT.
           IF ROOM-BREACHES > ZERO
             AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
           DISPLAY "** PATIENTS IN ISOLATION " ISOLATION-PATIENTS.
           DISPLAY "** ROOM BREACHES         " ROOM-BREACHES.
           DISPLAY "******** NORMAL END OF JOB ISOCENS ********".
       999-EXIT.
           EXIT.
