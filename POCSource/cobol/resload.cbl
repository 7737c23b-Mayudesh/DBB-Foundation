       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  RESLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * RESLOAD - TREATMENT RESOURCE MAINTENANCE.  READS THE         *
      *           SCHEDULING OFFICE'S RESOURCE CARDS (RESOURCE ID,    *
      *           DESCRIPTION, UP TO SIX TREATMENT TYPES SERVED,      *
      *           SLOTS PER DAY, FIRST SLOT TIME, SLOT LENGTH,        *
      *           STATUS) AND ADDS OR REPLACES THE RESRCMST RECORD    *
      *           CSCH400 BOOKS AGAINST.  A RESOURCE IS RETIRED BY    *
      *           A CARD WITH STATUS 'I' - IT IS NEVER DELETED, SO    *
      *           SLOTS ALREADY BOOKED ON IT STILL REPORT.  BAD CARDS *
      *           REJECT TO RESERR.                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RESCARD
           ASSIGN TO UT-S-RESCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RESERR
           ASSIGN TO UT-S-RESERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RESRCMST
                  ASSIGN       to RESRCMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RESRCMST-REC-KEY
                  FILE STATUS  is RESRCMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESCARD-REC.
       01  RESCARD-REC.
           05  RCD-RESOURCE-ID             PIC X(08).
           05  RCD-DESCRIPTION             PIC X(30).
           05  RCD-TREATMENT-TYPE          PIC X(02) OCCURS 6 TIMES.
           05  RCD-SLOTS-PER-DAY           PIC 9(02).
           05  RCD-FIRST-SLOT-TIME.
               10  RCD-FIRST-SLOT-HH       PIC 9(02).
               10  RCD-FIRST-SLOT-MM       PIC 9(02).
           05  RCD-SLOT-MINUTES            PIC 9(03).
           05  RCD-STATUS                  PIC X(01).
           05  RCD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(12).

       FD  RESERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESERR-REC.
       01  RESERR-REC.
           05  RESERR-MSG                  PIC X(40).
           05  RESERR-REST                 PIC X(80).

       FD  RESRCMST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RESRCMST-FD-REC.
       01  RESRCMST-FD-REC.
           05 RESRCMST-REC-KEY PIC X(08).
           05 FILLER           PIC X(92).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RESRCMST-STATUS         PIC X(2).
               88 RESRCMST-FOUND       VALUE "00".
               88 RESRCMST-NOT-FOUND   VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 RESRCMST-NEW-SW             PIC X(01) VALUE "N".
              88 RESRCMST-IS-NEW VALUE "Y".
           05 TYPE-SUB                    PIC S9(04) COMP VALUE +0.
           05 TYPES-ON-CARD               PIC S9(04) COMP VALUE +0.
           05 WS-TYPE-ERROR-SW            PIC X(01) VALUE "N".
              88 TYPE-ERROR-FOUND VALUE "Y".
           05 WS-DAY-MINUTES              PIC 9(05) VALUE 0.
           05 WS-TRT-TYPE-CHECK           PIC X(02) VALUE SPACES.
              88 WS-TRT-TYPE-VALID        VALUES 'MR', 'CT', 'CH',
                                                 'RT', 'SG', 'LT'.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 RESOURCES-ADDED          PIC 9(7) COMP VALUE 0.
           05 RESOURCES-CHANGED        PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY RESRCMST.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF CARDS-REJECTED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RESCARD.
           OPEN I-O RESRCMST.
           IF NOT RESRCMST-FOUND
               OPEN OUTPUT RESRCMST
               CLOSE RESRCMST
               OPEN I-O RESRCMST.
           OPEN OUTPUT RESERR.
           PERFORM 900-READ-RESCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-EDIT-CARD THRU 200-EXIT.
           PERFORM 900-READ-RESCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-EDIT-CARD.
           MOVE "200-EDIT-CARD" TO PARA-NAME.
           IF RCD-RESOURCE-ID = SPACES
               MOVE "*** BLANK RESOURCE ID" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF RCD-CHANGED-BY = SPACES
               MOVE "*** BLANK CHANGED-BY" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE RCD-STATUS TO RES-STATUS.
           IF NOT RES-VALID-STATUS
               MOVE "*** STATUS MUST BE A OR I" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

           MOVE "N" TO WS-TYPE-ERROR-SW.
           MOVE ZERO TO TYPES-ON-CARD.
           PERFORM 250-CHECK-ONE-TYPE THRU 250-EXIT
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 6.
           IF TYPE-ERROR-FOUND
               MOVE "*** INVALID TREATMENT TYPE ON CARD" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.
           IF TYPES-ON-CARD = ZERO
               MOVE "*** NO TREATMENT TYPE SERVED" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF RCD-SLOTS-PER-DAY NOT NUMERIC
                   OR RCD-SLOTS-PER-DAY = ZERO
               MOVE "*** INVALID SLOTS PER DAY" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF RCD-FIRST-SLOT-TIME NOT NUMERIC
                   OR RCD-FIRST-SLOT-HH > 23
                   OR RCD-FIRST-SLOT-MM > 59
               MOVE "*** INVALID FIRST SLOT TIME (HHMM)" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF RCD-SLOT-MINUTES NOT NUMERIC
                   OR RCD-SLOT-MINUTES = ZERO
               MOVE "*** INVALID SLOT LENGTH MINUTES" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

      *    THE LAST SLOT MUST END BY MIDNIGHT.
           COMPUTE WS-DAY-MINUTES = RCD-FIRST-SLOT-HH * 60
                   + RCD-FIRST-SLOT-MM
                   + RCD-SLOTS-PER-DAY * RCD-SLOT-MINUTES.
           IF WS-DAY-MINUTES > 1440
               MOVE "*** SLOTS RUN PAST MIDNIGHT" TO RESERR-MSG
               PERFORM 710-WRITE-RESERR THRU 710-EXIT
               GO TO 200-EXIT.

           PERFORM 500-PUT-RESOURCE THRU 500-EXIT.
       200-EXIT.
           EXIT.

       250-CHECK-ONE-TYPE.
           IF RCD-TREATMENT-TYPE (TYPE-SUB) = SPACES
               GO TO 250-EXIT.
           MOVE RCD-TREATMENT-TYPE (TYPE-SUB) TO WS-TRT-TYPE-CHECK.
           IF WS-TRT-TYPE-VALID
               ADD +1 TO TYPES-ON-CARD
           ELSE
               MOVE "Y" TO WS-TYPE-ERROR-SW.
       250-EXIT.
           EXIT.

       500-PUT-RESOURCE.
           MOVE "500-PUT-RESOURCE" TO PARA-NAME.
           MOVE "N" TO RESRCMST-NEW-SW.
           MOVE RCD-RESOURCE-ID TO RESRCMST-REC-KEY.
           READ RESRCMST INTO TREATMENT-RESOURCE-REC.
           IF NOT RESRCMST-FOUND
               MOVE "Y" TO RESRCMST-NEW-SW.

           INITIALIZE TREATMENT-RESOURCE-REC.
           MOVE RCD-RESOURCE-ID     TO RES-RESOURCE-ID.
           MOVE RCD-DESCRIPTION     TO RES-DESCRIPTION.
           PERFORM 550-MOVE-ONE-TYPE THRU 550-EXIT
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 6.
           MOVE RCD-SLOTS-PER-DAY   TO RES-SLOTS-PER-DAY.
           MOVE RCD-FIRST-SLOT-TIME TO RES-FIRST-SLOT-TIME.
           MOVE RCD-SLOT-MINUTES    TO RES-SLOT-MINUTES.
           MOVE RCD-STATUS          TO RES-STATUS.
           MOVE RCD-CHANGED-BY      TO RES-CHANGED-BY.
           MOVE WS-RUN-DATE         TO RES-CHANGED-DATE.
           MOVE RES-RESOURCE-ID     TO RESRCMST-REC-KEY.
           IF RESRCMST-IS-NEW
               WRITE RESRCMST-FD-REC FROM TREATMENT-RESOURCE-REC
               ADD +1 TO RESOURCES-ADDED
           ELSE
               REWRITE RESRCMST-FD-REC FROM TREATMENT-RESOURCE-REC
               ADD +1 TO RESOURCES-CHANGED.
           IF NOT RESRCMST-FOUND
               DISPLAY "** RESRCMST UPDATE FAILED, STATUS "
                       RESRCMST-STATUS " FOR " RCD-RESOURCE-ID
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       500-EXIT.
           EXIT.

       550-MOVE-ONE-TYPE.
           MOVE RCD-TREATMENT-TYPE (TYPE-SUB)
               TO RES-TREATMENT-TYPE (TYPE-SUB).
       550-EXIT.
           EXIT.

       710-WRITE-RESERR.
           MOVE RESCARD-REC TO RESERR-REST.
           WRITE RESERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-RESCARD.
           READ RESCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE RESCARD, RESRCMST, RESERR.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** RESOURCES ADDED    " RESOURCES-ADDED.
           DISPLAY "** RESOURCES CHANGED  " RESOURCES-CHANGED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB RESLOAD ********".
       999-EXIT.
           EXIT.
