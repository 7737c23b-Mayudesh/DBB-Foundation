       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  INVJLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * INVJLOAD - INVENTORY JOURNAL ACCOUNT MAP MAINTENANCE.  READS   *
      *            FINANCE'S MAP CARDS (REASON CODE, DESCRIPTION,     *
      *            POST FLAG, THE DEBIT AND CREDIT ACCOUNTS FOR A     *
      *            QUANTITY INCREASE AND FOR A DECREASE, CHANGED-BY)  *
      *            AND ADDS OR REPLACES THE ROW ON THE INVJMAP FILE   *
      *            INVJRNL JOURNALS MOVLEDGR BY.  A 'D' IN THE ACTION *
      *            COLUMN DELETES THE REASON CODE'S ROW.  EVERY       *
      *            CHANGE WRITES A BEFORE/AFTER LINE TO THE INVJAUDT  *
      *            TRAIL - WHO RE-POINTED WHICH CODE, FROM WHAT, TO   *
      *            WHAT, WHEN.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAPCARD
           ASSIGN TO UT-S-MAPCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT INVJAUDT
           ASSIGN TO UT-S-INVJAUDT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT INVJMAP
                  ASSIGN       to INVJMAP
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is INVJMAP-REC-KEY
                  FILE STATUS  is INVJMAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAPCARD-REC.
       01  MAPCARD-REC.
           05  MCD-ACTION                  PIC X(01).
               88  MCD-DELETE              VALUE 'D'.
           05  MCD-REASON-CODE             PIC X(04).
           05  MCD-DESCRIPTION             PIC X(20).
           05  MCD-POST-SW                 PIC X(01).
               88  MCD-POST-SW-VALID       VALUE 'Y' 'N'.
               88  MCD-POSTS               VALUE 'Y'.
           05  MCD-INCREASE-DR-ACCT        PIC X(06).
           05  MCD-INCREASE-CR-ACCT        PIC X(06).
           05  MCD-DECREASE-DR-ACCT        PIC X(06).
           05  MCD-DECREASE-CR-ACCT        PIC X(06).
           05  MCD-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(22).

       FD  INVJAUDT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVJAUDT-REC.
       01  INVJAUDT-REC                     PIC X(132).

       FD  INVJMAP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INVJMAP-FD-REC.
       01  INVJMAP-FD-REC.
           05 INVJMAP-REC-KEY  PIC X(04).
           05 FILLER           PIC X(76).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  INVJMAP-STATUS          PIC X(2).
               88 INVJMAP-FOUND        VALUE "00".
               88 INVJMAP-NOT-FOUND    VALUE "23".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 INVJMAP-NEW-SW              PIC X(01) VALUE "N".
              88 INVJMAP-IS-NEW VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 CODES-ADDED              PIC 9(7) COMP VALUE 0.
           05 CODES-CHANGED            PIC 9(7) COMP VALUE 0.
           05 CODES-DELETED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY INVJMAP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      *    THE AUDIT LINE CARRIES THE OLD AND NEW MAPPINGS TOGETHER:
      *    POST FLAG, THEN INCREASE DR/CR AND DECREASE DR/CR.
       01  AUD-LINE.
           05  FILLER                  PIC X(07) VALUE ' CODE: '.
           05  AUD-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-ACTION              PIC X(04).
           05  FILLER                  PIC X(06) VALUE ' OLD: '.
           05  AUD-OLD-MAP.
               10  AUD-OLD-POST-SW     PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-OLD-INC-DR      PIC X(06).
               10  FILLER              PIC X(01) VALUE '/'.
               10  AUD-OLD-INC-CR      PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-OLD-DEC-DR      PIC X(06).
               10  FILLER              PIC X(01) VALUE '/'.
               10  AUD-OLD-DEC-CR      PIC X(06).
           05  FILLER                  PIC X(06) VALUE ' NEW: '.
           05  AUD-NEW-MAP.
               10  AUD-NEW-POST-SW     PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-NEW-INC-DR      PIC X(06).
               10  FILLER              PIC X(01) VALUE '/'.
               10  AUD-NEW-INC-CR      PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUD-NEW-DEC-DR      PIC X(06).
               10  FILLER              PIC X(01) VALUE '/'.
               10  AUD-NEW-DEC-CR      PIC X(06).
           05  FILLER                  PIC X(05) VALUE ' BY: '.
           05  AUD-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' ON: '.
           05  AUD-CHANGED-DATE        PIC 9(08).
           05  FILLER                  PIC X(20) VALUE SPACES.

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
           OPEN INPUT MAPCARD.
           OPEN I-O INVJMAP.
           IF NOT INVJMAP-FOUND
               OPEN OUTPUT INVJMAP
               CLOSE INVJMAP
               OPEN I-O INVJMAP.
           OPEN OUTPUT INVJAUDT.
           PERFORM 900-READ-MAPCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-LOAD-ONE-CODE THRU 200-EXIT.
           PERFORM 900-READ-MAPCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-LOAD-ONE-CODE - A CODE THAT POSTS NEEDS ALL FOUR        *
      *    ACCOUNTS; ONE POSTED BY ANOTHER JOB NEEDS NONE.             *
      ******************************************************************
       200-LOAD-ONE-CODE.
           MOVE "200-LOAD-ONE-CODE" TO PARA-NAME.
           IF MCD-REASON-CODE = SPACES
             OR MCD-CHANGED-BY = SPACES
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** BAD MAP CARD REJECTED: " MCD-REASON-CODE
               GO TO 200-EXIT.

           MOVE "N" TO INVJMAP-NEW-SW.
           MOVE MCD-REASON-CODE TO INVJMAP-REC-KEY.
           READ INVJMAP INTO INV-JOURNAL-MAP-REC.
           IF NOT INVJMAP-FOUND
               MOVE "Y" TO INVJMAP-NEW-SW
               INITIALIZE INV-JOURNAL-MAP-REC.

           IF MCD-DELETE
               PERFORM 300-DELETE-CODE THRU 300-EXIT
               GO TO 200-EXIT.

           IF NOT MCD-POST-SW-VALID
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** MAP POST FLAG NOT Y/N REJECTED: "
                       MCD-REASON-CODE
               GO TO 200-EXIT.
           IF MCD-POSTS
             AND (MCD-INCREASE-DR-ACCT = SPACES
               OR MCD-INCREASE-CR-ACCT = SPACES
               OR MCD-DECREASE-DR-ACCT = SPACES
               OR MCD-DECREASE-CR-ACCT = SPACES)
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** MAP ACCOUNT MISSING REJECTED: "
                       MCD-REASON-CODE
               GO TO 200-EXIT.

           MOVE 'SET ' TO AUD-ACTION.
           PERFORM 800-AUDIT-OLD THRU 800-EXIT.
           MOVE MCD-POST-SW          TO AUD-NEW-POST-SW.
           MOVE MCD-INCREASE-DR-ACCT TO AUD-NEW-INC-DR.
           MOVE MCD-INCREASE-CR-ACCT TO AUD-NEW-INC-CR.
           MOVE MCD-DECREASE-DR-ACCT TO AUD-NEW-DEC-DR.
           MOVE MCD-DECREASE-CR-ACCT TO AUD-NEW-DEC-CR.
           WRITE INVJAUDT-REC FROM AUD-LINE.

           INITIALIZE INV-JOURNAL-MAP-REC.
           MOVE MCD-REASON-CODE      TO IJM-REASON-CODE.
           MOVE MCD-DESCRIPTION      TO IJM-DESCRIPTION.
           MOVE MCD-POST-SW          TO IJM-POST-SW.
           MOVE MCD-INCREASE-DR-ACCT TO IJM-INCREASE-DR-ACCT.
           MOVE MCD-INCREASE-CR-ACCT TO IJM-INCREASE-CR-ACCT.
           MOVE MCD-DECREASE-DR-ACCT TO IJM-DECREASE-DR-ACCT.
           MOVE MCD-DECREASE-CR-ACCT TO IJM-DECREASE-CR-ACCT.
           MOVE MCD-CHANGED-BY       TO IJM-CHANGED-BY.
           MOVE WS-RUN-DATE          TO IJM-CHANGED-DATE.
           MOVE IJM-REASON-CODE      TO INVJMAP-REC-KEY.
           IF INVJMAP-IS-NEW
               WRITE INVJMAP-FD-REC FROM INV-JOURNAL-MAP-REC
               ADD +1 TO CODES-ADDED
           ELSE
               REWRITE INVJMAP-FD-REC FROM INV-JOURNAL-MAP-REC
               ADD +1 TO CODES-CHANGED.
           IF NOT INVJMAP-FOUND
               DISPLAY "** INVJMAP UPDATE FAILED, STATUS "
                       INVJMAP-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       300-DELETE-CODE.
           MOVE "300-DELETE-CODE" TO PARA-NAME.
           IF INVJMAP-IS-NEW
               ADD +1 TO CARDS-REJECTED
               DISPLAY "** MAP DELETE - CODE NOT ON FILE: "
                       MCD-REASON-CODE
               GO TO 300-EXIT.
           MOVE 'DEL ' TO AUD-ACTION.
           PERFORM 800-AUDIT-OLD THRU 800-EXIT.
           MOVE SPACES TO AUD-NEW-MAP.
           WRITE INVJAUDT-REC FROM AUD-LINE.
           MOVE MCD-REASON-CODE TO INVJMAP-REC-KEY.
           DELETE INVJMAP RECORD.
           IF NOT INVJMAP-FOUND
               DISPLAY "** INVJMAP DELETE FAILED, STATUS "
                       INVJMAP-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO CODES-DELETED.
       300-EXIT.
           EXIT.

       800-AUDIT-OLD.
           MOVE MCD-REASON-CODE      TO AUD-REASON-CODE.
           MOVE IJM-POST-SW          TO AUD-OLD-POST-SW.
           MOVE IJM-INCREASE-DR-ACCT TO AUD-OLD-INC-DR.
           MOVE IJM-INCREASE-CR-ACCT TO AUD-OLD-INC-CR.
           MOVE IJM-DECREASE-DR-ACCT TO AUD-OLD-DEC-DR.
           MOVE IJM-DECREASE-CR-ACCT TO AUD-OLD-DEC-CR.
           MOVE MCD-CHANGED-BY       TO AUD-CHANGED-BY.
           MOVE WS-RUN-DATE          TO AUD-CHANGED-DATE.
       800-EXIT.
           EXIT.

       900-READ-MAPCARD.
           READ MAPCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE MAPCARD, INVJMAP, INVJAUDT.
           DISPLAY "** CARDS READ     " CARDS-READ.
           DISPLAY "** CODES ADDED    " CODES-ADDED.
           DISPLAY "** CODES CHANGED  " CODES-CHANGED.
           DISPLAY "** CODES DELETED  " CODES-DELETED.
           DISPLAY "** CARDS REJECTED " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB INVJLOAD ********".
       999-EXIT.
           EXIT.
