       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  PCXLOAD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *   (C)
      ******************************************************************
      * PCXLOAD - PART-TO-CHARGE CODE CROSS-REFERENCE MAINTENANCE.    *
      *           READS THE PRICING DEPARTMENT'S CARDS NAMING WHICH   *
      *           STOCK PARTS ARE CHARGEABLE TO THE PATIENT, AND      *
      *           UNDER WHICH CHGMSTR CHARGE CODE, AND APPLIES THEM   *
      *           TO PARTCHG (SEE PARTCHG):                           *
      *                                                               *
      *             A - ADD THE PART, OR CHANGE ITS CHARGE CODE       *
      *             D - THE PART IS NO LONGER CHARGEABLE              *
      *                                                               *
      *           THE PART MUST BE ON PART_STOCK AND THE CODE ON      *
      *           CHGMSTR.  SEVERAL PARTS MAY BILL UNDER ONE CODE.    *
      *                                                               *
      *           XREF CARD (80 COLS):                                *
      *             1      ACTION (A/D)      2-24  PART NUMBER        *
      *            25-32   CHARGE CODE      33-40  CHANGED BY         *
      *                                                               *
      *           BAD CARDS REJECT TO PCXERR WITH THE REASON.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PCXCARD
           ASSIGN TO UT-S-PCXCARD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PCXERR
           ASSIGN TO UT-S-PCXERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PARTCHG
                  ASSIGN       to PARTCHG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PARTCHG-REC-KEY
                  FILE STATUS  is PARTCHG-STATUS.

           SELECT CHGMSTR
                  ASSIGN       to CHGMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CHGMSTR-REC-KEY
                  FILE STATUS  is CHGMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCXCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCXCARD-REC.
       01  PCXCARD-REC.
           05  PCC-ACTION                  PIC X(01).
               88  PCC-ADD                 VALUE 'A'.
               88  PCC-DELETE              VALUE 'D'.
               88  PCC-VALID-ACTION        VALUES 'A', 'D'.
           05  PCC-PART-NUM                PIC X(23).
           05  PCC-CHARGE-CODE             PIC X(08).
           05  PCC-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(40).

       FD  PCXERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCXERR-REC.
       01  PCXERR-REC.
           05  PCXERR-MSG                  PIC X(40).
           05  PCXERR-REST                 PIC X(80).

       FD  PARTCHG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTCHG-FD-REC.
       01  PARTCHG-FD-REC.
           05 PARTCHG-REC-KEY  PIC X(23).
           05 FILLER           PIC X(57).

       FD  CHGMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHGMSTR-FD-REC.
       01  CHGMSTR-FD-REC.
           05 CHGMSTR-REC-KEY  PIC X(08).
           05 FILLER           PIC X(72).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PARTCHG-STATUS          PIC X(2).
               88 PARTCHG-FOUND        VALUE "00".
               88 PARTCHG-NOT-FOUND    VALUE "23".
           05  CHGMSTR-STATUS          PIC X(2).
               88 CHGMSTR-OK           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.

       01  HOST-VARIABLES.
           05  HV-PART-NUM             PIC X(23).

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
           05 XREFS-ADDED              PIC 9(7) COMP VALUE 0.
           05 XREFS-CHANGED            PIC 9(7) COMP VALUE 0.
           05 XREFS-DELETED            PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.

       COPY PARTCHG.

       COPY CHGMSTR.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
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
           OPEN INPUT PCXCARD, CHGMSTR.
           OPEN I-O PARTCHG.
           IF NOT PARTCHG-FOUND
               OPEN OUTPUT PARTCHG
               CLOSE PARTCHG
               OPEN I-O PARTCHG.
           OPEN OUTPUT PCXERR.
           PERFORM 900-READ-PCXCARD THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-EDIT-CARD THRU 200-EXIT.
           PERFORM 900-READ-PCXCARD THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-EDIT-CARD.
           MOVE "200-EDIT-CARD" TO PARA-NAME.
           IF NOT PCC-VALID-ACTION
               MOVE "*** INVALID XREF CARD ACTION CODE" TO PCXERR-MSG
               PERFORM 710-WRITE-PCXERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF PCC-PART-NUM = SPACES
               MOVE "*** BLANK PART NUMBER" TO PCXERR-MSG
               PERFORM 710-WRITE-PCXERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF PCC-CHANGED-BY = SPACES
               MOVE "*** BLANK CHANGED-BY" TO PCXERR-MSG
               PERFORM 710-WRITE-PCXERR THRU 710-EXIT
               GO TO 200-EXIT.

           IF PCC-ADD
               PERFORM 300-APPLY-XREF THRU 300-EXIT
           ELSE
               PERFORM 500-DELETE-XREF THRU 500-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-APPLY-XREF - THE PART MUST BE A STOCK PART AND THE      *
      *    CODE A PRICEABLE ONE.                                       *
      ******************************************************************
       300-APPLY-XREF.
           MOVE "300-APPLY-XREF" TO PARA-NAME.
           MOVE PCC-CHARGE-CODE TO CHGMSTR-REC-KEY.
           READ CHGMSTR INTO CHARGE-MASTER-REC.
           IF NOT CHGMSTR-OK
               MOVE "*** CHARGE CODE NOT ON CHGMSTR" TO PCXERR-MSG
               PERFORM 710-WRITE-PCXERR THRU 710-EXIT
               GO TO 300-EXIT.

           MOVE PCC-PART-NUM TO HV-PART-NUM.
           EXEC SQL
                SELECT PART_NUM
                INTO   :HV-PART-NUM
                FROM   PART_STOCK
                WHERE  PART_NUM = :HV-PART-NUM
           END-EXEC.
           IF SQLCODE = 100
               MOVE "*** PART NOT ON PART_STOCK" TO PCXERR-MSG
               PERFORM 710-WRITE-PCXERR THRU 710-EXIT
               GO TO 300-EXIT
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "** PART_STOCK SELECT FAILED " SQLCODE
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.

           MOVE PCC-PART-NUM TO PARTCHG-REC-KEY.
           READ PARTCHG INTO PART-CHARGE-XREF-REC.
           IF PARTCHG-FOUND
               MOVE PCC-CHARGE-CODE  TO PCX-CHARGE-CODE
               MOVE PCC-CHANGED-BY   TO PCX-CHANGED-BY
               MOVE WS-RUN-DATE      TO PCX-CHANGED-DATE
               REWRITE PARTCHG-FD-REC FROM PART-CHARGE-XREF-REC
               IF NOT PARTCHG-FOUND
                   DISPLAY "** PARTCHG REWRITE FAILED, STATUS "
                           PARTCHG-STATUS " FOR " PCC-PART-NUM
                   MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               ELSE
                   ADD +1 TO XREFS-CHANGED
               END-IF
               GO TO 300-EXIT.

           INITIALIZE PART-CHARGE-XREF-REC.
           MOVE PCC-PART-NUM     TO PCX-PART-NUM.
           MOVE PCC-CHARGE-CODE  TO PCX-CHARGE-CODE.
           MOVE PCC-CHANGED-BY   TO PCX-CHANGED-BY.
           MOVE WS-RUN-DATE      TO PCX-CHANGED-DATE.
           WRITE PARTCHG-FD-REC FROM PART-CHARGE-XREF-REC.
           IF NOT PARTCHG-FOUND
               DISPLAY "** PARTCHG WRITE FAILED, STATUS "
                       PARTCHG-STATUS " FOR " PCC-PART-NUM
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 300-EXIT.
           ADD +1 TO XREFS-ADDED.
       300-EXIT.
           EXIT.

       500-DELETE-XREF.
           MOVE "500-DELETE-XREF" TO PARA-NAME.
           MOVE PCC-PART-NUM TO PARTCHG-REC-KEY.
           READ PARTCHG INTO PART-CHARGE-XREF-REC.
           IF NOT PARTCHG-FOUND
               MOVE "*** PART NOT ON PARTCHG" TO PCXERR-MSG
               PERFORM 710-WRITE-PCXERR THRU 710-EXIT
               GO TO 500-EXIT.
           DELETE PARTCHG.
           IF NOT PARTCHG-FOUND
               DISPLAY "** PARTCHG DELETE FAILED, STATUS "
                       PARTCHG-STATUS " FOR " PCC-PART-NUM
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO XREFS-DELETED.
       500-EXIT.
           EXIT.

       710-WRITE-PCXERR.
           MOVE PCXCARD-REC TO PCXERR-REST.
           WRITE PCXERR-REC.
           ADD +1 TO CARDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-PCXCARD.
           READ PCXCARD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO CARDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE PCXCARD, CHGMSTR, PARTCHG, PCXERR.
           DISPLAY "** CARDS READ         " CARDS-READ.
           DISPLAY "** XREFS ADDED        " XREFS-ADDED.
           DISPLAY "** XREFS CHANGED      " XREFS-CHANGED.
           DISPLAY "** XREFS DELETED      " XREFS-DELETED.
           DISPLAY "** CARDS REJECTED     " CARDS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PCXLOAD ********".
       999-EXIT.
           EXIT.
