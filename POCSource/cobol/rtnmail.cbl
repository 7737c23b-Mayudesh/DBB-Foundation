       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  RTNMAIL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      *   (C)
      ******************************************************************
      * RTNMAIL - DAILY RETURNED-MAIL POSTING AND ADDRESS WORKLIST.   *
      *           READS THE MAIL ROOM'S RETURNED-MAIL TRANSACTIONS    *
      *           (SEE RTMLTRAN) - EACH PIECE EITHER SCANNED FROM ITS *
      *           PATSTMT REMITTANCE STUB OR KEYED FROM THE ENVELOPE  *
      *           - AND MARKS THE ADDRESS IT WAS MAILED TO            *
      *           UNDELIVERABLE WITH THE DATE IT CAME BACK:           *
      *                                                               *
      *             - A SCANNED STUB MUST PASS THE SCANDGT CHECK      *
      *               DIGIT BEFORE ITS PATIENT ID IS TRUSTED          *
      *             - A PATIENT ID IS ROUTED THE WAY PATSTMT AND      *
      *               DUNNING ADDRESS THE MAIL: TO THE GUARANTOR ON   *
      *               GUARMSTR WHEN ONE IS LINKED, OTHERWISE TO THE   *
      *               PATIENT'S OWN PRSNMSTR ADDRESS                  *
      *             - A KEYED GUARANTOR ID FLAGS GUARMSTR DIRECTLY    *
      *                                                               *
      *           STATEMENTS, DUNNING LETTERS AND REFUND CHECKS ARE   *
      *           HELD FOR A FLAGGED ADDRESS.  THE FLAG CLEARS ITSELF *
      *           WHEN REGISTRATION KEYS A NEW ADDRESS (CPRS400 FOR   *
      *           THE PATIENT, GUARLOAD FOR THE GUARANTOR).           *
      *                                                               *
      *           AFTER POSTING, A PASS OF PATMSTR PRINTS THE         *
      *           REGISTRATION WORKLIST: EVERY PATIENT WHOSE MAIL IS  *
      *           HELD, WITH THE PHONE NUMBER TO CALL AND HOW LONG    *
      *           THE ADDRESS HAS BEEN BAD.  TRANSACTIONS THAT CANNOT *
      *           BE POSTED GO TO THE RTMLERR REJECT LIST.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RTMLIN
           ASSIGN TO UT-S-RTMLIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RTMLERR
           ASSIGN TO UT-S-RTMLERR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RTMLWL
           ASSIGN TO UT-S-RTMLWL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-REC-KEY
                  FILE STATUS  is PRSN-STATUS.

           SELECT GUARMSTR
                  ASSIGN       to GUARMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is GUARMSTR-REC-KEY
                  FILE STATUS  is GUARMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTMLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTMLIN-REC.
       01  RTMLIN-REC                       PIC X(80).

       FD  RTMLERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTMLERR-REC.
       01  RTMLERR-REC                      PIC X(132).

       FD  RTMLWL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTMLWL-REC.
       01  RTMLWL-REC                       PIC X(132).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-REC-KEY     PIC X(06).
           05 FILLER           PIC X(794).

       FD  GUARMSTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS GUARMSTR-FD-REC.
       01  GUARMSTR-FD-REC.
           05 GUARMSTR-REC-KEY PIC X(06).
           05 FILLER           PIC X(114).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
               88 PATMSTR-AT-END       VALUE "10".
           05  PRSN-STATUS             PIC X(2).
               88 PRSN-FOUND           VALUE "00".
           05  GUARMSTR-STATUS         PIC X(2).
               88 GUARMSTR-FOUND       VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-PATIENTS-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-PATIENTS VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RETURN-DATE              PIC 9(08) VALUE 0.
           05 WS-WORK-DATE                PIC 9(08) VALUE 0.
           05 WS-DAYS-BAD                 PIC 9(05) VALUE 0.
           05 WS-PATIENT-ID               PIC X(06) VALUE SPACES.
           05 WS-GUARANTOR-ID             PIC X(06) VALUE SPACES.
           05 WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TRANS-READ               PIC 9(7) COMP VALUE 0.
           05 PATIENTS-FLAGGED         PIC 9(7) COMP VALUE 0.
           05 GUARANTORS-FLAGGED       PIC 9(7) COMP VALUE 0.
           05 ALREADY-FLAGGED          PIC 9(7) COMP VALUE 0.
           05 TRANS-REJECTED           PIC 9(7) COMP VALUE 0.
           05 PATIENTS-TO-CALL         PIC 9(7) COMP VALUE 0.

       COPY RTMLTRAN.

       COPY PATMSTR.

       COPY PATPERSN.

       COPY GUARMSTR.

       COPY SCANLINP.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  ERR-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
               '** RETURNED-MAIL REJECTS - RUN DATE:      '.
           05  ERR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  ERR-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'MODE'.
           05  FILLER                  PIC X(26) VALUE 'SCAN LINE'.
           05  FILLER                  PIC X(05) VALUE 'TYPE'.
           05  FILLER                  PIC X(08) VALUE 'ID'.
           05  FILLER                  PIC X(10) VALUE 'RETURNED'.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(30) VALUE 'REJECT REASON'.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  ERR-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERR-ENTRY-MODE          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ERR-SCAN-LINE           PIC X(24).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ERR-PARTY-TYPE          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ERR-PARTY-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERR-RETURN-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERR-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERR-REASON              PIC X(30).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WL-HEADER-1.
           05  FILLER                  PIC X(50) VALUE
               '** REGISTRATION WORKLIST - ADDRESS UNDELIVERABLE  '.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE:  '.
           05  WL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WL-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PATIENT'.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(12) VALUE 'PHONE'.
           05  FILLER                  PIC X(11) VALUE 'MAILED TO'.
           05  FILLER                  PIC X(08) VALUE 'GUAR ID'.
           05  FILLER                  PIC X(10) VALUE 'RETURNED'.
           05  FILLER                  PIC X(06) VALUE ' DAYS'.
           05  FILLER                  PIC X(27) VALUE 'BAD ADDRESS'.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WL-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WL-PATIENT-ID           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-PATIENT-NAME         PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-PHONE                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-MAILED-TO            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-GUARANTOR-ID         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-RETURN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-DAYS-BAD             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WL-ADDRESS              PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-CITY                 PIC X(15).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 600-BUILD-WORKLIST THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF TRANS-REJECTED > 0
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RTMLIN, PATMSTR.
           OPEN I-O PRSNMSTR, GUARMSTR.
           OPEN OUTPUT RTMLERR, RTMLWL.
           MOVE WS-RUN-DATE TO ERR-RUN-DATE, WL-RUN-DATE.
           WRITE RTMLERR-REC FROM ERR-HEADER-1.
           WRITE RTMLERR-REC FROM ERR-HEADER-2.
           PERFORM 900-READ-RTMLIN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-TRAN THRU 300-EXIT.
           PERFORM 900-READ-RTMLIN THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    300-EDIT-TRAN - THE RETURN DATE, THEN WHOSE MAIL IT WAS.    *
      *    THE FIRST FAILURE SENDS THE TRANSACTION TO THE REJECT LIST. *
      ******************************************************************
       300-EDIT-TRAN.
           MOVE "300-EDIT-TRAN" TO PARA-NAME.
           IF RTM-RETURN-DATE NOT NUMERIC OR RTM-RETURN-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-RETURN-DATE
           ELSE
               MOVE 'VAL '          TO DSRV-FUNCTION
               MOVE RTM-RETURN-DATE TO DSRV-DATE-1
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD NOT = ZERO
                   MOVE 'RETURN DATE INVALID' TO WS-REJECT-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 300-EXIT
               END-IF
               MOVE RTM-RETURN-DATE TO WS-RETURN-DATE.
           IF WS-RETURN-DATE > WS-RUN-DATE
               MOVE 'RETURN DATE IN THE FUTURE' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.

           IF RTM-SCANNED
               PERFORM 310-EDIT-SCAN THRU 310-EXIT
               GO TO 300-EXIT.

           IF NOT RTM-KEYED
               MOVE 'ENTRY MODE NOT S OR K' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.

           IF RTM-PARTY-ID = SPACES
               MOVE 'NO ID KEYED' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.

           IF RTM-PARTY-GUARANTOR
               MOVE RTM-PARTY-ID TO WS-GUARANTOR-ID
               MOVE RTM-PARTY-ID TO GUARMSTR-REC-KEY
               READ GUARMSTR INTO GUARANTOR-MASTER-REC
               IF NOT GUARMSTR-FOUND
                   MOVE 'GUARANTOR NOT ON GUARMSTR' TO
                       WS-REJECT-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 300-EXIT
               END-IF
               PERFORM 500-FLAG-GUARANTOR THRU 500-EXIT
               GO TO 300-EXIT.

           IF NOT RTM-PARTY-PATIENT
               MOVE 'PARTY TYPE NOT P OR G' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.

           MOVE RTM-PARTY-ID TO WS-PATIENT-ID.
           PERFORM 400-ROUTE-PATIENT THRU 400-EXIT.
       300-EXIT.
           EXIT.

      *    A SCANNED STUB IS ONLY AS GOOD AS ITS CHECK DIGIT - A
      *    MISREAD PATIENT ID WOULD FLAG SOMEBODY ELSE'S ADDRESS.
       310-EDIT-SCAN.
           MOVE "310-EDIT-SCAN" TO PARA-NAME.
           IF RTM-SCAN-LINE = SPACES
               MOVE 'NO SCAN LINE' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 310-EXIT.

           MOVE 'VER '          TO SCN-FUNCTION.
           MOVE RTM-SCAN-LINE   TO SCN-SCAN-LINE.
           CALL 'SCANDGT' USING SCAN-LINE-PARMS.
           IF SCN-RETURN-CD = 4
               MOVE 'SCAN LINE CHECK DIGIT FAILED' TO
                   WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 310-EXIT.
           IF SCN-RETURN-CD NOT = ZERO
               MOVE 'SCAN LINE UNREADABLE' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 310-EXIT.

           MOVE RTM-SCAN-PATIENT-ID TO WS-PATIENT-ID.
           PERFORM 400-ROUTE-PATIENT THRU 400-EXIT.
       310-EXIT.
           EXIT.

      ******************************************************************
      *    400-ROUTE-PATIENT - THE MAIL WENT WHERE PATSTMT AND         *
      *    DUNNING SEND IT: THE LINKED GUARANTOR WHEN THERE IS ONE,    *
      *    OTHERWISE THE PATIENT'S OWN PRSNMSTR ADDRESS.               *
      ******************************************************************
       400-ROUTE-PATIENT.
           MOVE "400-ROUTE-PATIENT" TO PARA-NAME.
           MOVE WS-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT PATMSTR-FOUND
               MOVE 'PATIENT NOT ON PATMSTR' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.

           IF PATIENT-GUARANTOR-ID NOT = SPACES
                   AND PATIENT-GUARANTOR-ID NOT = LOW-VALUES
               MOVE PATIENT-GUARANTOR-ID TO GUARMSTR-REC-KEY
               READ GUARMSTR INTO GUARANTOR-MASTER-REC
               IF GUARMSTR-FOUND
                   MOVE PATIENT-GUARANTOR-ID TO WS-GUARANTOR-ID
                   PERFORM 500-FLAG-GUARANTOR THRU 500-EXIT
                   GO TO 400-EXIT
               END-IF
           END-IF.

           MOVE WS-PATIENT-ID TO PRSN-REC-KEY.
           READ PRSNMSTR INTO PATIENT-PERSONAL.
           IF NOT PRSN-FOUND
               MOVE 'PATIENT NOT ON PRSNMSTR' TO WS-REJECT-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           PERFORM 550-FLAG-PERSON THRU 550-EXIT.
       400-EXIT.
           EXIT.

      *    A SECOND PIECE BACK FROM AN ADDRESS ALREADY FLAGGED KEEPS
      *    THE FIRST RETURN DATE - THE WORKLIST AGES FROM THAT.
       500-FLAG-GUARANTOR.
           MOVE "500-FLAG-GUARANTOR" TO PARA-NAME.
           IF GUA-ADDR-UNDELIVERABLE
               ADD +1 TO ALREADY-FLAGGED
               GO TO 500-EXIT.
           MOVE 'U'            TO GUA-ADDR-STATUS.
           MOVE WS-RETURN-DATE TO GUA-ADDR-RETURN-DATE.
           MOVE WS-GUARANTOR-ID TO GUARMSTR-REC-KEY.
           REWRITE GUARMSTR-FD-REC FROM GUARANTOR-MASTER-REC.
           IF NOT GUARMSTR-FOUND
               DISPLAY "** GUARMSTR UPDATE FAILED, STATUS "
                       GUARMSTR-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 500-EXIT.
           ADD +1 TO GUARANTORS-FLAGGED.
       500-EXIT.
           EXIT.

       550-FLAG-PERSON.
           MOVE "550-FLAG-PERSON" TO PARA-NAME.
           IF PRSN-ADDR-UNDELIVERABLE
               ADD +1 TO ALREADY-FLAGGED
               GO TO 550-EXIT.
           MOVE 'U'            TO PRSN-ADDR-STATUS.
           MOVE WS-RETURN-DATE TO PRSN-ADDR-RETURN-DATE.
           MOVE WS-PATIENT-ID  TO PRSN-REC-KEY.
           REWRITE PRSNMSTR-REC FROM PATIENT-PERSONAL.
           IF NOT PRSN-FOUND
               DISPLAY "** PRSNMSTR UPDATE FAILED, STATUS "
                       PRSN-STATUS
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               GO TO 550-EXIT.
           ADD +1 TO PATIENTS-FLAGGED.
       550-EXIT.
           EXIT.

      ******************************************************************
      *    600-BUILD-WORKLIST - PASS PATMSTR FRONT TO BACK AND LIST    *
      *    EVERY PATIENT WHOSE MAILING ADDRESS IS FLAGGED, WHETHER IT  *
      *    WAS FLAGGED TODAY OR IS STILL WAITING FROM AN EARLIER RUN.  *
      ******************************************************************
       600-BUILD-WORKLIST.
           MOVE "600-BUILD-WORKLIST" TO PARA-NAME.
           WRITE RTMLWL-REC FROM WL-HEADER-1.
           WRITE RTMLWL-REC FROM WL-HEADER-2.
           MOVE LOW-VALUES TO PATMSTR-KEY.
           START PATMSTR KEY NOT < PATMSTR-KEY.
           IF NOT PATMSTR-FOUND
               GO TO 600-EXIT.
           PERFORM 950-READ-NEXT-PATMSTR THRU 950-EXIT.
           PERFORM 650-CHECK-PATIENT THRU 650-EXIT
                   UNTIL NO-MORE-PATIENTS.
       600-EXIT.
           EXIT.

       650-CHECK-PATIENT.
           MOVE "650-CHECK-PATIENT" TO PARA-NAME.
           MOVE SPACES TO WL-DETAIL-LINE.
           IF PATIENT-GUARANTOR-ID NOT = SPACES
                   AND PATIENT-GUARANTOR-ID NOT = LOW-VALUES
               MOVE PATIENT-GUARANTOR-ID TO GUARMSTR-REC-KEY
               READ GUARMSTR INTO GUARANTOR-MASTER-REC
               IF GUARMSTR-FOUND
                   IF GUA-ADDR-UNDELIVERABLE
                       MOVE 'GUARANTOR'          TO WL-MAILED-TO
                       MOVE PATIENT-GUARANTOR-ID TO WL-GUARANTOR-ID
                       MOVE GUA-ADDR-RETURN-DATE TO WS-WORK-DATE
                       MOVE GUA-ADDRESS          TO WL-ADDRESS
                       MOVE GUA-CITY             TO WL-CITY
                       PERFORM 660-WRITE-WORKLIST THRU 660-EXIT
                   END-IF
                   GO TO 650-READ-NEXT
               END-IF
           END-IF.

           MOVE PATIENT-KEY TO PRSN-REC-KEY.
           READ PRSNMSTR INTO PATIENT-PERSONAL.
           IF PRSN-FOUND AND PRSN-ADDR-UNDELIVERABLE
               MOVE 'PATIENT'      TO WL-MAILED-TO
               IF PRSN-ADDR-RETURN-DATE NUMERIC
                   MOVE PRSN-ADDR-RETURN-DATE TO WS-WORK-DATE
               ELSE
                   MOVE ZERO TO WS-WORK-DATE
               END-IF
               MOVE PRSN-ADDRESS   TO WL-ADDRESS
               MOVE PRSN-CITY      TO WL-CITY
               PERFORM 660-WRITE-WORKLIST THRU 660-EXIT.
       650-READ-NEXT.
           PERFORM 950-READ-NEXT-PATMSTR THRU 950-EXIT.
       650-EXIT.
           EXIT.

      *    DAYS SINCE THE MAIL CAME BACK, SO THE OLDEST GET CALLED
      *    FIRST.
       660-WRITE-WORKLIST.
           MOVE PATIENT-KEY    TO WL-PATIENT-ID.
           MOVE PATIENT-NAME   TO WL-PATIENT-NAME.
           MOVE PATIENT-PHONE  TO WL-PHONE.
           MOVE WS-WORK-DATE   TO WL-RETURN-DATE.
           MOVE ZERO           TO WS-DAYS-BAD.
           MOVE 'DIF '         TO DSRV-FUNCTION.
           MOVE WS-WORK-DATE   TO DSRV-DATE-1.
           MOVE WS-RUN-DATE    TO DSRV-DATE-2.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD = ZERO AND DSRV-DAYS > ZERO
               MOVE DSRV-DAYS TO WS-DAYS-BAD.
           MOVE WS-DAYS-BAD    TO WL-DAYS-BAD.
           WRITE RTMLWL-REC FROM WL-DETAIL-LINE.
           ADD +1 TO PATIENTS-TO-CALL.
       660-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE RTM-ENTRY-MODE   TO ERR-ENTRY-MODE.
           MOVE RTM-SCAN-LINE    TO ERR-SCAN-LINE.
           MOVE RTM-PARTY-TYPE   TO ERR-PARTY-TYPE.
           MOVE RTM-PARTY-ID     TO ERR-PARTY-ID.
           MOVE RTM-RETURN-DATE  TO ERR-RETURN-DATE.
           MOVE RTM-OPERATOR     TO ERR-OPERATOR.
           MOVE WS-REJECT-REASON TO ERR-REASON.
           WRITE RTMLERR-REC FROM ERR-DETAIL-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       900-READ-RTMLIN.
           READ RTMLIN INTO RETURNED-MAIL-TRAN
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO TRANS-READ.
       900-EXIT.
           EXIT.

       950-READ-NEXT-PATMSTR.
           READ PATMSTR NEXT RECORD INTO PATIENT-MASTER-REC
               AT END MOVE "N" TO MORE-PATIENTS-SW
           END-READ.
           IF NOT PATMSTR-FOUND
               MOVE "N" TO MORE-PATIENTS-SW.
       950-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO RTMLERR-REC.
           WRITE RTMLERR-REC.
           MOVE 'TRANSACTIONS READ:            ' TO RPT-TOTAL-LABEL.
           MOVE TRANS-READ TO RPT-TOTAL-COUNT.
           WRITE RTMLERR-REC FROM RPT-TOTAL-LINE.
           MOVE 'PATIENT ADDRESSES FLAGGED:    ' TO RPT-TOTAL-LABEL.
           MOVE PATIENTS-FLAGGED TO RPT-TOTAL-COUNT.
           WRITE RTMLERR-REC FROM RPT-TOTAL-LINE.
           MOVE 'GUARANTOR ADDRESSES FLAGGED:  ' TO RPT-TOTAL-LABEL.
           MOVE GUARANTORS-FLAGGED TO RPT-TOTAL-COUNT.
           WRITE RTMLERR-REC FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY FLAGGED:              ' TO RPT-TOTAL-LABEL.
           MOVE ALREADY-FLAGGED TO RPT-TOTAL-COUNT.
           WRITE RTMLERR-REC FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED:        ' TO RPT-TOTAL-LABEL.
           MOVE TRANS-REJECTED TO RPT-TOTAL-COUNT.
           WRITE RTMLERR-REC FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RTMLWL-REC.
           WRITE RTMLWL-REC.
           MOVE 'PATIENTS TO CALL:             ' TO RPT-TOTAL-LABEL.
           MOVE PATIENTS-TO-CALL TO RPT-TOTAL-COUNT.
           WRITE RTMLWL-REC FROM RPT-TOTAL-LINE.
           CLOSE RTMLIN, PATMSTR, PRSNMSTR, GUARMSTR, RTMLERR, RTMLWL.
           DISPLAY "** TRANSACTIONS READ    " TRANS-READ.
           DISPLAY "** ADDRESSES FLAGGED    " PATIENTS-FLAGGED
                   " / " GUARANTORS-FLAGGED.
           DISPLAY "** PATIENTS TO CALL     " PATIENTS-TO-CALL.
           DISPLAY "******** NORMAL END OF JOB RTNMAIL ********".
       999-EXIT.
           EXIT.
