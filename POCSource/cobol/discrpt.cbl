       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  DISCRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PATIENT DATA.
      ******************************************************************
      * DISCRPT - PATIENT ACCOUNTING OF DISCLOSURES.  PRINTS EVERY     *
      *           RELEASE OF ONE PATIENT'S INFORMATION LOGGED ON THE   *
      *           DISCLOG FILE (SEE DISCLOG; KEYED ON CDSC400) OVER A  *
      *           DATE RANGE, FOR THE PATIENT WHO ASKS FOR THE LIST.   *
      *                                                                *
      *           DISCLOG IS KEYED PATIENT + RELEASE DATE + TIME, SO   *
      *           ONE START AT THE PATIENT'S FROM DATE AND A READ NEXT *
      *           TO THE THRU DATE IS THE WHOLE LIST, OLDEST FIRST.    *
      *                                                                *
      *           SYSIN CONTROL CARD:                                  *
      *             COLUMNS  1-6  PATIENT ID (REQUIRED)                *
      *             COLUMNS  7-14 FROM DATE CCYYMMDD (BLANK = SIX      *
      *                           YEARS BEFORE THE RUN DATE)           *
      *             COLUMNS 15-22 THRU DATE CCYYMMDD (BLANK = THE RUN  *
      *                           DATE)                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISCLOG
                  ASSIGN       to DISCLOG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is DISCLOG-REC-KEY
                  FILE STATUS  is DISCLOG-STATUS.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PRSN-REC-KEY
                  FILE STATUS  is PRSN-STATUS.

           SELECT DISCLRPT
           ASSIGN TO UT-S-DISCLRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCLOG
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS DISCLOG-FD-REC.
       01  DISCLOG-FD-REC.
           05 DISCLOG-REC-KEY  PIC X(22).
           05 FILLER           PIC X(138).

       FD  PRSNMSTR
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-REC-KEY     PIC X(06).
           05 FILLER           PIC X(794).

       FD  DISCLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLRPT-REC.
       01  DISCLRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  DISCLOG-STATUS          PIC X(2).
               88 DISCLOG-OK           VALUE "00".
           05  PRSN-STATUS             PIC X(2).
               88 PRSN-FOUND           VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
              10 WS-RUN-YEAR              PIC 9(04).
              10 WS-RUN-MMDD              PIC 9(04).
           05 WS-FROM-DATE                PIC 9(08) VALUE 0.
           05 WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
              10 WS-FROM-YEAR             PIC 9(04).
              10 WS-FROM-MMDD             PIC 9(04).
           05 WS-THRU-DATE                PIC 9(08) VALUE 0.

       01  DSC-CONTROL-CARD.
           05  DSC-CTL-PATIENT-ID      PIC X(06).
           05  DSC-CTL-FROM-DATE       PIC X(08).
           05  DSC-CTL-FROM-DATE-N REDEFINES DSC-CTL-FROM-DATE
                                       PIC 9(08).
           05  DSC-CTL-THRU-DATE       PIC X(08).
           05  DSC-CTL-THRU-DATE-N REDEFINES DSC-CTL-THRU-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(58).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RELEASES-LISTED          PIC 9(7) COMP VALUE 0.

       COPY DISCLOG.
       COPY PATPERSN.

       COPY DATESRVP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(38) VALUE
               '** ACCOUNTING OF DISCLOSURES - RUN:  '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(10) VALUE ' PATIENT: '.
           05  HDR-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HDR-FIRST-NAME          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDR-LAST-NAME           PIC X(15).
           05  FILLER                  PIC X(16) VALUE
               '  RELEASES FROM '.
           05  HDR-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE ' THRU '.
           05  HDR-THRU-DATE           PIC 9(08).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  RPT-HEADER-3.
           05  FILLER                  PIC X(44) VALUE
               ' RELEASED REQUESTED RECIPIENT               '.
           05  FILLER                  PIC X(44) VALUE
               '       TYPE RELEASED BY PURPOSE             '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RELEASE-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REQUEST-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RECIPIENT-NAME      PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RECIPIENT-TYPE      PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RELEASED-BY         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PURPOSE             PIC X(30).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  RPT-DETAIL-LINE-2.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               'INFORMATION GIVEN:'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-INFO-RELEASED       PIC X(40).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LIST-RELEASE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO DSC-CONTROL-CARD.
           ACCEPT DSC-CONTROL-CARD.
           OPEN INPUT DISCLOG, PRSNMSTR.
           OPEN OUTPUT DISCLRPT.

           IF DSC-CTL-PATIENT-ID NOT NUMERIC
               DISPLAY "** BAD CONTROL CARD - NO PATIENT ID"
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.

           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           SUBTRACT 6 FROM WS-FROM-YEAR.
           IF DSC-CTL-FROM-DATE NOT = SPACES
               MOVE 'VAL '            TO DSRV-FUNCTION
               MOVE DSC-CTL-FROM-DATE TO DSRV-DATE-1
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD NOT = ZERO
                   DISPLAY "** BAD FROM DATE - SIX YEARS USED"
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               ELSE
                   MOVE DSC-CTL-FROM-DATE-N TO WS-FROM-DATE.

           MOVE WS-RUN-DATE TO WS-THRU-DATE.
           IF DSC-CTL-THRU-DATE NOT = SPACES
               MOVE 'VAL '            TO DSRV-FUNCTION
               MOVE DSC-CTL-THRU-DATE TO DSRV-DATE-1
               CALL 'DATESRV' USING DATE-SRV-PARMS
               IF DSRV-RETURN-CD NOT = ZERO
                   DISPLAY "** BAD THRU DATE - RUN DATE USED"
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               ELSE
                   MOVE DSC-CTL-THRU-DATE-N TO WS-THRU-DATE.

           MOVE DSC-CTL-PATIENT-ID TO PRSN-REC-KEY.
           MOVE SPACES TO PATIENT-PERSONAL.
           READ PRSNMSTR INTO PATIENT-PERSONAL.
           IF NOT PRSN-FOUND
               DISPLAY "** PATIENT NOT ON PRSNMSTR: "
                       DSC-CTL-PATIENT-ID
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.

           MOVE WS-RUN-DATE         TO HDR-RUN-DATE.
           MOVE DSC-CTL-PATIENT-ID  TO HDR-PATIENT-ID.
           MOVE PRSN-FIRST-NAME     TO HDR-FIRST-NAME.
           MOVE PRSN-LAST-NAME      TO HDR-LAST-NAME.
           MOVE WS-FROM-DATE        TO HDR-FROM-DATE.
           MOVE WS-THRU-DATE        TO HDR-THRU-DATE.
           WRITE DISCLRPT-REC FROM RPT-HEADER-1.
           WRITE DISCLRPT-REC FROM RPT-HEADER-2.
           WRITE DISCLRPT-REC FROM RPT-HEADER-3.

           MOVE DSC-CTL-PATIENT-ID  TO DSC-PATIENT-ID.
           MOVE WS-FROM-DATE        TO DSC-RELEASE-DATE.
           MOVE ZERO                TO DSC-RELEASE-TIME.
           MOVE DSC-KEY             TO DISCLOG-REC-KEY.
           START DISCLOG KEY NOT < DISCLOG-REC-KEY.
           IF NOT DISCLOG-OK
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           PERFORM 900-READ-DISCLOG THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-LIST-RELEASE.
           MOVE "100-LIST-RELEASE" TO PARA-NAME.
           MOVE DSC-RELEASE-DATE    TO DTL-RELEASE-DATE.
           MOVE DSC-REQUEST-DATE    TO DTL-REQUEST-DATE.
           MOVE DSC-RECIPIENT-NAME  TO DTL-RECIPIENT-NAME.
           MOVE DSC-RELEASED-BY     TO DTL-RELEASED-BY.
           MOVE DSC-PURPOSE         TO DTL-PURPOSE.
           MOVE 'OTHER'             TO DTL-RECIPIENT-TYPE.
           IF DSC-TO-ATTORNEY
               MOVE 'ATTORNEY'      TO DTL-RECIPIENT-TYPE.
           IF DSC-TO-INSURER
               MOVE 'INSURER'       TO DTL-RECIPIENT-TYPE.
           IF DSC-TO-PUBLIC-HEALTH
               MOVE 'PUBLIC HEALTH' TO DTL-RECIPIENT-TYPE.
           IF DSC-TO-PROVIDER
               MOVE 'PROVIDER'      TO DTL-RECIPIENT-TYPE.
           WRITE DISCLRPT-REC FROM RPT-DETAIL-LINE.
           MOVE DSC-INFO-RELEASED   TO DTL-INFO-RELEASED.
           WRITE DISCLRPT-REC FROM RPT-DETAIL-LINE-2.
           ADD +1 TO RELEASES-LISTED.
           PERFORM 900-READ-DISCLOG THRU 900-EXIT.
       100-EXIT.
           EXIT.

       900-READ-DISCLOG.
           READ DISCLOG NEXT INTO DISCLOSURE-LOG-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           IF NOT DISCLOG-OK
             OR DSC-PATIENT-ID NOT = DSC-CTL-PATIENT-ID
             OR DSC-RELEASE-DATE > WS-THRU-DATE
               MOVE "N" TO MORE-DATA-SW
           END-IF.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE 'RELEASES LISTED:              ' TO RPT-TOTAL-LABEL.
           MOVE RELEASES-LISTED TO RPT-TOTAL-COUNT.
           WRITE DISCLRPT-REC FROM RPT-TOTAL-LINE.
           CLOSE DISCLOG, PRSNMSTR, DISCLRPT.
           DISPLAY "** RELEASES LISTED       " RELEASES-LISTED.
           DISPLAY "******** NORMAL END OF JOB DISCRPT ********".
       999-EXIT.
           EXIT.
