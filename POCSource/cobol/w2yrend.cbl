       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  W2YREND.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * W2YREND - YEAR-END WAGE AND TAX STATEMENTS.  FOR EVERY PAYYTD *
      *           RECORD OF THE YEAR ON THE W2PARM CARD THAT HAS      *
      *           WAGES, PRINTS A W-2 (BOXES 1-6 AND 15-17) ON        *
      *           W2PRINT AND WRITES AN EMPLOYEE WAGE RECORD TO THE   *
      *           W2WAGE ELECTRONIC FILING FILE (EFW2 FORMAT - RA     *
      *           SUBMITTER, RE EMPLOYER, ONE RW PER EMPLOYEE, RT     *
      *           TOTAL AND RF FINAL RECORDS, 512 BYTES EACH, MONEY   *
      *           IN CENTS).  THE SSN COMES FROM TAXELECT; A PERSON   *
      *           WITH NO SSN ON FILE IS WRITTEN WITH ZEROS AND       *
      *           LISTED SO IT CAN BE CORRECTED BEFORE THE FILE IS    *
      *           SENT.  THE PRINTED SSN SHOWS ONLY THE LAST FOUR     *
      *           DIGITS.                                             *
      *                                                               *
      *           W2PARM: COLS 1-4 TAX YEAR, 5-13 EMPLOYER EIN,       *
      *           14-41 EMPLOYER NAME, 42-61 STREET, 62-73 CITY,      *
      *           74-75 STATE, 76-80 ZIP.                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYYTD
                  ASSIGN       to PAYYTD
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PAYYTD-REC-KEY
                  FILE STATUS  is PAYYTD-STATUS.

           SELECT PERSONAL
                  ASSIGN       to PERSONAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PERSON-KEY-FD
                  FILE STATUS  is PERSONAL-STATUS.

           SELECT TAXELECT
                  ASSIGN       to TAXELECT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is TAXELECT-REC-KEY
                  FILE STATUS  is TAXELECT-STATUS.

           SELECT W2PARM
           ASSIGN TO UT-S-W2PARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS W2PARM-STATUS.

           SELECT W2PRINT
           ASSIGN TO UT-S-W2PRINT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT W2WAGE
           ASSIGN TO UT-S-W2WAGE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYYTD
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS PAYYTD-FD-REC.
       01  PAYYTD-FD-REC.
           05 PAYYTD-REC-KEY   PIC X(14).
           05 FILLER           PIC X(286).

       FD  PERSONAL
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS PERSONAL-FD-REC.
       01  PERSONAL-FD-REC.
           05 PERSON-KEY-FD    PIC X(10).
           05 FILLER           PIC X(76).

       FD  TAXELECT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TAXELECT-FD-REC.
       01  TAXELECT-FD-REC.
           05 TAXELECT-REC-KEY PIC X(10).
           05 FILLER           PIC X(70).

       FD  W2PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS W2PARM-REC.
       01  W2PARM-REC.
           05  PARM-TAX-YEAR               PIC X(04).
           05  PARM-TAX-YEAR-NUM REDEFINES PARM-TAX-YEAR
                                           PIC 9(04).
           05  PARM-EIN                    PIC X(09).
           05  PARM-EMPLOYER-NAME          PIC X(28).
           05  PARM-EMPLOYER-STREET        PIC X(20).
           05  PARM-EMPLOYER-CITY          PIC X(12).
           05  PARM-EMPLOYER-STATE         PIC X(02).
           05  PARM-EMPLOYER-ZIP           PIC X(05).

       FD  W2PRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS W2PRINT-REC.
       01  W2PRINT-REC                      PIC X(132).

       FD  W2WAGE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 512 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS W2WAGE-REC.
       01  W2WAGE-REC                       PIC X(512).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PAYYTD-STATUS           PIC X(2).
               88 PAYYTD-OK            VALUE "00".
           05  PERSONAL-STATUS         PIC X(2).
               88 PERSONAL-OK          VALUE "00".
           05  TAXELECT-STATUS         PIC X(2).
               88 TAXELECT-OK          VALUE "00".
           05  W2PARM-STATUS           PIC X(2).
               88 W2PARM-OK            VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 ELECT-FILE-SW               PIC X(01) VALUE "Y".
              88 NO-ELECT-FILE VALUE "N".
           05 WS-TAX-YEAR                 PIC 9(04) VALUE 0.
           05 WS-SSN                      PIC 9(09) VALUE 0.
           05 WS-SSN-R REDEFINES WS-SSN.
              10 WS-SSN-AREA              PIC 9(03).
              10 WS-SSN-GROUP             PIC 9(02).
              10 WS-SSN-SERIAL            PIC 9(04).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP VALUE 0.
           05 W2-COUNT                 PIC 9(7) COMP VALUE 0.
           05 NO-SSN-COUNT             PIC 9(7) COMP VALUE 0.
           05 NOT-ON-PERSONAL          PIC 9(7) COMP VALUE 0.
           05 WAGE-RECORDS-WRITTEN     PIC 9(7) COMP VALUE 0.
           05 WS-TOT-WAGES             PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-FIT               PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-SS-WAGES          PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-SS-TAX            PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-MC-WAGES          PIC S9(13)V99 COMP-3 VALUE +0.
           05 WS-TOT-MC-TAX            PIC S9(13)V99 COMP-3 VALUE +0.

       COPY PAYYTD.

       COPY PERSON.

       COPY TAXELECT.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.

      ******************************************************************
      *    EFW2 RECORD LAYOUTS - 512 BYTES, POSITIONS AS PUBLISHED FOR *
      *    THE SOCIAL SECURITY ADMINISTRATION WAGE FILE.  MONEY FIELDS *
      *    ARE UNSIGNED WHOLE CENTS, RIGHT JUSTIFIED, ZERO FILLED.     *
      ******************************************************************
       01  EFW2-RA-RECORD.
           05  RA-RECORD-ID                PIC X(02) VALUE 'RA'.
           05  RA-SUBMITTER-EIN            PIC X(09).
           05  RA-USER-ID                  PIC X(08) VALUE SPACES.
           05  RA-VENDOR-CODE              PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  RA-RESUB-INDICATOR          PIC X(01) VALUE '0'.
           05  RA-RESUB-WFID               PIC X(06) VALUE SPACES.
           05  RA-SOFTWARE-CODE            PIC X(02) VALUE '98'.
           05  RA-COMPANY-NAME             PIC X(57).
           05  RA-LOCATION-ADDRESS         PIC X(22) VALUE SPACES.
           05  RA-DELIVERY-ADDRESS         PIC X(22).
           05  RA-CITY                     PIC X(22).
           05  RA-STATE                    PIC X(02).
           05  RA-ZIP                      PIC X(05).
           05  RA-ZIP-EXT                  PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(341) VALUE SPACES.

       01  EFW2-RE-RECORD.
           05  RE-RECORD-ID                PIC X(02) VALUE 'RE'.
           05  RE-TAX-YEAR                 PIC 9(04).
           05  RE-AGENT-INDICATOR          PIC X(01) VALUE SPACE.
           05  RE-EIN                      PIC X(09).
           05  RE-AGENT-EIN                PIC X(09) VALUE SPACES.
           05  RE-TERMINATING-BUSINESS     PIC X(01) VALUE '0'.
           05  RE-ESTABLISHMENT-NUMBER     PIC X(04) VALUE SPACES.
           05  RE-OTHER-EIN                PIC X(09) VALUE SPACES.
           05  RE-EMPLOYER-NAME            PIC X(57).
           05  RE-LOCATION-ADDRESS         PIC X(22) VALUE SPACES.
           05  RE-DELIVERY-ADDRESS         PIC X(22).
           05  RE-CITY                     PIC X(22).
           05  RE-STATE                    PIC X(02).
           05  RE-ZIP                      PIC X(05).
           05  RE-ZIP-EXT                  PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(50) VALUE SPACES.
           05  RE-KIND-OF-EMPLOYER         PIC X(01) VALUE 'N'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RE-EMPLOYMENT-CODE          PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(286) VALUE SPACES.

       01  EFW2-RW-RECORD.
           05  RW-RECORD-ID                PIC X(02) VALUE 'RW'.
           05  RW-SSN                      PIC 9(09).
           05  RW-FIRST-NAME               PIC X(15).
           05  RW-MIDDLE-NAME              PIC X(15) VALUE SPACES.
           05  RW-LAST-NAME                PIC X(20).
           05  RW-SUFFIX                   PIC X(04) VALUE SPACES.
           05  RW-LOCATION-ADDRESS         PIC X(22) VALUE SPACES.
           05  RW-DELIVERY-ADDRESS         PIC X(22).
           05  RW-CITY                     PIC X(22).
           05  RW-STATE                    PIC X(02).
           05  RW-ZIP                      PIC X(05).
           05  RW-ZIP-EXT                  PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(45) VALUE SPACES.
           05  RW-WAGES                    PIC 9(09)V99.
           05  RW-FIT                      PIC 9(09)V99.
           05  RW-SS-WAGES                 PIC 9(09)V99.
           05  RW-SS-TAX                   PIC 9(09)V99.
           05  RW-MC-WAGES                 PIC 9(09)V99.
           05  RW-MC-TAX                   PIC 9(09)V99.
           05  RW-OTHER-AMOUNTS            PIC X(232) VALUE ALL '0'.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  EFW2-RT-RECORD.
           05  RT-RECORD-ID                PIC X(02) VALUE 'RT'.
           05  RT-RW-COUNT                 PIC 9(07).
           05  RT-WAGES                    PIC 9(13)V99.
           05  RT-FIT                      PIC 9(13)V99.
           05  RT-SS-WAGES                 PIC 9(13)V99.
           05  RT-SS-TAX                   PIC 9(13)V99.
           05  RT-MC-WAGES                 PIC 9(13)V99.
           05  RT-MC-TAX                   PIC 9(13)V99.
           05  RT-OTHER-AMOUNTS            PIC X(255) VALUE ALL '0'.
           05  FILLER                      PIC X(158) VALUE SPACES.

       01  EFW2-RF-RECORD.
           05  RF-RECORD-ID                PIC X(02) VALUE 'RF'.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  RF-RW-COUNT                 PIC 9(09).
           05  FILLER                      PIC X(496) VALUE SPACES.

      ******************************************************************
      *    W-2 PRINT LINES                                             *
      ******************************************************************
       01  W2-SEPARATOR-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(100) VALUE ALL '-'.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  W2-HEADER-LINE.
           05  FILLER                  PIC X(44) VALUE
               ' FORM W-2  WAGE AND TAX STATEMENT      YEAR '.
           05  W2-HDR-YEAR             PIC 9(04).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  W2-EMPLOYER-LINE.
           05  FILLER                  PIC X(09) VALUE ' B. EIN: '.
           05  W2-EIN                  PIC X(09).
           05  FILLER                  PIC X(15) VALUE
               '   C. EMPLOYER '.
           05  W2-EMPLOYER-NAME        PIC X(28).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-EMPLOYER-STREET      PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-EMPLOYER-CITY        PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-EMPLOYER-STATE       PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-EMPLOYER-ZIP         PIC X(05).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  W2-EMPLOYEE-LINE.
           05  FILLER                  PIC X(09) VALUE ' A. SSN: '.
           05  W2-SSN-MASK             PIC X(07) VALUE 'XXX-XX-'.
           05  W2-SSN-LAST-FOUR        PIC 9(04).
           05  FILLER                  PIC X(15) VALUE
               '   E. EMPLOYEE '.
           05  W2-FIRST-NAME           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-LAST-NAME            PIC X(15).
           05  FILLER                  PIC X(09) VALUE '  NUMBER '.
           05  W2-PERSON-NUMBER        PIC X(10).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  W2-ADDRESS-LINE.
           05  FILLER                  PIC X(34) VALUE
               ' F. EMPLOYEE ADDRESS              '.
           05  W2-STREET               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-CITY                 PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-STATE                PIC X(02).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  W2-BOX-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-BOX-LEFT-LABEL       PIC X(30).
           05  W2-BOX-LEFT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  W2-BOX-RIGHT-LABEL      PIC X(30).
           05  W2-BOX-RIGHT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  W2-STATE-LINE.
           05  FILLER                  PIC X(14) VALUE
               ' 15 STATE:    '.
           05  W2-TAX-STATE            PIC X(02).
           05  FILLER                  PIC X(21) VALUE
               '   16 STATE WAGES:   '.
           05  W2-STATE-WAGES          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE
               '   17 STATE INCOME TAX: '.
           05  W2-STATE-TAX            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  W2-EXCEPTION-LINE.
           05  FILLER                  PIC X(13) VALUE
               ' *** PERSON '.
           05  W2-EXC-PERSON           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-EXC-MESSAGE          PIC X(60).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  W2-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W2-TOTAL-LABEL          PIC X(40).
           05  W2-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           OPEN INPUT W2PARM.
           IF W2PARM-OK
               READ W2PARM
                   AT END MOVE SPACES TO W2PARM-REC
               END-READ
               CLOSE W2PARM
           ELSE
               MOVE SPACES TO W2PARM-REC.
           IF PARM-TAX-YEAR NOT NUMERIC
             OR PARM-EIN NOT NUMERIC
             OR PARM-EMPLOYER-NAME = SPACES
               DISPLAY "** W2PARM YEAR, EIN AND EMPLOYER NAME REQUIRED"
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           MOVE PARM-TAX-YEAR-NUM TO WS-TAX-YEAR.
           DISPLAY "** W-2 STATEMENTS FOR TAX YEAR " WS-TAX-YEAR.

           OPEN INPUT PAYYTD.
           IF NOT PAYYTD-OK
               DISPLAY "** PAYYTD OPEN FAILED, STATUS="
                       PAYYTD-STATUS
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
           OPEN INPUT PERSONAL.
           IF NOT PERSONAL-OK
               DISPLAY "** PERSONAL OPEN FAILED, STATUS="
                       PERSONAL-STATUS
               CLOSE PAYYTD
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT.
      *    WITHOUT TAXELECT NO SSN CAN BE REPORTED - THE STATEMENTS
      *    STILL PRINT FOR BALANCING BUT EVERY WAGE RECORD IS FLAGGED.
           OPEN INPUT TAXELECT.
           IF NOT TAXELECT-OK
               DISPLAY "** TAXELECT NOT AVAILABLE, STATUS="
                       TAXELECT-STATUS
               MOVE "N" TO ELECT-FILE-SW
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.

           OPEN OUTPUT W2PRINT, W2WAGE.

           MOVE PARM-EIN              TO RA-SUBMITTER-EIN, RE-EIN,
                                         W2-EIN.
           MOVE PARM-EMPLOYER-NAME    TO RA-COMPANY-NAME,
                                         RE-EMPLOYER-NAME,
                                         W2-EMPLOYER-NAME.
           MOVE PARM-EMPLOYER-STREET  TO RA-DELIVERY-ADDRESS,
                                         RE-DELIVERY-ADDRESS,
                                         W2-EMPLOYER-STREET.
           MOVE PARM-EMPLOYER-CITY    TO RA-CITY, RE-CITY,
                                         W2-EMPLOYER-CITY.
           MOVE PARM-EMPLOYER-STATE   TO RA-STATE, RE-STATE,
                                         W2-EMPLOYER-STATE.
           MOVE PARM-EMPLOYER-ZIP     TO RA-ZIP, RE-ZIP,
                                         W2-EMPLOYER-ZIP.
           MOVE WS-TAX-YEAR           TO RE-TAX-YEAR, W2-HDR-YEAR.
           WRITE W2WAGE-REC FROM EFW2-RA-RECORD.
           WRITE W2WAGE-REC FROM EFW2-RE-RECORD.
           ADD +2 TO WAGE-RECORDS-WRITTEN.

           PERFORM 900-READ-PAYYTD THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    100-MAINLINE - ONE STATEMENT PER PERSON PAID IN THE YEAR.   *
      ******************************************************************
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF PY-TAX-YEAR NOT = WS-TAX-YEAR
               GO TO 100-READ-NEXT.
           IF PY-YTD-GROSS NOT > ZERO
               GO TO 100-READ-NEXT.

           MOVE PY-PERSON-NUMBER TO PERSON-KEY-FD.
           READ PERSONAL INTO PERSON-MASTER-RECORD.
           IF NOT PERSONAL-OK
               ADD +1 TO NOT-ON-PERSONAL
               MOVE SPACES TO PERSON-MASTER-RECORD
               MOVE PY-PERSON-NUMBER TO PERSON-NUMBER
               MOVE PY-PERSON-NUMBER TO W2-EXC-PERSON
               MOVE 'NOT ON PERSONAL - NAME AND ADDRESS BLANK'
                   TO W2-EXC-MESSAGE
               WRITE W2PRINT-REC FROM W2-EXCEPTION-LINE
               IF WS-HIGHEST-SEVERITY < RC-WARNING
                   MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               END-IF
           END-IF.

           PERFORM 200-GET-SSN THRU 200-EXIT.
           PERFORM 300-PRINT-W2 THRU 300-EXIT.
           PERFORM 400-WRITE-RW THRU 400-EXIT.
           ADD +1 TO W2-COUNT.
       100-READ-NEXT.
           PERFORM 900-READ-PAYYTD THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-GET-SSN.
           MOVE "200-GET-SSN" TO PARA-NAME.
           MOVE ZERO TO WS-SSN.
           IF NO-ELECT-FILE
               GO TO 200-NO-SSN.
           MOVE PY-PERSON-NUMBER TO TAXELECT-REC-KEY.
           READ TAXELECT INTO TAX-ELECTION-REC.
           IF NOT TAXELECT-OK
               GO TO 200-NO-SSN.
           IF TE-SSN NOT NUMERIC OR TE-SSN = ZERO
               GO TO 200-NO-SSN.
           MOVE TE-SSN TO WS-SSN.
           GO TO 200-EXIT.
       200-NO-SSN.
           ADD +1 TO NO-SSN-COUNT.
           MOVE PY-PERSON-NUMBER TO W2-EXC-PERSON.
           MOVE 'NO SSN ON TAXELECT - WAGE RECORD WRITTEN WITH ZEROS'
               TO W2-EXC-MESSAGE.
           WRITE W2PRINT-REC FROM W2-EXCEPTION-LINE.
           IF WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       200-EXIT.
           EXIT.

       300-PRINT-W2.
           MOVE "300-PRINT-W2" TO PARA-NAME.
           WRITE W2PRINT-REC FROM W2-SEPARATOR-LINE.
           WRITE W2PRINT-REC FROM W2-HEADER-LINE.
           WRITE W2PRINT-REC FROM W2-EMPLOYER-LINE.
           MOVE WS-SSN-SERIAL         TO W2-SSN-LAST-FOUR.
           MOVE PERSON-FIRST-NAME     TO W2-FIRST-NAME.
           MOVE PERSON-LAST-NAME      TO W2-LAST-NAME.
           MOVE PY-PERSON-NUMBER      TO W2-PERSON-NUMBER.
           WRITE W2PRINT-REC FROM W2-EMPLOYEE-LINE.
           MOVE PERSON-STREET-ADDRESS TO W2-STREET.
           MOVE PERSON-CITY-ADDRESS   TO W2-CITY.
           MOVE PERSON-STATE-ADDRESS  TO W2-STATE.
           WRITE W2PRINT-REC FROM W2-ADDRESS-LINE.

           MOVE ' 1 WAGES, TIPS, OTHER COMP   ' TO W2-BOX-LEFT-LABEL.
           MOVE PY-YTD-GROSS                    TO W2-BOX-LEFT.
           MOVE ' 2 FEDERAL INCOME TAX WITHHELD' TO W2-BOX-RIGHT-LABEL.
           MOVE PY-YTD-FIT                      TO W2-BOX-RIGHT.
           WRITE W2PRINT-REC FROM W2-BOX-LINE.
           MOVE ' 3 SOCIAL SECURITY WAGES     ' TO W2-BOX-LEFT-LABEL.
           MOVE PY-YTD-SS-WAGES                 TO W2-BOX-LEFT.
           MOVE ' 4 SOCIAL SECURITY TAX       ' TO W2-BOX-RIGHT-LABEL.
           MOVE PY-YTD-SS-TAX                   TO W2-BOX-RIGHT.
           WRITE W2PRINT-REC FROM W2-BOX-LINE.
           MOVE ' 5 MEDICARE WAGES AND TIPS   ' TO W2-BOX-LEFT-LABEL.
           MOVE PY-YTD-MC-WAGES                 TO W2-BOX-LEFT.
           MOVE ' 6 MEDICARE TAX WITHHELD     ' TO W2-BOX-RIGHT-LABEL.
           MOVE PY-YTD-MC-TAX                   TO W2-BOX-RIGHT.
           WRITE W2PRINT-REC FROM W2-BOX-LINE.

           MOVE PY-STATE TO W2-TAX-STATE.
           IF PY-STATE = SPACES
               MOVE ZERO TO W2-STATE-WAGES
           ELSE
               MOVE PY-YTD-GROSS TO W2-STATE-WAGES.
           MOVE PY-YTD-SIT TO W2-STATE-TAX.
           WRITE W2PRINT-REC FROM W2-STATE-LINE.
       300-EXIT.
           EXIT.

       400-WRITE-RW.
           MOVE "400-WRITE-RW" TO PARA-NAME.
           MOVE WS-SSN                TO RW-SSN.
           MOVE PERSON-FIRST-NAME     TO RW-FIRST-NAME.
           MOVE PERSON-LAST-NAME      TO RW-LAST-NAME.
           MOVE PERSON-STREET-ADDRESS TO RW-DELIVERY-ADDRESS.
           MOVE PERSON-CITY-ADDRESS   TO RW-CITY.
           MOVE PERSON-STATE-ADDRESS  TO RW-STATE.
           MOVE SPACES                TO RW-ZIP.
           MOVE PY-YTD-GROSS          TO RW-WAGES.
           MOVE PY-YTD-FIT            TO RW-FIT.
           MOVE PY-YTD-SS-WAGES       TO RW-SS-WAGES.
           MOVE PY-YTD-SS-TAX         TO RW-SS-TAX.
           MOVE PY-YTD-MC-WAGES       TO RW-MC-WAGES.
           MOVE PY-YTD-MC-TAX         TO RW-MC-TAX.
           WRITE W2WAGE-REC FROM EFW2-RW-RECORD.
           ADD +1 TO WAGE-RECORDS-WRITTEN.
           ADD PY-YTD-GROSS           TO WS-TOT-WAGES.
           ADD PY-YTD-FIT             TO WS-TOT-FIT.
           ADD PY-YTD-SS-WAGES        TO WS-TOT-SS-WAGES.
           ADD PY-YTD-SS-TAX          TO WS-TOT-SS-TAX.
           ADD PY-YTD-MC-WAGES        TO WS-TOT-MC-WAGES.
           ADD PY-YTD-MC-TAX          TO WS-TOT-MC-TAX.
       400-EXIT.
           EXIT.

      ******************************************************************
      *    800-WRITE-TOTALS - RT AND RF CLOSE OUT THE WAGE FILE; THE   *
      *    SAME TOTALS PRINT AT THE END OF W2PRINT FOR THE W-3.        *
      ******************************************************************
       800-WRITE-TOTALS.
           MOVE "800-WRITE-TOTALS" TO PARA-NAME.
           MOVE W2-COUNT        TO RT-RW-COUNT, RF-RW-COUNT.
           MOVE WS-TOT-WAGES    TO RT-WAGES.
           MOVE WS-TOT-FIT      TO RT-FIT.
           MOVE WS-TOT-SS-WAGES TO RT-SS-WAGES.
           MOVE WS-TOT-SS-TAX   TO RT-SS-TAX.
           MOVE WS-TOT-MC-WAGES TO RT-MC-WAGES.
           MOVE WS-TOT-MC-TAX   TO RT-MC-TAX.
           WRITE W2WAGE-REC FROM EFW2-RT-RECORD.
           WRITE W2WAGE-REC FROM EFW2-RF-RECORD.
           ADD +2 TO WAGE-RECORDS-WRITTEN.

           WRITE W2PRINT-REC FROM W2-SEPARATOR-LINE.
           MOVE 'W-3 TOTAL - WAGES, TIPS, OTHER COMP'
               TO W2-TOTAL-LABEL.
           MOVE WS-TOT-WAGES    TO W2-TOTAL-AMOUNT.
           WRITE W2PRINT-REC FROM W2-TOTAL-LINE.
           MOVE 'W-3 TOTAL - FEDERAL INCOME TAX WITHHELD'
               TO W2-TOTAL-LABEL.
           MOVE WS-TOT-FIT      TO W2-TOTAL-AMOUNT.
           WRITE W2PRINT-REC FROM W2-TOTAL-LINE.
           MOVE 'W-3 TOTAL - SOCIAL SECURITY WAGES'
               TO W2-TOTAL-LABEL.
           MOVE WS-TOT-SS-WAGES TO W2-TOTAL-AMOUNT.
           WRITE W2PRINT-REC FROM W2-TOTAL-LINE.
           MOVE 'W-3 TOTAL - SOCIAL SECURITY TAX'
               TO W2-TOTAL-LABEL.
           MOVE WS-TOT-SS-TAX   TO W2-TOTAL-AMOUNT.
           WRITE W2PRINT-REC FROM W2-TOTAL-LINE.
           MOVE 'W-3 TOTAL - MEDICARE WAGES AND TIPS'
               TO W2-TOTAL-LABEL.
           MOVE WS-TOT-MC-WAGES TO W2-TOTAL-AMOUNT.
           WRITE W2PRINT-REC FROM W2-TOTAL-LINE.
           MOVE 'W-3 TOTAL - MEDICARE TAX WITHHELD'
               TO W2-TOTAL-LABEL.
           MOVE WS-TOT-MC-TAX   TO W2-TOTAL-AMOUNT.
           WRITE W2PRINT-REC FROM W2-TOTAL-LINE.
       800-EXIT.
           EXIT.

       900-READ-PAYYTD.
           READ PAYYTD INTO PAY-YTD-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           IF WS-HIGHEST-SEVERITY < RC-SERIOUS-ERROR
               PERFORM 800-WRITE-TOTALS THRU 800-EXIT
               CLOSE PAYYTD, PERSONAL, W2PRINT, W2WAGE
               IF NOT NO-ELECT-FILE
                   CLOSE TAXELECT
               END-IF
           END-IF.
           DISPLAY "** PAYYTD RECORDS READ    " RECORDS-READ.
           DISPLAY "** W-2 STATEMENTS         " W2-COUNT.
           DISPLAY "** NO SSN ON FILE         " NO-SSN-COUNT.
           DISPLAY "** NOT ON PERSONAL        " NOT-ON-PERSONAL.
           DISPLAY "** W2WAGE RECORDS WRITTEN " WAGE-RECORDS-WRITTEN.
           DISPLAY "******** NORMAL END OF JOB W2YREND ********".
       999-EXIT.
           EXIT.
