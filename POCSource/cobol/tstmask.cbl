       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.  TSTMASK.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 02/01/26.
       DATE-COMPILED. 02/01/26.
       SECURITY. CONFIDENTIAL PATIENT AND PERSONNEL DATA.
      *   (C)
      ******************************************************************
      * TSTMASK - TEST-REGION MASKING COPY.  COPIES THE PRODUCTION   *
      *           PATMSTR, PRSNMSTR, PERSONAL, CUSTFILE, ARBAL AND   *
      *           TAXELECT FILES FRONT TO BACK INTO THEIR TEST-      *
      *           REGION COPIES (TPATMSTR, TPRSNMST, TPERSONL,       *
      *           TCUSTFIL, TARBAL, TTAXELCT) WITH EVERY NAME,       *
      *           ADDRESS, PHONE NUMBER, SALARY, SSN AND OTHER       *
      *           IDENTIFYING FIELD REPLACED:                        *
      *                                                              *
      *             - EVERY MASKED VALUE IS BUILT FROM THE RECORD    *
      *               KEY ALONE, NEVER FROM THE VALUE IT REPLACES,   *
      *               SO THE SAME PATIENT KEY MASKS TO THE SAME      *
      *               NAME ON PATMSTR AND PRSNMSTR (AND A CUSTOMER'S *
      *               CONTACT RECORDS TO THE SAME CUSTOMER) AND      *
      *               CROSS-FILE MATCHES STILL WORK IN TEST          *
      *             - KEYS, CROSS-REFERENCE IDS, DATES, CODES AND    *
      *               AMOUNTS ARE CARRIED UNCHANGED, AS ARE STATE    *
      *               AND TAX LOCALITY (SALES TAX TESTING NEEDS      *
      *               THEM); A ZIP KEEPS ITS FIRST THREE DIGITS      *
      *             - PERSON-SALARY IS REPLACED BY A SALARY IN THE   *
      *               SAME PAYREG SALARY BAND; A NON-NUMERIC SALARY  *
      *               STAYS NON-NUMERIC SO THE EXCEPTION PATH CAN    *
      *               STILL BE TESTED                                *
      *             - TE-SSN IS BUILT FROM THE PERSON NUMBER, THE    *
      *               SAME KEY THE PERSONAL RECORD IS MASKED FROM,   *
      *               IN THE 9XX AREA NUMBER RANGE THAT IS NEVER     *
      *               ISSUED AS AN SSN; A ZERO SSN (NONE ON FILE)    *
      *               STAYS ZERO AND A NON-NUMERIC ONE STAYS NON-    *
      *               NUMERIC, SO THE W2YREND EXCEPTION STILL FIRES  *
      *             - PHONE NUMBERS FALL IN THE 555-01XX RANGE AND   *
      *               E-MAIL ADDRESSES AT EXAMPLE.COM, NEITHER OF    *
      *               WHICH CAN REACH A REAL PERSON; CUSTOMER NOTES  *
      *               ARE FREE TEXT AND ARE BLANKED                  *
      *             - A BLANK FIELD STAYS BLANK                      *
      *                                                              *
      *           THE MASKRPT CONTROL REPORT PROVES THE COPY: EACH   *
      *           MASKED FIELD IS COMPARED WITH THE PRODUCTION VALUE *
      *           IT REPLACED, AND ANY THAT STILL MATCH ARE LISTED   *
      *           BY FILE, KEY AND FIELD.  PER FILE IT SHOWS RECORDS *
      *           READ AND WRITTEN, FIELDS MASKED, FIELDS LEFT BLANK *
      *           AND PRODUCTION VALUES REMAINING, AND IT ENDS WITH  *
      *           THE RELEASE VERDICT.  A PRODUCTION VALUE LEFT IN   *
      *           THE COPY OR A FAILED WRITE ENDS THE JOB RC 12 -    *
      *           THE TEST FILES ARE NOT TO BE RELEASED.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASKRPT
           ASSIGN TO UT-S-MASKRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATMSTR-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT TPATMSTR
                  ASSIGN       to TPATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TPATMSTR-KEY
                  FILE STATUS  is TEST-FILE-STATUS.

           SELECT PRSNMSTR
                  ASSIGN       to PRSNMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PRSN-REC-KEY
                  FILE STATUS  is PRSN-STATUS.

           SELECT TPRSNMST
                  ASSIGN       to TPRSNMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TPRSN-REC-KEY
                  FILE STATUS  is TEST-FILE-STATUS.

           SELECT PERSONAL
                  ASSIGN       to PERSONAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PERSON-KEY-FD
                  FILE STATUS  is PERSONAL-STATUS.

           SELECT TPERSONL
                  ASSIGN       to TPERSONL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TPERSON-KEY-FD
                  FILE STATUS  is TEST-FILE-STATUS.

           SELECT CUSTFILE
                  ASSIGN       to CUSTFILE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CUST-KEY-FD
                  FILE STATUS  is CUSTFILE-STATUS.

           SELECT TCUSTFIL
                  ASSIGN       to TCUSTFIL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TCUST-KEY-FD
                  FILE STATUS  is TEST-FILE-STATUS.

           SELECT ARBAL
                  ASSIGN       to ARBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is ARBAL-REC-KEY
                  FILE STATUS  is ARBAL-STATUS.

           SELECT TARBAL
                  ASSIGN       to TARBAL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TARBAL-REC-KEY
                  FILE STATUS  is TEST-FILE-STATUS.

           SELECT TAXELECT
                  ASSIGN       to TAXELECT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TAXELECT-REC-KEY
                  FILE STATUS  is TAXELECT-STATUS.

           SELECT TTAXELCT
                  ASSIGN       to TTAXELCT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is TTAXELCT-REC-KEY
                  FILE STATUS  is TEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MASKRPT-REC.
       01  MASKRPT-REC                      PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  TPATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS TPATMSTR-REC.
       01  TPATMSTR-REC.
           05 TPATMSTR-KEY     PIC X(06).
           05 FILLER           PIC X(2958).

       FD  PRSNMSTR
           RECORD CONTAINS 800 CHARACTERS
           DATA RECORD IS PRSNMSTR-REC.
       01  PRSNMSTR-REC.
           05 PRSN-REC-KEY     PIC X(06).
           05 FILLER           PIC X(794).

       FD  TPRSNMST
           RECORD CONTAINS 800 CHARACTERS
           DATA RECORD IS TPRSNMST-REC.
       01  TPRSNMST-REC.
           05 TPRSN-REC-KEY    PIC X(06).
           05 FILLER           PIC X(794).

       FD  PERSONAL
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS PERSONAL-FD-REC.
       01  PERSONAL-FD-REC.
           05 PERSON-KEY-FD    PIC X(10).
           05 FILLER           PIC X(76).

       FD  TPERSONL
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS TPERSONL-REC.
       01  TPERSONL-REC.
           05 TPERSON-KEY-FD   PIC X(10).
           05 FILLER           PIC X(76).

       FD  CUSTFILE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS CUSTFILE-REC.
       01  CUSTFILE-REC.
           05 CUST-KEY-FD      PIC X(06).
           05 FILLER           PIC X(634).

       FD  TCUSTFIL
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS TCUSTFIL-REC.
       01  TCUSTFIL-REC.
           05 TCUST-KEY-FD     PIC X(06).
           05 FILLER           PIC X(634).

       FD  ARBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARBAL-FD-REC.
       01  ARBAL-FD-REC.
           05 ARBAL-REC-KEY    PIC X(06).
           05 FILLER           PIC X(74).

       FD  TARBAL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TARBAL-REC.
       01  TARBAL-REC.
           05 TARBAL-REC-KEY   PIC X(06).
           05 FILLER           PIC X(74).

       FD  TAXELECT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TAXELECT-FD-REC.
       01  TAXELECT-FD-REC.
           05 TAXELECT-REC-KEY PIC X(10).
           05 FILLER           PIC X(70).

       FD  TTAXELCT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TTAXELCT-REC.
       01  TTAXELCT-REC.
           05 TTAXELCT-REC-KEY PIC X(10).
           05 FILLER           PIC X(70).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
           05  PRSN-STATUS             PIC X(2).
           05  PERSONAL-STATUS         PIC X(2).
           05  CUSTFILE-STATUS         PIC X(2).
           05  ARBAL-STATUS            PIC X(2).
           05  TAXELECT-STATUS         PIC X(2).
           05  TEST-FILE-STATUS        PIC X(2).
               88 TEST-FILE-OK         VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-SALARY-OLD               PIC 9(09) VALUE 0.
           05 WS-SALARY-NEW               PIC 9(09) VALUE 0.
           05 WS-ZIP-WORK.
              10 WS-ZIP-FIRST3            PIC X(03).
              10 WS-ZIP-NEXT2             PIC 9(02).
              10 WS-ZIP-PLUS4             PIC X(04).
           05 WS-ZIP-ALT                  PIC X(09).

      * ONE LINE OF COUNTS PER FILE COPIED, IN THE ORDER THEY RUN.
       01  FILE-STATS-TABLE.
           05 FS-ENTRY OCCURS 6 TIMES.
              10 FS-NAME               PIC X(08).
              10 FS-TEST-NAME          PIC X(08).
              10 FS-FIELDS             PIC X(50).
              10 FS-READ               PIC 9(7) COMP.
              10 FS-WRITTEN            PIC 9(7) COMP.
              10 FS-MASKED             PIC 9(7) COMP.
              10 FS-BLANK              PIC 9(7) COMP.
              10 FS-REMAIN             PIC 9(7) COMP.
              10 FS-WRITE-ERRORS       PIC 9(7) COMP.
           05 FS-SUB                   PIC S9(4) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TOTAL-REMAIN             PIC 9(7) COMP VALUE 0.
           05 TOTAL-WRITE-ERRORS       PIC 9(7) COMP VALUE 0.

      * THE KEY A RECORD'S MASKED VALUES ARE BUILT FROM, AND THE
      * SEED IT HASHES TO.  EACH KEY BYTE IS TAKEN AS A NUMBER
      * THROUGH THE LOW-ORDER BYTE OF HASH-BYTE-NUM.
       01  HASH-FIELDS.
           05 HASH-KEY                 PIC X(10).
           05 HASH-KEY-BYTES REDEFINES HASH-KEY.
              10 HASH-KEY-BYTE         PIC X(01) OCCURS 10 TIMES.
           05 HASH-SUB                 PIC S9(4) COMP VALUE 0.
           05 HASH-BYTE-NUM            PIC 9(4) COMP VALUE 0.
           05 HASH-BYTE-AREA REDEFINES HASH-BYTE-NUM.
              10 FILLER                PIC X(01).
              10 HASH-BYTE             PIC X(01).
           05 HASH-SEED                PIC 9(9) COMP VALUE 0.
           05 HASH-WORK                PIC 9(11) COMP VALUE 0.
           05 HASH-QUOT                PIC 9(11) COMP VALUE 0.
           05 HASH-REM                 PIC 9(9) COMP VALUE 0.
           05 HASH-FIRST-SUB           PIC S9(4) COMP VALUE 0.
           05 HASH-FIRST-ALT-SUB       PIC S9(4) COMP VALUE 0.
           05 HASH-LAST-SUB            PIC S9(4) COMP VALUE 0.
           05 HASH-LAST-ALT-SUB        PIC S9(4) COMP VALUE 0.
           05 HASH-STREET-SUB          PIC S9(4) COMP VALUE 0.
           05 HASH-STREET-ALT-SUB      PIC S9(4) COMP VALUE 0.
           05 HASH-CITY-SUB            PIC S9(4) COMP VALUE 0.
           05 HASH-CITY-ALT-SUB        PIC S9(4) COMP VALUE 0.

      * THE MASKED IDENTITY FOR THE CURRENT KEY.  EACH VALUE HAS AN
      * ALTERNATE FOR THE RARE RECORD WHOSE PRODUCTION VALUE HAPPENS
      * TO BE THE ONE THE KEY PICKED.
       01  MASK-IDENTITY.
           05 MASK-FIRST               PIC X(15).
           05 MASK-FIRST-ALT           PIC X(15).
           05 MASK-LAST                PIC X(15).
           05 MASK-LAST-ALT            PIC X(15).
           05 MASK-FULL-NAME           PIC X(30).
           05 MASK-FULL-NAME-ALT       PIC X(30).
           05 MASK-HOUSE-NUM           PIC 9(04).
           05 MASK-STREET              PIC X(25).
           05 MASK-STREET-ALT          PIC X(25).
           05 MASK-CITY                PIC X(15).
           05 MASK-CITY-ALT            PIC X(15).
           05 MASK-PHONE.
              10 MASK-PHONE-AREA       PIC 9(03).
              10 FILLER                PIC X(05) VALUE '55501'.
              10 MASK-PHONE-LINE       PIC 9(02).
           05 MASK-PHONE-ALT.
              10 MASK-PHONE-ALT-AREA   PIC 9(03).
              10 FILLER                PIC X(05) VALUE '55501'.
              10 MASK-PHONE-ALT-LINE   PIC 9(02).
           05 MASK-PHONE-EDITED.
              10 FILLER                PIC X(01) VALUE '('.
              10 MASK-PHONE-ED-AREA    PIC 9(03).
              10 FILLER                PIC X(07) VALUE ') 555-0'.
              10 MASK-PHONE-ED-LINE    PIC 9(03).
           05 MASK-EMAIL               PIC X(40).
           05 MASK-CASE-NO.
              10 FILLER                PIC X(06) VALUE 'TESTBK'.
              10 MASK-CASE-DIGITS      PIC 9(06).
              10 FILLER                PIC X(03) VALUE SPACES.
           05 MASK-SEED-DIGITS         PIC 9(06).
           05 MASK-SSN.
              10 MASK-SSN-AREA         PIC X(03) VALUE '900'.
              10 MASK-SSN-SEED         PIC 9(06).
           05 MASK-SSN-ALT.
              10 MASK-SSN-ALT-AREA     PIC X(03) VALUE '901'.
              10 MASK-SSN-ALT-SEED     PIC 9(06).

      * MASKING NAMES.  TABLE ORDER MEANS NOTHING - THE KEY HASH
      * PICKS THE ENTRY.
       01  FIRST-NAME-VALUES.
           05 FILLER PIC X(10) VALUE 'JAMES'.
           05 FILLER PIC X(10) VALUE 'MARY'.
           05 FILLER PIC X(10) VALUE 'ROBERT'.
           05 FILLER PIC X(10) VALUE 'PATRICIA'.
           05 FILLER PIC X(10) VALUE 'JOHN'.
           05 FILLER PIC X(10) VALUE 'JENNIFER'.
           05 FILLER PIC X(10) VALUE 'MICHAEL'.
           05 FILLER PIC X(10) VALUE 'LINDA'.
           05 FILLER PIC X(10) VALUE 'DAVID'.
           05 FILLER PIC X(10) VALUE 'ELIZABETH'.
           05 FILLER PIC X(10) VALUE 'WILLIAM'.
           05 FILLER PIC X(10) VALUE 'BARBARA'.
           05 FILLER PIC X(10) VALUE 'RICHARD'.
           05 FILLER PIC X(10) VALUE 'SUSAN'.
           05 FILLER PIC X(10) VALUE 'JOSEPH'.
           05 FILLER PIC X(10) VALUE 'JESSICA'.
           05 FILLER PIC X(10) VALUE 'THOMAS'.
           05 FILLER PIC X(10) VALUE 'SARAH'.
           05 FILLER PIC X(10) VALUE 'CHARLES'.
           05 FILLER PIC X(10) VALUE 'KAREN'.
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05 FIRST-NAME               PIC X(10) OCCURS 20 TIMES.

       01  LAST-NAME-VALUES.
           05 FILLER PIC X(12) VALUE 'ALDERMAN'.
           05 FILLER PIC X(12) VALUE 'BRANSFORD'.
           05 FILLER PIC X(12) VALUE 'CALLOWAY'.
           05 FILLER PIC X(12) VALUE 'DUNWOODY'.
           05 FILLER PIC X(12) VALUE 'ELLSWORTH'.
           05 FILLER PIC X(12) VALUE 'FAIRCLOTH'.
           05 FILLER PIC X(12) VALUE 'GARRISON'.
           05 FILLER PIC X(12) VALUE 'HALVERSON'.
           05 FILLER PIC X(12) VALUE 'INGLESBY'.
           05 FILLER PIC X(12) VALUE 'JANSSEN'.
           05 FILLER PIC X(12) VALUE 'KETTERING'.
           05 FILLER PIC X(12) VALUE 'LANGFORD'.
           05 FILLER PIC X(12) VALUE 'MARCHBANKS'.
           05 FILLER PIC X(12) VALUE 'NORTHCUTT'.
           05 FILLER PIC X(12) VALUE 'OSTRANDER'.
           05 FILLER PIC X(12) VALUE 'PEMBERTON'.
           05 FILLER PIC X(12) VALUE 'QUINLAN'.
           05 FILLER PIC X(12) VALUE 'ROWLANDS'.
           05 FILLER PIC X(12) VALUE 'STANWICK'.
           05 FILLER PIC X(12) VALUE 'THORNBURY'.
       01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05 LAST-NAME                PIC X(12) OCCURS 20 TIMES.

       01  STREET-NAME-VALUES.
           05 FILLER PIC X(16) VALUE 'ASH GROVE RD'.
           05 FILLER PIC X(16) VALUE 'BIRCH HOLLOW LN'.
           05 FILLER PIC X(16) VALUE 'CEDAR BLUFF DR'.
           05 FILLER PIC X(16) VALUE 'DOGWOOD CT'.
           05 FILLER PIC X(16) VALUE 'ELM RIDGE AVE'.
           05 FILLER PIC X(16) VALUE 'FERN VALLEY WAY'.
           05 FILLER PIC X(16) VALUE 'GLENWOOD PL'.
           05 FILLER PIC X(16) VALUE 'HAWTHORN ST'.
           05 FILLER PIC X(16) VALUE 'HICKORY BEND RD'.
           05 FILLER PIC X(16) VALUE 'JUNIPER TRL'.
           05 FILLER PIC X(16) VALUE 'LAUREL PARK DR'.
           05 FILLER PIC X(16) VALUE 'MAGNOLIA BLVD'.
           05 FILLER PIC X(16) VALUE 'MEADOWLARK LN'.
           05 FILLER PIC X(16) VALUE 'NORTHGATE AVE'.
           05 FILLER PIC X(16) VALUE 'ORCHARD HILL RD'.
           05 FILLER PIC X(16) VALUE 'PINE KNOLL CT'.
           05 FILLER PIC X(16) VALUE 'REDBUD WAY'.
           05 FILLER PIC X(16) VALUE 'SYCAMORE ST'.
           05 FILLER PIC X(16) VALUE 'WILLOW CREEK DR'.
           05 FILLER PIC X(16) VALUE 'WINDSOR PL'.
       01  STREET-NAME-TABLE REDEFINES STREET-NAME-VALUES.
           05 STREET-NAME              PIC X(16) OCCURS 20 TIMES.

       01  CITY-NAME-VALUES.
           05 FILLER PIC X(15) VALUE 'ASHLAND'.
           05 FILLER PIC X(15) VALUE 'BRISTOL'.
           05 FILLER PIC X(15) VALUE 'CLINTON'.
           05 FILLER PIC X(15) VALUE 'DOVER'.
           05 FILLER PIC X(15) VALUE 'FAIRVIEW'.
           05 FILLER PIC X(15) VALUE 'FRANKLIN'.
           05 FILLER PIC X(15) VALUE 'GEORGETOWN'.
           05 FILLER PIC X(15) VALUE 'GREENVILLE'.
           05 FILLER PIC X(15) VALUE 'HUDSON'.
           05 FILLER PIC X(15) VALUE 'KINGSTON'.
           05 FILLER PIC X(15) VALUE 'LEXINGTON'.
           05 FILLER PIC X(15) VALUE 'MADISON'.
           05 FILLER PIC X(15) VALUE 'MARION'.
           05 FILLER PIC X(15) VALUE 'MILFORD'.
           05 FILLER PIC X(15) VALUE 'NEWPORT'.
           05 FILLER PIC X(15) VALUE 'OXFORD'.
           05 FILLER PIC X(15) VALUE 'SALEM'.
           05 FILLER PIC X(15) VALUE 'SPRINGFIELD'.
           05 FILLER PIC X(15) VALUE 'WINCHESTER'.
           05 FILLER PIC X(15) VALUE 'WOODSTOCK'.
       01  CITY-NAME-TABLE REDEFINES CITY-NAME-VALUES.
           05 CITY-NAME                PIC X(15) OCCURS 20 TIMES.

      * ONE MASKED FIELD: THE PRODUCTION VALUE, THE VALUE BUILT FOR
      * IT AND ITS ALTERNATE, THE FIELD'S LENGTH AND NAME.  860 PUTS
      * THE VALUE TO WRITE IN PROVE-NEW.
       01  PROVE-FIELDS.
           05 PROVE-OLD                PIC X(120).
           05 PROVE-NEW                PIC X(120).
           05 PROVE-ALT                PIC X(120).
           05 PROVE-LEN                PIC S9(4) COMP VALUE 0.
           05 PROVE-FIELD              PIC X(24).
           05 PROVE-KEY                PIC X(10).

       COPY PATMSTR.

       COPY PATPERSN.

       COPY PERSON.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

       COPY ARBAL.

       COPY TAXELECT.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER CLAIMS-SUBSYSTEM BATCH JOBS.
       COPY RETCODES.

       01  RPT-FILE-HEADER.
           05  FILLER                  PIC X(08) VALUE ' FILE:  '.
           05  RPT-HDR-FILE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' -> '.
           05  RPT-HDR-TEST-FILE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-HDR-FIELDS          PIC X(50).

       01  RPT-REMAIN-LINE.
           05  FILLER                  PIC X(18) VALUE
               ' *** STILL LIVE: '.
           05  RPT-REMAIN-FILE         PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' KEY '.
           05  RPT-REMAIN-KEY          PIC X(10).
           05  FILLER                  PIC X(08) VALUE ' FIELD '.
           05  RPT-REMAIN-FIELD        PIC X(24).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           MOVE 1 TO FS-SUB.
           PERFORM 910-READ-PATMSTR THRU 910-EXIT.
           PERFORM 100-MASK-PATIENT THRU 100-EXIT
                   UNTIL NO-MORE-DATA.

           MOVE 2 TO FS-SUB.
           PERFORM 920-READ-PRSNMSTR THRU 920-EXIT.
           PERFORM 200-MASK-PERSONAL THRU 200-EXIT
                   UNTIL NO-MORE-DATA.

           MOVE 3 TO FS-SUB.
           PERFORM 930-READ-PERSONAL THRU 930-EXIT.
           PERFORM 300-MASK-PERSONNEL THRU 300-EXIT
                   UNTIL NO-MORE-DATA.

           MOVE 4 TO FS-SUB.
           PERFORM 940-READ-CUSTFILE THRU 940-EXIT.
           PERFORM 400-MASK-CUSTOMER THRU 400-EXIT
                   UNTIL NO-MORE-DATA.

           MOVE 5 TO FS-SUB.
           PERFORM 950-READ-ARBAL THRU 950-EXIT.
           PERFORM 500-COPY-RECEIVABLE THRU 500-EXIT
                   UNTIL NO-MORE-DATA.

           MOVE 6 TO FS-SUB.
           PERFORM 960-READ-TAXELECT THRU 960-EXIT.
           PERFORM 600-MASK-ELECTION THRU 600-EXIT
                   UNTIL NO-MORE-DATA.

           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF TOTAL-REMAIN > 0
             OR TOTAL-WRITE-ERRORS > 0
               MOVE RC-SERIOUS-ERROR TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           INITIALIZE FILE-STATS-TABLE.
           MOVE 'PATMSTR ' TO FS-NAME(1).
           MOVE 'PRSNMSTR' TO FS-NAME(2).
           MOVE 'PERSONAL' TO FS-NAME(3).
           MOVE 'CUSTFILE' TO FS-NAME(4).
           MOVE 'ARBAL   ' TO FS-NAME(5).
           MOVE 'TAXELECT' TO FS-NAME(6).
           MOVE 'TPATMSTR' TO FS-TEST-NAME(1).
           MOVE 'TPRSNMST' TO FS-TEST-NAME(2).
           MOVE 'TPERSONL' TO FS-TEST-NAME(3).
           MOVE 'TCUSTFIL' TO FS-TEST-NAME(4).
           MOVE 'TARBAL  ' TO FS-TEST-NAME(5).
           MOVE 'TTAXELCT' TO FS-TEST-NAME(6).
           MOVE 'MASKS NAME, PHONE, BANKRUPTCY CASE NO'
               TO FS-FIELDS(1).
           MOVE 'MASKS NAME, STREET, CITY, ZIP'
               TO FS-FIELDS(2).
           MOVE 'MASKS NAME, STREET, CITY, SALARY'
               TO FS-FIELDS(3).
           MOVE 'MASKS NAMES, ADDRESSES, PHONE, E-MAIL, NOTES'
               TO FS-FIELDS(4).
           MOVE 'NO IDENTIFYING FIELDS - COPIED AS IS'
               TO FS-FIELDS(5).
           MOVE 'MASKS SSN'
               TO FS-FIELDS(6).
           OPEN INPUT PATMSTR, PRSNMSTR, PERSONAL, CUSTFILE, ARBAL,
                      TAXELECT.
           OPEN OUTPUT TPATMSTR, TPRSNMST, TPERSONL, TCUSTFIL, TARBAL,
                       TTAXELCT.
           OPEN OUTPUT MASKRPT.
           MOVE '** TEST-REGION MASKING COPY - CONTROL REPORT **'
               TO MASKRPT-REC.
           WRITE MASKRPT-REC.
           MOVE SPACES TO MASKRPT-REC.
           WRITE MASKRPT-REC.
           PERFORM 050-FILE-HEADER
               VARYING FS-SUB FROM 1 BY 1 UNTIL FS-SUB > 6.
       000-EXIT.
           EXIT.

       050-FILE-HEADER.
           MOVE FS-NAME(FS-SUB)      TO RPT-HDR-FILE.
           MOVE FS-TEST-NAME(FS-SUB) TO RPT-HDR-TEST-FILE.
           MOVE FS-FIELDS(FS-SUB)    TO RPT-HDR-FIELDS.
           WRITE MASKRPT-REC FROM RPT-FILE-HEADER.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    100-MASK-PATIENT - THE PATIENT'S NAME IS BUILT FROM THE     *
      *    PATIENT KEY THE SAME WAY 200 BUILDS THE PRSNMSTR NAME, SO   *
      *    THE TWO STILL AGREE IN TEST.                                *
      ******************************************************************
       100-MASK-PATIENT.
           MOVE "100-MASK-PATIENT" TO PARA-NAME.
           MOVE PATIENT-KEY TO HASH-KEY.
           PERFORM 820-BUILD-IDENTITY THRU 820-EXIT.

           MOVE PATIENT-NAME              TO PROVE-OLD.
           MOVE MASK-FULL-NAME            TO PROVE-NEW.
           MOVE MASK-FULL-NAME-ALT        TO PROVE-ALT.
           MOVE LENGTH OF PATIENT-NAME    TO PROVE-LEN.
           MOVE 'PATIENT-NAME'            TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PATIENT-NAME.

           MOVE PATIENT-PHONE             TO PROVE-OLD.
           MOVE MASK-PHONE                TO PROVE-NEW.
           MOVE MASK-PHONE-ALT            TO PROVE-ALT.
           MOVE LENGTH OF PATIENT-PHONE   TO PROVE-LEN.
           MOVE 'PATIENT-PHONE'           TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PATIENT-PHONE.

           MOVE PATIENT-BKR-CASE-NO       TO PROVE-OLD.
           MOVE MASK-CASE-NO              TO PROVE-NEW.
           MOVE MASK-CASE-NO              TO PROVE-ALT.
           MOVE LENGTH OF PATIENT-BKR-CASE-NO TO PROVE-LEN.
           MOVE 'PATIENT-BKR-CASE-NO'     TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PATIENT-BKR-CASE-NO.

           WRITE TPATMSTR-REC FROM PATIENT-MASTER-REC.
           PERFORM 880-CHECK-WRITE THRU 880-EXIT.
           PERFORM 910-READ-PATMSTR THRU 910-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    200-MASK-PERSONAL - NAME, STREET, CITY AND ZIP.  STATE,     *
      *    BIRTH DATE AND SEX ARE KEPT FOR THE ABSTRACT AND AGE EDITS. *
      ******************************************************************
       200-MASK-PERSONAL.
           MOVE "200-MASK-PERSONAL" TO PARA-NAME.
           MOVE PRSN-KEY TO HASH-KEY.
           PERFORM 820-BUILD-IDENTITY THRU 820-EXIT.

           MOVE PRSN-FIRST-NAME           TO PROVE-OLD.
           MOVE MASK-FIRST                TO PROVE-NEW.
           MOVE MASK-FIRST-ALT            TO PROVE-ALT.
           MOVE LENGTH OF PRSN-FIRST-NAME TO PROVE-LEN.
           MOVE 'PRSN-FIRST-NAME'         TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PRSN-FIRST-NAME.

           MOVE PRSN-LAST-NAME            TO PROVE-OLD.
           MOVE MASK-LAST                 TO PROVE-NEW.
           MOVE MASK-LAST-ALT             TO PROVE-ALT.
           MOVE LENGTH OF PRSN-LAST-NAME  TO PROVE-LEN.
           MOVE 'PRSN-LAST-NAME'          TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PRSN-LAST-NAME.

           MOVE PRSN-ADDRESS              TO PROVE-OLD.
           MOVE MASK-STREET               TO PROVE-NEW.
           MOVE MASK-STREET-ALT           TO PROVE-ALT.
           MOVE LENGTH OF PRSN-ADDRESS    TO PROVE-LEN.
           MOVE 'PRSN-ADDRESS'            TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PRSN-ADDRESS.

           MOVE PRSN-CITY                 TO PROVE-OLD.
           MOVE MASK-CITY                 TO PROVE-NEW.
           MOVE MASK-CITY-ALT             TO PROVE-ALT.
           MOVE LENGTH OF PRSN-CITY       TO PROVE-LEN.
           MOVE 'PRSN-CITY'               TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PRSN-CITY.

           PERFORM 830-BUILD-ZIP THRU 830-EXIT.
           MOVE PRSN-ZIP                  TO PROVE-OLD.
           MOVE WS-ZIP-WORK               TO PROVE-NEW.
           MOVE WS-ZIP-ALT                TO PROVE-ALT.
           MOVE LENGTH OF PRSN-ZIP        TO PROVE-LEN.
           MOVE 'PRSN-ZIP'                TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PRSN-ZIP.

           WRITE TPRSNMST-REC FROM PATIENT-PERSONAL.
           PERFORM 880-CHECK-WRITE THRU 880-EXIT.
           PERFORM 920-READ-PRSNMSTR THRU 920-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    300-MASK-PERSONNEL - NAME, STREET, CITY AND SALARY.  THE    *
      *    MASKED SALARY STAYS IN ITS PAYREG BAND SO THE REGISTER'S    *
      *    DISTRIBUTION STILL MEANS SOMETHING IN TEST.                 *
      ******************************************************************
       300-MASK-PERSONNEL.
           MOVE "300-MASK-PERSONNEL" TO PARA-NAME.
           MOVE PERSON-NUMBER TO HASH-KEY.
           PERFORM 820-BUILD-IDENTITY THRU 820-EXIT.

           MOVE PERSON-FIRST-NAME         TO PROVE-OLD.
           MOVE MASK-FIRST                TO PROVE-NEW.
           MOVE MASK-FIRST-ALT            TO PROVE-ALT.
           MOVE LENGTH OF PERSON-FIRST-NAME TO PROVE-LEN.
           MOVE 'PERSON-FIRST-NAME'       TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PERSON-FIRST-NAME.

           MOVE PERSON-LAST-NAME          TO PROVE-OLD.
           MOVE MASK-LAST                 TO PROVE-NEW.
           MOVE MASK-LAST-ALT             TO PROVE-ALT.
           MOVE LENGTH OF PERSON-LAST-NAME TO PROVE-LEN.
           MOVE 'PERSON-LAST-NAME'        TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PERSON-LAST-NAME.

           MOVE PERSON-STREET-ADDRESS     TO PROVE-OLD.
           MOVE MASK-STREET               TO PROVE-NEW.
           MOVE MASK-STREET-ALT           TO PROVE-ALT.
           MOVE LENGTH OF PERSON-STREET-ADDRESS TO PROVE-LEN.
           MOVE 'PERSON-STREET-ADDRESS'   TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PERSON-STREET-ADDRESS.

           MOVE PERSON-CITY-ADDRESS       TO PROVE-OLD.
           MOVE MASK-CITY                 TO PROVE-NEW.
           MOVE MASK-CITY-ALT             TO PROVE-ALT.
           MOVE LENGTH OF PERSON-CITY-ADDRESS TO PROVE-LEN.
           MOVE 'PERSON-CITY-ADDRESS'     TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PERSON-CITY-ADDRESS.

           MOVE PERSON-SALARY             TO PROVE-OLD.
           PERFORM 840-BUILD-SALARY THRU 840-EXIT.
           MOVE LENGTH OF PERSON-SALARY   TO PROVE-LEN.
           MOVE 'PERSON-SALARY'           TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO PERSON-SALARY.

           WRITE TPERSONL-REC FROM PERSON-MASTER-RECORD.
           PERFORM 880-CHECK-WRITE THRU 880-EXIT.
           PERFORM 930-READ-PERSONAL THRU 930-EXIT.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    400-MASK-CUSTOMER - THE CUSTOMER ID ALONE DRIVES THE MASK,  *
      *    SO THE CUSTOMER RECORD AND ITS CONTACT RECORDS AGREE.  NOTES*
      *    ARE FREE TEXT THAT MAY NAME ANYONE AND ARE BLANKED.  STATE, *
      *    TAX LOCALITY, CREDIT AND BALANCE FIELDS ARE KEPT.           *
      ******************************************************************
       400-MASK-CUSTOMER.
           MOVE "400-MASK-CUSTOMER" TO PARA-NAME.
           MOVE WS-CUST-ID TO HASH-KEY.
           PERFORM 820-BUILD-IDENTITY THRU 820-EXIT.
           IF WS-CUST-REC-TYPE NOT = 'A'
               MOVE WS-CUST-REC TO WS-CUST-CONTACT-REC
               PERFORM 450-MASK-CONTACT THRU 450-EXIT
               GO TO 400-WRITE.

           MOVE WS-CUST-NAME              TO PROVE-OLD.
           MOVE MASK-FULL-NAME            TO PROVE-NEW.
           MOVE MASK-FULL-NAME-ALT        TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-NAME    TO PROVE-LEN.
           MOVE 'CUST-NAME'               TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-NAME.

           MOVE WS-CUST-ADDR              TO PROVE-OLD.
           MOVE MASK-STREET               TO PROVE-NEW.
           MOVE MASK-STREET-ALT           TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-ADDR    TO PROVE-LEN.
           MOVE 'CUST-ADDR'               TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-ADDR.

           MOVE WS-CUST-CITY              TO PROVE-OLD.
           MOVE MASK-CITY                 TO PROVE-NEW.
           MOVE MASK-CITY-ALT             TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-CITY    TO PROVE-LEN.
           MOVE 'CUST-CITY'               TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-CITY.

           IF WS-CUST-NOTES NOT = SPACES
               ADD +1 TO FS-MASKED(FS-SUB)
               MOVE SPACES TO WS-CUST-NOTES
           END-IF.
           MOVE WS-CUST-REC TO TCUSTFIL-REC.
       400-WRITE.
           WRITE TCUSTFIL-REC.
           PERFORM 880-CHECK-WRITE THRU 880-EXIT.
           PERFORM 940-READ-CUSTFILE THRU 940-EXIT.
       400-EXIT.
           EXIT.

      * A CONTACT RECORD USES ONLY THE FRONT OF THE 640 BYTES; THE
      * REST GOES TO TEST AS SPACES.
       450-MASK-CONTACT.
           MOVE WS-CUST-CONTACT-NAME      TO PROVE-OLD.
           MOVE MASK-FULL-NAME            TO PROVE-NEW.
           MOVE MASK-FULL-NAME-ALT        TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-CONTACT-NAME TO PROVE-LEN.
           MOVE 'CUST-CONTACT-NAME'       TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-CONTACT-NAME.

           MOVE WS-CUST-CONTACT-PHONE     TO PROVE-OLD.
           MOVE MASK-PHONE-EDITED         TO PROVE-NEW.
           MOVE MASK-PHONE-EDITED         TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-CONTACT-PHONE TO PROVE-LEN.
           MOVE 'CUST-CONTACT-PHONE'      TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-CONTACT-PHONE.

           MOVE WS-CUST-CONTACT-EMAIL     TO PROVE-OLD.
           MOVE MASK-EMAIL                TO PROVE-NEW.
           MOVE MASK-EMAIL                TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-CONTACT-EMAIL TO PROVE-LEN.
           MOVE 'CUST-CONTACT-EMAIL'      TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-CONTACT-EMAIL.

           MOVE WS-CUST-CONTACT-ADDR      TO PROVE-OLD.
           MOVE MASK-STREET               TO PROVE-NEW.
           MOVE MASK-STREET-ALT           TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-CONTACT-ADDR TO PROVE-LEN.
           MOVE 'CUST-CONTACT-ADDR'       TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-CONTACT-ADDR.

           MOVE WS-CUST-CONTACT-CITY      TO PROVE-OLD.
           MOVE MASK-CITY                 TO PROVE-NEW.
           MOVE MASK-CITY-ALT             TO PROVE-ALT.
           MOVE LENGTH OF WS-CUST-CONTACT-CITY TO PROVE-LEN.
           MOVE 'CUST-CONTACT-CITY'       TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO WS-CUST-CONTACT-CITY.

           MOVE WS-CUST-CONTACT-REC TO TCUSTFIL-REC.
       450-EXIT.
           EXIT.

      ******************************************************************
      *    500-COPY-RECEIVABLE - ARBAL CARRIES ONLY THE PATIENT KEY,   *
      *    DATES AND AMOUNTS, ALL OF WHICH TESTING NEEDS AS THEY ARE.  *
      ******************************************************************
       500-COPY-RECEIVABLE.
           MOVE "500-COPY-RECEIVABLE" TO PARA-NAME.
           WRITE TARBAL-REC FROM RECEIVABLE-BALANCE-REC.
           PERFORM 880-CHECK-WRITE THRU 880-EXIT.
           PERFORM 950-READ-ARBAL THRU 950-EXIT.
       500-EXIT.
           EXIT.

      ******************************************************************
      *    600-MASK-ELECTION - THE SSN IS BUILT FROM THE PERSON NUMBER *
      *    THE SAME WAY 300 BUILDS THE PERSONAL NAME, SO AN ELECTION   *
      *    STILL MATCHES ITS MASKED PERSONNEL RECORD.  A ZERO SSN      *
      *    MEANS NONE IS ON FILE AND IS LEFT FOR W2YREND TO REPORT.    *
      *    FILING STATUS, ALLOWANCES AND DATES ARE KEPT.               *
      ******************************************************************
       600-MASK-ELECTION.
           MOVE "600-MASK-ELECTION" TO PARA-NAME.
           MOVE TE-PERSON-NUMBER TO HASH-KEY.
           IF TE-SSN NUMERIC
             AND TE-SSN = ZERO
               ADD +1 TO FS-BLANK(FS-SUB)
               GO TO 600-WRITE.
           PERFORM 820-BUILD-IDENTITY THRU 820-EXIT.

           MOVE TE-SSN                    TO PROVE-OLD.
           PERFORM 850-BUILD-SSN THRU 850-EXIT.
           MOVE LENGTH OF TE-SSN          TO PROVE-LEN.
           MOVE 'TE-SSN'                  TO PROVE-FIELD.
           PERFORM 860-MASK-FIELD THRU 860-EXIT.
           MOVE PROVE-NEW                 TO TE-SSN(1:9).
       600-WRITE.
           WRITE TTAXELCT-REC FROM TAX-ELECTION-REC.
           PERFORM 880-CHECK-WRITE THRU 880-EXIT.
           PERFORM 960-READ-TAXELECT THRU 960-EXIT.
       600-EXIT.
           EXIT.

      ******************************************************************
      *    820-BUILD-IDENTITY - HASH THE KEY TO A SEED BELOW 999983    *
      *    AND PEEL THE TABLE PICKS AND NUMBERS OFF IT.  NOTHING BUT   *
      *    THE KEY GOES IN, SO A KEY ALWAYS MASKS THE SAME WAY.        *
      ******************************************************************
       820-BUILD-IDENTITY.
           MOVE 7 TO HASH-SEED.
           PERFORM 825-HASH-ONE-BYTE
               VARYING HASH-SUB FROM 1 BY 1 UNTIL HASH-SUB > 10.
           MOVE HASH-SEED TO HASH-QUOT.
           DIVIDE HASH-QUOT BY 20 GIVING HASH-QUOT REMAINDER HASH-REM.
           COMPUTE HASH-FIRST-SUB = HASH-REM + 1.
           DIVIDE HASH-QUOT BY 20 GIVING HASH-QUOT REMAINDER HASH-REM.
           COMPUTE HASH-LAST-SUB = HASH-REM + 1.
           DIVIDE HASH-QUOT BY 20 GIVING HASH-QUOT REMAINDER HASH-REM.
           COMPUTE HASH-STREET-SUB = HASH-REM + 1.
           DIVIDE HASH-QUOT BY 20 GIVING HASH-QUOT REMAINDER HASH-REM.
           COMPUTE HASH-CITY-SUB = HASH-REM + 1.
           COMPUTE HASH-FIRST-ALT-SUB  = HASH-FIRST-SUB + 1.
           COMPUTE HASH-LAST-ALT-SUB   = HASH-LAST-SUB + 1.
           COMPUTE HASH-STREET-ALT-SUB = HASH-STREET-SUB + 1.
           COMPUTE HASH-CITY-ALT-SUB   = HASH-CITY-SUB + 1.
           IF HASH-FIRST-ALT-SUB > 20
               MOVE 1 TO HASH-FIRST-ALT-SUB.
           IF HASH-LAST-ALT-SUB > 20
               MOVE 1 TO HASH-LAST-ALT-SUB.
           IF HASH-STREET-ALT-SUB > 20
               MOVE 1 TO HASH-STREET-ALT-SUB.
           IF HASH-CITY-ALT-SUB > 20
               MOVE 1 TO HASH-CITY-ALT-SUB.

           MOVE FIRST-NAME(HASH-FIRST-SUB)     TO MASK-FIRST.
           MOVE FIRST-NAME(HASH-FIRST-ALT-SUB) TO MASK-FIRST-ALT.
           MOVE LAST-NAME(HASH-LAST-SUB)       TO MASK-LAST.
           MOVE LAST-NAME(HASH-LAST-ALT-SUB)   TO MASK-LAST-ALT.
           MOVE CITY-NAME(HASH-CITY-SUB)       TO MASK-CITY.
           MOVE CITY-NAME(HASH-CITY-ALT-SUB)   TO MASK-CITY-ALT.
           MOVE SPACES TO MASK-FULL-NAME, MASK-FULL-NAME-ALT.
           STRING MASK-FIRST DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  MASK-LAST  DELIMITED BY SPACE
               INTO MASK-FULL-NAME.
           STRING MASK-FIRST-ALT DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  MASK-LAST      DELIMITED BY SPACE
               INTO MASK-FULL-NAME-ALT.

           DIVIDE HASH-SEED BY 9000 GIVING HASH-QUOT
               REMAINDER HASH-REM.
           COMPUTE MASK-HOUSE-NUM = HASH-REM + 1000.
           MOVE SPACES TO MASK-STREET, MASK-STREET-ALT.
           STRING MASK-HOUSE-NUM ' ' DELIMITED BY SIZE
                  STREET-NAME(HASH-STREET-SUB) DELIMITED BY '  '
               INTO MASK-STREET.
           STRING MASK-HOUSE-NUM ' ' DELIMITED BY SIZE
                  STREET-NAME(HASH-STREET-ALT-SUB) DELIMITED BY '  '
               INTO MASK-STREET-ALT.

           DIVIDE HASH-SEED BY 800 GIVING HASH-QUOT
               REMAINDER HASH-REM.
           COMPUTE MASK-PHONE-AREA = HASH-REM + 200.
           MOVE MASK-PHONE-AREA TO MASK-PHONE-ED-AREA.
           DIVIDE HASH-SEED BY 100 GIVING HASH-QUOT
               REMAINDER HASH-REM.
           MOVE HASH-REM        TO MASK-PHONE-LINE.
           COMPUTE MASK-PHONE-ED-LINE = HASH-REM + 100.
           MOVE MASK-PHONE-AREA TO MASK-PHONE-ALT-AREA.
           COMPUTE HASH-WORK = HASH-REM + 1.
           DIVIDE HASH-WORK BY 100 GIVING HASH-QUOT
               REMAINDER HASH-REM.
           MOVE HASH-REM        TO MASK-PHONE-ALT-LINE.

           MOVE HASH-SEED TO MASK-SEED-DIGITS.
           MOVE MASK-SEED-DIGITS TO MASK-CASE-DIGITS.
           MOVE SPACES TO MASK-EMAIL.
           STRING 'CONTACT.' HASH-KEY DELIMITED BY SPACE
                  '@EXAMPLE.COM' DELIMITED BY SIZE
               INTO MASK-EMAIL.
       820-EXIT.
           EXIT.

       825-HASH-ONE-BYTE.
           MOVE ZERO TO HASH-BYTE-NUM.
           MOVE HASH-KEY-BYTE(HASH-SUB) TO HASH-BYTE.
           COMPUTE HASH-WORK = HASH-SEED * 31 + HASH-BYTE-NUM
                             + HASH-SUB.
           DIVIDE HASH-WORK BY 999983 GIVING HASH-QUOT
               REMAINDER HASH-SEED.

      ******************************************************************
      *    830-BUILD-ZIP - THE FIRST THREE DIGITS STAY (THEY PLACE THE *
      *    RECORD ONLY TO A REGION); THE REST COME FROM THE SEED.  A   *
      *    ZIP THAT IS NOT NUMERIC IS REPLACED OUTRIGHT.               *
      ******************************************************************
       830-BUILD-ZIP.
           MOVE PRSN-ZIP(1:3) TO WS-ZIP-FIRST3.
           IF PRSN-ZIP(1:5) NOT NUMERIC
               MOVE '000' TO WS-ZIP-FIRST3.
           MOVE SPACES   TO WS-ZIP-PLUS4.
           IF PRSN-ZIP(6:4) NOT = SPACES
               MOVE MASK-SEED-DIGITS(3:4) TO WS-ZIP-PLUS4.
           COMPUTE HASH-WORK = HASH-SEED + 1.
           DIVIDE HASH-WORK BY 100 GIVING HASH-QUOT
               REMAINDER HASH-REM.
           MOVE HASH-REM TO WS-ZIP-NEXT2.
           MOVE WS-ZIP-WORK TO WS-ZIP-ALT.
           DIVIDE HASH-SEED BY 100 GIVING HASH-QUOT
               REMAINDER HASH-REM.
           MOVE HASH-REM TO WS-ZIP-NEXT2.
       830-EXIT.
           EXIT.

      ******************************************************************
      *    840-BUILD-SALARY - A SALARY IN THE SAME PAYREG BAND (UNDER  *
      *    20K / 20-50K / 50-100K / 100K AND OVER).  A NON-NUMERIC     *
      *    SALARY IS REPLACED BY A NON-NUMERIC MARKER.                 *
      ******************************************************************
       840-BUILD-SALARY.
           MOVE '*MASKED**' TO PROVE-NEW.
           MOVE '*MASKED* ' TO PROVE-ALT.
           IF PERSON-SALARY NOT NUMERIC
               GO TO 840-EXIT.
           MOVE PERSON-SALARY TO WS-SALARY-OLD.
           IF WS-SALARY-OLD < 20000
               DIVIDE HASH-SEED BY 20000 GIVING HASH-QUOT
                   REMAINDER HASH-REM
               MOVE HASH-REM TO WS-SALARY-NEW
           ELSE
             IF WS-SALARY-OLD < 50000
               DIVIDE HASH-SEED BY 30000 GIVING HASH-QUOT
                   REMAINDER HASH-REM
               COMPUTE WS-SALARY-NEW = HASH-REM + 20000
             ELSE
               IF WS-SALARY-OLD < 100000
                 DIVIDE HASH-SEED BY 50000 GIVING HASH-QUOT
                     REMAINDER HASH-REM
                 COMPUTE WS-SALARY-NEW = HASH-REM + 50000
               ELSE
                 DIVIDE HASH-SEED BY 150000 GIVING HASH-QUOT
                     REMAINDER HASH-REM
                 COMPUTE WS-SALARY-NEW = HASH-REM + 100000
               END-IF
             END-IF
           END-IF.
           MOVE WS-SALARY-NEW TO PROVE-NEW.
           IF WS-SALARY-NEW = 0
               ADD 1 TO WS-SALARY-NEW
           ELSE
               SUBTRACT 1 FROM WS-SALARY-NEW
           END-IF.
           MOVE WS-SALARY-NEW TO PROVE-ALT.
       840-EXIT.
           EXIT.

      ******************************************************************
      *    860-MASK-FIELD - A BLANK FIELD STAYS BLANK.  OTHERWISE THE  *
      *    BUILT VALUE IS USED UNLESS IT IS THE PRODUCTION VALUE ITSELF*
      *    WHEN THE ALTERNATE IS.  WHAT GOES OUT IS THEN PROVED        *
      *    AGAINST THE PRODUCTION VALUE AND ANY MATCH IS REPORTED.     *
      ******************************************************************
      ******************************************************************
      *    850-BUILD-SSN - AREA 900 FOLLOWED BY THE SEED, AREA 901 FOR *
      *    THE ALTERNATE.  A NON-NUMERIC SSN IS REPLACED BY A NON-     *
      *    NUMERIC MARKER.                                             *
      ******************************************************************
       850-BUILD-SSN.
           MOVE '*MASKED**' TO PROVE-NEW.
           MOVE '*MASKED* ' TO PROVE-ALT.
           IF TE-SSN NOT NUMERIC
               GO TO 850-EXIT.
           MOVE MASK-SEED-DIGITS TO MASK-SSN-SEED, MASK-SSN-ALT-SEED.
           MOVE MASK-SSN         TO PROVE-NEW.
           MOVE MASK-SSN-ALT     TO PROVE-ALT.
       850-EXIT.
           EXIT.

       860-MASK-FIELD.
           IF PROVE-OLD = SPACES
               MOVE SPACES TO PROVE-NEW
               ADD +1 TO FS-BLANK(FS-SUB)
               GO TO 860-EXIT.
           IF PROVE-NEW(1:PROVE-LEN) = PROVE-OLD(1:PROVE-LEN)
               MOVE PROVE-ALT TO PROVE-NEW.
           ADD +1 TO FS-MASKED(FS-SUB).
           IF PROVE-NEW(1:PROVE-LEN) = PROVE-OLD(1:PROVE-LEN)
               ADD +1 TO FS-REMAIN(FS-SUB)
               MOVE FS-NAME(FS-SUB) TO RPT-REMAIN-FILE
               MOVE HASH-KEY        TO RPT-REMAIN-KEY
               MOVE PROVE-FIELD     TO RPT-REMAIN-FIELD
               WRITE MASKRPT-REC FROM RPT-REMAIN-LINE.
       860-EXIT.
           EXIT.

       880-CHECK-WRITE.
           IF TEST-FILE-OK
               ADD +1 TO FS-WRITTEN(FS-SUB)
           ELSE
               DISPLAY "** " FS-NAME(FS-SUB) " TEST COPY WRITE FAILED,"
                       " STATUS " TEST-FILE-STATUS " KEY " HASH-KEY
               ADD +1 TO FS-WRITE-ERRORS(FS-SUB).
       880-EXIT.
           EXIT.

       910-READ-PATMSTR.
           MOVE "Y" TO MORE-DATA-SW.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 910-EXIT
           END-READ
           ADD +1 TO FS-READ(FS-SUB).
       910-EXIT.
           EXIT.

       920-READ-PRSNMSTR.
           MOVE "Y" TO MORE-DATA-SW.
           READ PRSNMSTR INTO PATIENT-PERSONAL
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 920-EXIT
           END-READ
           ADD +1 TO FS-READ(FS-SUB).
       920-EXIT.
           EXIT.

       930-READ-PERSONAL.
           MOVE "Y" TO MORE-DATA-SW.
           READ PERSONAL INTO PERSON-MASTER-RECORD
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 930-EXIT
           END-READ
           ADD +1 TO FS-READ(FS-SUB).
       930-EXIT.
           EXIT.

       940-READ-CUSTFILE.
           MOVE "Y" TO MORE-DATA-SW.
           READ CUSTFILE INTO WS-CUST-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 940-EXIT
           END-READ
           ADD +1 TO FS-READ(FS-SUB).
       940-EXIT.
           EXIT.

       950-READ-ARBAL.
           MOVE "Y" TO MORE-DATA-SW.
           READ ARBAL INTO RECEIVABLE-BALANCE-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 950-EXIT
           END-READ
           MOVE AR-PATIENT-ID TO HASH-KEY.
           ADD +1 TO FS-READ(FS-SUB).
       950-EXIT.
           EXIT.

       960-READ-TAXELECT.
           MOVE "Y" TO MORE-DATA-SW.
           READ TAXELECT INTO TAX-ELECTION-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 960-EXIT
           END-READ
           ADD +1 TO FS-READ(FS-SUB).
       960-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 990-FILE-TOTALS
               VARYING FS-SUB FROM 1 BY 1 UNTIL FS-SUB > 6.
           MOVE SPACES TO MASKRPT-REC.
           WRITE MASKRPT-REC.
           MOVE 'PRODUCTION VALUES REMAINING: ' TO RPT-TOTAL-LABEL.
           MOVE TOTAL-REMAIN      TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'TEST COPY WRITE ERRORS:      ' TO RPT-TOTAL-LABEL.
           MOVE TOTAL-WRITE-ERRORS TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           IF TOTAL-REMAIN = 0
             AND TOTAL-WRITE-ERRORS = 0
               MOVE ' NO PRODUCTION VALUES REMAIN - RELEASE TO TEST'
                   TO MASKRPT-REC
           ELSE
               MOVE ' *** NOT FOR RELEASE - SEE LINES ABOVE ***'
                   TO MASKRPT-REC
           END-IF.
           WRITE MASKRPT-REC.
           CLOSE PATMSTR, PRSNMSTR, PERSONAL, CUSTFILE, ARBAL, TAXELECT,
                 TPATMSTR, TPRSNMST, TPERSONL, TCUSTFIL, TARBAL,
                 TTAXELCT, MASKRPT.
           DISPLAY "** PRODUCTION VALUES LEFT " TOTAL-REMAIN.
           DISPLAY "** TEST WRITE ERRORS      " TOTAL-WRITE-ERRORS.
           DISPLAY "******** NORMAL END OF JOB TSTMASK ********".
       999-EXIT.
           EXIT.

       990-FILE-TOTALS.
           MOVE SPACES TO MASKRPT-REC.
           WRITE MASKRPT-REC.
           MOVE FS-NAME(FS-SUB) TO MASKRPT-REC(2:8).
           WRITE MASKRPT-REC.
           MOVE 'RECORDS READ:                 ' TO RPT-TOTAL-LABEL.
           MOVE FS-READ(FS-SUB)         TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'RECORDS WRITTEN TO TEST:      ' TO RPT-TOTAL-LABEL.
           MOVE FS-WRITTEN(FS-SUB)      TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'FIELDS MASKED:                ' TO RPT-TOTAL-LABEL.
           MOVE FS-MASKED(FS-SUB)       TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'FIELDS BLANK - LEFT BLANK:    ' TO RPT-TOTAL-LABEL.
           MOVE FS-BLANK(FS-SUB)        TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PRODUCTION VALUES REMAINING:  ' TO RPT-TOTAL-LABEL.
           MOVE FS-REMAIN(FS-SUB)       TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'WRITE ERRORS:                 ' TO RPT-TOTAL-LABEL.
           MOVE FS-WRITE-ERRORS(FS-SUB) TO RPT-TOTAL-COUNT.
           WRITE MASKRPT-REC FROM RPT-TOTAL-LINE.
           ADD FS-REMAIN(FS-SUB)       TO TOTAL-REMAIN.
           ADD FS-WRITE-ERRORS(FS-SUB) TO TOTAL-WRITE-ERRORS.
