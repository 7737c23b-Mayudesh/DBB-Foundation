      ***************************************************************
      * DSCHABS - STATE DISCHARGE DATA ABSTRACT RECORD, IN THE STATE *
      *           HEALTH DEPARTMENT'S FIXED 250-BYTE LAYOUT.  ONE    *
      *           DETAIL ('D') RECORD PER INPATIENT STAY DISCHARGED  *
      *           IN THE REPORTING QUARTER, FOLLOWED BY ONE CONTROL  *
      *           TOTAL ('T') RECORD.  WRITTEN QUARTERLY BY DISCABS. *
      *                                                              *
      *           DATES ARE CCYYMMDD; THE QUARTER IS CCYYQ.  CHARGE  *
      *           AMOUNTS ARE UNSIGNED WITH AN IMPLIED DECIMAL.      *
      ***************************************************************
       01  DISCHARGE-ABSTRACT-REC.
           05  ABS-RECORD-TYPE             PIC X(01).
               88  ABS-DETAIL-RECORD       VALUE 'D'.
               88  ABS-CONTROL-RECORD      VALUE 'T'.
           05  ABS-FACILITY-ID             PIC X(02).
           05  ABS-REPORT-QUARTER          PIC X(05).
           05  ABS-DETAIL-DATA.
               10  ABS-PATIENT-ID          PIC X(06).
               10  ABS-LAST-NAME           PIC X(15).
               10  ABS-FIRST-NAME          PIC X(15).
               10  ABS-BIRTH-DATE          PIC X(08).
               10  ABS-SEX                 PIC X(01).
               10  ABS-ADDRESS             PIC X(25).
               10  ABS-CITY                PIC X(15).
               10  ABS-STATE               PIC X(02).
               10  ABS-ZIP                 PIC X(09).
               10  ABS-ADMIT-DATE          PIC X(08).
               10  ABS-DISCHARGE-DATE      PIC X(08).
               10  ABS-LENGTH-OF-STAY      PIC 9(04).
               10  ABS-PRIMARY-DIAG        PIC X(06).
               10  ABS-SECONDARY-DIAG      PIC X(06) OCCURS 3 TIMES.
               10  ABS-ATTENDING-PHYS-ID   PIC X(08).
               10  ABS-PRIMARY-PAYER-ID    PIC X(06).
               10  ABS-SECONDARY-PAYER-ID  PIC X(06).
               10  ABS-TOTAL-CHARGES       PIC 9(09)V99.
               10  ABS-PROCEDURE-CODE      PIC X(02) OCCURS 10 TIMES.
               10  FILLER                  PIC X(51).
           05  ABS-CONTROL-DATA REDEFINES ABS-DETAIL-DATA.
               10  ABS-CTL-CREATE-DATE     PIC X(08).
               10  ABS-CTL-RECORD-COUNT    PIC 9(07).
               10  ABS-CTL-TOTAL-CHARGES   PIC 9(11)V99.
               10  ABS-CTL-HELD-COUNT      PIC 9(07).
               10  FILLER                  PIC X(207).
