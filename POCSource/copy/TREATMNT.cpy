           05  PATIENT-ID                  PIC 9(06).
           05  BILLABLE-TREATMENT-IND      PIC X(01).
               88  VALID-BILLABLE-TYPES    VALUES 'I', 'O'.
               88  INPATIENT-TREATMENT     VALUE 'I'.
               88  OUTPATIENT-TREATMENT    VALUE 'O'.
           05  TREATMENT-MODE              PIC X(02).
               88  VALID-TRTMNT-MODES  VALUES 'OR', 'IV', 'IJ', 'OT'.
               88  ORAL-ADMIN              VALUE 'OR'.
      *    WHICH HOSPITAL THE CHARGE BELONGS TO, FOR FACILITY-LEVEL
      *    REVENUE SUBTOTALS DOWN THE EDIT/BILLING CHAIN.
           05  TREATMENT-FACILITY-ID       PIC X(02).
      *    THE EQUIPMENT BEHIND EACH LAB-TABLE ROW'S EQUIPMENT
      *    CHARGE, ROW FOR ROW - THE EQUIPMST TYPE AND, WHEN THE
      *    WARD SCANS IT, THE UNIT'S ASSET TAG.  FEEDS THAT PREDATE
      *    THESE FIELDS LEAVE THEM BLANK.
           05  LAB-EQUIPMENT-USED OCCURS 12 TIMES.
               10  LAB-EQUIP-TYPE          PIC X(04).
               10  LAB-EQUIP-ASSET-ID      PIC X(08).
      *    AN OUTPATIENT ('O') TREATMENT ATTACHES TO THE PATIENT'S
      *    OPEN ENCNTR VISIT INSTEAD OF A BED - BED-IDENTITY IS LEFT
      *    ZERO AND THIS CARRIES THE VISIT NUMBER.  INPATIENT
      *    TREATMENTS LEAVE IT ZERO.
           05  ENCOUNTER-VISIT-NO          PIC 9(03).
           05  FILLER                      PIC X(587).
