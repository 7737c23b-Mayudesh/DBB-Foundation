      ***************************************************************
      * EQUIPMST - BIOMEDICAL EQUIPMENT MASTER RECORD.  KEYED BY     *
      *            ASSET TAG ON THE EQUIPMST VSAM FILE.  ONE RECORD  *
      *            PER PHYSICAL UNIT.  MAINTAINED BY EQPLOAD FROM    *
      *            BIOMED'S CARDS; THE WEEKLY EQPPMWO RUN POSTS THE  *
      *            USAGE COUNTS AND LISTS THE UNITS COMING DUE FOR   *
      *            PREVENTIVE MAINTENANCE.  BNCHS602 REFUSES AN      *
      *            EQUIPMENT CHARGE WHEN NO IN-SERVICE UNIT OF THE   *
      *            CHARGED TYPE IS ASSIGNED TO THE PATIENT'S WARD.   *
      ***************************************************************
       01  EQUIPMENT-MASTER-REC.
           05  EQP-ASSET-ID                PIC X(08).
      *    SAME CATEGORY CODES AS EQUIPMENT-CATEGORY ON THE WARD
      *    REPORT'S ADDITIONAL-EQUIP-CHARGES.
           05  EQP-TYPE                    PIC X(04).
               88  EQP-HEATING-PAD         VALUE "HEAT".
               88  EQP-AUTOCLAVE           VALUE "AUTO".
               88  EQP-SCOPE               VALUE "SCOP".
               88  EQP-DRIP                VALUE "DRIP".
               88  EQP-MONITOR             VALUE "MON ".
               88  EQP-SHUNT               VALUE "SHNT".
               88  EQP-MISCELLANEOUS       VALUE "MISC".
               88  EQP-VALID-TYPE          VALUES "HEAT", "AUTO",
                   "SCOP", "DRIP", "MON ", "SHNT", "MISC".
           05  EQP-DESCRIPTION             PIC X(30).
           05  EQP-WARD-ID                 PIC X(04).
      *    CCYYMMDD OF THE LAST PM; ZERO FOR A UNIT NEVER SERVICED,
      *    WHICH IS DUE AT ONCE.
           05  EQP-LAST-PM-DATE            PIC 9(08).
           05  EQP-PM-INTERVAL-DAYS        PIC 9(04).
           05  EQP-SERVICE-STATUS          PIC X(01).
               88  EQP-IN-SERVICE          VALUE 'I'.
               88  EQP-OUT-OF-SERVICE      VALUE 'O'.
               88  EQP-VALID-STATUS        VALUES 'I', 'O'.
      *    TREATMENT CHARGES AGAINST THE UNIT - LIFETIME AND SINCE
      *    ITS LAST PM.  A PM COMPLETION CARD ZEROES THE SECOND.
           05  EQP-USAGE-COUNT             PIC 9(07).
           05  EQP-USAGE-SINCE-PM          PIC 9(07).
           05  EQP-LAST-USAGE-DATE         PIC 9(08).
           05  EQP-CHANGED-BY              PIC X(08).
           05  EQP-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(23).
