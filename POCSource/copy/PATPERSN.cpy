           05  PRSN-CITY                   PIC X(15).
           05  PRSN-STATE                  PIC X(02).
           05  PRSN-ZIP                    PIC X(09).
      *    DATE OF BIRTH (YYYYMMDD) AND SEX, KEYED ON CPRS400.  BOTH
      *    ARE REQUIRED ELEMENTS OF THE STATE DISCHARGE ABSTRACT.
           05  PRSN-BIRTH-DATE             PIC X(08).
           05  PRSN-SEX                    PIC X(01).
               88  PRSN-SEX-MALE           VALUE 'M'.
               88  PRSN-SEX-FEMALE         VALUE 'F'.
               88  PRSN-SEX-UNKNOWN        VALUE 'U'.
               88  PRSN-SEX-VALID          VALUES 'M', 'F', 'U'.
      *    RETURNED-MAIL FLAG, SET BY RTNMAIL WHEN THE POST OFFICE
      *    SENDS A PIECE BACK AND CLEARED BY CPRS400 WHEN THE ADDRESS
      *    IS CORRECTED.  NOTHING IS MAILED TO A FLAGGED ADDRESS.
           05  PRSN-ADDR-STATUS            PIC X(01).
               88  PRSN-ADDR-GOOD          VALUES ' ', LOW-VALUE.
               88  PRSN-ADDR-UNDELIVERABLE VALUE 'U'.
           05  PRSN-ADDR-RETURN-DATE       PIC X(08).
           05  FILLER                      PIC X(695).
