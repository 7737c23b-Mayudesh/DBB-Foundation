      ***************************************************************
      * KITDEF   - PROCEDURE KIT DEFINITION RECORD.  KEYED BY KIT    *
      *            PART NUMBER AND COMPONENT PART NUMBER ON THE      *
      *            KITDEF VSAM FILE.  A SURGERY OR PROCEDURE TRAY IS *
      *            STOCKED AS A PART OF ITS OWN ON PART_STOCK; ITS   *
      *            COMPONENTS ARE THE SINGLE PARTS IT IS MADE UP     *
      *            FROM, WITH THE QUANTITY OF EACH IN ONE KIT, SET   *
      *            BY KITLOAD.  KITBUILD CONSUMES THE COMPONENTS TO  *
      *            MAKE KITS UP AND RETURNS THEM WHEN A KIT IS       *
      *            BROKEN DOWN; INVVALUE VALUES A KIT AT THE SUM OF  *
      *            ITS COMPONENTS AND ROPRECLC EXPLODES KIT DEMAND   *
      *            INTO COMPONENT DEMAND.  THE KIT'S OWN RECORD      *
      *            (COMPONENT BLANK, SO IT SORTS FIRST) CARRIES ITS  *
      *            DESCRIPTION AND COMPONENT COUNT.  A COMPONENT MAY *
      *            NOT ITSELF BE A KIT.                              *
      ***************************************************************
       01  KIT-DEF-REC.
           05  KIT-KEY.
               10  KIT-PART-NUM            PIC X(23).
               10  KIT-COMP-PART-NUM       PIC X(23).
           05  KIT-COMP-QTY                PIC 9(05).
           05  KIT-CHANGED-BY              PIC X(08).
           05  KIT-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(33).
       01  KIT-HEADER-REC REDEFINES KIT-DEF-REC.
           05  KTH-KEY.
               10  KTH-PART-NUM            PIC X(23).
               10  KTH-COMP-PART-NUM       PIC X(23).
           05  KTH-DESCRIPTION             PIC X(30).
           05  KTH-COMP-COUNT              PIC 9(03).
           05  KTH-CHANGED-BY              PIC X(08).
           05  KTH-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(05).
