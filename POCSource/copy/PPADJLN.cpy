      ***************************************************************
      * PPADJLN - PRIOR-PERIOD ADJUSTMENT LISTING LINES.  SHARED BY  *
      *           THE POSTING PROGRAMS SO FINANCE GETS ONE LISTING   *
      *           LAYOUT NO MATTER WHICH JOB MOVED THE ITEM.  A      *
      *           TRANSACTION DATED IN A CLOSED FISCAL PERIOD (OR    *
      *           POSTED BY A RUN WHOSE OWN DATE FALLS IN ONE) IS    *
      *           BOOKED IN THE NEXT OPEN PERIOD AND LISTED HERE     *
      *           INSTEAD OF BEING BACK-POSTED.                      *
      ***************************************************************
       01  PPA-HEADER-LINE.
           05  FILLER                      PIC X(40) VALUE
               ' PRIOR-PERIOD ADJUSTMENT LISTING - '.
           05  PPA-HDR-PROGRAM             PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  RUN: '.
           05  PPA-HDR-RUN-DATE            PIC 9(08).
           05  FILLER                      PIC X(16)
               VALUE '  POSTING DATE: '.
           05  PPA-HDR-POST-DATE           PIC 9(08).
           05  FILLER                      PIC X(45) VALUE SPACES.
       01  PPA-COLUMN-LINE.
           05  FILLER                      PIC X(44) VALUE
               ' TRANSACTION   REFERENCE                 AMO'.
           05  FILLER                      PIC X(44) VALUE
               'UNT TRAN DATE POSTED AS REASON              '.
           05  FILLER                      PIC X(44) VALUE SPACES.
       01  PPA-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PPA-TRAN-TYPE               PIC X(12).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PPA-REFERENCE               PIC X(15).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PPA-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PPA-TRAN-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PPA-POST-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PPA-REASON                  PIC X(30).
           05  FILLER                      PIC X(34) VALUE SPACES.
       01  PPA-TOTAL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(30)
               VALUE 'TRANSACTIONS MOVED FORWARD:   '.
           05  PPA-TOTAL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  PPA-TOTAL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(74) VALUE SPACES.
