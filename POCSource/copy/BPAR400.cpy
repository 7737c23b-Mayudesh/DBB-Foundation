      ***************************************************************
      * BPAR400 - SYMBOLIC MAP FOR THE WARD SUPPLY PAR COUNT SCREEN. *
      *           GENERATED FROM THE BPAR400 MAPSET; COPIED INTO     *
      *           CPAR400.  THE WARD KEYS A PART AND THE QUANTITY    *
      *           ON ITS SHELF; THE SCREEN SHOWS THE PAR, THE        *
      *           SHORTFALL AWAITING REPLENISHMENT AND THE LAST      *
      *           ISSUE.  A BLANK COUNT ONLY SHOWS THE PART.         *
      ***************************************************************
       01  BPAR400I.
           02  FILLER                  PIC X(12).
           02  WARDL                   PIC S9(4) COMP.
           02  WARDF                   PIC X.
           02  FILLER REDEFINES WARDF.
               03  WARDA               PIC X.
           02  WARDI                   PIC X(04).
           02  WNAMEL                  PIC S9(4) COMP.
           02  WNAMEF                  PIC X.
           02  FILLER REDEFINES WNAMEF.
               03  WNAMEA              PIC X.
           02  WNAMEI                  PIC X(25).
           02  PARTL                   PIC S9(4) COMP.
           02  PARTF                   PIC X.
           02  FILLER REDEFINES PARTF.
               03  PARTA               PIC X.
           02  PARTI                   PIC X(23).
           02  COUNTL                  PIC S9(4) COMP.
           02  COUNTF                  PIC X.
           02  FILLER REDEFINES COUNTF.
               03  COUNTA              PIC X.
           02  COUNTI                  PIC X(07).
           02  PARL                    PIC S9(4) COMP.
           02  PARF                    PIC X.
           02  FILLER REDEFINES PARF.
               03  PARA                PIC X.
           02  PARI                    PIC X(07).
           02  SHORTL                  PIC S9(4) COMP.
           02  SHORTF                  PIC X.
           02  FILLER REDEFINES SHORTF.
               03  SHORTA              PIC X.
           02  SHORTI                  PIC X(07).
           02  CNTDTL                  PIC S9(4) COMP.
           02  CNTDTF                  PIC X.
           02  FILLER REDEFINES CNTDTF.
               03  CNTDTA              PIC X.
           02  CNTDTI                  PIC X(08).
           02  RSTATL                  PIC S9(4) COMP.
           02  RSTATF                  PIC X.
           02  FILLER REDEFINES RSTATF.
               03  RSTATA              PIC X.
           02  RSTATI                  PIC X(01).
           02  LISSQL                  PIC S9(4) COMP.
           02  LISSQF                  PIC X.
           02  FILLER REDEFINES LISSQF.
               03  LISSQA              PIC X.
           02  LISSQI                  PIC X(07).
           02  LISSDTL                 PIC S9(4) COMP.
           02  LISSDTF                 PIC X.
           02  FILLER REDEFINES LISSDTF.
               03  LISSDTA             PIC X.
           02  LISSDTI                 PIC X(08).
           02  DATEL                   PIC S9(4) COMP.
           02  DATEF                   PIC X.
           02  FILLER REDEFINES DATEF.
               03  DATEA               PIC X.
           02  DATEI                   PIC X(08).
           02  TIMEL                   PIC S9(4) COMP.
           02  TIMEF                   PIC X.
           02  FILLER REDEFINES TIMEF.
               03  TIMEA               PIC X.
           02  TIMEI                   PIC X(08).
           02  MSGL                    PIC S9(4) COMP.
           02  MSGF                    PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                PIC X.
           02  MSGI                    PIC X(79).
       01  BPAR400O REDEFINES BPAR400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  WARDO                   PIC X(04).
           02  FILLER                  PIC X(03).
           02  WNAMEO                  PIC X(25).
           02  FILLER                  PIC X(03).
           02  PARTO                   PIC X(23).
           02  FILLER                  PIC X(03).
           02  COUNTO                  PIC X(07).
           02  FILLER                  PIC X(03).
           02  PARO                    PIC X(07).
           02  FILLER                  PIC X(03).
           02  SHORTO                  PIC X(07).
           02  FILLER                  PIC X(03).
           02  CNTDTO                  PIC X(08).
           02  FILLER                  PIC X(03).
           02  RSTATO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  LISSQO                  PIC X(07).
           02  FILLER                  PIC X(03).
           02  LISSDTO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
