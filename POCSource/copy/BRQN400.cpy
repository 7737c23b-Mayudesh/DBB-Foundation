      ***************************************************************
      * BRQN400 - SYMBOLIC MAP FOR THE PURCHASE REQUISITION SCREEN.  *
      *           GENERATED FROM THE BRQN400 MAPSET; COPIED INTO     *
      *           CRQN400.  THE SIGN-ON, THE REQUISITION NUMBER,     *
      *           REQUISITIONER, DEPARTMENT AND WARD, THE STOCK PART *
      *           OR FREE-TEXT ITEM, QUANTITY, UNIT COST, NEEDED-BY  *
      *           DATE, JUSTIFICATION, SUPPLIER, REJECT REASON, AND  *
      *           THE STATUS, APPROVAL LEVEL, VALUE, ORDER AND       *
      *           RECEIVED QUANTITY SHOWN BACK.                      *
      ***************************************************************
       01  BRQN400I.
           02  FILLER                  PIC X(12).
           02  FUNCL                   PIC S9(4) COMP.
           02  FUNCF                   PIC X.
           02  FILLER REDEFINES FUNCF.
               03  FUNCA               PIC X.
           02  FUNCI                   PIC X(01).
           02  OPERIDL                 PIC S9(4) COMP.
           02  OPERIDF                 PIC X.
           02  FILLER REDEFINES OPERIDF.
               03  OPERIDA             PIC X.
           02  OPERIDI                 PIC X(08).
           02  PASSWDL                 PIC S9(4) COMP.
           02  PASSWDF                 PIC X.
           02  FILLER REDEFINES PASSWDF.
               03  PASSWDA             PIC X.
           02  PASSWDI                 PIC X(08).
           02  RQNUML                  PIC S9(4) COMP.
           02  RQNUMF                  PIC X.
           02  FILLER REDEFINES RQNUMF.
               03  RQNUMA              PIC X.
           02  RQNUMI                  PIC X(07).
           02  RQNAMEL                 PIC S9(4) COMP.
           02  RQNAMEF                 PIC X.
           02  FILLER REDEFINES RQNAMEF.
               03  RQNAMEA             PIC X.
           02  RQNAMEI                 PIC X(25).
           02  DEPTL                   PIC S9(4) COMP.
           02  DEPTF                   PIC X.
           02  FILLER REDEFINES DEPTF.
               03  DEPTA               PIC X.
           02  DEPTI                   PIC X(03).
           02  WARDL                   PIC S9(4) COMP.
           02  WARDF                   PIC X.
           02  FILLER REDEFINES WARDF.
               03  WARDA               PIC X.
           02  WARDI                   PIC X(04).
           02  PARTL                   PIC S9(4) COMP.
           02  PARTF                   PIC X.
           02  FILLER REDEFINES PARTF.
               03  PARTA               PIC X.
           02  PARTI                   PIC X(23).
           02  DESCL                   PIC S9(4) COMP.
           02  DESCF                   PIC X.
           02  FILLER REDEFINES DESCF.
               03  DESCA               PIC X.
           02  DESCI                   PIC X(40).
           02  QTYL                    PIC S9(4) COMP.
           02  QTYF                    PIC X.
           02  FILLER REDEFINES QTYF.
               03  QTYA                PIC X.
           02  QTYI                    PIC X(07).
           02  UCOSTL                  PIC S9(4) COMP.
           02  UCOSTF                  PIC X.
           02  FILLER REDEFINES UCOSTF.
               03  UCOSTA              PIC X.
           02  UCOSTI                  PIC X(09).
           02  NEEDBYL                 PIC S9(4) COMP.
           02  NEEDBYF                 PIC X.
           02  FILLER REDEFINES NEEDBYF.
               03  NEEDBYA             PIC X.
           02  NEEDBYI                 PIC X(08).
           02  JUSTIFL                 PIC S9(4) COMP.
           02  JUSTIFF                 PIC X.
           02  FILLER REDEFINES JUSTIFF.
               03  JUSTIFA             PIC X.
           02  JUSTIFI                 PIC X(60).
           02  SUPPLL                  PIC S9(4) COMP.
           02  SUPPLF                  PIC X.
           02  FILLER REDEFINES SUPPLF.
               03  SUPPLA              PIC X.
           02  SUPPLI                  PIC X(05).
           02  REASONL                 PIC S9(4) COMP.
           02  REASONF                 PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA             PIC X.
           02  REASONI                 PIC X(30).
           02  RSTATL                  PIC S9(4) COMP.
           02  RSTATF                  PIC X.
           02  FILLER REDEFINES RSTATF.
               03  RSTATA              PIC X.
           02  RSTATI                  PIC X(01).
           02  LEVELL                  PIC S9(4) COMP.
           02  LEVELF                  PIC X.
           02  FILLER REDEFINES LEVELF.
               03  LEVELA              PIC X.
           02  LEVELI                  PIC X(01).
           02  VALUEL                  PIC S9(4) COMP.
           02  VALUEF                  PIC X.
           02  FILLER REDEFINES VALUEF.
               03  VALUEA              PIC X.
           02  VALUEI                  PIC X(14).
           02  ORDNUML                 PIC S9(4) COMP.
           02  ORDNUMF                 PIC X.
           02  FILLER REDEFINES ORDNUMF.
               03  ORDNUMA             PIC X.
           02  ORDNUMI                 PIC X(06).
           02  ORDLNL                  PIC S9(4) COMP.
           02  ORDLNF                  PIC X.
           02  FILLER REDEFINES ORDLNF.
               03  ORDLNA              PIC X.
           02  ORDLNI                  PIC X(03).
           02  RECVQL                  PIC S9(4) COMP.
           02  RECVQF                  PIC X.
           02  FILLER REDEFINES RECVQF.
               03  RECVQA              PIC X.
           02  RECVQI                  PIC X(07).
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
       01  BRQN400O REDEFINES BRQN400I.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(03).
           02  FUNCO                   PIC X(01).
           02  FILLER                  PIC X(03).
           02  OPERIDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  PASSWDO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  RQNUMO                  PIC X(07).
           02  FILLER                  PIC X(03).
           02  RQNAMEO                 PIC X(25).
           02  FILLER                  PIC X(03).
           02  DEPTO                   PIC X(03).
           02  FILLER                  PIC X(03).
           02  WARDO                   PIC X(04).
           02  FILLER                  PIC X(03).
           02  PARTO                   PIC X(23).
           02  FILLER                  PIC X(03).
           02  DESCO                   PIC X(40).
           02  FILLER                  PIC X(03).
           02  QTYO                    PIC X(07).
           02  FILLER                  PIC X(03).
           02  UCOSTO                  PIC X(09).
           02  FILLER                  PIC X(03).
           02  NEEDBYO                 PIC X(08).
           02  FILLER                  PIC X(03).
           02  JUSTIFO                 PIC X(60).
           02  FILLER                  PIC X(03).
           02  SUPPLO                  PIC X(05).
           02  FILLER                  PIC X(03).
           02  REASONO                 PIC X(30).
           02  FILLER                  PIC X(03).
           02  RSTATO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  LEVELO                  PIC X(01).
           02  FILLER                  PIC X(03).
           02  VALUEO                  PIC X(14).
           02  FILLER                  PIC X(03).
           02  ORDNUMO                 PIC X(06).
           02  FILLER                  PIC X(03).
           02  ORDLNO                  PIC X(03).
           02  FILLER                  PIC X(03).
           02  RECVQO                  PIC X(07).
           02  FILLER                  PIC X(03).
           02  DATEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  TIMEO                   PIC X(08).
           02  FILLER                  PIC X(03).
           02  MSGO                    PIC X(79).
