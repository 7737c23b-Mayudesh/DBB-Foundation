      *            PRTRECON - SO PURCHASING FINALLY HAS FLOW, NOT    *
      *            JUST TODAY'S SNAPSHOT.  USAGERPT BUILDS THE       *
      *            MONTHLY RECEIPTS/ISSUES/DEAD-STOCK ANALYSIS FROM  *
      *            THIS FILE.  A WARDREPL WARD ISSUE ('WARD') ALSO   *
      *            CARRIES THE WARD AS ITS DESTINATION AND THE UNIT  *
      *            COST IT WAS CHARGED AT, FOR WSUPRPT.  SUPISSUE'S  *
      *            PATIENT ISSUES ('PAT ') AND RETURNS ('PRTN')      *
      *            CARRY THE PATIENT ID AS THE DESTINATION.          *
      *            KITBUILD'S KIT BUILDS ('KITB') AND BREAKDOWNS     *
      *            ('KITX') MOVE THE KIT AND EACH OF ITS COMPONENTS. *
      *            INVJRNL VALUES EVERY MOVEMENT AND JOURNALS IT TO  *
      *            THE GL BY ITS REASON CODE.  ORDSHIP'S CUSTOMER    *
      *            ORDER SHIPMENTS ('SALE') CARRY THE CUSTOMER ID AS *
      *            THE DESTINATION, AS DO RTNRECV'S CUSTOMER RETURNS *
      *            ('CRTN') PUT BACK ON STOCK.                       *
      ***************************************************************
       01  MOVEMENT-LEDGER-REC.
           05  MOV-PART-NUMBER             PIC X(23).
               88  MOV-REASON-PICK-SHORT   VALUE 'SHRT'.
               88  MOV-REASON-RETURN       VALUE 'RTV '.
               88  MOV-REASON-CYCLE        VALUE 'CYC '.
               88  MOV-REASON-WARD-ISSUE   VALUE 'WARD'.
               88  MOV-REASON-PATIENT-ISSUE
                                           VALUE 'PAT '.
               88  MOV-REASON-PATIENT-RETURN
                                           VALUE 'PRTN'.
               88  MOV-REASON-KIT-BUILD    VALUE 'KITB'.
               88  MOV-REASON-KIT-BREAK    VALUE 'KITX'.
               88  MOV-REASON-SALES-ISSUE  VALUE 'SALE'.
               88  MOV-REASON-CUSTOMER-RETURN
                                           VALUE 'CRTN'.
           05  MOV-DESTINATION             PIC X(08).
           05  MOV-UNIT-COST               PIC 9(07)V99.
           05  FILLER                      PIC X(06).
