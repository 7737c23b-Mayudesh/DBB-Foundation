010100     05  CUST-MONTH              PIC S9(7)V99 COMP-3 OCCURS 12.   00010100
010200     05  CUST-OCCUPATION         PIC X(30).                       00010200
010300     05  CUST-NOTES              PIC X(120).                      00010300
010350*    PRICE LIST CODE, FROM THE OLD DATA-1 AREA - SEE CUSTCOPY.    00010350
010360     05  CUST-PRICE-LIST         PIC X(04).                       00010360
010400     05  CUST-DATA-1             PIC X(01).                       00010400
010410*    CREDIT CONTROL FIELDS, CARVED FROM THE OLD SPARE AREA -      00010410
010420*    SEE CUSTCOPY.  HOLD-FLAG 'H' MEANS CREDIT HOLD.              00010420
010430     05  CUST-CREDIT-LIMIT       PIC 9(07)V99.                    00010430
010440     05  CUST-HOLD-FLAG          PIC X(01).                       00010440
010450*    SALES TAX FIELDS, ALSO FROM THE SPARE AREA - SEE CUSTCOPY.   00010450
010460     05  CUST-TAX-LOCALITY       PIC X(05).                       00010460
010470     05  CUST-TAX-EXEMPT-CERT    PIC X(15).                       00010470
010480     05  CUST-TAX-EXEMPT-EXPIRY  PIC 9(08).                       00010480
010500     05  CUST-DATA-2             PIC X(02).                       00010500
010600*                                                                 00010600
010700 01  WS-FIELDS.                                                   00010700
010800     05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.          00010800
