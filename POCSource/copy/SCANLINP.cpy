      ***************************************************************
      * SCANLINP - PARAMETER AREA FOR THE SCANDGT STATEMENT SCAN-    *
      *            LINE SERVICE.  PATSTMT BUILDS THE SCAN LINE ON    *
      *            THE REMITTANCE STUB AND LBXPOST CHECKS IT WHEN    *
      *            THE BANK'S LOCKBOX FILE COMES BACK, BOTH THROUGH  *
      *            THE ONE CHECK-DIGIT ROUTINE:                      *
      *                                                              *
      *              CALL 'SCANDGT' USING SCAN-LINE-PARMS            *
      *                                                              *
      *              GEN  - SET SCN-CHECK-DIGIT FOR THE PATIENT ID,  *
      *                     STATEMENT DATE AND AMOUNT DUE            *
      *              VER  - VERIFY SCN-CHECK-DIGIT AGAINST THEM      *
      *                                                              *
      *            THE DIGIT IS A WEIGHTED 2-1 MODULUS 10 OVER THE   *
      *            FIRST 23 CHARACTERS; A LETTER IN THE PATIENT ID   *
      *            COUNTS AS 10 (A) THROUGH 35 (Z).                  *
      *                                                              *
      *            SCN-RETURN-CD: 0 = OK, 4 = CHECK DIGIT DOES NOT   *
      *            MATCH, -1 = UNREADABLE SCAN LINE OR FUNCTION.     *
      ***************************************************************
       01  SCAN-LINE-PARMS.
           05  SCN-FUNCTION                PIC X(04).
               88  SCN-GENERATE            VALUE 'GEN '.
               88  SCN-VERIFY              VALUE 'VER '.
           05  SCN-SCAN-LINE.
               10  SCN-PATIENT-ID          PIC X(06).
               10  SCN-STMT-DATE           PIC 9(08).
               10  SCN-AMOUNT-DUE          PIC 9(07)V99.
               10  SCN-CHECK-DIGIT         PIC 9(01).
           05  SCN-RETURN-CD               PIC S9(04).
