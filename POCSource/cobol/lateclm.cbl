      *           EACH ADJUSTMENT CLAIM GETS A NEW CONTROL NUMBER,    *
      *           GOES ON THE CLMREG REGISTER, AND LISTS ON THE       *
      *           REBILL REGISTER WITH ITS DOLLARS.                   *
      *                                                               *
      *           SUPISSUE'S SUPLATE FILE - SUPPLIES ISSUED TO A      *
      *           PATIENT ALREADY DISCHARGED - IS READ AFTER LATECHG  *
      *           IN THE SAME LAYOUT AND REBILLED THE SAME WAY.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT SUPLATE
           ASSIGN TO UT-S-SUPLATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLAIMOUT
           ASSIGN TO UT-S-CLAIMOUT
             ACCESS MODE IS SEQUENTIAL
           05  LATE-MSG                    PIC X(40).
           05  LATE-REST-OF-REC            PIC X(1101).

       FD  SUPLATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1141 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPLATE-REC.
       01  SUPLATE-REC.
           05  SUPLATE-MSG                 PIC X(40).
           05  SUPLATE-REST-OF-REC         PIC X(1101).

       FD  CLAIMOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 LATECHG-EOF-SW              PIC X(01) VALUE "N".
              88 LATECHG-DONE VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-YYMMDD          PIC 9(06) VALUE 0.

           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
           OPEN INPUT LATECHG, SUPLATE, PATMSTR, PATINS.
           OPEN OUTPUT CLAIMOUT, LATEREG.
           OPEN I-O CLMREG.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           MOVE CLM-PATIENT-ID      TO CRG-PATIENT-ID.
           MOVE WS-RUN-DATE         TO CRG-EXTRACT-DATE.
           MOVE WS-CLAIM-TOTAL      TO CRG-CLAIM-TOTAL.
           MOVE "F"                 TO CRG-CLAIM-TYPE.
           MOVE "S"                 TO CRG-CLAIM-STATUS.
           MOVE ZERO                TO CRG-STATUS-DATE.
           MOVE CRG-REG-KEY         TO CLMREG-REC-KEY.
           EXIT.

       900-READ-LATECHG.
           IF LATECHG-DONE
               GO TO 910-READ-SUPLATE.
           READ LATECHG
               AT END MOVE "Y" TO LATECHG-EOF-SW
               GO TO 910-READ-SUPLATE
           END-READ
           MOVE LATE-REST-OF-REC TO INPATIENT-TREATMENT-REC.
           ADD +1 TO CHARGES-READ.
           GO TO 900-EXIT.
       910-READ-SUPLATE.
           READ SUPLATE
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           MOVE SUPLATE-REST-OF-REC TO INPATIENT-TREATMENT-REC.
           ADD +1 TO CHARGES-READ.
       900-EXIT.
           EXIT.
           MOVE CHARGES-SKIPPED  TO REG-TOTAL-COUNT.
           MOVE ZERO             TO REG-TOTAL-AMOUNT.
           WRITE LATEREG-REC FROM REG-TOTAL-LINE.
           CLOSE LATECHG, SUPLATE, PATMSTR, PATINS, CLAIMOUT, LATEREG,
                 CLMREG.
           DISPLAY "** LATE CHARGES READ  " CHARGES-READ.
           DISPLAY "** ADJ CLAIMS WRITTEN " CLAIMS-WRITTEN.
           DISPLAY "** CHARGES SKIPPED    " CHARGES-SKIPPED.
