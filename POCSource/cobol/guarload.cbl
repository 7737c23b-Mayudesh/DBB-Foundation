      *            MASTER TO IT THROUGH PATIENT-GUARANTOR-ID SO THE   *
      *            STATEMENT AND DUNNING STREAMS CHASE THE            *
      *            RESPONSIBLE PARTY.  CARDS FOR PATIENTS NOT ON      *
      *            PATMSTR REJECT.  A CHANGED ADDRESS CLEARS ANY      *
      *            RETURNED-MAIL FLAG RTNMAIL SET ON THE GUARANTOR.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 GUARANTORS-REPLACED      PIC 9(7) COMP VALUE 0.
           05 PATIENTS-LINKED          PIC 9(7) COMP VALUE 0.
           05 CARDS-REJECTED           PIC 9(7) COMP VALUE 0.
           05 ADDRESS-HOLDS-CLEARED    PIC 9(7) COMP VALUE 0.

       COPY GUARMSTR.

           IF NOT GUARMSTR-FOUND
               MOVE "Y" TO GUARMSTR-NEW-SW.

      *    A REPLACE KEEPS THE ACCOUNT STATUS SET ON CAST400.
           IF GUARMSTR-IS-NEW
               INITIALIZE GUARANTOR-MASTER-REC.

      *    A NEW ADDRESS ON FILE ENDS ANY RETURNED-MAIL HOLD.
           IF NOT GUARMSTR-IS-NEW AND GUA-ADDR-UNDELIVERABLE
               IF GIN-ADDRESS NOT = GUA-ADDRESS
                       OR GIN-CITY NOT = GUA-CITY
                       OR GIN-STATE NOT = GUA-STATE
                       OR GIN-ZIP NOT = GUA-ZIP
                   MOVE SPACE TO GUA-ADDR-STATUS
                   MOVE ZERO  TO GUA-ADDR-RETURN-DATE
                   ADD +1 TO ADDRESS-HOLDS-CLEARED
               END-IF
           END-IF.
           MOVE GIN-GUARANTOR-ID TO GUA-KEY.
           MOVE GIN-FIRST-NAME   TO GUA-FIRST-NAME.
           MOVE GIN-LAST-NAME    TO GUA-LAST-NAME.
           DISPLAY "** GUARANTORS REPLACED  " GUARANTORS-REPLACED.
           DISPLAY "** PATIENTS LINKED      " PATIENTS-LINKED.
           DISPLAY "** CARDS REJECTED       " CARDS-REJECTED.
           DISPLAY "** ADDRESS HOLDS CLEARED" ADDRESS-HOLDS-CLEARED.
           DISPLAY "******** NORMAL END OF JOB GUARLOAD ********".
       999-EXIT.
           EXIT.
