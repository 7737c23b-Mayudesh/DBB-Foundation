      *                   THE REQUESTED BED                         *
      *    D - DISCHARGE: STAMPS PATIENT-DISCHARGE-DATE AND SETS    *
      *                   PATIENT-STAY-STATUS TO 'D' SO DOWNSTREAM  *
      *                   JOBS KNOW THE STAY IS CLOSED, FREES THE   *
      *                   BED, AND OPENS THE STAY'S CHART           *
      *                   DEFICIENCY RECORD (CHARTDEF) FOR HIM TO   *
      *                   WORK ON CCDF400 - CLMEXTR HOLDS THE CLAIM *
      *                   UNTIL THE CHART IS COMPLETE               *
      *    W - WAITLIST:  NO BED FREE IN THE WANTED WARD - QUEUE    *
      *                   THE ADMISSION ON BEDWAIT WITH ITS WARD    *
      *                   AND PRIORITY.  THE NEXT BED RETURNED TO   *
      * A BED IS TAKEN WITH READ UPDATE / REWRITE AGAINST BEDMSTR,  *
      * AND A BED THAT IS NOT 'F' (FREE) IS REFUSED, SO TWO         *
      * PATIENTS CAN NEVER HOLD THE SAME BED.                       *
      *                                                             *
      * ISOLATION (SEE CISO400): AN ISOLATION PATIENT IS ONLY GIVEN *
      * A BED IN A ROOM CAPABLE OF THEIR TYPE WITH NO OTHER         *
      * OCCUPANT, AND NO PATIENT IS PUT IN A ROOM THAT HOLDS AN     *
      * ISOLATION PATIENT.  THE ISOL FIELD RECORDS A KNOWN TYPE AT  *
      * ADMIT OR WAITLIST; OTHERWISE THE TYPE ON PATMSTR APPLIES.   *
      *                                                             *
      * EVERY ADMIT, RE-ADMIT AND TRANSFER QUEUES AN ADMISSION      *
      * PACKET PRINT REQUEST (WRISTBAND, CHART LABELS, FACE SHEET)  *
      * TO THE APKT TD QUEUE FOR THE ADMPKT PRINT STEP.             *
      ***************************************************************

       ENVIRONMENT DIVISION.
           03  WS-NEW-BED-ID               PIC 9(04) VALUE ZEROS.
           03  WS-OLD-BED-ID               PIC 9(04) VALUE ZEROS.
           03  WS-JRNL-REC-LEN             PIC S9(04) COMP VALUE +6000.
           03  WS-PKT-REC-LEN              PIC S9(04) COMP VALUE +80.
           03  WS-PKT-EVENT                PIC X(01) VALUE SPACE.
      *--- THE STAY'S ATTENDING PHYSICIAN FOR THE CHART-DEFICIENCY
      *--- RECORD - THE NEWEST TREATMENT HISTORY LINE OF THE STAY.
           03  WS-ATTENDING-PHYS-ID        PIC X(08) VALUE SPACES.
           03  WS-BEFORE-HOLD              PIC X(2964) VALUE SPACES.
      *--- A BED A PATIENT ACTUALLY VACATED GOES TO 'C' (AWAITING
      *--- CLEANING); A BED BACKED OUT OF A FAILED ADMIT WAS NEVER
           03  WS-REQ-FACILITY-ID          PIC X(02) VALUE SPACES.
           03  WS-WL-DONE-SW               PIC X(01) VALUE 'N'.
               88  WL-SCAN-DONE            VALUE 'Y'.
      *--- ISOLATION TYPE OF THE PATIENT BEING PLACED, AND THE ROOM
      *--- OF THE REQUESTED BED FOR THE ROOMMATE BROWSE.
           03  WS-INCOMING-ISOLATION       PIC X(01) VALUE SPACE.
               88  WS-INCOMING-ISOLATED    VALUES 'C', 'D', 'A'.
               88  WS-INCOMING-AIRBORNE    VALUE 'A'.
               88  WS-VALID-ISOLATION      VALUES ' ', 'N', 'C', 'D',
                                                  'A'.
           03  WS-REQ-WARD-ID              PIC X(04) VALUE SPACES.
           03  WS-REQ-ROOM-NBR             PIC 9(04) VALUE ZEROS.
           03  WS-REQ-BED-FACILITY         PIC X(02) VALUE SPACES.
           03  WS-ISO-RID-BED              PIC 9(04) VALUE ZEROS.
           03  WS-ISO-DONE-SW              PIC X(01) VALUE 'N'.
               88  ISO-SCAN-DONE           VALUE 'Y'.

      *--- COPYLIB CONTAINING PFKEY DEFINITIONS
       COPY DFHAID.
      *--- FORWARD-RECOVERY JOURNAL RECORD; EVERY PATMSTR MUTATION
      *--- HERE ALSO GOES TO THE PJRN TD QUEUE FOR PATRPLAY.
       COPY PATJRNL.
      *--- ADMISSION PACKET PRINT REQUEST FOR THE APKT TD QUEUE.
       COPY ADMPKT.
       COPY CHARTDEF.
       COPY TRMTHIST.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(01).
              GO TO 0100-EXIT
           END-IF.

           IF ISOLI = LOW-VALUES
              MOVE SPACE TO ISOLI
           END-IF.
           MOVE ISOLI TO WS-INCOMING-ISOLATION.
           IF NOT WS-VALID-ISOLATION
              MOVE 'INVALID ISOLATION - MUST BE C, D, A, N OR BLANK.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-TIME)
           END-EXEC.
           MOVE BEDIDI TO WS-NEW-BED-ID.

           MOVE FACIDI TO WS-REQ-FACILITY-ID.
           PERFORM 0610-GET-INCOMING-ISOLATION THRU 0610-EXIT.
           PERFORM 0600-TAKE-BED THRU 0600-EXIT.
           IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
           MOVE WS-TODAY-DATE       TO PATIENT-ADMIT-DATE.
           MOVE SPACES              TO PATIENT-DISCHARGE-DATE.
           MOVE 'A'                 TO PATIENT-STAY-STATUS.
           IF WS-INCOMING-ISOLATED
              MOVE WS-INCOMING-ISOLATION TO PATIENT-ISOLATION-TYPE
              MOVE WS-TODAY-DATE         TO PATIENT-ISOLATION-DATE
           END-IF.

           EXEC CICS WRITE
                     DATASET('PATMSTR')
           MOVE 'WRIT'   TO JRNL-ACTIVITY-CODE.
           MOVE SPACES   TO WS-BEFORE-HOLD.
           PERFORM 0900-WRITE-JOURNAL THRU 0900-EXIT.
           MOVE 'A'      TO WS-PKT-EVENT.
           PERFORM 0910-QUEUE-PACKET THRU 0910-EXIT.

           PERFORM 0950-CLEAR-WAITLIST THRU 0950-EXIT.

           MOVE WS-TODAY-DATE       TO PATIENT-ADMIT-DATE.
           MOVE SPACES              TO PATIENT-DISCHARGE-DATE.
           MOVE 'A'                 TO PATIENT-STAY-STATUS.
           IF ISOLI NOT = SPACE
              MOVE ISOLI               TO PATIENT-ISOLATION-TYPE
              MOVE WS-TODAY-DATE       TO PATIENT-ISOLATION-DATE
           END-IF.

           EXEC CICS REWRITE
                     DATASET('PATMSTR')

           MOVE 'REWR' TO JRNL-ACTIVITY-CODE.
           PERFORM 0900-WRITE-JOURNAL THRU 0900-EXIT.
           MOVE 'R'    TO WS-PKT-EVENT.
           PERFORM 0910-QUEUE-PACKET THRU 0910-EXIT.

           MOVE LOW-VALUES                TO BADT400O.
           MOVE '***  PATIENT RE-ADMITTED - STAY RE-OPENED. '

      *--- A TRANSFER STAYS INSIDE THE PATIENT'S OWN FACILITY.
           MOVE PATIENT-FACILITY-ID TO WS-REQ-FACILITY-ID.
           MOVE PATIENT-ISOLATION-TYPE TO WS-INCOMING-ISOLATION.
           PERFORM 0600-TAKE-BED THRU 0600-EXIT.
           IF MSGO NOT = LOW-VALUES AND MSGO NOT = SPACES
              EXEC CICS UNLOCK

           MOVE 'REWR' TO JRNL-ACTIVITY-CODE.
           PERFORM 0900-WRITE-JOURNAL THRU 0900-EXIT.
           MOVE 'T'    TO WS-PKT-EVENT.
           PERFORM 0910-QUEUE-PACKET THRU 0910-EXIT.

           MOVE LOW-VALUES                TO BADT400O.
           MOVE '***  PATIENT TRANSFERRED. '
           MOVE 'REWR' TO JRNL-ACTIVITY-CODE.
           PERFORM 0900-WRITE-JOURNAL THRU 0900-EXIT.

           PERFORM 0550-OPEN-CHART-DEFICIENCY THRU 0550-EXIT.

           MOVE LOW-VALUES                TO BADT400O.
           MOVE '***  PATIENT DISCHARGED - STAY CLOSED. '
                   TO MSGO.
       0500-EXIT.
            EXIT.

      ***************************************************************
      * 0550-OPEN-CHART-DEFICIENCY - ONE CHARTDEF RECORD PER STAY,  *
      *   KEYED PATIENT + ADMIT DATE, WITH THE SIGNATURE, FINAL     *
      *   DIAGNOSIS AND CODING ITEMS ALL OUTSTANDING.  A RECORD     *
      *   ALREADY THERE FOR THE STAY IS LEFT AS HIM HAS IT.         *
      ***************************************************************
       0550-OPEN-CHART-DEFICIENCY.

           PERFORM 0560-FIND-ATTENDING THRU 0560-EXIT.

           MOVE SPACES                 TO CHART-DEFICIENCY-REC.
           MOVE PATIENT-KEY            TO CDF-PATIENT-ID.
           MOVE PATIENT-ADMIT-DATE     TO CDF-ADMIT-DATE.
           MOVE PATIENT-DISCHARGE-DATE TO CDF-DISCHARGE-DATE.
           MOVE WS-ATTENDING-PHYS-ID   TO CDF-ATTENDING-PHYS-ID.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO CDF-PRIMARY-DIAG.
           MOVE 'O'                    TO CDF-CHART-STATUS.
           MOVE 'O'                    TO CDF-SIGNATURE-STATUS,
                                          CDF-FINAL-DIAG-STATUS,
                                          CDF-CODING-STATUS.

           EXEC CICS WRITE
                     DATASET('CHARTDEF')
                     FROM(CHART-DEFICIENCY-REC)
                     RIDFLD(CDF-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(DUPREC)
              NEXT SENTENCE
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0550: CHARTDEF WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0550-EXIT.
            EXIT.

      ***************************************************************
      * 0560-FIND-ATTENDING - TRMTHIST READS NEWEST-FIRST FROM THE  *
      *   PATIENT'S LOW KEY, SO THE FIRST LINE IS THE LATEST        *
      *   TREATMENT.  IF IT FALLS IN THIS STAY ITS ATTENDING IS     *
      *   RESPONSIBLE FOR THE CHART; OTHERWISE THE PRIMARY CARE     *
      *   PHYSICIAN ON THE MASTER IS.                               *
      ***************************************************************
       0560-FIND-ATTENDING.

           MOVE PRIMARY-CARE-PHYSICIAN-ID TO WS-ATTENDING-PHYS-ID.
           MOVE PATIENT-KEY TO THX-PATIENT-ID.
           MOVE ZEROS       TO THX-DATE-COMP, THX-SEQ.
           EXEC CICS STARTBR
                     DATASET('TRMTHIST')
                     RIDFLD(THX-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 0560-EXIT
           END-IF.

           EXEC CICS READNEXT
                     DATASET('TRMTHIST')
                     INTO(TREATMENT-HISTORY-REC)
                     RIDFLD(THX-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND THX-PATIENT-ID = PATIENT-KEY
              AND THX-TREATMENT-DATE NOT < PATIENT-ADMIT-DATE
              AND THX-ATTENDING-PHYS-ID NOT = SPACES
              MOVE THX-ATTENDING-PHYS-ID TO WS-ATTENDING-PHYS-ID
           END-IF.

           EXEC CICS ENDBR
                     DATASET('TRMTHIST')
           END-EXEC.

       0560-EXIT.
            EXIT.

      ***************************************************************
      * 0600-TAKE-BED - READ THE REQUESTED BED FOR UPDATE AND MARK  *
      *   IT OCCUPIED.  A BED THAT IS NOT ON THE MASTER OR NOT      *
       0600-TAKE-BED.

           MOVE LOW-VALUES     TO MSGO.
           PERFORM 0620-CHECK-ISOLATION THRU 0620-EXIT.
           IF MSGO NOT = LOW-VALUES
              GO TO 0600-EXIT
           END-IF.

           MOVE WS-NEW-BED-ID  TO BED-MSTR-KEY.
           EXEC CICS READ
                     DATASET('BEDMSTR')
           MOVE BED-WARD-ID    TO WS-TAKEN-WARD-ID.
           MOVE 'O'            TO BED-STATUS.
           MOVE PATIDI         TO BED-PATIENT-ID.
           MOVE WS-INCOMING-ISOLATION TO BED-OCCUPANT-ISOLATION.
           MOVE WS-TODAY-DATE  TO BED-LAST-CHANGE-DATE.
           EXEC CICS REWRITE
                     DATASET('BEDMSTR')
       0600-EXIT.
            EXIT.

      ***************************************************************
      * 0610-GET-INCOMING-ISOLATION - THE ISOL FIELD WHEN KEYED,    *
      *   ELSE WHATEVER INFECTION CONTROL ALREADY RECORDED ON THE   *
      *   PATIENT'S MASTER (A SKELETON OR A PRIOR STAY).            *
      ***************************************************************
       0610-GET-INCOMING-ISOLATION.

           MOVE ISOLI TO WS-INCOMING-ISOLATION.
           IF ISOLI NOT = SPACE
              GO TO 0610-EXIT
           END-IF.

           MOVE PATIDI TO PATIENT-KEY.
           EXEC CICS READ
                     DATASET('PATMSTR')
                     INTO(PATIENT-MASTER-REC)
                     RIDFLD(PATIENT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE PATIENT-ISOLATION-TYPE TO WS-INCOMING-ISOLATION
           END-IF.

       0610-EXIT.
            EXIT.

      ***************************************************************
      * 0620-CHECK-ISOLATION - BEFORE THE BED IS LOCKED, CHECK THE  *
      *   REQUESTED BED'S ROOM AGAINST THE ISOLATION RULES.  A      *
      *   BREACH SETS MSGO.  THE PATIENT'S OWN OLD BED (A TRANSFER  *
      *   WITHIN THE ROOM) DOES NOT COUNT AS A ROOMMATE.  A BED NOT *
      *   ON FILE IS LEFT FOR 0600 TO REPORT.                       *
      ***************************************************************
       0620-CHECK-ISOLATION.

           MOVE WS-NEW-BED-ID  TO BED-MSTR-KEY.
           EXEC CICS READ
                     DATASET('BEDMSTR')
                     INTO(BED-MASTER-REC)
                     RIDFLD(BED-MSTR-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 0620-EXIT
           END-IF.

           MOVE BED-WARD-ID     TO WS-REQ-WARD-ID.
           MOVE BED-ROOM-NBR    TO WS-REQ-ROOM-NBR.
           MOVE BED-FACILITY-ID TO WS-REQ-BED-FACILITY.

           IF WS-INCOMING-ISOLATED
              IF BED-NOT-ISOL-CAPABLE
                 MOVE 'ROOM IS NOT AN ISOLATION ROOM. PLEASE CHOOSE ANO
      -              'THER BED.' TO MSGO
                 GO TO 0620-EXIT
              END-IF
              IF WS-INCOMING-AIRBORNE AND NOT BED-AIRBORNE-ROOM
                 MOVE 'AIRBORNE ISOLATION NEEDS A NEGATIVE-PRESSURE ROO
      -              'M.' TO MSGO
                 GO TO 0620-EXIT
              END-IF
           END-IF.

           MOVE 'N'  TO WS-ISO-DONE-SW.
           MOVE ZERO TO WS-ISO-RID-BED.
           EXEC CICS STARTBR
                     DATASET('BEDMSTR')
                     RIDFLD(WS-ISO-RID-BED)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 0620-EXIT
           END-IF.

           PERFORM 0630-CHECK-ROOMMATE THRU 0630-EXIT
               UNTIL ISO-SCAN-DONE.

           EXEC CICS ENDBR
                     DATASET('BEDMSTR')
           END-EXEC.

       0620-EXIT.
            EXIT.

       0630-CHECK-ROOMMATE.
           EXEC CICS READNEXT
                     DATASET('BEDMSTR')
                     INTO(BED-MASTER-REC)
                     RIDFLD(WS-ISO-RID-BED)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
              MOVE 'Y' TO WS-ISO-DONE-SW
              GO TO 0630-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0630: BEDMSTR READNEXT; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF BED-MSTR-KEY = WS-NEW-BED-ID
              OR BED-MSTR-KEY = WS-OLD-BED-ID
              GO TO 0630-EXIT
           END-IF.
           IF BED-WARD-ID NOT = WS-REQ-WARD-ID
              OR BED-ROOM-NBR NOT = WS-REQ-ROOM-NBR
              OR BED-FACILITY-ID NOT = WS-REQ-BED-FACILITY
              GO TO 0630-EXIT
           END-IF.
           IF NOT BED-IS-OCCUPIED
              GO TO 0630-EXIT
           END-IF.

           IF WS-INCOMING-ISOLATED
              MOVE 'ISOLATION PATIENT CANNOT SHARE AN OCCUPIED ROOM.'
                   TO MSGO
              MOVE 'Y' TO WS-ISO-DONE-SW
           ELSE
           IF BED-OCCUPANT-ISOLATED
              MOVE 'ROOM HOLDS AN ISOLATION PATIENT. PLEASE CHOOSE ANOT
      -           'HER BED.' TO MSGO
              MOVE 'Y' TO WS-ISO-DONE-SW
           END-IF.
       0630-EXIT.
            EXIT.

      ***************************************************************
      * 0650-FREE-OLD-BED - RELEASE THE PATIENT'S PREVIOUS BED.     *
      *   A VACATED BED GOES TO 'C' (AWAITING CLEANING) SO IT IS    *
              MOVE 'F'            TO BED-STATUS
           END-IF.
           MOVE ZEROS          TO BED-PATIENT-ID.
           MOVE SPACE          TO BED-OCCUPANT-ISOLATION.
           MOVE WS-TODAY-DATE  TO BED-LAST-CHANGE-DATE.
           EXEC CICS REWRITE
                     DATASET('BEDMSTR')
              GO TO 0800-EXIT
           END-IF.

           PERFORM 0610-GET-INCOMING-ISOLATION THRU 0610-EXIT.

           INITIALIZE BED-WAITLIST-REC.
           MOVE WARDIDI        TO BWL-WARD-ID.
           MOVE PRIORI         TO BWL-PRIORITY.
           MOVE 'W'            TO BWL-STATUS.
           MOVE WS-TODAY-DATE  TO BWL-QUEUED-DATE.
           MOVE ZEROS          TO BWL-OFFERED-BED, BWL-OFFERED-DATE.
           MOVE WS-INCOMING-ISOLATION TO BWL-ISOLATION-TYPE.

           EXEC CICS WRITE
                     DATASET('BEDWAIT')
       0900-EXIT.
            EXIT.

      ***************************************************************
      * 0910-QUEUE-PACKET - ONE ADMISSION PACKET PRINT REQUEST TO   *
      *   THE APKT EXTRAPARTITION TD QUEUE (DDS0001.ADMPKTQ, READ   *
      *   BY ADMPKT).  CALLER SETS WS-PKT-EVENT AFTER THE           *
      *   JOURNAL, SO THE DATE AND TIME ARE ALREADY CURRENT.        *
      ***************************************************************
       0910-QUEUE-PACKET.

           MOVE SPACES             TO ADMIT-PACKET-REQUEST.
           MOVE PATIENT-KEY        TO APK-PATIENT-ID.
           MOVE WS-PKT-EVENT       TO APK-EVENT-CODE.
           MOVE SPACE              TO APK-PRINT-SET.
           MOVE BED-IDENTITY IN PATIENT-MASTER-REC TO APK-BED-ID.
           MOVE WS-TODAY-DATE      TO APK-REQUEST-DATE.
           MOVE WS-TODAY-TIME(1:6) TO APK-REQUEST-TIME.
           MOVE EIBTRMID           TO APK-TERMINAL-ID.

           EXEC CICS WRITEQ TD
                     QUEUE('APKT')
                     FROM(ADMIT-PACKET-REQUEST)
                     LENGTH(WS-PKT-REC-LEN)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0910: WRITEQ TD APKT; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0910-EXIT.
            EXIT.

       0200-SEND-LOOP.

           EXEC CICS ASKTIME
