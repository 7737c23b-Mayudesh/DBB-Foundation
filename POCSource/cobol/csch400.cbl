      *                CARRYING THE SAME SERIES ID.  A SESSION      *
      *                LANDING ON A SUNDAY MOVES TO MONDAY.         *
      *    X - CANCEL: MARKS AN EXISTING BOOKING CANCELLED          *
      *    I - INQUIRE: SHOWS A BOOKING'S STATUS, RESOURCE AND SLOT *
      *                AND THE ANSWER TO ITS REMINDER CALL          *
      *                                                             *
      * MRI, CT, RADIATION AND ANY OTHER TYPE SERVED BY A RESOURCE  *
      * ON RESRCMST IS CAPACITY-CONTROLLED: EACH BOOKING TAKES A     *
      * TIME SLOT ON RESVSLOT (THE KEYED RESOURCE/TIME IF GIVEN,    *
      * ELSE THE FIRST OPEN ONE).  A FULL DAY IS REFUSED WITH THE   *
      * NEXT OPEN SLOT OFFERED; CANCELLING RELEASES THE SLOT.       *
      *                                                             *
      * THE NIGHTLY SCHDNOSH JOB MATCHES THIS FILE AGAINST THE      *
      * TREATMENTS BNCHS602 ACCEPTED AND REPORTS NO-SHOWS BY WARD   *
      * AND PHYSICIAN.  SCHRMDX/SCHRMDA PHONE EACH PATIENT TWO DAYS *
      * AHEAD; A PATIENT WHO CANCELS ON THE CALL IS CANCELLED HERE  *
      * TOO, AND FUNCTION I SHOWS WHAT THE PATIENT ANSWERED.        *
      *                                                             *
      * A PATIENT RECORDED AS DECEASED ON CAST400 CANNOT BE BOOKED; *
      * CAST400 CANCELS THE FUTURE BOOKINGS WHEN THE STATUS IS SET. *
      ***************************************************************

       ENVIRONMENT DIVISION.
               88  WS-FUNC-BOOK            VALUE 'B'.
               88  WS-FUNC-SERIES          VALUE 'S'.
               88  WS-FUNC-CANCEL          VALUE 'X'.
               88  WS-FUNC-INQUIRE         VALUE 'I'.
               88  WS-FUNC-VALID           VALUES 'B', 'S', 'X', 'I'.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-TRT-TYPE-CHECK           PIC X(02) VALUE SPACES.
               88  WS-TRT-TYPE-VALID       VALUES 'MR', 'CT', 'CH',
               05  FILLER                  PIC X(20) VALUE
                   ' SESSIONS, SKIPPED '.
               05  WS-MSG-SKIPPED          PIC ZZ9.
               05  FILLER                  PIC X(13) VALUE
                   ' DUPLICATES, '.
               05  WS-MSG-FULL             PIC ZZ9.
               05  FILLER                  PIC X(05) VALUE
                   ' FULL'.
           03  WS-SESSIONS-FULL            PIC 9(03) VALUE 0.

      *--- RESOURCE CAPACITY WORK FIELDS.  0600-FIND-SLOT LOOKS FOR
      *--- A FREE SLOT ON WS-SLOT-DATE FOR THE SCREEN'S TREATMENT
      *--- TYPE, HONOURING THE RESOURCE AND TIME IF THEY WERE KEYED.
       01  WS-CAPACITY-VARIABLES.
           03  WS-SLOT-DATE                PIC 9(08) VALUE 0.
           03  WS-REQ-RESOURCE-ID          PIC X(08) VALUE SPACES.
           03  WS-REQ-SLOT-TIME            PIC X(04) VALUE SPACES.
           03  WS-TYPE-CONTROLLED-SW       PIC X(01) VALUE 'N'.
               88  WS-TYPE-CONTROLLED      VALUE 'Y'.
           03  WS-SLOT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND           VALUE 'Y'.
           03  WS-RES-BROWSE-SW            PIC X(01) VALUE 'N'.
               88  WS-RES-BROWSE-DONE      VALUE 'Y'.
           03  WS-RES-BROWSE-KEY           PIC X(08) VALUE SPACES.
           03  WS-TYPE-SUB                 PIC 9(02) VALUE 0.
           03  WS-SERVES-TYPE-SW           PIC X(01) VALUE 'N'.
               88  WS-SERVES-TYPE          VALUE 'Y'.
           03  WS-SLOT-SUB                 PIC 9(03) VALUE 0.
           03  WS-SLOT-MINUTES             PIC 9(05) VALUE 0.
           03  WS-SLOT-HH                  PIC 9(02) VALUE 0.
           03  WS-SLOT-MM                  PIC 9(02) VALUE 0.
           03  WS-SLOT-TIME.
               05  WS-SLOT-TIME-HH         PIC 9(02).
               05  WS-SLOT-TIME-MM         PIC 9(02).
           03  WS-FOUND-RESOURCE-ID        PIC X(08) VALUE SPACES.
           03  WS-FOUND-SLOT-NBR           PIC 9(02) VALUE 0.
           03  WS-FOUND-SLOT-TIME          PIC X(04) VALUE SPACES.
           03  WS-SEARCH-DAYS              PIC 9(02) VALUE 0.
           03  WS-BOOKED-MSG.
               05  FILLER                  PIC X(25) VALUE
                   '***  TREATMENT BOOKED ON '.
               05  WS-BMSG-RESOURCE        PIC X(08).
               05  FILLER                  PIC X(09) VALUE
                   ' AT TIME '.
               05  WS-BMSG-TIME            PIC X(04).
               05  FILLER                  PIC X(01) VALUE '.'.
           03  WS-FULL-MSG.
               05  FILLER                  PIC X(31) VALUE
                   'THAT SLOT IS FULL - NEXT OPEN: '.
               05  WS-FMSG-DATE            PIC X(08).
               05  FILLER                  PIC X(01) VALUE SPACE.
               05  WS-FMSG-TIME            PIC X(04).
               05  FILLER                  PIC X(04) VALUE ' ON '.
               05  WS-FMSG-RESOURCE        PIC X(08).

      *--- INQUIRY DISPLAY - BOOKING STATUS AND THE REMINDER OUTCOME.
       01  WS-INQUIRY-VARIABLES.
           03  WS-INQ-MSG.
               05  FILLER                  PIC X(08) VALUE
                   'STATUS: '.
               05  WS-IMSG-STATUS          PIC X(09).
               05  FILLER                  PIC X(12) VALUE
                   '  REMINDER: '.
               05  WS-IMSG-REMINDER        PIC X(11).
               05  FILLER                  PIC X(04) VALUE
                   ' ON '.
               05  WS-IMSG-DATE            PIC X(08).

       COPY DATESRVP.

       COPY BSCH400.
      *--- COPY DATASET COPYLIB HERE.
       COPY SCHEDREC.
       COPY RESRCMST.
       COPY RESVSLOT.
       COPY PATMSTR.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(01).

           MOVE FUNCI TO WS-MAINT-FUNCTION.
           IF NOT WS-FUNC-VALID
              MOVE 'INVALID FUNCTION - MUST BE B, S, X OR I.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0100-EXIT
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

           IF NOT WS-FUNC-CANCEL AND NOT WS-FUNC-INQUIRE
              PERFORM 0140-CHECK-PATIENT THRU 0140-EXIT
              IF MSGO NOT = LOW-VALUES
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
              PERFORM 0150-CHECK-RESOURCE THRU 0150-EXIT
              IF MSGO NOT = LOW-VALUES
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0100-EXIT
              END-IF
           END-IF.

           IF WS-FUNC-BOOK
              PERFORM 0300-BOOK-TREATMENT   THRU 0300-EXIT
           ELSE
           IF WS-FUNC-SERIES
              PERFORM 0500-BOOK-SERIES    THRU 0500-EXIT
           ELSE
           IF WS-FUNC-INQUIRE
              PERFORM 0700-INQUIRE-BOOKING THRU 0700-EXIT
           ELSE
              PERFORM 0400-CANCEL-BOOKING THRU 0400-EXIT
           END-IF.
       0100-EXIT.
            EXIT.

      ***************************************************************
      * 0140-CHECK-PATIENT - NO NEW BOOKING FOR A PATIENT RECORDED  *
      *   AS DECEASED.  ANY ERROR IS LEFT IN MSGO FOR THE CALLER.   *
      ***************************************************************
       0140-CHECK-PATIENT.

           MOVE LOW-VALUES TO MSGO.
           MOVE PATIDI TO PATIENT-KEY.
           EXEC CICS READ
                     DATASET('PATMSTR')
                     INTO(PATIENT-MASTER-REC)
                     RIDFLD(PATIENT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO 0140-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0140: PATMSTR READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.
           IF PATIENT-DECEASED
              MOVE 'PATIENT IS RECORDED AS DECEASED - CANNOT BOOK.'
                   TO MSGO
           END-IF.

       0140-EXIT.
            EXIT.

      ***************************************************************
      * 0150-CHECK-RESOURCE - PICK UP THE OPTIONAL RESOURCE AND     *
      *   SLOT TIME.  A KEYED RESOURCE MUST BE ACTIVE ON RESRCMST   *
      *   AND SERVE THE TREATMENT TYPE; A KEYED TIME MUST BE HHMM.  *
      *   ANY ERROR IS LEFT IN MSGO FOR THE CALLER.                 *
      ***************************************************************
       0150-CHECK-RESOURCE.

           MOVE LOW-VALUES TO MSGO.
           MOVE SPACES     TO WS-REQ-RESOURCE-ID, WS-REQ-SLOT-TIME.
           IF SLOTTML > 0
              MOVE SLOTTMI TO WS-REQ-SLOT-TIME
              MOVE SLOTTMI TO WS-SLOT-TIME
              IF WS-SLOT-TIME NOT NUMERIC
                 OR WS-SLOT-TIME-HH > 23 OR WS-SLOT-TIME-MM > 59
                 MOVE 'SLOT TIME MUST BE HHMM (24-HOUR).'
                      TO MSGO
                 GO TO 0150-EXIT
              END-IF
           END-IF.

           IF RESIDL = 0
              GO TO 0150-EXIT
           END-IF.
           MOVE RESIDI TO WS-REQ-RESOURCE-ID.
           MOVE RESIDI TO WS-RES-BROWSE-KEY.
           EXEC CICS READ
                     DATASET('RESRCMST')
                     INTO(TREATMENT-RESOURCE-REC)
                     RIDFLD(WS-RES-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'RESOURCE IS NOT ON THE RESOURCE MASTER.'
                   TO MSGO
              GO TO 0150-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0150: RESRCMST READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           MOVE 'N' TO WS-SERVES-TYPE-SW.
           PERFORM 0615-CHECK-TYPE THRU 0615-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6 OR WS-SERVES-TYPE.
           IF NOT RES-IS-ACTIVE OR NOT WS-SERVES-TYPE
              MOVE 'RESOURCE IS INACTIVE OR DOES NOT SERVE THIS TYPE.'
                   TO MSGO
           END-IF.

       0150-EXIT.
            EXIT.

       0300-BOOK-TREATMENT.

           IF SCHDATEI NOT NUMERIC
              GO TO 0300-EXIT
           END-IF.

      *--- A CAPACITY-CONTROLLED TYPE MUST GET A SLOT FIRST.
           MOVE SCHDATEI TO WS-SLOT-DATE.
           PERFORM 0600-FIND-SLOT THRU 0600-EXIT.
           IF WS-TYPE-CONTROLLED AND NOT WS-SLOT-FOUND
              PERFORM 0650-OFFER-NEXT-SLOT THRU 0650-EXIT
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0300-EXIT
           END-IF.
           IF WS-TYPE-CONTROLLED
              PERFORM 0630-CLAIM-SLOT THRU 0630-EXIT
              IF NOT WS-SLOT-FOUND
                 MOVE 'THAT SLOT WAS JUST TAKEN - PLEASE TRY AGAIN.'
                      TO MSGO
                 PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
                 GO TO 0300-EXIT
              END-IF
           END-IF.

           INITIALIZE SCHEDULED-TREATMENT-REC.
           MOVE PATIDI              TO SCH-PATIENT-ID.
           MOVE TRTTYPEI            TO SCH-TREATMENT-TYPE.
           MOVE WARDIDI             TO SCH-WARD-ID.
           MOVE 'B'                 TO SCH-STATUS.
           MOVE WS-TODAY-DATE       TO SCH-BOOKED-DATE.
           IF WS-TYPE-CONTROLLED
              MOVE WS-FOUND-RESOURCE-ID TO SCH-RESOURCE-ID
              MOVE WS-FOUND-SLOT-NBR    TO SCH-SLOT-NBR
              MOVE WS-FOUND-SLOT-TIME   TO SCH-SLOT-TIME
           END-IF.

           EXEC CICS WRITE
                     DATASET('SCHEDFIL')
           ELSE
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              IF WS-TYPE-CONTROLLED
                 PERFORM 0640-RELEASE-SLOT THRU 0640-EXIT
              END-IF
              MOVE 'BOOKING ALREADY ON FILE FOR PATIENT/TYPE/DATE.'
                      TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
           END-IF.

           MOVE LOW-VALUES                TO BSCH400O.
           IF WS-TYPE-CONTROLLED
              MOVE WS-FOUND-RESOURCE-ID TO WS-BMSG-RESOURCE
              MOVE WS-FOUND-SLOT-TIME   TO WS-BMSG-TIME
              MOVE WS-BOOKED-MSG        TO MSGO
           ELSE
              MOVE '***  TREATMENT BOOKED. '
                   TO MSGO
           END-IF.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0300-EXIT.
           MOVE SCHDATEI(3:6) TO WS-SERIES-ID(3:6).

           MOVE SCHDATEI TO WS-SESSION-DATE.
           MOVE ZERO TO WS-SESSIONS-BOOKED, WS-SESSIONS-SKIPPED,
                        WS-SESSIONS-FULL.
           MOVE 1 TO WS-SESSION-SUB.
           PERFORM 0550-BOOK-ONE-SESSION THRU 0550-EXIT
               UNTIL WS-SESSION-SUB > WS-SESSIONS.
           MOVE LOW-VALUES        TO BSCH400O.
           MOVE WS-SESSIONS-BOOKED  TO WS-MSG-BOOKED.
           MOVE WS-SESSIONS-SKIPPED TO WS-MSG-SKIPPED.
           MOVE WS-SESSIONS-FULL    TO WS-MSG-FULL.
           MOVE WS-SERIES-MSG       TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

               END-IF
           END-IF.

      *--- A SESSION WITH NO FREE SLOT THAT DAY IS COUNTED FULL.
           MOVE WS-SESSION-DATE TO WS-SLOT-DATE.
           PERFORM 0600-FIND-SLOT THRU 0600-EXIT.
           IF WS-TYPE-CONTROLLED
              IF WS-SLOT-FOUND
                 PERFORM 0630-CLAIM-SLOT THRU 0630-EXIT
              END-IF
              IF NOT WS-SLOT-FOUND
                 ADD 1 TO WS-SESSIONS-FULL
                 GO TO 0550-NEXT-SESSION
              END-IF
           END-IF.

           INITIALIZE SCHEDULED-TREATMENT-REC.
           MOVE PATIDI              TO SCH-PATIENT-ID.
           MOVE TRTTYPEI            TO SCH-TREATMENT-TYPE.
           MOVE 'B'                 TO SCH-STATUS.
           MOVE WS-TODAY-DATE       TO SCH-BOOKED-DATE.
           MOVE WS-SERIES-ID        TO SCH-SERIES-ID.
           IF WS-TYPE-CONTROLLED
              MOVE WS-FOUND-RESOURCE-ID TO SCH-RESOURCE-ID
              MOVE WS-FOUND-SLOT-NBR    TO SCH-SLOT-NBR
              MOVE WS-FOUND-SLOT-TIME   TO SCH-SLOT-TIME
           END-IF.

           EXEC CICS WRITE
                     DATASET('SCHEDFIL')
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              ADD 1 TO WS-SESSIONS-SKIPPED
              IF WS-TYPE-CONTROLLED
                 PERFORM 0640-RELEASE-SLOT THRU 0640-EXIT
              END-IF
           ELSE
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0550: SCHEDFIL WRITE; NOT NORMAL' TO
           END-IF.

      *--- ADVANCE TO THE NEXT SESSION IN THE PATTERN.
       0550-NEXT-SESSION.
           MOVE 'ADD ' TO DSRV-FUNCTION.
           MOVE WS-SESSION-DATE TO DSRV-DATE-1.
           MOVE WS-INTERVAL     TO DSRV-DAYS.
              GO TO 9999-ABEND-ROUTINE
           END-IF.

      *--- GIVE THE SLOT BACK SO THE NEXT CALLER CAN HAVE IT.
           IF SCH-RESOURCE-ID NOT = SPACES
              MOVE SCH-RESOURCE-ID TO RSV-RESOURCE-ID
              MOVE SCH-DATE        TO RSV-DATE
              MOVE SCH-SLOT-NBR    TO RSV-SLOT-NBR
              PERFORM 0640-RELEASE-SLOT THRU 0640-EXIT
           END-IF.

           MOVE LOW-VALUES                TO BSCH400O.
           MOVE '***  BOOKING CANCELLED. '
                   TO MSGO.
       0400-EXIT.
            EXIT.

      ***************************************************************
      * 0700-INQUIRE-BOOKING - SHOW ONE BOOKING: ITS PHYSICIAN,     *
      *   WARD, RESOURCE AND SLOT ON THE SCREEN AND ITS STATUS AND  *
      *   REMINDER OUTCOME IN THE MESSAGE LINE.                     *
      ***************************************************************
       0700-INQUIRE-BOOKING.

           IF SCHDATEI NOT NUMERIC
              MOVE 'SCHEDULED DATE MUST BE CCYYMMDD NUMERIC.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0700-EXIT
           END-IF.

           MOVE PATIDI   TO SCH-PATIENT-ID.
           MOVE TRTTYPEI TO SCH-TREATMENT-TYPE.
           MOVE SCHDATEI TO SCH-DATE.
           EXEC CICS READ
                     DATASET('SCHEDFIL')
                     INTO(SCHEDULED-TREATMENT-REC)
                     RIDFLD(SCH-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'NO BOOKING ON FILE FOR PATIENT/TYPE/DATE.'
                   TO MSGO
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
              GO TO 0700-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0700: SCHEDFIL READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF SCH-IS-BOOKED
              MOVE 'BOOKED'    TO WS-IMSG-STATUS
           ELSE
              MOVE 'CANCELLED' TO WS-IMSG-STATUS
           END-IF.
           MOVE SCH-RESPONSE-DATE TO WS-IMSG-DATE.
           EVALUATE TRUE
              WHEN SCH-PATIENT-CONFIRMED
                 MOVE 'CONFIRMED'   TO WS-IMSG-REMINDER
              WHEN SCH-PATIENT-CANCELLED
                 MOVE 'CANCELLED'   TO WS-IMSG-REMINDER
              WHEN SCH-PATIENT-UNREACHABLE
                 MOVE 'UNREACHABLE' TO WS-IMSG-REMINDER
              WHEN SCH-REMINDER-SENT
                 MOVE 'NO ANSWER'   TO WS-IMSG-REMINDER
                 MOVE SCH-REMINDER-DATE TO WS-IMSG-DATE
              WHEN OTHER
                 MOVE 'NOT SENT'    TO WS-IMSG-REMINDER
                 MOVE SPACES        TO WS-IMSG-DATE
           END-EVALUATE.

           MOVE LOW-VALUES             TO BSCH400O.
           MOVE 'I'                    TO FUNCO.
           MOVE SCH-PATIENT-ID         TO PATIDO.
           MOVE SCH-TREATMENT-TYPE     TO TRTTYPEO.
           MOVE SCH-DATE               TO SCHDATEO.
           MOVE SCH-ORDERING-PHYS-ID   TO ORDPHYSO.
           MOVE SCH-WARD-ID            TO WARDIDO.
           MOVE SCH-RESOURCE-ID        TO RESIDO.
           MOVE SCH-SLOT-TIME          TO SLOTTMO.
           MOVE WS-INQ-MSG             TO MSGO.
           PERFORM 0875-SEND-APPL-SCREEN      THRU 0875-EXIT.

       0700-EXIT.
            EXIT.

      ***************************************************************
      * 0600-FIND-SLOT - BROWSE RESRCMST FOR ACTIVE RESOURCES THAT  *
      *   SERVE THE TREATMENT TYPE (ONLY THE KEYED ONE, IF ANY) AND *
      *   TAKE THE FIRST SLOT ON WS-SLOT-DATE WITH NO RESVSLOT      *
      *   RECORD (THE KEYED TIME ONLY, IF ANY).  NO RESOURCE        *
      *   SERVING THE TYPE LEAVES IT UNCONTROLLED.                  *
      ***************************************************************
       0600-FIND-SLOT.

           MOVE 'N' TO WS-TYPE-CONTROLLED-SW, WS-SLOT-FOUND-SW,
                       WS-RES-BROWSE-SW.
           MOVE LOW-VALUES TO WS-RES-BROWSE-KEY.
           IF WS-REQ-RESOURCE-ID NOT = SPACES
              MOVE WS-REQ-RESOURCE-ID TO WS-RES-BROWSE-KEY
           END-IF.

           EXEC CICS STARTBR
                     DATASET('RESRCMST')
                     RIDFLD(WS-RES-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO 0600-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0600: RESRCMST STARTBR; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           PERFORM 0610-NEXT-RESOURCE THRU 0610-EXIT
               UNTIL WS-RES-BROWSE-DONE OR WS-SLOT-FOUND.

           EXEC CICS ENDBR
                     DATASET('RESRCMST')
           END-EXEC.

       0600-EXIT.
            EXIT.

       0610-NEXT-RESOURCE.

           EXEC CICS READNEXT
                     DATASET('RESRCMST')
                     INTO(TREATMENT-RESOURCE-REC)
                     RIDFLD(WS-RES-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
              MOVE 'Y' TO WS-RES-BROWSE-SW
              GO TO 0610-EXIT
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0610: RESRCMST READNEXT; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF WS-REQ-RESOURCE-ID NOT = SPACES
              MOVE 'Y' TO WS-RES-BROWSE-SW
              IF RES-RESOURCE-ID NOT = WS-REQ-RESOURCE-ID
                 GO TO 0610-EXIT
              END-IF
           END-IF.
           IF NOT RES-IS-ACTIVE
              GO TO 0610-EXIT
           END-IF.

           MOVE 'N' TO WS-SERVES-TYPE-SW.
           PERFORM 0615-CHECK-TYPE THRU 0615-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6 OR WS-SERVES-TYPE.
           IF NOT WS-SERVES-TYPE
              GO TO 0610-EXIT
           END-IF.

           MOVE 'Y' TO WS-TYPE-CONTROLLED-SW.
           PERFORM 0620-TRY-SLOT THRU 0620-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > RES-SLOTS-PER-DAY
                  OR WS-SLOT-FOUND.

       0610-EXIT.
            EXIT.

       0615-CHECK-TYPE.

           IF RES-TREATMENT-TYPE (WS-TYPE-SUB) = TRTTYPEI
              MOVE 'Y' TO WS-SERVES-TYPE-SW
           END-IF.

       0615-EXIT.
            EXIT.

       0620-TRY-SLOT.

      *--- SLOT N STARTS (N - 1) SLOT LENGTHS AFTER THE FIRST SLOT.
           DIVIDE RES-FIRST-SLOT-TIME BY 100
               GIVING WS-SLOT-HH REMAINDER WS-SLOT-MM.
           COMPUTE WS-SLOT-MINUTES = WS-SLOT-HH * 60 + WS-SLOT-MM
                   + (WS-SLOT-SUB - 1) * RES-SLOT-MINUTES.
           DIVIDE WS-SLOT-MINUTES BY 60
               GIVING WS-SLOT-TIME-HH REMAINDER WS-SLOT-TIME-MM.
           IF WS-REQ-SLOT-TIME NOT = SPACES
              AND WS-SLOT-TIME NOT = WS-REQ-SLOT-TIME
              GO TO 0620-EXIT
           END-IF.

           MOVE RES-RESOURCE-ID TO RSV-RESOURCE-ID.
           MOVE WS-SLOT-DATE    TO RSV-DATE.
           MOVE WS-SLOT-SUB     TO RSV-SLOT-NBR.
           EXEC CICS READ
                     DATASET('RESVSLOT')
                     INTO(RESOURCE-SLOT-REC)
                     RIDFLD(RSV-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'Y'             TO WS-SLOT-FOUND-SW
              MOVE RES-RESOURCE-ID TO WS-FOUND-RESOURCE-ID
              MOVE WS-SLOT-SUB     TO WS-FOUND-SLOT-NBR
              MOVE WS-SLOT-TIME    TO WS-FOUND-SLOT-TIME
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0620: RESVSLOT READ; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0620-EXIT.
            EXIT.

      *--- THE WRITE IS THE LOCK: A DUPLICATE MEANS ANOTHER DESK
      *--- TOOK THE SLOT SINCE IT WAS FOUND FREE.
       0630-CLAIM-SLOT.

           INITIALIZE RESOURCE-SLOT-REC.
           MOVE WS-FOUND-RESOURCE-ID TO RSV-RESOURCE-ID.
           MOVE WS-SLOT-DATE         TO RSV-DATE.
           MOVE WS-FOUND-SLOT-NBR    TO RSV-SLOT-NBR.
           MOVE PATIDI               TO RSV-PATIENT-ID.
           MOVE TRTTYPEI             TO RSV-TREATMENT-TYPE.
           MOVE WS-FOUND-SLOT-TIME   TO RSV-SLOT-TIME.
           MOVE WS-TODAY-DATE        TO RSV-BOOKED-DATE.
           EXEC CICS WRITE
                     DATASET('RESVSLOT')
                     FROM(RESOURCE-SLOT-REC)
                     RIDFLD(RSV-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC) OR
              WS-RESP = DFHRESP(DUPKEY)
              MOVE 'N' TO WS-SLOT-FOUND-SW
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0630: RESVSLOT WRITE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0630-EXIT.
            EXIT.

       0640-RELEASE-SLOT.

           EXEC CICS DELETE
                     DATASET('RESVSLOT')
                     RIDFLD(RSV-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(NOTFND)
              MOVE SPACES       TO WS-ERR-LINE2
              MOVE ' 0640: RESVSLOT DELETE; NOT NORMAL' TO
                   WS-ERR-LINE2
              GO TO 9999-ABEND-ROUTINE
           END-IF.

       0640-EXIT.
            EXIT.

      ***************************************************************
      * 0650-OFFER-NEXT-SLOT - THE KEYED SLOT OR THE DAY IS FULL.   *
      *   LOOK FOR ANY OPEN TIME THE SAME DAY, THEN DAY BY DAY UP   *
      *   TO 30 DAYS OUT, AND PUT THE FIRST ONE FOUND IN MSGO.      *
      *   NOTHING IS BOOKED - THE DESK REKEYS THE OFFERED SLOT.     *
      ***************************************************************
       0650-OFFER-NEXT-SLOT.

           MOVE SPACES TO WS-REQ-SLOT-TIME.
           PERFORM 0600-FIND-SLOT THRU 0600-EXIT.
           MOVE ZERO TO WS-SEARCH-DAYS.
           PERFORM 0655-TRY-NEXT-DAY THRU 0655-EXIT
               UNTIL WS-SLOT-FOUND OR WS-SEARCH-DAYS > 29.

           IF WS-SLOT-FOUND
              MOVE WS-SLOT-DATE         TO WS-FMSG-DATE
              MOVE WS-FOUND-SLOT-TIME   TO WS-FMSG-TIME
              MOVE WS-FOUND-RESOURCE-ID TO WS-FMSG-RESOURCE
              MOVE WS-FULL-MSG          TO MSGO
           ELSE
              MOVE 'FULL - NO OPEN SLOT FOR THIS TYPE IN 30 DAYS.'
                   TO MSGO
           END-IF.

       0650-EXIT.
            EXIT.

       0655-TRY-NEXT-DAY.

           MOVE 'ADD ' TO DSRV-FUNCTION.
           MOVE WS-SLOT-DATE TO DSRV-DATE-1.
           MOVE +1 TO DSRV-DAYS.
           CALL 'DATESRV' USING DATE-SRV-PARMS.
           IF DSRV-RETURN-CD NOT = ZERO
              MOVE 30 TO WS-SEARCH-DAYS
              GO TO 0655-EXIT
           END-IF.
           MOVE DSRV-DATE-2 TO WS-SLOT-DATE.
           ADD 1 TO WS-SEARCH-DAYS.
           PERFORM 0600-FIND-SLOT THRU 0600-EXIT.

       0655-EXIT.
            EXIT.

       0200-SEND-LOOP.

           EXEC CICS ASKTIME
