      * CLEANED DATE STAMPED, AND ADMITTING CAN ASSIGN IT AGAIN.    *
      * THE BEDTURN REPORT READS THE DIRTY/CLEANED STAMPS TO SHOW   *
      * HOW LONG EACH BED SAT DIRTY.                                *
      *                                                             *
      * THE WAITLIST OFFER SKIPS ANY QUEUED PATIENT THE ROOM CANNOT *
      * TAKE UNDER THE ISOLATION RULES (SEE CADT400 0620): AN       *
      * ISOLATION PATIENT NEEDS A CAPABLE ROOM WITH NO OTHER        *
      * OCCUPANT, AND NOBODY IS OFFERED A BED BESIDE AN ISOLATION   *
      * PATIENT.                                                    *
      ***************************************************************

       ENVIRONMENT DIVISION.
           03  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
           03  WS-WL-DONE-SW               PIC X(01) VALUE 'N'.
               88  WL-SCAN-DONE            VALUE 'Y'.
      *--- THE CLEANED BED IS HELD HERE WHILE ITS ROOM IS BROWSED.
           03  WS-CLEAN-BED-SAVE           PIC X(80) VALUE SPACES.
           03  WS-CLEAN-BED-ID             PIC 9(04) VALUE ZEROS.
           03  WS-CLEAN-WARD-ID            PIC X(04) VALUE SPACES.
           03  WS-CLEAN-ROOM-NBR           PIC 9(04) VALUE ZEROS.
           03  WS-CLEAN-FACILITY-ID        PIC X(02) VALUE SPACES.
           03  WS-ISO-RID-BED              PIC 9(04) VALUE ZEROS.
           03  WS-ISO-DONE-SW              PIC X(01) VALUE 'N'.
               88  ISO-SCAN-DONE           VALUE 'Y'.
           03  WS-ROOM-OCCUPIED-SW         PIC X(01) VALUE 'N'.
               88  ROOM-HAS-OCCUPANT       VALUE 'Y'.
           03  WS-ROOM-ISOLATED-SW         PIC X(01) VALUE 'N'.
               88  ROOM-HAS-ISOLATION      VALUE 'Y'.
           03  WS-OFFER-MSG.
               05  FILLER                  PIC X(21) VALUE
                   '***  BED CLEAN. OFFER'.
      ***************************************************************
       0400-OFFER-TO-WAITLIST.

           PERFORM 0420-CHECK-ROOM THRU 0420-EXIT.

           MOVE 'N'         TO WS-WL-DONE-SW.
           MOVE BED-WARD-ID TO BWL-WARD-ID.
           MOVE ZERO        TO BWL-PRIORITY, BWL-SEQ.
              MOVE 'Y' TO WS-WL-DONE-SW
              GO TO 0450-EXIT
           END-IF.
           IF NOT BWL-IS-WAITING
              GO TO 0450-EXIT
           END-IF.
      *--- PASS OVER A QUEUED PATIENT THE ROOM CANNOT TAKE.
           IF BWL-NEEDS-ISOLATION
              IF ROOM-HAS-OCCUPANT OR BED-NOT-ISOL-CAPABLE
                 GO TO 0450-EXIT
              END-IF
              IF BWL-ISOLATION-TYPE = 'A' AND NOT BED-AIRBORNE-ROOM
                 GO TO 0450-EXIT
              END-IF
           ELSE
              IF ROOM-HAS-ISOLATION
                 GO TO 0450-EXIT
              END-IF
           END-IF.
           MOVE 'Y' TO WS-WL-DONE-SW.
       0450-EXIT.
            EXIT.

      ***************************************************************
      * 0420-CHECK-ROOM - BROWSE THE BED MASTER FOR THE CLEANED     *
      *   BED'S ROOMMATES: IS ANOTHER BED IN THE ROOM OCCUPIED, AND *
      *   IS ANY OCCUPANT IN ISOLATION.  THE CLEANED BED'S RECORD   *
      *   IS PUT BACK AFTERWARDS FOR THE OFFER.                     *
      ***************************************************************
       0420-CHECK-ROOM.

           MOVE BED-MASTER-REC  TO WS-CLEAN-BED-SAVE.
           MOVE BED-MSTR-KEY    TO WS-CLEAN-BED-ID.
           MOVE BED-WARD-ID     TO WS-CLEAN-WARD-ID.
           MOVE BED-ROOM-NBR    TO WS-CLEAN-ROOM-NBR.
           MOVE BED-FACILITY-ID TO WS-CLEAN-FACILITY-ID.
           MOVE 'N'  TO WS-ROOM-OCCUPIED-SW, WS-ROOM-ISOLATED-SW.
           MOVE 'N'  TO WS-ISO-DONE-SW.
           MOVE ZERO TO WS-ISO-RID-BED.
           EXEC CICS STARTBR
                     DATASET('BEDMSTR')
                     RIDFLD(WS-ISO-RID-BED)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 0430-CHECK-ROOMMATE THRU 0430-EXIT
                  UNTIL ISO-SCAN-DONE
              EXEC CICS ENDBR
                        DATASET('BEDMSTR')
              END-EXEC
           END-IF.
           MOVE WS-CLEAN-BED-SAVE TO BED-MASTER-REC.

       0420-EXIT.
            EXIT.

       0430-CHECK-ROOMMATE.
           EXEC CICS READNEXT
                     DATASET('BEDMSTR')
                     INTO(BED-MASTER-REC)
                     RIDFLD(WS-ISO-RID-BED)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ISO-DONE-SW
              GO TO 0430-EXIT
           END-IF.
           IF BED-MSTR-KEY = WS-CLEAN-BED-ID
              GO TO 0430-EXIT
           END-IF.
           IF BED-WARD-ID NOT = WS-CLEAN-WARD-ID
              OR BED-ROOM-NBR NOT = WS-CLEAN-ROOM-NBR
              OR BED-FACILITY-ID NOT = WS-CLEAN-FACILITY-ID
              GO TO 0430-EXIT
           END-IF.
           IF BED-IS-OCCUPIED
              MOVE 'Y' TO WS-ROOM-OCCUPIED-SW
              IF BED-OCCUPANT-ISOLATED
                 MOVE 'Y' TO WS-ROOM-ISOLATED-SW
              END-IF
           END-IF.
       0430-EXIT.
            EXIT.

       0200-SEND-LOOP.

           EXEC CICS ASKTIME
