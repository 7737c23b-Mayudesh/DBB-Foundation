      *             25-27   WHSE (FROM)       28-30  TO WHSE (T ONLY)  *
      *             31-40   LOT NUMBER        41-47  QUANTITY 9(7)     *
      *             48-55   DATE CCYYMMDD     56-70  REFERENCE         *
      *             71-78   EXPIRY DATE CCYYMMDD (R ONLY, BLANK IF     *
      *                     THE LOT DOES NOT EXPIRE)                   *
      *                                                                *
      *            A RECEIPT'S EXPIRY DATE IS KEPT ON THE LOT; A LOT   *
      *            TRANSFERRED TO A NEW WAREHOUSE TAKES ITS EXPIRY     *
      *            DATE AND ANY QUARANTINE WITH IT.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  LOTC-QUANTITY               PIC 9(07).
           05  LOTC-DATE                   PIC 9(08).
           05  LOTC-REFERENCE              PIC X(15).
           05  LOTC-EXPIRY-DATE            PIC X(08).
           05  FILLER                      PIC X(02).

       FD  LOTBAL
           RECORD CONTAINS 80 CHARACTERS
           05 PARA-NAME                   PIC X(40).
           05 MORE-DATA-SW                PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 WS-CARD-EXPIRY              PIC 9(08) VALUE 0.
           05 WS-FROM-EXPIRY              PIC 9(08) VALUE 0.
           05 WS-FROM-STATUS              PIC X(01) VALUE SPACE.
           05 WS-FROM-QUARANTINE-DATE     PIC 9(08) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CARDS-READ               PIC 9(7) COMP VALUE 0.
               WRITE LOTRPT-REC FROM RPT-DETAIL-LINE
               ADD +1 TO MOVEMENTS-REJECTED
               GO TO 100-NEXT.
           IF LOTC-EXPIRY-DATE = SPACES
               MOVE ZERO TO WS-CARD-EXPIRY
           ELSE
           IF LOTC-EXPIRY-DATE IS NUMERIC
               MOVE LOTC-EXPIRY-DATE TO WS-CARD-EXPIRY
           ELSE
               MOVE ' REJECTED: ' TO RPT-ACTION
               MOVE 'INVALID EXPIRY DATE' TO RPT-NOTE
               WRITE LOTRPT-REC FROM RPT-DETAIL-LINE
               ADD +1 TO MOVEMENTS-REJECTED
               GO TO 100-NEXT.

           IF LOTC-RECEIPT
               PERFORM 200-POST-RECEIPT THRU 200-EXIT
      ******************************************************************
      *    200-POST-RECEIPT - ADD THE QUANTITY TO THE LOT AT THE        *
      *    CARD'S WAREHOUSE, OPENING THE BALANCE RECORD WHEN THIS IS    *
      *    THE LOT'S FIRST RECEIPT THERE.  A LOT ALREADY ON FILE WITH   *
      *    NO EXPIRY DATE TAKES THE CARD'S.                             *
      ******************************************************************
       200-POST-RECEIPT.
           MOVE "200-POST-RECEIPT" TO PARA-NAME.
               MOVE LOTC-QUANTITY  TO LOT-QTY-ON-HAND
               MOVE LOTC-DATE      TO LOT-FIRST-RECEIPT-DATE
               MOVE LOTC-DATE      TO LOT-LAST-ACTIVITY-DATE
               MOVE WS-CARD-EXPIRY TO LOT-EXPIRY-DATE
               MOVE SPACE          TO LOT-STATUS
               MOVE ZERO           TO LOT-QUARANTINE-DATE
               MOVE LOT-BAL-KEY    TO LOTBAL-REC-KEY
               WRITE LOTBAL-FD-REC FROM LOT-BALANCE-REC
               ADD +1 TO BALANCES-OPENED
           ELSE
               ADD LOTC-QUANTITY   TO LOT-QTY-ON-HAND
               MOVE LOTC-DATE      TO LOT-LAST-ACTIVITY-DATE
               IF LOT-EXPIRY-DATE = ZERO
                   MOVE WS-CARD-EXPIRY TO LOT-EXPIRY-DATE
               END-IF
               PERFORM 750-REWRITE-LOTBAL THRU 750-EXIT.
           MOVE LOTC-WHSE TO LOTM-WHSE-CODE.
           MOVE 'R'       TO LOTM-TYPE.
               GO TO 400-EXIT.
           SUBTRACT LOTC-QUANTITY FROM LOT-QTY-ON-HAND.
           MOVE LOTC-DATE TO LOT-LAST-ACTIVITY-DATE.
           MOVE LOT-EXPIRY-DATE     TO WS-FROM-EXPIRY.
           MOVE LOT-STATUS          TO WS-FROM-STATUS.
           MOVE LOT-QUARANTINE-DATE TO WS-FROM-QUARANTINE-DATE.
           PERFORM 750-REWRITE-LOTBAL THRU 750-EXIT.
           MOVE LOTC-WHSE TO LOTM-WHSE-CODE.
           MOVE 'T'       TO LOTM-TYPE.
               MOVE LOTC-QUANTITY TO LOT-QTY-ON-HAND
               MOVE LOTC-DATE     TO LOT-FIRST-RECEIPT-DATE
               MOVE LOTC-DATE     TO LOT-LAST-ACTIVITY-DATE
               MOVE WS-FROM-EXPIRY TO LOT-EXPIRY-DATE
               MOVE WS-FROM-STATUS TO LOT-STATUS
               MOVE WS-FROM-QUARANTINE-DATE TO LOT-QUARANTINE-DATE
               MOVE LOT-BAL-KEY   TO LOTBAL-REC-KEY
               WRITE LOTBAL-FD-REC FROM LOT-BALANCE-REC
               ADD +1 TO BALANCES-OPENED
           ELSE
               ADD LOTC-QUANTITY  TO LOT-QTY-ON-HAND
               MOVE LOTC-DATE     TO LOT-LAST-ACTIVITY-DATE
               IF LOT-EXPIRY-DATE = ZERO
                   MOVE WS-FROM-EXPIRY TO LOT-EXPIRY-DATE
               END-IF
               IF WS-FROM-STATUS = 'Q' AND LOT-AVAILABLE
                   MOVE WS-FROM-STATUS TO LOT-STATUS
                   MOVE WS-FROM-QUARANTINE-DATE
                                   TO LOT-QUARANTINE-DATE
               END-IF
               PERFORM 750-REWRITE-LOTBAL THRU 750-EXIT.
           MOVE LOTC-TO-WHSE TO LOTM-WHSE-CODE.
           MOVE 'N'          TO LOTM-TYPE.
