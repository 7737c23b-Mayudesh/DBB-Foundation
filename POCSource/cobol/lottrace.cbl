               ELSE
               IF LOTM-TRANSFER-OUT
                   MOVE 'XFER OUT ' TO MOV-TYPE-OUT
               ELSE
               IF LOTM-QUARANTINE
                   MOVE 'EXPIRED  ' TO MOV-TYPE-OUT
               ELSE
                   MOVE 'XFER IN  ' TO MOV-TYPE-OUT
               END-IF
               END-IF
               END-IF
               END-IF
               WRITE TRACERPT-REC FROM RPT-MOVEMENT-LINE
               ADD +1 TO MOVEMENTS-LISTED
           END-IF.
