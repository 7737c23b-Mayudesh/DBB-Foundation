              MOVE 'Y' TO WS-SEC-DENIED-SW
              MOVE 'NOT AUTHORIZED - SEE YOUR SUPERVISOR.'
                   TO MSGO
              IF SEC-PASSWORD-EXPIRED
                 MOVE 'PASSWORD EXPIRED - CHANGE IT ON PWD4.'
                      TO MSGO
              END-IF
              IF SEC-OPERATOR-LOCKED
                 MOVE 'SIGN-ON LOCKED - SEE YOUR SUPERVISOR.'
                      TO MSGO
              END-IF
              PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
           END-IF.

               GO TO 9999-ABEND-ROUTINE
           END-IF.

           IF HLD-IS-CHART-HELD
               EXEC CICS UNLOCK
                         DATASET('CLMHOLD')
               END-EXEC
               MOVE 'CLAIM HELD FOR CHART COMPLETION - SEE HIM.'
                    TO MSGO
               PERFORM 0850-SEND-ERROR-SCREEN THRU 0850-EXIT
               GO TO 0100-EXIT
           END-IF.

           IF NOT HLD-IS-HELD
               EXEC CICS UNLOCK
                         DATASET('CLMHOLD')
