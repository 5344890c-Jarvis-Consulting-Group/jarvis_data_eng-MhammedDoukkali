                       MOVE 'WITHDRAWN' TO WS-HIST-ACTION-DESC
                   WHEN 'R'
                       MOVE 'REINSTATED' TO WS-HIST-ACTION-DESC
                   WHEN 'X'
                       MOVE 'CRS CANCELLED' TO WS-HIST-ACTION-DESC
                   WHEN 'L'
                       MOVE 'WAITLIST FREED' TO WS-HIST-ACTION-DESC
                   WHEN OTHER
                       MOVE 'UNKNOWN' TO WS-HIST-ACTION-DESC
               END-EVALUATE
