               MOVE 'CLOSED'    TO STATUSO
           WHEN CUS-FROZEN
               MOVE 'FROZEN'    TO STATUSO
           WHEN CUS-DORMANT
               MOVE 'DORMANT'   TO STATUSO
           WHEN OTHER
               MOVE 'ACTIVE'    TO STATUSO
           END-EVALUATE
