                MOVE 'OUTSIDE HOURS' TO WS-OUTCOME-TEXT
           WHEN AU-OUT-QUARANTINED
                MOVE 'TERMINAL QUARANTINED' TO WS-OUTCOME-TEXT
           WHEN AU-OUT-SIGNON-FROZEN
                MOVE 'SIGN-ON FROZEN' TO WS-OUTCOME-TEXT
           WHEN AU-OUT-POLICY-OVERDUE
                MOVE 'POLICY OVERDUE' TO WS-OUTCOME-TEXT
           WHEN AU-OUT-GRID-FAILED
                MOVE 'GRID CARD FAILED' TO WS-OUTCOME-TEXT
           WHEN OTHER
                MOVE 'UNKNOWN OUTCOME' TO WS-OUTCOME-TEXT
           END-EVALUATE.
