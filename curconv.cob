           MOVE SPACES               TO LDG-CURRENCY-CODE
           MOVE ZERO                 TO LDG-COUNTER-AMOUNT
           MOVE SPACES               TO LDG-COUNTER-CURRENCY
           MOVE SPACES               TO LDG-SOURCE-CODE
           MOVE SPACES               TO LDG-SOURCE-REFERENCE
           WRITE LEDGER-RECORD
           ADD 1 TO LEDGER-CONVERTED-COUNT
           PERFORM 4100-SEED-HISTORY-ENTRY THRU 4100-EXIT
           MOVE LDG-CURRENCY-CODE    TO HST-CURRENCY-CODE
           MOVE LDG-COUNTER-AMOUNT   TO HST-COUNTER-AMOUNT
           MOVE LDG-COUNTER-CURRENCY TO HST-COUNTER-CURRENCY
           MOVE LDG-SOURCE-CODE      TO HST-SOURCE-CODE
           MOVE LDG-SOURCE-REFERENCE TO HST-SOURCE-REFERENCE
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO DUPLICATE-SEQ-COUNT
