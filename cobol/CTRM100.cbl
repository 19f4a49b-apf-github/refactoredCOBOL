
           MOVE 'N' TO WS-MATCHED-SW

           EVALUATE TRUE
               WHEN CTR-AMT IS NOT NUMERIC OR CTR-AMT = ZERO
                   MOVE 'CREDIT AMOUNT NOT NUMERIC OR ZERO'
                       TO WS-SUS-REASON
               WHEN CTR-AMT > 99999999
                   MOVE 'CREDIT AMOUNT ABOVE REPAYMENT MAXIMUM'
                       TO WS-SUS-REASON
               WHEN OTHER
                   PERFORM 210000-MATCH-BY-REFERENCE

                   IF NOT WS-MATCHED
                       PERFORM 220000-MATCH-BY-CUSTOMER
                   END-IF
           END-EVALUATE

           IF WS-MATCHED
               PERFORM 300000-GENERATE-REPAYMENT
