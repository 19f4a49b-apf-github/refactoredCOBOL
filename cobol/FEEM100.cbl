      * COMMISSION SCHEDULE - ONE ROW PER LOAN CATEGORY AND FEE
      * TYPE, EACH EITHER A FLAT AMOUNT OR A PERCENTAGE OF THE
      * OUTSTANDING BALANCE, RAISED ONE-OFF, MONTHLY OR ANNUALLY BY
      * FEEB100 - OR, FOR A REVOLVING CREDIT LINE'S 'CMT' COMMITMENT
      * FEE, AN ANNUAL PERCENTAGE OF THE UNDRAWN LIMIT RAISED BY
      * LOANI100 WITH EACH ACCRUAL. THE EDITS REJECT NONSENSE (AN
      * UNKNOWN BASIS, A FLAT FEE WITH A ZERO AMOUNT, A PERCENTAGE
      * OR UNDRAWN FEE WITH A ZERO RATE, AN UNDRAWN BASIS ON ANY FEE
      * TYPE OTHER THAN 'CMT', AN UNRECOGNIZED FREQUENCY)
      * AND A DELETE OF A FEE TYPE THAT STILL HAS UNPAID FEEHIST
      * ROWS; THE STANDARD VAL4C100 SUSPENSE, AUD4C100 AUDIT AND
      * BL1DQ001 BALANCING SERVICES APPLY LIKE EVERY OTHER
           END-IF.
      ******************************************************************
      * 190000-VALIDATE-FEE-TERMS REJECTS A SCHEDULE ROW THAT COULD
      * NEVER BILL SENSIBLY: A BASIS THAT IS NOT FLAT, PERCENTAGE OR
      * UNDRAWN, A FLAT FEE WITH NO AMOUNT, A PERCENTAGE OR UNDRAWN
      * FEE WITH NO RATE, AN UNDRAWN-BASIS FEE THAT IS NOT THE 'CMT'
      * COMMITMENT FEE LOANI100 CHARGES, OR AN UNRECOGNIZED BILLING
      * FREQUENCY.
       190000-VALIDATE-FEE-TERMS.

           MOVE 'Y'    TO WS-TXN-OK-SW

           EVALUATE TRUE
               WHEN FEEIN-BASIS NOT = 'F' AND FEEIN-BASIS NOT = 'P'
                AND FEEIN-BASIS NOT = 'U'
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'FEE BASIS MUST BE F, P OR U (UNDRAWN)'
                            TO WS-TXN-REJ-REASON
               WHEN FEEIN-BASIS = 'F' AND FEEIN-AMT = ZERO
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'PERCENTAGE FEE RATE MUST BE ABOVE ZERO'
                            TO WS-TXN-REJ-REASON
               WHEN FEEIN-BASIS = 'U' AND FEEIN-PCT = ZERO
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'UNDRAWN FEE RATE MUST BE ABOVE ZERO'
                            TO WS-TXN-REJ-REASON
               WHEN FEEIN-BASIS = 'U' AND FEEIN-TYPE NOT = 'CMT'
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'UNDRAWN BASIS ONLY FOR FEE TYPE CMT'
                            TO WS-TXN-REJ-REASON
               WHEN FEEIN-FREQ NOT = 'O' AND FEEIN-FREQ NOT = 'M'
                AND FEEIN-FREQ NOT = 'A'
                   MOVE 'N' TO WS-TXN-OK-SW
