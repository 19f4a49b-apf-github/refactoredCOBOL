      * DEPOMVHST MOVEMENT-HISTORY ROW PER POSTING - THE DEPOSIT
      * ANALOGUE OF LOANRPHST - SO A DEPOSIT BALANCE STOPS BEING A
      * FIGURE NOBODY CAN EXPLAIN. A WITHDRAWAL THAT WOULD OVERDRAW
      * THE ACCOUNT OR REACH FUNDS HELD UNDER A GARNISHMENT ORDER,
      * OR A POSTING AGAINST AN UNKNOWN OR INACTIVE
      * ACCOUNT, IS REJECTED WITH A CLEAR REASON. THE SAME VAL4C100
      * SUSPENSE, AUD4C100 AUDIT, GL EXTRACT AND BL1DQ001 BALANCING
      * SERVICES AS THE LOAN SIDE APPLY, SO BALD100 CAN PROVE EVERY
           END-IF.
      ******************************************************************
      * 200100-LOOKUP-ACCOUNT PULLS THE ACCOUNT'S CURRENT BALANCE AND
      * STATUS OFF DEPOMSTR, WITH THE AMOUNT HELD UNDER GARNISHMENT.
       200100-LOOKUP-ACCOUNT.

           MOVE 'N' TO WS-ACCT-FOUND-SW

           EXEC SQL
               SELECT DEPM_BAL, DEPM_ST, DEPM_HELD_AMT
                 INTO :WS-CUR-BALANCE, :DEPM-ST, :DEPM-HELD-AMT
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC
      * 200200-VALIDATE-POSTING REJECTS A POSTING AGAINST AN
      * INACTIVE ACCOUNT, A ZERO MOVEMENT, OR A WITHDRAWAL THAT
      * WOULD OVERDRAW THE BALANCE - A DEPOSIT BOOK HAS NO OVERDRAFT.
      * A DORMANT ACCOUNT (DEPOD100) STILL TAKES CREDITS BUT NO
      * WITHDRAWAL UNTIL THE CUSTOMER IS RE-IDENTIFIED AND DEPOM100
      * REACTIVATES IT. FUNDS HELD UNDER A GARNISHMENT ORDER
      * (DEPM_HELD_AMT, SEE GARNM100) ARE NOT AVAILABLE TO WITHDRAW.
       200200-VALIDATE-POSTING.

           MOVE 'Y'    TO WS-POST-OK-SW
           MOVE ZEROS  TO WS-POST-SQLCODE

           EVALUATE TRUE
               WHEN DEPM-ST = 'D'
                AND DEPOPO-REQ-TYPE = '06'
                   MOVE 'N' TO WS-POST-OK-SW
                   MOVE 'ACCOUNT DORMANT - RE-IDENTIFY CUSTOMER'
                                TO WS-POST-REJ-REASON
               WHEN DEPM-ST NOT = 'A'
                AND DEPM-ST NOT = 'D'
                   MOVE 'N' TO WS-POST-OK-SW
                   MOVE 'ACCOUNT NOT ACTIVE'
                                TO WS-POST-REJ-REASON
                   MOVE 'N' TO WS-POST-OK-SW
                   MOVE 'WITHDRAWAL EXCEEDS ACCOUNT BALANCE'
                                TO WS-POST-REJ-REASON
               WHEN DEPOPO-REQ-TYPE = '06'
                AND WS-POST-AMT > WS-CUR-BALANCE - DEPM-HELD-AMT
                   MOVE 'N' TO WS-POST-OK-SW
                   MOVE 'WITHDRAWAL REACHES GARNISHED FUNDS'
                                TO WS-POST-REJ-REASON
           END-EVALUATE.
      ******************************************************************
      * 200300-POST-MOVEMENT UPDATES THE DEPOMSTR BALANCE AND INSERTS
