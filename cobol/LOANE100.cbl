       01  WS-PAYOFF-SQLCODE                PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-PAYOFF-REJ-REASON             PIC X(40)   VALUE SPACES.
       01  WS-CUR-BALANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACCR-INT                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-UNPAID-FEES                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PAYOFF-AMT                    PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200090-CHECK-ACTIVE-QUOTE, WHICH HONORS
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-BAL-X                     PIC Z(9)9.99.
      ******************************************************************
       COPY RVFC007.
      ******************************************************************
           IF WS-LOAN-FOUND AND WS-PAYOFF-OK
               ADD 1 TO WS-CTL-PAID-CNT
               MOVE F007-NUM-RISK    TO WS-AUD-KEY
               MOVE WS-CUR-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-BEFORE
               MOVE ZEROS            TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 900500-WRITE-GL-POSTING
                  AND PQT_ST  = 'A'
           END-EXEC.
      ******************************************************************
      * 200100-POST-PAYOFF COMPUTES THE FULL PAYOFF AMOUNT (PRINCIPAL
      * PLUS ACCRUED INTEREST PLUS UNPAID FEES, TO THE CENT), CLOSES
      * THE LOAN OUT ON LOANMSTR, INSERTS THE MATCHING LOANRPHST
      * ROW, AND FLIPS THE SWEPT FEES TO PAID.
       200100-POST-PAYOFF.
