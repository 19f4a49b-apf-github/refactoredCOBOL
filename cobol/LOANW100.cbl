       01  WS-WO-REJ-REASON                 PIC X(40)   VALUE SPACES.
       01  WS-WO-SQLCODE                    PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUR-BALANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD.
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-BAL-X                     PIC Z(9)9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                      AND LOANIN-REQ-TYPE NOT = '07'
                      AND LOANIN-REQ-TYPE NOT = '09'
                      AND LOANIN-REQ-TYPE NOT = '10'
                      AND LOANIN-REQ-TYPE NOT = '11'
                      AND LOANIN-REQ-TYPE NOT = '12'
                      AND LOANIN-REQ-TYPE NOT = '13'
                      AND LOANIN-REQ-TYPE NOT = '14'
                      AND LOANIN-REQ-TYPE NOT = '15'
                      AND LOANIN-REQ-TYPE NOT = '16'
                      AND LOANIN-REQ-TYPE NOT = '17'
                      AND LOANIN-REQ-TYPE NOT = '18').

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
               ADD 1              TO WS-CTL-WO-CNT
               ADD WS-CUR-BALANCE TO WS-CTL-WO-AMT
               MOVE LOANIN-LLOANM-NO TO WS-AUD-KEY
               MOVE WS-CUR-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-BEFORE
               MOVE ZEROS            TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 900500-WRITE-GL-POSTING
