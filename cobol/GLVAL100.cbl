       01  RE-GLEXCP.
           05  GLX-LLOANM-NO                PIC X(10).
           05  GLX-TRAN-TYPE                PIC X(10).
           05  GLX-AMOUNT                   PIC 9(10)V9(02).
           05  GLX-POST-DATE                PIC X(10).
           05  GLX-REASON                   PIC X(38).
      ******************************************************************
      * GLJRNL-RPT IS THE PRINTED DAILY JOURNAL SUMMARY, ONE LINE PER
      * GL ACCOUNT WITH ITS DEBIT AND CREDIT TOTALS, CLOSED BY THE
               ADD GLPOST-AMOUNT TO WS-CTL-DR-TOTAL
               ADD GLPOST-AMOUNT TO WS-CTL-CR-TOTAL

      * A BACKOUT'S OFFSETTING ENTRY POSTS THE MAPPED ACCOUNTS THE
      * OTHER WAY ROUND, CANCELLING THE ORIGINAL ON EACH ACCOUNT.
               MOVE WS-GLMAP-DR-ACCT(WS-GLMAP-IDX)
                                 TO WS-ACCT-POST-NO
               MOVE 'D'          TO WS-ACCT-POST-SIDE
               IF GLPOST-REVERSAL
                   MOVE 'C'      TO WS-ACCT-POST-SIDE
               END-IF
               PERFORM 200200-ACCUM-ACCOUNT-TOTAL

               MOVE WS-GLMAP-CR-ACCT(WS-GLMAP-IDX)
                                 TO WS-ACCT-POST-NO
               MOVE 'C'          TO WS-ACCT-POST-SIDE
               IF GLPOST-REVERSAL
                   MOVE 'D'      TO WS-ACCT-POST-SIDE
               END-IF
               PERFORM 200200-ACCUM-ACCOUNT-TOTAL
           ELSE
               ADD 1 TO WS-CTL-EXCP-CNT
