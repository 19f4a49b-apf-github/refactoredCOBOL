      * LOANM100 (NEW-LOAN DISBURSEMENTS) AND LOANR100 (REPAYMENTS)
      * TO THE COMMON GL EXTRACT FILE (GL1DQ001) SO EVERY LOAN CASH
      * MOVEMENT HAS A MATCHING ACCOUNTING ENTRY INSTEAD OF ONLY
      * UPDATING LOANMSTR/LOANRPHST. GLPOST-AMOUNT IS TO THE CENT.
       01 GLPOST-REC.
          05 GLPOST-LLOANM-NO                 PIC X(10).
          05 GLPOST-TRAN-TYPE                 PIC X(10).
          05 GLPOST-AMOUNT                    PIC 9(10)V9(02).
          05 GLPOST-POST-DATE                 PIC X(10).
      * ORIGINAL CURRENCY AND EXCHANGE RATE OF A FOREIGN-CURRENCY
      * REPAYMENT OR DEPOSIT POSTING, WHOSE GLPOST-AMOUNT IS THE HOME-
      * CURRENCY EQUIVALENT (SPACES/ZEROS FOR A HOME-CURRENCY
      * POSTING), SO THE LEDGER SIDE CAN TIE THE POSTED AMOUNT BACK TO
      * THE CASH THAT ACTUALLY MOVED.
          05 GLPOST-ORIG-CCY                  PIC X(03) VALUE SPACES.
          05 GLPOST-EXCH-RATE                 PIC 9(05)V9(06)
                                                        VALUE ZEROS.
      * 'R' ON AN OFFSETTING ENTRY BKOT100 WRITES TO REVERSE A
      * BACKED-OUT RUN'S POSTING, AND ON THE FIRST-OF-NEXT-MONTH
      * REVERSAL OF FXRV100'S UNREALIZED FX ENTRY (WHICH ALSO CARRIES
      * THE CURRENCY AND MONTH-END RATE) - GLVAL100 THEN POSTS THE
      * MAPPED ACCOUNTS THE OTHER WAY ROUND. SPACE ON EVERY ORDINARY
      * POSTING.
          05 GLPOST-REV-IND                   PIC X(01) VALUE SPACE.
             88 GLPOST-REVERSAL                         VALUE 'R'.
          05 FILLER                           PIC X(03).
