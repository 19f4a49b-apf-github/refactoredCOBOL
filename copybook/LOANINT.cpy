           ( LOANINT_CAT                    CHAR(2) NOT NULL,
             LOANINT_NO                     INTEGER NOT NULL,
             LOANINT_DATE                   DATE NOT NULL,
             LOANINT_BAL_AMT                DECIMAL(15,2) NOT NULL,
             LOANINT_AMT                    DECIMAL(9,2) NOT NULL,
             LOANINT_TYPE                   CHAR(1)
           ) END-EXEC.
      *   'R' - RADJ100'S RETROACTIVE ADJUSTMENT: THE NET CORRECTION   *
      *         TO PAST 'A' ACCRUALS AFTER A BACKDATED OR REVERSED     *
      *         REPAYMENT CHANGED THE BALANCE THEY WERE COMPUTED ON    *
      *   'K' - LOANI100'S MONTHLY ACCRUAL CAPITALIZED INTO THE        *
      *         BALANCE DURING A PAYMENT HOLIDAY (SEE LOANFORB) -      *
      *         NEVER COLLECTED AS INTEREST BY THE WATERFALL           *
      ******************************************************************
       01  DCLLOANINTHST.
           10 LINT-CAT              PIC X(2).
           10 LINT-NO               PIC S9(9) USAGE COMP.
           10 LINT-DATE             PIC X(10).
           10 LINT-BAL-AMT          PIC S9(13)V9(2) USAGE COMP-3.
           10 LINT-AMT              PIC S9(7)V9(2) USAGE COMP-3.
           10 LINT-TYPE             PIC X(1).
      ******************************************************************
