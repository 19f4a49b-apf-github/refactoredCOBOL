      * POSTED REPAYMENT, SO A BORROWER'S MONEY PROVABLY WENT WHERE
      * POLICY SAYS. THE PRINCIPAL PORTION IS THE AMOUNT THAT
      * ACTUALLY REDUCED LOANM_MAX_AMT AND MATCHES THE LOANRPHST
      * ROW POSTED ALONGSIDE. LALC_RESID_AMT CARRIED THE CENTS LEFT
      * OVER WHILE THE PRINCIPAL COLUMN (LIKE LOANM_MAX_AMT) WAS HELD
      * IN WHOLE UNITS; NOW THAT BOTH ARE TO THE CENT THE PRINCIPAL
      * TAKES THE WHOLE REMAINDER AND IT IS ALWAYS WRITTEN AS ZERO.
      * IT IS KEPT SO ROWS POSTED BEFORE THE CHANGE STILL SUM TO THE
      * PAYMENT RECEIVED.
      ******************************************************************
           EXEC SQL DECLARE IDC015.LOANRALC TABLE
           ( LALC_CAT                       CHAR(2) NOT NULL,
             LALC_PEN_AMT                   DECIMAL(9,2) NOT NULL,
             LALC_FEE_AMT                   DECIMAL(9,2) NOT NULL,
             LALC_INT_AMT                   DECIMAL(9,2) NOT NULL,
             LALC_PRIN_AMT                  DECIMAL(15,2) NOT NULL,
             LALC_RESID_AMT                 DECIMAL(3,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      *                       LALC_INT_AMT
           10 LALC-INT-AMT          PIC S9(7)V9(2) USAGE COMP-3.
      *                       LALC_PRIN_AMT
           10 LALC-PRIN-AMT         PIC S9(13)V9(2) USAGE COMP-3.
      *                       LALC_RESID_AMT
           10 LALC-RESID-AMT        PIC S9(1)V9(2) USAGE COMP-3.
      ******************************************************************
