      ******************************************************************
      * DCLGEN TABLE(IDC015.LOANSWEEP)                                 *
      *        LIBRARY(IDC015.LOANSWEEP.COBOL)                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LOANSWEEP IS THE INTERNAL REPAYMENT-ACCOUNT REGISTRY: ONE ROW
      * PER LOAN WHOSE BORROWER HAS NOMINATED ONE OF THEIR OWN
      * DEPOSIT ACCOUNTS (DEPOMSTR) TO PAY THE INSTALLMENTS FROM.
      * DDMN100 MAINTAINS IT THROUGH ITS TRANSACTION STREAM AND SETS
      * THE LOAN'S LOANM_DD_MAND FLAG TO 'I' (INTERNAL SWEEP) WHILE
      * THE NOMINATION IS ACTIVE, SO DDGEN100 NEVER SENDS THE SAME
      * INSTALLMENT TO THE CLEARING HOUSE; LSWP100 SWEEPS EACH DUE
      * INSTALLMENT OFF THE ACCOUNT. LSWP_ST IS 'A' ACTIVE OR 'C'
      * CANCELLED; LSWP_CANC_DATE IS '9999-12-31' UNTIL CANCELLED.
      ******************************************************************
           EXEC SQL DECLARE IDC015.LOANSWEEP TABLE
           ( LSWP_LOAN_CAT                  CHAR(2) NOT NULL,
             LSWP_LOAN_NO                   INTEGER NOT NULL,
             LSWP_DEP_ACC                   CHAR(10) NOT NULL,
             LSWP_REG_DATE                  DATE NOT NULL,
             LSWP_CANC_DATE                 DATE NOT NULL,
             LSWP_ST                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANSWEEP                          *
      ******************************************************************
       01  DCLLOANSWEEP.
      *                       LSWP_LOAN_CAT
           10 LSWP-LOAN-CAT         PIC X(2).
      *                       LSWP_LOAN_NO
           10 LSWP-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       LSWP_DEP_ACC
           10 LSWP-DEP-ACC          PIC X(10).
      *                       LSWP_REG_DATE
           10 LSWP-REG-DATE         PIC X(10).
      *                       LSWP_CANC_DATE
           10 LSWP-CANC-DATE        PIC X(10).
      *                       LSWP_ST
           10 LSWP-ST               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
