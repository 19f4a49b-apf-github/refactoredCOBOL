      ******************************************************************
      * DCLGEN TABLE(IDC015.COVNFIN)                                   *
      *        LIBRARY(IDC015.COVNFIN.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * COVNFIN HOLDS THE FINANCIAL FIGURES A COMMERCIAL BORROWER
      * SUBMITS FOR ITS COVENANT TESTS: ONE ROW PER LOAN AND
      * ACCOUNTING PERIOD (COVF_PERIOD_END), CAPTURED BY COVM100
      * (REQ-TYPE 04) ON COVF_SUB_DATE. A RESUBMISSION FOR THE SAME
      * PERIOD REPLACES THE FIGURES AND RESTAMPS THE SUBMISSION DATE.
      * AMOUNTS ARE IN THE LOAN CURRENCY WITH CENTS; EBITDA MAY BE
      * NEGATIVE. COVF_ACCTS_FLG IS 'Y' WHEN THE SUBMISSION INCLUDED
      * THE AUDITED ANNUAL ACCOUNTS (THE 'AC' COVENANT), ELSE 'N'.
      * COVT100 TESTS EACH COVENANT ON THE LATEST PERIOD SUBMITTED
      * SINCE THE COVENANT WAS LAST TESTED.
      ******************************************************************
           EXEC SQL DECLARE IDC015.COVNFIN TABLE
           ( COVF_LOAN_CAT                  CHAR(2) NOT NULL,
             COVF_LOAN_NO                   INTEGER NOT NULL,
             COVF_PERIOD_END                DATE NOT NULL,
             COVF_SUB_DATE                  DATE NOT NULL,
             COVF_DEBT_AMT                  DECIMAL(15,2) NOT NULL,
             COVF_EBITDA_AMT                DECIMAL(15,2) NOT NULL,
             COVF_INT_AMT                   DECIMAL(15,2) NOT NULL,
             COVF_ACCTS_FLG                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COVNFIN                            *
      ******************************************************************
       01  DCLCOVNFIN.
      *                       COVF_LOAN_CAT
           10 COVF-LOAN-CAT         PIC X(2).
      *                       COVF_LOAN_NO
           10 COVF-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       COVF_PERIOD_END
           10 COVF-PERIOD-END       PIC X(10).
      *                       COVF_SUB_DATE
           10 COVF-SUB-DATE         PIC X(10).
      *                       COVF_DEBT_AMT
           10 COVF-DEBT-AMT         PIC S9(13)V9(2) USAGE COMP-3.
      *                       COVF_EBITDA_AMT
           10 COVF-EBITDA-AMT       PIC S9(13)V9(2) USAGE COMP-3.
      *                       COVF_INT_AMT
           10 COVF-INT-AMT          PIC S9(13)V9(2) USAGE COMP-3.
      *                       COVF_ACCTS_FLG
           10 COVF-ACCTS-FLG        PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
