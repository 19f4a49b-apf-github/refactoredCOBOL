      ******************************************************************
      * DCLGEN TABLE(IDC015.GLRECON)                                   *
      *        LIBRARY(IDC015.GLRECON.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * GLRECON IS THE SUB-LEDGER TO GENERAL-LEDGER RECONCILIATION
      * HISTORY WRITTEN BY GLRC100: ONE ROW PER BUSINESS DATE, GL
      * ACCOUNT AND CURRENCY. GLR_SUB_BAL IS THE LOANMSTR OR DEPOMSTR
      * TOTAL MAPPED TO THE ACCOUNT THROUGH THE GLVAL100 MAPPING
      * TABLE, GLR_GL_BAL THE BALANCE ON ACCOUNTING'S TRIAL BALANCE,
      * BOTH SIGNED DEBIT POSITIVE (A DEPOSIT TOTAL IS HELD NEGATIVE),
      * AND GLR_DIFF THE GL BALANCE LESS THE SUB-LEDGER. THE LAST
      * ROW WITH A ZERO GLR_DIFF DATES THE LAST CLEAN DAY FROM WHICH
      * A BREAK IS AGED.
      ******************************************************************
           EXEC SQL DECLARE IDC015.GLRECON TABLE
           ( GLR_DATE                       DATE NOT NULL,
             GLR_ACCT                       CHAR(8) NOT NULL,
             GLR_CCY                        CHAR(3) NOT NULL,
             GLR_SUB_BAL                    DECIMAL(15,2) NOT NULL,
             GLR_GL_BAL                     DECIMAL(15,2) NOT NULL,
             GLR_DIFF                       DECIMAL(15,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GLRECON                            *
      ******************************************************************
       01  DCLGLRECON.
      *                       GLR_DATE
           10 GLR-DATE              PIC X(10).
      *                       GLR_ACCT
           10 GLR-ACCT              PIC X(8).
      *                       GLR_CCY
           10 GLR-CCY               PIC X(3).
      *                       GLR_SUB_BAL
           10 GLR-SUB-BAL           PIC S9(13)V9(2) USAGE COMP-3.
      *                       GLR_GL_BAL
           10 GLR-GL-BAL            PIC S9(13)V9(2) USAGE COMP-3.
      *                       GLR_DIFF
           10 GLR-DIFF              PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
