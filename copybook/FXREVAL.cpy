      ******************************************************************
      * DCLGEN TABLE(IDC015.FXREVAL)                                   *
      *        LIBRARY(IDC015.FXREVAL.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * FXREVAL IS THE MONTH-END FX REVALUATION REGISTER WRITTEN BY
      * FXRV100: ONE ROW PER NON-HOME-CURRENCY LOAN OR DEPOSIT BALANCE
      * PER MONTH-END, FXR_PERIOD BEING THE MONTH-END BUSINESS DATE.
      * FXR_ACC_TYPE IS 'L' FOR A LOANMSTR LOAN (FXR_CAT AND FXR_ACC
      * THE LOAN CATEGORY AND 10-DIGIT LOAN NUMBER) OR 'D' FOR A
      * DEPOMSTR ACCOUNT (FXR_CAT SPACES, FXR_ACC THE DEPM_ACC).
      * FXR_BAL IS THE BALANCE IN FXR_CCY. FXR_BOOK_RATE IS THE RATE
      * THE BALANCE IS CARRIED AT IN THE LEDGER - THE QBEC9900 RATE OF
      * ITS FIRST REVALUATION, CARRIED FORWARD UNCHANGED FROM ONE
      * MONTH-END ROW TO THE NEXT - AND FXR_RATE THE MONTH-END
      * QBEC9900 RATE. FXR_BOOK_BASE AND FXR_REVAL_BASE ARE THE
      * BALANCE IN THE HOME CURRENCY AT EACH RATE, AND FXR_UNRL_AMT
      * THE UNREALIZED FX RESULT POSTED FOR THE MONTH-END (POSITIVE A
      * GAIN, NEGATIVE A LOSS - A DEARER CURRENCY IS A GAIN ON A LOAN
      * AND A LOSS ON A DEPOSIT).
      ******************************************************************
           EXEC SQL DECLARE IDC015.FXREVAL TABLE
           ( FXR_PERIOD                     DATE NOT NULL,
             FXR_ACC_TYPE                   CHAR(1) NOT NULL,
             FXR_CAT                        CHAR(2) NOT NULL,
             FXR_ACC                        CHAR(10) NOT NULL,
             FXR_CCY                        CHAR(3) NOT NULL,
             FXR_BAL                        DECIMAL(15,2) NOT NULL,
             FXR_BOOK_RATE                  DECIMAL(11,6) NOT NULL,
             FXR_RATE                       DECIMAL(11,6) NOT NULL,
             FXR_BOOK_BASE                  DECIMAL(15,2) NOT NULL,
             FXR_REVAL_BASE                 DECIMAL(15,2) NOT NULL,
             FXR_UNRL_AMT                   DECIMAL(15,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FXREVAL                            *
      ******************************************************************
       01  DCLFXREVAL.
      *                       FXR_PERIOD
           10 FXR-PERIOD            PIC X(10).
      *                       FXR_ACC_TYPE
           10 FXR-ACC-TYPE          PIC X(1).
      *                       FXR_CAT
           10 FXR-CAT               PIC X(2).
      *                       FXR_ACC
           10 FXR-ACC               PIC X(10).
      *                       FXR_CCY
           10 FXR-CCY               PIC X(3).
      *                       FXR_BAL
           10 FXR-BAL               PIC S9(13)V9(2) USAGE COMP-3.
      *                       FXR_BOOK_RATE
           10 FXR-BOOK-RATE         PIC S9(5)V9(6) USAGE COMP-3.
      *                       FXR_RATE
           10 FXR-RATE              PIC S9(5)V9(6) USAGE COMP-3.
      *                       FXR_BOOK_BASE
           10 FXR-BOOK-BASE         PIC S9(13)V9(2) USAGE COMP-3.
      *                       FXR_REVAL_BASE
           10 FXR-REVAL-BASE        PIC S9(13)V9(2) USAGE COMP-3.
      *                       FXR_UNRL_AMT
           10 FXR-UNRL-AMT          PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
