      ******************************************************************
      * DCLGEN TABLE(IDC015.REPOASST)                                  *
      *        LIBRARY(IDC015.REPOASST.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REPOASST IS THE REPOSSESSED-ASSET REGISTER: ONE ROW PER
      * COLTMSTR ITEM THE BANK HAS TAKEN ONTO ITS OWN BOOK AT THE END
      * OF A FORECLOSURE, KEYED BY THE COLLATERAL ITEM NUMBER AND
      * CARRYING THE ITEM'S TYPE AND DESCRIPTION OVER. LEGM100 WRITES
      * THE ROW WHEN THE LEGAL CASE (REPO_ENT/REPO_NUM_RISK/
      * REPO_LEGC_SEQ) CLOSES 'RP': REPO_LOAN_BAL IS THE LOAN BALANCE
      * CLOSED (TO THE CENT), REPO_APPR_VALUE THE ITEM'S APPRAISED
      * VALUE THAT DAY AND REPO_ACQ_VALUE THE LOWER OF THE TWO IN
      * WHOLE UNITS, AT WHICH THE ASSET WAS RECOGNISED ON
      * REPO_ACQ_DATE.
      * REPV100 REVALUES HELD ASSETS OFF THE CLTRV100 VALUATION INDEX:
      * REPO_FAIR_VALUE IS THE LATEST INDEXED VALUE (REPO_REVAL_DATE)
      * AND REPO_CARRY_VALUE THE BOOK VALUE - THE LOWER OF FAIR VALUE
      * AND REPO_ACQ_VALUE, SO A RECOVERY NEVER WRITES THE ASSET UP
      * PAST ITS COST. REPO_UPKEEP_AMT IS THE RUNNING TOTAL OF UPKEEP
      * COSTS (TAX, INSURANCE, REPAIRS) RECORDED BY REPM100.
      * REPO_ST IS 'H' HELD OR 'S' SOLD ON REPO_SALE_DATE
      * ('0001-01-01' WHILE HELD) FOR REPO_SALE_AMT, WITH
      * REPO_GAIN_LOSS THE PROCEEDS LESS THE CARRYING VALUE (NEGATIVE
      * FOR A LOSS). EVERY MOVEMENT IS POSTED TO THE GL EXTRACT UNDER
      * THE LOAN NUMBER IT CAME FROM.
      ******************************************************************
           EXEC SQL DECLARE IDC015.REPOASST TABLE
           ( REPO_CLTM_NO                   INTEGER NOT NULL,
             REPO_COD_COLT                  CHAR(3) NOT NULL,
             REPO_DESC                      CHAR(30) NOT NULL,
             REPO_ENT                       CHAR(4) NOT NULL,
             REPO_NUM_RISK                  CHAR(10) NOT NULL,
             REPO_LEGC_SEQ                  SMALLINT NOT NULL,
             REPO_LOAN_NO                   INTEGER NOT NULL,
             REPO_ACQ_DATE                  DATE NOT NULL,
             REPO_LOAN_BAL                  DECIMAL(15,2) NOT NULL,
             REPO_APPR_VALUE                INTEGER NOT NULL,
             REPO_ACQ_VALUE                 INTEGER NOT NULL,
             REPO_FAIR_VALUE                INTEGER NOT NULL,
             REPO_CARRY_VALUE               INTEGER NOT NULL,
             REPO_REVAL_DATE                DATE NOT NULL,
             REPO_UPKEEP_AMT                DECIMAL(13,2) NOT NULL,
             REPO_ST                        CHAR(1) NOT NULL,
             REPO_SALE_DATE                 DATE NOT NULL,
             REPO_SALE_AMT                  DECIMAL(13,2) NOT NULL,
             REPO_GAIN_LOSS                 DECIMAL(13,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REPOASST                           *
      ******************************************************************
       01  DCLREPOASST.
      *                       REPO_CLTM_NO
           10 REPO-CLTM-NO          PIC S9(9) USAGE COMP.
      *                       REPO_COD_COLT
           10 REPO-COD-COLT         PIC X(3).
      *                       REPO_DESC
           10 REPO-DESC             PIC X(30).
      *                       REPO_ENT
           10 REPO-ENT              PIC X(4).
      *                       REPO_NUM_RISK
           10 REPO-NUM-RISK         PIC X(10).
      *                       REPO_LEGC_SEQ
           10 REPO-LEGC-SEQ         PIC S9(4) USAGE COMP.
      *                       REPO_LOAN_NO
           10 REPO-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       REPO_ACQ_DATE
           10 REPO-ACQ-DATE         PIC X(10).
      *                       REPO_LOAN_BAL
           10 REPO-LOAN-BAL         PIC S9(13)V9(2) USAGE COMP-3.
      *                       REPO_APPR_VALUE
           10 REPO-APPR-VALUE       PIC S9(9) USAGE COMP.
      *                       REPO_ACQ_VALUE
           10 REPO-ACQ-VALUE        PIC S9(9) USAGE COMP.
      *                       REPO_FAIR_VALUE
           10 REPO-FAIR-VALUE       PIC S9(9) USAGE COMP.
      *                       REPO_CARRY_VALUE
           10 REPO-CARRY-VALUE      PIC S9(9) USAGE COMP.
      *                       REPO_REVAL_DATE
           10 REPO-REVAL-DATE       PIC X(10).
      *                       REPO_UPKEEP_AMT
           10 REPO-UPKEEP-AMT       PIC S9(11)V9(2) USAGE COMP-3.
      *                       REPO_ST
           10 REPO-ST               PIC X(1).
      *                       REPO_SALE_DATE
           10 REPO-SALE-DATE        PIC X(10).
      *                       REPO_SALE_AMT
           10 REPO-SALE-AMT         PIC S9(11)V9(2) USAGE COMP-3.
      *                       REPO_GAIN_LOSS
           10 REPO-GAIN-LOSS        PIC S9(11)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
