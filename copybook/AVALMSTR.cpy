      ******************************************************************
      * DCLGEN TABLE(IDC015.AVALMSTR)                                  *
      *        LIBRARY(IDC015.AVALMSTR.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AVALMSTR IS THE ISSUED-GUARANTEE (AVAL) MASTER: ONE ROW PER
      * BANK GUARANTEE WE HAVE ISSUED ON A CUSTOMER'S BEHALF IN FAVOUR
      * OF A THIRD-PARTY BENEFICIARY. IT IS OFF-BALANCE-SHEET - NOTHING
      * IS LENT UNTIL THE BENEFICIARY CALLS THE GUARANTEE - SO IT IS
      * NOT ON LOANMSTR, BUT IT IS A CONTINGENT RISK ON THE CUSTOMER.
      * AVALM100 MAINTAINS IT (ISSUE/AMEND/REDUCE/RELEASE/CALL).
      * AVAL_TYPE IS 'P' PERFORMANCE OR 'F' FINANCIAL (PAYMENT).
      * AVAL_ORIG_AMT IS THE AMOUNT AS ISSUED (OR AS LAST RAISED BY AN
      * AMENDMENT); AVAL_AMT IS THE LIVE AMOUNT STILL AT RISK AFTER
      * REDUCTIONS AND PARTIAL CALLS - THE FIGURE RV3C0100 REPORTS AS
      * THE CONTINGENT POSITION AND THE EXPOSURE PROGRAMS COUNT.
      * AVAL_COMM_PCT IS THE ANNUAL COMMISSION RATE AS A FRACTION
      * (0.0150 = 1.5 PERCENT) BILLED BY FEEB100 EVERY AVAL_COMM_FREQ
      * ('M' MONTHLY, 'Q' QUARTERLY, 'A' ANNUAL) ON THE LIVE AMOUNT;
      * AVAL_NEXT_COMM IS THE DATE THE NEXT COMMISSION FALLS DUE.
      * AVAL_LOAN_CAT/AVAL_LOAN_NO NAME THE LOANMSTR LOAN A CALLED
      * GUARANTEE WAS CONVERTED INTO (ZERO UNTIL CALLED).
      * AVAL_ST TRACKS THE GUARANTEE'S LIFE:
      *   'L' LIVE
      *   'R' RELEASED - BENEFICIARY'S CLAIM PERIOD OVER OR RETURNED
      *   'C' CALLED IN FULL AND CONVERTED INTO A FUNDED LOAN
      * A GUARANTEE PAST AVAL_EXPIRY_DATE STAYS LIVE UNTIL RELEASED,
      * SINCE A CLAIM PRESENTED BEFORE EXPIRY CAN STILL BE PAID AFTER.
      * AVAL_ST_DATE IS THE DATE THE ROW ENTERED ITS STATUS.
      ******************************************************************
           EXEC SQL DECLARE IDC015.AVALMSTR TABLE
           ( AVAL_NO                        INTEGER NOT NULL,
             AVAL_ENT                       CHAR(4) NOT NULL,
             AVAL_BRN                       CHAR(4) NOT NULL,
             AVAL_CUST_NO                   CHAR(10) NOT NULL,
             AVAL_TYPE                      CHAR(1) NOT NULL,
             AVAL_BENEF                     CHAR(30) NOT NULL,
             AVAL_CCY                       CHAR(3) NOT NULL,
             AVAL_ORIG_AMT                  DECIMAL(11,2) NOT NULL,
             AVAL_AMT                       DECIMAL(11,2) NOT NULL,
             AVAL_ISSUE_DATE                DATE NOT NULL,
             AVAL_EXPIRY_DATE               DATE NOT NULL,
             AVAL_COMM_PCT                  DECIMAL(5,4) NOT NULL,
             AVAL_COMM_FREQ                 CHAR(1) NOT NULL,
             AVAL_NEXT_COMM                 DATE NOT NULL,
             AVAL_LOAN_CAT                  CHAR(2) NOT NULL,
             AVAL_LOAN_NO                   INTEGER NOT NULL,
             AVAL_ST                        CHAR(1) NOT NULL,
             AVAL_ST_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AVALMSTR                           *
      ******************************************************************
       01  DCLAVALMSTR.
      *                       AVAL_NO
           10 AVAL-NO               PIC S9(9) USAGE COMP.
      *                       AVAL_ENT
           10 AVAL-ENT              PIC X(4).
      *                       AVAL_BRN
           10 AVAL-BRN              PIC X(4).
      *                       AVAL_CUST_NO
           10 AVAL-CUST-NO          PIC X(10).
      *                       AVAL_TYPE
           10 AVAL-TYPE             PIC X(1).
      *                       AVAL_BENEF
           10 AVAL-BENEF            PIC X(30).
      *                       AVAL_CCY
           10 AVAL-CCY              PIC X(3).
      *                       AVAL_ORIG_AMT
           10 AVAL-ORIG-AMT         PIC S9(9)V9(2) USAGE COMP-3.
      *                       AVAL_AMT
           10 AVAL-AMT              PIC S9(9)V9(2) USAGE COMP-3.
      *                       AVAL_ISSUE_DATE
           10 AVAL-ISSUE-DATE       PIC X(10).
      *                       AVAL_EXPIRY_DATE
           10 AVAL-EXPIRY-DATE      PIC X(10).
      *                       AVAL_COMM_PCT
           10 AVAL-COMM-PCT         PIC S9(1)V9(4) USAGE COMP-3.
      *                       AVAL_COMM_FREQ
           10 AVAL-COMM-FREQ        PIC X(1).
      *                       AVAL_NEXT_COMM
           10 AVAL-NEXT-COMM        PIC X(10).
      *                       AVAL_LOAN_CAT
           10 AVAL-LOAN-CAT         PIC X(2).
      *                       AVAL_LOAN_NO
           10 AVAL-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       AVAL_ST
           10 AVAL-ST               PIC X(1).
      *                       AVAL_ST_DATE
           10 AVAL-ST-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
