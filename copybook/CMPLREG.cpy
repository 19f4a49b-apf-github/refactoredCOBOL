      ******************************************************************
      * DCLGEN TABLE(IDC015.CMPLREG)                                   *
      *        LIBRARY(IDC015.CMPLREG.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CMPLREG IS THE CUSTOMER COMPLAINTS REGISTER: ONE ROW PER
      * COMPLAINT, KEYED BY THE REFERENCE CUSTOMER SERVICE GIVES IT
      * AND MAINTAINED BY CMPM100. CMPL_CUST_NO IS THE COMPLAINING
      * CUSTOMER; CMPL_ACCT_TYPE IS 'L' WHEN THE COMPLAINT IS ABOUT
      * THE LOANMSTR LOAN IN CMPL_ACCT_KEY, 'D' WHEN ABOUT THE
      * DEPOMSTR ACCOUNT IN IT, BLANK (KEY BLANK) OTHERWISE.
      * CMPL_CATEGORY IS
      *   'PS' PAYMENT SERVICES    'LN' LENDING
      *   'DP' DEPOSITS            'FC' FEES AND CHARGES
      *   'SV' SERVICE AND CONDUCT 'OT' OTHER
      * CMPL_DEADLINE IS THE REGULATORY RESPONSE DATE, SET THROUGH
      * DAT4C100 FROM CMPL_RECV_DATE: 15 BUSINESS DAYS FOR PAYMENT
      * SERVICES, ONE CALENDAR MONTH (ROLLED TO A BUSINESS DAY) FOR
      * THE REST. CMPL_HANDLER IS THE USER ID DEALING WITH IT.
      * CMPL_REDRESS_AMT IS THE RUNNING TOTAL OF REDRESS PAID (EACH
      * PAYMENT ALSO POSTED TO THE GL EXTRACT AS 'CMPLRDRS').
      * CMPL_ST IS 'O' OPEN OR 'C' CLOSED ON CMPL_CLOSE_DATE
      * ('0001-01-01' WHILE OPEN) WITH CMPL_OUTCOME 'UP' UPHELD, 'PU'
      * PARTLY UPHELD, 'NU' NOT UPHELD OR 'WD' WITHDRAWN. CMPD100
      * REPORTS THE OPEN COMPLAINTS AGAINST THEIR DEADLINES DAILY AND
      * CMPQ100 PRODUCES THE QUARTERLY RETURN.
      ******************************************************************
           EXEC SQL DECLARE IDC015.CMPLREG TABLE
           ( CMPL_REF                       CHAR(10) NOT NULL,
             CMPL_CUST_NO                   CHAR(10) NOT NULL,
             CMPL_ACCT_TYPE                 CHAR(1) NOT NULL,
             CMPL_ACCT_KEY                  CHAR(10) NOT NULL,
             CMPL_CATEGORY                  CHAR(2) NOT NULL,
             CMPL_RECV_DATE                 DATE NOT NULL,
             CMPL_DEADLINE                  DATE NOT NULL,
             CMPL_HANDLER                   CHAR(8) NOT NULL,
             CMPL_REDRESS_AMT               DECIMAL(11,2) NOT NULL,
             CMPL_ST                        CHAR(1) NOT NULL,
             CMPL_CLOSE_DATE                DATE NOT NULL,
             CMPL_OUTCOME                   CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CMPLREG                            *
      ******************************************************************
       01  DCLCMPLREG.
      *                       CMPL_REF
           10 CMPL-REF              PIC X(10).
      *                       CMPL_CUST_NO
           10 CMPL-CUST-NO          PIC X(10).
      *                       CMPL_ACCT_TYPE
           10 CMPL-ACCT-TYPE        PIC X(1).
      *                       CMPL_ACCT_KEY
           10 CMPL-ACCT-KEY         PIC X(10).
      *                       CMPL_CATEGORY
           10 CMPL-CATEGORY         PIC X(2).
      *                       CMPL_RECV_DATE
           10 CMPL-RECV-DATE        PIC X(10).
      *                       CMPL_DEADLINE
           10 CMPL-DEADLINE         PIC X(10).
      *                       CMPL_HANDLER
           10 CMPL-HANDLER          PIC X(8).
      *                       CMPL_REDRESS_AMT
           10 CMPL-REDRESS-AMT      PIC S9(9)V9(2) USAGE COMP-3.
      *                       CMPL_ST
           10 CMPL-ST               PIC X(1).
      *                       CMPL_CLOSE_DATE
           10 CMPL-CLOSE-DATE       PIC X(10).
      *                       CMPL_OUTCOME
           10 CMPL-OUTCOME          PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
