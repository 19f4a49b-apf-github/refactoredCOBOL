      ******************************************************************
      * DCLGEN TABLE(IDC015.LOANBORH)                                  *
      *        LIBRARY(IDC015.LOANBORH.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LOANBORH IS THE LOAN'S BORROWER HISTORY: ONE ROW EACH TIME A
      * LIVE LOAN IS ASSUMED BY A NEW BORROWER (LOANM100 REQ-TYPE
      * 17), SO THE LOAN KEEPS ITS NUMBER, ORIGINATION DATE,
      * SCHEDULE AND LOANRPHST TRAIL WHILE THE CHANGE OF BORROWER
      * STAYS ON RECORD. LBOR_OS_AMT IS THE OUTSTANDING BALANCE THE
      * NEW BORROWER TOOK OVER. LBOR_GUAR_FLG IS 'Y' WHEN THE
      * OUTGOING BORROWER STAYED ON AS GUARANTOR (GUARMSTR), AND
      * LBOR_MAND_FLG 'Y' WHEN THE DIRECT-DEBIT MANDATE WAS MOVED
      * TO THE NEW BORROWER'S ACCOUNT RATHER THAN CANCELLED.
      ******************************************************************
           EXEC SQL DECLARE IDC015.LOANBORH TABLE
           ( LBOR_CAT                       CHAR(2) NOT NULL,
             LBOR_NO                        INTEGER NOT NULL,
             LBOR_DATE                      DATE NOT NULL,
             LBOR_OLD_CUST_NO               CHAR(10) NOT NULL,
             LBOR_NEW_CUST_NO               CHAR(10) NOT NULL,
             LBOR_OS_AMT                    DECIMAL(15,2) NOT NULL,
             LBOR_GUAR_FLG                  CHAR(1) NOT NULL,
             LBOR_MAND_FLG                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANBORH                           *
      ******************************************************************
       01  DCLLOANBORH.
      *                       LBOR_CAT
           10 LBOR-CAT              PIC X(2).
      *                       LBOR_NO
           10 LBOR-NO               PIC S9(9) USAGE COMP.
      *                       LBOR_DATE
           10 LBOR-DATE             PIC X(10).
      *                       LBOR_OLD_CUST_NO
           10 LBOR-OLD-CUST-NO      PIC X(10).
      *                       LBOR_NEW_CUST_NO
           10 LBOR-NEW-CUST-NO      PIC X(10).
      *                       LBOR_OS_AMT
           10 LBOR-OS-AMT           PIC S9(13)V9(2) USAGE COMP-3.
      *                       LBOR_GUAR_FLG
           10 LBOR-GUAR-FLG         PIC X(1).
      *                       LBOR_MAND_FLG
           10 LBOR-MAND-FLG         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
