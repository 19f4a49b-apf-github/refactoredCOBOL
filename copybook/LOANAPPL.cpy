      *   'X' EXPIRED - APPROVAL LAPSED UNEXERCISED
      *   'W' WITHDRAWN BY THE CUSTOMER OR BRANCH
      *   'B' BOOKED - CONVERTED TO THE LOANMSTR ROW IN LAPP_LOAN_NO
      *   'D' DECLINED - DEBT SERVICE ABOVE THE PRODUCT'S CEILING
      * LAPP_APR (PERCENT, THREE DECIMALS) AND LAPP_SHEET_DATE ARE SET
      * WHEN THE APPROVAL ISSUES THE CUSTOMER'S PRE-CONTRACTUAL
      * INFORMATION SHEET; BOTH STAY NULL UNTIL THEN. THE SHEET IS
      * GOOD UNTIL LAPP_EXP_DATE, AND LOANM100 REFUSES TO BOOK A LOAN
      * WHOSE APPLICATION HAS NO SHEET OR ONE PAST THAT DATE.
      * LAPP_DSTI IS THE DEBT-SERVICE-TO-INCOME RATIO (A FRACTION,
      * 9.9999 WHEN THERE IS NO VERIFIED INCOME) LAPP100 COMPUTED
      * WHEN IT DECIDED THE APPLICATION; ZERO WHEN THE PRODUCT HAS NO
      * CEILING OR THE BORROWER IS AN ENTITY, NULL BEFORE A DECISION.
      * A RATIO A CHECKER ACCEPTED ON REFERRAL IS NOT RE-REFERRED
      * BY LOANM100 AT BOOKING UNLESS THE DEBT SERVICE HAS GROWN.
      ******************************************************************
           EXEC SQL DECLARE IDC015.LOANAPPL TABLE
           ( LAPP_NO                        INTEGER NOT NULL,
             LAPP_ST                        CHAR(1) NOT NULL,
             LAPP_APPL_DATE                 DATE NOT NULL,
             LAPP_EXP_DATE                  DATE,
             LAPP_LOAN_NO                   INTEGER,
             LAPP_APR                       DECIMAL(7, 3),
             LAPP_SHEET_DATE                DATE,
             LAPP_DSTI                      DECIMAL(5, 4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANAPPL                           *
           10 LAPP-EXP-DATE         PIC X(10).
      *                       LAPP_LOAN_NO
           10 LAPP-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       LAPP_APR
           10 LAPP-APR              PIC S9(4)V9(3) USAGE COMP-3.
      *                       LAPP_SHEET_DATE
           10 LAPP-SHEET-DATE       PIC X(10).
      *                       LAPP_DSTI
           10 LAPP-DSTI             PIC S9(1)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
