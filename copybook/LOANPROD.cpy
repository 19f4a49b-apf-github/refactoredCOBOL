           EXEC SQL DECLARE IDC015.LOANPROD TABLE
           ( LOANP_CAT                      CHAR(2) NOT NULL,
             LOANP_TITLE                    CHAR(15),
             LOANP_ROI                      DECIMAL(5,2) NOT NULL,
             LOANP_TERM                     SMALLINT NOT NULL,
             LOANP_MAX_AMT                  DECIMAL(15,2) NOT NULL,
             LOANP_MIN_AGE                  SMALLINT NOT NULL,
             LOANP_MAX_AGE                  SMALLINT NOT NULL,
             LOANP_COD_PROD                 CHAR(2) NOT NULL,
             LOANP_PREPAY_PCT               DECIMAL(5, 4) NOT NULL,
             LOANP_MAX_DSTI                 DECIMAL(5, 4) NOT NULL,
             LOANP_DSTI_ACT                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANPROD                           *
      * ON FILE CAN STILL ORIGINATE ITS FIRST ONE. OPERATIONS MAINTAIN *
      * THIS TABLE DIRECTLY; NO PROGRAM CHANGE IS NEEDED TO ADD A      *
      * CATEGORY OR RENUMBER ITS CEILINGS.                             *
      * LOANP_ROI IS THE CATEGORY'S STANDARD RATE IN PERCENT TO TWO  *
      * DECIMAL PLACES (3.85 = 3.85%), THE SAME UNITS AS LOANM_ROI;    *
      * LOANP_MAX_AMT IS ITS CEILING TO THE CENT.                      *
      * LOANP_PREPAY_PCT CAPS THE COMPENSATION CHARGED ON A PARTIAL    *
      * PREPAYMENT, AS A FRACTION OF THE AMOUNT PREPAID.               *
      * LOANP_MAX_DSTI IS THE CATEGORY'S DEBT-SERVICE-TO-INCOME        *
      * CEILING (MONTHLY INSTALMENTS OVER VERIFIED NET MONTHLY INCOME, *
      * AS A FRACTION: 0.4000 = 40%); ZERO LEAVES THE CATEGORY         *
      * UNCHECKED. LOANP_DSTI_ACT SAYS WHAT HAPPENS TO A PERSON'S      *
      * APPLICATION OR LOAN ABOVE IT: 'D' DECLINED OUTRIGHT, 'R'       *
      * REFERRED TO A CHECKER THROUGH PENDTXN.                         *
      ******************************************************************
       01  DCLLOANPROD.
      *                       LOANP_CAT
      *                       LOANP_TITLE
           10 LLOANP-TITLE         PIC X(15).
      *                       LOANP_ROI
           10 LLOANP-ROI           PIC S9(3)V9(2) USAGE COMP-3.
      *                       LOANP_TERM
           10 LLOANP-TERM          PIC S9(4) USAGE COMP.
      *                       LOANP_MAX_AMT
           10 LLOANP-MAX-AMT       PIC S9(13)V9(2) USAGE COMP-3.
      *                       LOANP_MIN_AGE
           10 LLOANP-MIN-AGE       PIC S9(4) USAGE COMP.
      *                       LOANP_MAX_AGE
           10 LLOANP-MAX-AGE       PIC S9(4) USAGE COMP.
      *                       LOANP_COD_PROD
           10 LLOANP-COD-PROD      PIC X(2).
      *                       LOANP_PREPAY_PCT
           10 LLOANP-PREPAY-PCT    PIC S9(1)V9(4) USAGE COMP-3.
      *                       LOANP_MAX_DSTI
           10 LLOANP-MAX-DSTI      PIC S9(1)V9(4) USAGE COMP-3.
      *                       LOANP_DSTI_ACT
           10 LLOANP-DSTI-ACT      PIC X(1).
