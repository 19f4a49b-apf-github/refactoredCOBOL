             LOANM_NO                       INTEGER NOT NULL,
             LOANM_TERM                     SMALLINT NOT NULL,
             LOANM_TITLE                    CHAR(15),
             LOANM_ROI                      DECIMAL(5,2) NOT NULL,
             LOANM_MAX_AMT                  DECIMAL(15,2) NOT NULL,
             LOANM_MIN_AGE                  SMALLINT NOT NULL,
             LOANM_MAX_AGE                  SMALLINT NOT NULL,
             LOANM_ST                       CHAR(1) NOT NULL,
           10 LLOANM-TERM          PIC S9(4) USAGE COMP.
      *                       LOANM_TITLE
           10 LLOANM-TITLE         PIC X(15).
      *                       LOANM_ROI - PERCENT TO TWO PLACES
           10 LLOANM-ROI           PIC S9(3)V9(2) USAGE COMP-3.
      *                       LOANM_MAX_AMT - OUTSTANDING, TO THE CENT
           10 LLOANM-MAX-AMT       PIC S9(13)V9(2) USAGE COMP-3.
      *                       LOANM_MIN_AGE
           10 LLOANM-MIN-AGE       PIC S9(4) USAGE COMP.
      *                       LOANM_MAX_AGE
           10 LLOANM-BRN           PIC X(4).
      *                       DIRECT-DEBIT MANDATE - 'Y' COLLECT BY
      *                       ACCOUNT DEBIT (DDGEN100), 'N' BORROWER
      *                       PAYS MANUALLY, 'I' SWEPT FROM THE
      *                       BORROWER'S OWN DEPOSIT ACCOUNT
      *                       (LSWP100). BOOKED 'N'; MAINTAINED
      *                       BY LOANM100 REQ-TYPE 11 AND DDMN100
           10 LLOANM-DD-MAND       PIC X(1).

