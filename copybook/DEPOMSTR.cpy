      ******************************************************************
      * DEPOMSTR IS THE DEPOSIT MASTER BEHIND THE 'D' PRODUCT CODES
      * IN RV3C0100'S PRODUCT TABLE: ONE ROW PER DEPOSIT ACCOUNT WITH
      * ITS CUSTOMER, PRODUCT CODE, BALANCE, MATURITY AND RATE
      * (DEPM_ROI, PERCENT TO TWO DECIMAL PLACES LIKE LOANM_ROI), SO A
      * DEPOSIT POSITION ARRIVING ON THE RISK EXTRACT (WHERE
      * F007-AMT-FML JUST PASSES THROUGH TO F007-AMT-AVA1) CAN BE
      * VERIFIED, REPORTED AND RECONCILED AGAINST A MANAGED MASTER
      * THE SAME WAY LOANS RECONCILE AGAINST LOANMSTR. DEPOM100
      * MAINTAINS IT WITH THE STANDARD VAL4C100/AUD4C100/BL1DQ001
      * SERVICES. DEPM_ST IS 'A' ACTIVE, 'D' DORMANT (SET BY DEPOD100
      * AFTER YEARS WITHOUT CUSTOMER MOVEMENT; NO WITHDRAWALS OR
      * ACCRUAL UNTIL DEPOM100 REACTIVATES IT) OR 'C' CLOSED.
      * DEPM_HELD_AMT IS THE PART OF DEPM_BAL FROZEN BY ACTIVE
      * GARNISHMENT ORDERS ON GARNORD - THE SUM OF THEIR AMOUNTS STILL
      * TO BE REMITTED, KEPT BY GARNM100 AND GARNR100. NO PAYOUT MAY
      * TAKE THE BALANCE BELOW IT.
      * DEPM_CCY IS THE ACCOUNT CURRENCY, SET AT OPENING BY DEPOM100
      * (HOME CURRENCY WHEN NONE IS KEYED); DEPM_BAL AND
      * DEPM_HELD_AMT ARE HELD IN IT. FXRV100 REVALUES EVERY
      * NON-HOME-CURRENCY BALANCE AT MONTH-END.
      ******************************************************************
           EXEC SQL DECLARE IDC015.DEPOMSTR TABLE
           ( DEPM_ACC                       CHAR(10) NOT NULL,
             DEPM_COD_PROD                  CHAR(2) NOT NULL,
             DEPM_BAL                       DECIMAL(15,2) NOT NULL,
             DEPM_MAT_DATE                  DATE NOT NULL,
             DEPM_ROI                       DECIMAL(5,2) NOT NULL,
             DEPM_ST                        CHAR(1) NOT NULL,
             DEPM_OPEN_DATE                 DATE NOT NULL,
             DEPM_HELD_AMT                  DECIMAL(15,2) NOT NULL,
             DEPM_CCY                       CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPOMSTR                           *
      *                       DEPM_MAT_DATE
           10 DEPM-MAT-DATE         PIC X(10).
      *                       DEPM_ROI
           10 DEPM-ROI              PIC S9(3)V9(2) USAGE COMP-3.
      *                       DEPM_ST
           10 DEPM-ST               PIC X(1).
      *                       DEPM_OPEN_DATE
           10 DEPM-OPEN-DATE        PIC X(10).
      *                       DEPM_HELD_AMT
           10 DEPM-HELD-AMT         PIC S9(13)V9(2) USAGE COMP-3.
      *                       DEPM_CCY
           10 DEPM-CCY              PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
