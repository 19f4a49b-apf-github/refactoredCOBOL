      ******************************************************************
      * DCLGEN TABLE(IDC015.PAYACCT)                                   *
      *        LIBRARY(IDC015.PAYACCT.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PAYACCT IS THE CUSTOMER PAYOUT-ACCOUNT REGISTRY: ONE ROW PER
      * CUSTOMER NAMING THE 20-DIGIT ACCOUNT AT ANY BANK THAT LOAN
      * DISBURSEMENTS AND DEPOSIT PAYOUTS ARE CREDITED TO - THE
      * CREDIT-SIDE COUNTERPART OF THE DDMANDT DEBTOR ACCOUNT.
      * DDMN100 MAINTAINS IT (REQ-TYPES 03 REGISTER / 04 CANCEL),
      * CHECK-DIGIT VALIDATING THE ACCOUNT BEFORE IT IS STORED;
      * PAYO100 RESOLVES EVERY OUTBOUND PAYMENT'S BENEFICIARY
      * ACCOUNT FROM HERE. PACC_ST IS 'A' ACTIVE, 'C' CANCELLED.
      ******************************************************************
           EXEC SQL DECLARE IDC015.PAYACCT TABLE
           ( PACC_CUST_NO                   CHAR(10) NOT NULL,
             PACC_BANK_ACC                  CHAR(20) NOT NULL,
             PACC_REG_DATE                  DATE NOT NULL,
             PACC_CANC_DATE                 DATE,
             PACC_ST                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYACCT                            *
      ******************************************************************
       01  DCLPAYACCT.
      *                       PACC_CUST_NO
           10 PACC-CUST-NO          PIC X(10).
      *                       PACC_BANK_ACC
           10 PACC-BANK-ACC         PIC X(20).
      *                       PACC_REG_DATE
           10 PACC-REG-DATE         PIC X(10).
      *                       PACC_CANC_DATE
           10 PACC-CANC-DATE        PIC X(10).
      *                       PACC_ST
           10 PACC-ST               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
