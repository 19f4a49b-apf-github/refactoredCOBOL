             GDEM_LOAN_CAT                  CHAR(2) NOT NULL,
             GDEM_LOAN_NO                   INTEGER NOT NULL,
             GDEM_DEMAND_DATE               DATE NOT NULL,
             GDEM_AMT                       DECIMAL(15,2) NOT NULL,
             GDEM_RECV_AMT                  DECIMAL(15,2) NOT NULL,
             GDEM_ST                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      *                       GDEM_DEMAND_DATE
           10 GDEM-DEMAND-DATE      PIC X(10).
      *                       GDEM_AMT
           10 GDEM-AMT              PIC S9(13)V9(2) USAGE COMP-3.
      *                       GDEM_RECV_AMT
           10 GDEM-RECV-AMT         PIC S9(13)V9(2) USAGE COMP-3.
      *                       GDEM_ST
           10 GDEM-ST               PIC X(1).
      ******************************************************************
