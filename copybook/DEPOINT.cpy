      *         DATE
      *   'W' - EARLY-WITHDRAWAL PENALTY NETTED FROM A TERM-DEPOSIT
      *         PAYOUT (SEE DEPOW100)
      * DEPINT_AMT IS ALWAYS THE GROSS INTEREST. DEPINT_WHT_AMT IS
      * THE WITHHOLDING TAX ON IT AND DEPINT_NET_AMT THE GROSS LESS
      * THE TAX: ON A 'C' ROW THE TAX ACTUALLY RETAINED AND THE NET
      * AMOUNT CREDITED TO DEPM_BAL; ON AN 'A' ROW THE TAX THE
      * ACCRUAL WILL BEAR AT THE RATE AND EXEMPTION IN FORCE WHEN IT
      * WAS POSTED. A 'W' ROW CARRIES NO TAX (NET EQUALS GROSS).
      ******************************************************************
           EXEC SQL DECLARE IDC015.DEPOINTHST TABLE
           ( DEPINT_ACC                     CHAR(10) NOT NULL,
             DEPINT_DATE                    DATE NOT NULL,
             DEPINT_BAL_AMT                 DECIMAL(15,2) NOT NULL,
             DEPINT_AMT                     DECIMAL(9,2) NOT NULL,
             DEPINT_TYPE                    CHAR(1) NOT NULL,
             DEPINT_WHT_AMT                 DECIMAL(9,2) NOT NULL,
             DEPINT_NET_AMT                 DECIMAL(9,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPOINTHST                         *
           10 DINT-AMT              PIC S9(7)V9(2) USAGE COMP-3.
      *                       DEPINT_TYPE
           10 DINT-TYPE             PIC X(1).
      *                       DEPINT_WHT_AMT
           10 DINT-WHT-AMT          PIC S9(7)V9(2) USAGE COMP-3.
      *                       DEPINT_NET_AMT
           10 DINT-NET-AMT          PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
