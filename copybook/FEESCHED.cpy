      * FEES_AMT OR 'P' FOR A PERCENTAGE OF THE OUTSTANDING
      * BALANCE IN FEES_PCT. FEES_FREQ IS 'O' ONE-OFF, 'M'
      * MONTHLY OR 'A' ANNUAL. MAINTAINED BY FEEM100; BILLED BY
      * FEEB100 INTO FEEHIST. BASIS 'U' IS THE 'CMT' COMMITMENT FEE
      * ON A REVOLVING LINE: FEES_PCT IS THE ANNUAL RATE ON THE
      * UNDRAWN LIMIT, CHARGED BY LOANI100 WITH EACH ACCRUAL AND
      * NEVER BY FEEB100.
      ******************************************************************
           EXEC SQL DECLARE IDC015.FEESCHED TABLE
           ( FEES_CAT                       CHAR(2) NOT NULL,
