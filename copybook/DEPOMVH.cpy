      *   'C' CREDIT POSTED BY DEPOP100
      *   'W' WITHDRAWAL POSTED BY DEPOP100
      *   'E' EARLY-WITHDRAWAL CLOSEOUT POSTED BY DEPOW100
      *   'R' REACTIVATION OF A DORMANT ACCOUNT BY DEPOM100 (ZERO
      *       AMOUNT - IT ONLY RESTARTS THE DORMANCY CLOCK)
      *   'X' ABANDONED BALANCE TRANSFERRED TO THE STATE BY DEPOD100
      *   'G' GARNISHED AMOUNT REMITTED TO THE ORDERING AUTHORITY BY
      *       GARNR100
      *   'L' LOAN INSTALLMENT SWEPT FROM THE ACCOUNT BY LSWP100
      *   'P' MATURED TERM DEPOSIT PAID AWAY AND THE ACCOUNT CLOSED
      *       BY DEPOX100
      * C, W, E AND R ARE CUSTOMER-INITIATED AND AGE THE ACCOUNT FOR
      * DEPOD100'S DORMANCY TEST.
      ******************************************************************
           EXEC SQL DECLARE IDC015.DEPOMVHST TABLE
           ( DMVH_ACC                       CHAR(10) NOT NULL,
