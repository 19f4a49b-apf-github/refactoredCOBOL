             PQT_NO                         INTEGER NOT NULL,
             PQT_QUOTE_DATE                 DATE NOT NULL,
             PQT_VALUE_DATE                 DATE NOT NULL,
             PQT_PRIN_AMT                   DECIMAL(15,2) NOT NULL,
             PQT_INT_AMT                    DECIMAL(11,2) NOT NULL,
             PQT_PEN_AMT                    DECIMAL(11,2) NOT NULL,
             PQT_FEE_AMT                    DECIMAL(11,2) NOT NULL,
      *                       PQT_VALUE_DATE
           10 PQT-VALUE-DATE        PIC X(10).
      *                       PQT_PRIN_AMT
           10 PQT-PRIN-AMT          PIC S9(13)V9(2) USAGE COMP-3.
      *                       PQT_INT_AMT
           10 PQT-INT-AMT           PIC S9(9)V9(2) USAGE COMP-3.
      *                       PQT_PEN_AMT
