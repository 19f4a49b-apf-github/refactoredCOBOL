           ( LOANRPH_CAT                    CHAR(2) NOT NULL,
             LOANRPH_NO                     INTEGER NOT NULL,
             LOANRPH_DATE                   DATE NOT NULL,
             LOANRPH_RP_AMT                 DECIMAL(15,2) NOT NULL,
             LOANRPH_OS_AMT                 DECIMAL(15,2) NOT NULL,
             LOANRPH_ORIG_CCY               CHAR(3),
             LOANRPH_ORIG_AMT               DECIMAL(15,2),
             LOANRPH_EXCH_RATE              DECIMAL(11,6)
           ) END-EXEC.
      ******************************************************************
      *                       LOANRPH_DATE
           10 RLOANRPH-DATE        PIC X(10).
      *                       LOANRPH_RP_AMT
           10 RLOANRPH-RP-AMT      PIC S9(13)V9(2) USAGE COMP-3.
      *                       LOANRPH_OS_AMT
           10 RLOANRPH-OS-AMT      PIC S9(13)V9(2) USAGE COMP-3.
      *                       LOANRPH_ORIG_CCY - THE CURRENCY A
      *                       FOREIGN-CURRENCY PAYMENT ARRIVED IN
      *                       (SPACES FOR A PAYMENT IN THE LOAN'S
           10 RLOANRPH-ORIG-CCY    PIC X(3).
      *                       LOANRPH_ORIG_AMT - THE AMOUNT AS IT
      *                       ARRIVED, BEFORE CONVERSION
           10 RLOANRPH-ORIG-AMT    PIC S9(13)V9(2) USAGE COMP-3.
      *                       LOANRPH_EXCH_RATE - THE QBEC9900 RATE
      *                       THE CONVERSION WAS POSTED AT
           10 RLOANRPH-EXCH-RATE   PIC S9(5)V9(6) USAGE COMP-3.
