      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LOANRATE LINKS AN INDEX-LINKED LOAN TO ITS PRICING BASIS: THE
      * RATE INDEX IT RESETS FROM, THE MARGIN OVER THE INDEX (PERCENT
      * TO TWO PLACES, SAME UNITS AS LOANM_ROI), THE RESET FREQUENCY IN
      * MONTHS, AND THE NEXT RESET DATE. THE PRESENCE OF A LOANRATE
      * ROW IS WHAT MARKS A LOAN AS INDEX-LINKED - A LOAN WITH NO ROW
      * HERE IS FIXED AT ITS ORIGINATION LOANM_ROI FOR LIFE, EXACTLY
           ( LRATE_CAT                      CHAR(2) NOT NULL,
             LRATE_NO                       INTEGER NOT NULL,
             LRATE_IDX_CODE                 CHAR(4) NOT NULL,
             LRATE_MARGIN                   DECIMAL(5,2) NOT NULL,
             LRATE_RESET_FREQ               SMALLINT NOT NULL,
             LRATE_NEXT_RESET               DATE NOT NULL
           ) END-EXEC.
      *                       LRATE_IDX_CODE
           10 LRATE-IDX-CODE        PIC X(4).
      *                       LRATE_MARGIN
           10 LRATE-MARGIN          PIC S9(3)V9(2) USAGE COMP-3.
      *                       LRATE_RESET_FREQ
           10 LRATE-RESET-FREQ      PIC S9(4) USAGE COMP.
      *                       LRATE_NEXT_RESET
