      ******************************************************************
      * RATEINDEX IS THE RATE-INDEX REFERENCE TABLE FOR INDEX-LINKED
      * LENDING: ONE ROW PER INDEX CODE AND EFFECTIVE DATE, CARRYING
      * THE INDEX RATE IN THE SAME UNITS AS LOANM_ROI (PERCENT TO TWO
      * DECIMAL PLACES).
      * RIDXM100 MAINTAINS IT; REPRC100 READS THE LATEST ROW IN FORCE
      * ON EACH RESET DATE TO RECALCULATE LOANM_ROI AS INDEX PLUS
      * MARGIN.
           EXEC SQL DECLARE IDC015.RATEINDEX TABLE
           ( RIDX_CODE                      CHAR(4) NOT NULL,
             RIDX_EFF_DATE                  DATE NOT NULL,
             RIDX_RATE                      DECIMAL(5,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RATEINDEX                          *
      *                       RIDX_EFF_DATE
           10 RIDX-EFF-DATE         PIC X(10).
      *                       RIDX_RATE
           10 RIDX-RATE             PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
