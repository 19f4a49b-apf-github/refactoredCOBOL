      * MCTL100 IS THE MONTH-END CYCLE CONTROLLER: THE MONTHLY
      * PROGRAMS (LOANI100 AND DEPOI100 ACCRUALS, PENLI100
      * PENALTIES, FEEB100 FEE BILLING, RCLT100 CLASSIFICATION
      * TRANSITIONS, GLAC100 ACCRUAL POSTINGS, FXRV100 FX
      * REVALUATION, LSTMT100 AND DSTMT100 STATEMENTS)
      * USED TO BE SUBMITTED BY HAND ON WHATEVER NIGHT SOMEONE
      * REMEMBERED. RVMONTH1 NOW RUNS THEM IN DEPENDENCY ORDER, AND
      * THIS PROGRAM BOOKENDS THE CYCLE WITH A PERIOD-LEVEL RUN
