      * UNDRAWN COMMITMENT RATHER THAN TREATING THE WHOLE FACILITY AS
      * DRAWN DEBT. LFAC_ST IS 'O' WHILE UNDRAWN COMMITMENT REMAINS
      * AND 'F' ONCE FULLY DRAWN.
      * LFAC_TYPE SAYS WHICH KIND OF FACILITY THE ROW IS:
      *   'S' STAGED DISBURSEMENT (REQ-TYPE 09/10) - WHAT IS REPAID
      *       CANNOT BE DRAWN AGAIN
      *   'R' REVOLVING CREDIT LINE (REQ-TYPE 14, DRAWN BY 15,
      *       REPAID BY LOANR100'S 16) - REPAID PRINCIPAL GOES BACK
      *       TO LFAC_UNDRAWN_AMT AND MAY BE DRAWN AGAIN, SO A FULLY
      *       DRAWN LINE RETURNS FROM 'F' TO 'O' WHEN IT IS REPAID
      * LFAC_REVIEW_DATE IS THE LINE'S REVIEW DATE: NO DRAWING IS
      * ACCEPTED ON OR AFTER IT (REPAYMENTS STILL ARE). A STAGED
      * FACILITY CARRIES 9999-12-31.
      * LFAC_BAL_DAYS IS THE SUM OF THE DRAWN BALANCE OVER EVERY DAY
      * (30/360) FROM LFAC_ACCR_DATE, THE START OF THE CURRENT
      * INTEREST PERIOD, UP TO LFAC_MOVE_DATE, THE LAST DRAWING OR
      * REPAYMENT. LOANI100 BRINGS IT FORWARD TO THE RUN DATE,
      * CHARGES INTEREST ON THE DAILY USED BALANCE AND THE
      * COMMITMENT FEE ON THE DAILY UNDRAWN BALANCE, AND STARTS THE
      * NEXT PERIOD FROM ZERO.
      ******************************************************************
           EXEC SQL DECLARE IDC015.LOANFACL TABLE
           ( LFAC_CAT                       CHAR(2) NOT NULL,
             LFAC_NO                        INTEGER NOT NULL,
             LFAC_FACL_AMT                  DECIMAL(15,2) NOT NULL,
             LFAC_DRAWN_AMT                 DECIMAL(15,2) NOT NULL,
             LFAC_UNDRAWN_AMT               DECIMAL(15,2) NOT NULL,
             LFAC_ST                        CHAR(1) NOT NULL,
             LFAC_REG_DATE                  DATE NOT NULL,
             LFAC_TYPE                      CHAR(1) NOT NULL,
             LFAC_REVIEW_DATE               DATE NOT NULL,
             LFAC_BAL_DAYS                  DECIMAL(17,2) NOT NULL,
             LFAC_MOVE_DATE                 DATE NOT NULL,
             LFAC_ACCR_DATE                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANFACL                           *
      *                       LFAC_NO
           10 LFAC-NO               PIC S9(9) USAGE COMP.
      *                       LFAC_FACL_AMT
           10 LFAC-FACL-AMT         PIC S9(13)V9(2) USAGE COMP-3.
      *                       LFAC_DRAWN_AMT
           10 LFAC-DRAWN-AMT        PIC S9(13)V9(2) USAGE COMP-3.
      *                       LFAC_UNDRAWN_AMT
           10 LFAC-UNDRAWN-AMT      PIC S9(13)V9(2) USAGE COMP-3.
      *                       LFAC_ST
           10 LFAC-ST               PIC X(1).
      *                       LFAC_REG_DATE
           10 LFAC-REG-DATE         PIC X(10).
      *                       LFAC_TYPE
           10 LFAC-TYPE             PIC X(1).
      *                       LFAC_REVIEW_DATE
           10 LFAC-REVIEW-DATE      PIC X(10).
      *                       LFAC_BAL_DAYS
           10 LFAC-BAL-DAYS         PIC S9(15)V9(2) USAGE COMP-3.
      *                       LFAC_MOVE_DATE
           10 LFAC-MOVE-DATE        PIC X(10).
      *                       LFAC_ACCR_DATE
           10 LFAC-ACCR-DATE        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
