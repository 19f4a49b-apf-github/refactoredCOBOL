      ******************************************************************
      * DCLGEN TABLE(IDC015.LOANFORB)                                  *
      *        LIBRARY(IDC015.LOANFORB.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LOANFORB IS THE FORBORNE-EXPOSURE REGISTER: LOANX100 WRITES
      * ONE ROW PER LOAN GRANTED A PAYMENT HOLIDAY (LOANTRAN REQ-TYPE
      * 13), KEYED LIKE LOANSCHED ON CATEGORY/LOAN NUMBER. A LATER
      * HOLIDAY ON THE SAME LOAN REPLACES THE HOLIDAY TERMS AND
      * RESTARTS THE PROBATION CLOCK. LOANF_HOL_END IS THE FIRST DUE
      * DATE AFTER THE DEFERRAL; LOANF_PROB_END IS THE END OF THE
      * REGULATORY PROBATION PERIOD THAT RUNS FROM THE HOLIDAY END.
      * LOANF_INT_OPT SAYS WHAT HAPPENS TO THE HOLIDAY'S INTEREST:
      *   'C' CAPITALIZED - LOANI100 ADDS EACH MONTH'S ACCRUAL TO
      *       THE BALANCE WHILE THE HOLIDAY RUNS
      *   'S' SPREAD - THE HOLIDAY INTEREST (LOANF_HOL_INT) IS LOADED
      *       EVENLY ONTO THE INTEREST PORTION OF THE REMAINING
      *       INSTALLMENTS
      * LOANF_STATUS TRACKS THE FORBORNE EXPOSURE'S LIFE:
      *   'F' FORBORNE - PAYMENT HOLIDAY IN PROGRESS
      *   'P' PROBATION - PAYMENTS RESUMED, PROBATION RUNNING
      *   'X' EXITED - PROBATION COMPLETED WITHOUT DEFAULT
      *   'D' DEFAULTED WHILE FORBORNE (RV3C0100 CLASSIFIED THE
      *       POSITION NON-PERFORMING BEFORE PROBATION ENDED)
      * LOANF_STATUS_DATE IS THE DATE THE ROW ENTERED ITS STATUS.
      ******************************************************************
           EXEC SQL DECLARE IDC015.LOANFORB TABLE
           ( LOANF_CAT                      CHAR(2) NOT NULL,
             LOANF_NO                       INTEGER NOT NULL,
             LOANF_START_DATE               DATE NOT NULL,
             LOANF_HOL_MONTHS               SMALLINT NOT NULL,
             LOANF_HOL_END                  DATE NOT NULL,
             LOANF_INT_OPT                  CHAR(1) NOT NULL,
             LOANF_HOL_INT                  DECIMAL(9,2) NOT NULL,
             LOANF_PROB_END                 DATE NOT NULL,
             LOANF_STATUS                   CHAR(1) NOT NULL,
             LOANF_STATUS_DATE              DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANFORB                           *
      ******************************************************************
       01  DCLLOANFORB.
      *                       LOANF_CAT
           10 LFRB-CAT              PIC X(2).
      *                       LOANF_NO
           10 LFRB-NO               PIC S9(9) USAGE COMP.
      *                       LOANF_START_DATE
           10 LFRB-START-DATE       PIC X(10).
      *                       LOANF_HOL_MONTHS
           10 LFRB-HOL-MONTHS       PIC S9(4) USAGE COMP.
      *                       LOANF_HOL_END
           10 LFRB-HOL-END          PIC X(10).
      *                       LOANF_INT_OPT
           10 LFRB-INT-OPT          PIC X(1).
      *                       LOANF_HOL_INT
           10 LFRB-HOL-INT          PIC S9(7)V9(2) USAGE COMP-3.
      *                       LOANF_PROB_END
           10 LFRB-PROB-END         PIC X(10).
      *                       LOANF_STATUS
           10 LFRB-STATUS           PIC X(1).
      *                       LOANF_STATUS_DATE
           10 LFRB-STATUS-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
