      ******************************************************************
      * DCLGEN TABLE(IDC015.COVNMSTR)                                  *
      *        LIBRARY(IDC015.COVNMSTR.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * COVNMSTR IS THE COVENANT REGISTER FOR COMMERCIAL LOANS: ONE ROW
      * PER COVENANT THE BORROWER (A LEGAL ENTITY) SIGNED UP TO IN THE
      * LOAN CONTRACT, KEYED BY LOAN AND COVENANT TYPE. COVM100
      * MAINTAINS IT (ADD/CHANGE/REMOVE) AND COVT100 TESTS IT.
      * COVN_TYPE IS:
      *   'LV' MAXIMUM LEVERAGE - NET DEBT / EBITDA MAY NOT EXCEED
      *        COVN_THRESH;
      *   'IC' MINIMUM INTEREST COVER - EBITDA / INTEREST PAID MAY
      *        NOT FALL BELOW COVN_THRESH;
      *   'AC' ANNUAL ACCOUNTS - THE AUDITED ACCOUNTS MUST BE
      *        DELIVERED BY THE TEST DATE (NO THRESHOLD).
      * COVN_FREQ IS THE TEST FREQUENCY - 'Q' QUARTERLY, 'S'
      * HALF-YEARLY OR 'A' ANNUAL - AND COVN_NEXT_TEST THE DATE OF THE
      * NEXT TEST (THE DEADLINE FOR THE FIGURES IT NEEDS); EACH
      * COMPLETED TEST MOVES IT ON BY THE FREQUENCY.
      * COVN_LAST_TEST/COVN_LAST_RESULT/COVN_LAST_RATIO RECORD THE
      * LATEST TEST: RESULT 'P' PASSED, 'B' BREACHED, 'O' FIGURES
      * OVERDUE, SPACE NOT YET TESTED (LAST_TEST '0001-01-01').
      * A STANDING BREACH HOLDS THE LOAN AT WATCH IN THE RV3C0100
      * CLASSIFICATION. COVN_ST IS 'A' ACTIVE OR 'R' REMOVED (THE ROW
      * IS KEPT FOR HISTORY); COVN_ST_DATE IS WHEN IT ENTERED ITS
      * STATUS.
      ******************************************************************
           EXEC SQL DECLARE IDC015.COVNMSTR TABLE
           ( COVN_LOAN_CAT                  CHAR(2) NOT NULL,
             COVN_LOAN_NO                   INTEGER NOT NULL,
             COVN_TYPE                      CHAR(2) NOT NULL,
             COVN_THRESH                    DECIMAL(7,2) NOT NULL,
             COVN_FREQ                      CHAR(1) NOT NULL,
             COVN_NEXT_TEST                 DATE NOT NULL,
             COVN_LAST_TEST                 DATE NOT NULL,
             COVN_LAST_RESULT               CHAR(1) NOT NULL,
             COVN_LAST_RATIO                DECIMAL(7,2) NOT NULL,
             COVN_REG_DATE                  DATE NOT NULL,
             COVN_ST                        CHAR(1) NOT NULL,
             COVN_ST_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COVNMSTR                           *
      ******************************************************************
       01  DCLCOVNMSTR.
      *                       COVN_LOAN_CAT
           10 COVN-LOAN-CAT         PIC X(2).
      *                       COVN_LOAN_NO
           10 COVN-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       COVN_TYPE
           10 COVN-TYPE             PIC X(2).
      *                       COVN_THRESH
           10 COVN-THRESH           PIC S9(5)V9(2) USAGE COMP-3.
      *                       COVN_FREQ
           10 COVN-FREQ             PIC X(1).
      *                       COVN_NEXT_TEST
           10 COVN-NEXT-TEST        PIC X(10).
      *                       COVN_LAST_TEST
           10 COVN-LAST-TEST        PIC X(10).
      *                       COVN_LAST_RESULT
           10 COVN-LAST-RESULT      PIC X(1).
      *                       COVN_LAST_RATIO
           10 COVN-LAST-RATIO       PIC S9(5)V9(2) USAGE COMP-3.
      *                       COVN_REG_DATE
           10 COVN-REG-DATE         PIC X(10).
      *                       COVN_ST
           10 COVN-ST               PIC X(1).
      *                       COVN_ST_DATE
           10 COVN-ST-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
