      ******************************************************************
      * DCLGEN TABLE(IDC015.LEGLCASE)                                  *
      *        LIBRARY(IDC015.LEGLCASE.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LEGLCASE IS THE LEGAL-PROCEEDINGS REGISTER: ONE ROW PER COURT
      * CASE OR INSOLVENCY PROCEEDING ON A RISK POSITION, KEYED BY
      * ENTITY, RISK NUMBER (THE LOAN NUMBER) AND A CASE SEQUENCE THE
      * LEGAL DEPARTMENT KEYS, AND MAINTAINED BY LEGM100. LEGC_TYPE IS
      * 'FC' FORECLOSURE, 'IN' BORROWER INSOLVENCY OR 'CL' DEBT CLAIM;
      * LEGC_STAGE IS 'FL' FILED, 'HR' HEARING, 'JD' JUDGMENT, 'AP'
      * APPEAL OR 'EN' ENFORCEMENT, REACHED ON LEGC_STAGE_DATE.
      * LEGC_COST_AMT IS THE RUNNING TOTAL OF LEGAL COSTS INCURRED ON
      * THE CASE (EACH ALSO POSTED TO THE GL EXTRACT AS 'LEGALCST');
      * RV3C0100 REPORTS THE POSITION'S TOTAL IN F007-AMT-LEGALCO.
      * LEGC_ST IS 'O' OPEN OR 'C' CLOSED ON LEGC_CLOSE_DATE
      * ('0001-01-01' WHILE OPEN) WITH LEGC_OUTCOME 'RC' RECOVERED,
      * 'ST' SETTLED, 'LS' LOST, 'WD' WITHDRAWN, 'DS' DISCHARGED OR
      * 'RP' REPOSSESSED - A FORECLOSURE ENDING WITH THE BANK TAKING
      * THE PROPERTY, WHICH LEGM100 MOVES ONTO THE REPOASST REGISTER.
      * WHILE A CASE IS OPEN THE POSITION IS IN THE LAWYERS' HANDS:
      * DUNN100 SENDS NO LETTERS, CASG100 ASSIGNS NO COLLECTOR AND
      * PTPM100 TAKES NO PROMISES.
      ******************************************************************
           EXEC SQL DECLARE IDC015.LEGLCASE TABLE
           ( LEGC_ENT                       CHAR(4) NOT NULL,
             LEGC_NUM_RISK                  CHAR(10) NOT NULL,
             LEGC_SEQ                       SMALLINT NOT NULL,
             LEGC_TYPE                      CHAR(2) NOT NULL,
             LEGC_COURT                     CHAR(30) NOT NULL,
             LEGC_COURT_REF                 CHAR(20) NOT NULL,
             LEGC_FILE_DATE                 DATE NOT NULL,
             LEGC_STAGE                     CHAR(2) NOT NULL,
             LEGC_STAGE_DATE                DATE NOT NULL,
             LEGC_COST_AMT                  DECIMAL(13,2) NOT NULL,
             LEGC_ST                        CHAR(1) NOT NULL,
             LEGC_CLOSE_DATE                DATE NOT NULL,
             LEGC_OUTCOME                   CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LEGLCASE                           *
      ******************************************************************
       01  DCLLEGLCASE.
      *                       LEGC_ENT
           10 LEGC-ENT              PIC X(4).
      *                       LEGC_NUM_RISK
           10 LEGC-NUM-RISK         PIC X(10).
      *                       LEGC_SEQ
           10 LEGC-SEQ              PIC S9(4) USAGE COMP.
      *                       LEGC_TYPE
           10 LEGC-TYPE             PIC X(2).
      *                       LEGC_COURT
           10 LEGC-COURT            PIC X(30).
      *                       LEGC_COURT_REF
           10 LEGC-COURT-REF        PIC X(20).
      *                       LEGC_FILE_DATE
           10 LEGC-FILE-DATE        PIC X(10).
      *                       LEGC_STAGE
           10 LEGC-STAGE            PIC X(2).
      *                       LEGC_STAGE_DATE
           10 LEGC-STAGE-DATE       PIC X(10).
      *                       LEGC_COST_AMT
           10 LEGC-COST-AMT         PIC S9(11)V9(2) USAGE COMP-3.
      *                       LEGC_ST
           10 LEGC-ST               PIC X(1).
      *                       LEGC_CLOSE_DATE
           10 LEGC-CLOSE-DATE       PIC X(10).
      *                       LEGC_OUTCOME
           10 LEGC-OUTCOME          PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
