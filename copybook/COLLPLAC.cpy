      ******************************************************************
      * DCLGEN TABLE(IDC015.COLLPLAC)                                  *
      *        LIBRARY(IDC015.COLLPLAC.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * COLLPLAC IS THE EXTERNAL COLLECTION-AGENCY PLACEMENT REGISTER:
      * ONE ROW PER TIME A RISK POSITION (ENTITY PLUS RISK NUMBER, THE
      * LOAN NUMBER) IS PLACED WITH AN OUTSIDE AGENCY BY AGCP100.
      * PLAC_POOL IS 'W' FOR A WRITTEN-OFF LOAN WITH AN OPEN LOANRECV
      * RECOVERY RECORD OR 'L' FOR A LATE-STAGE ACTIVE LOAN, AND
      * PLAC_BAL THE BALANCE HANDED OVER (OUTSTANDING RECOVERY OR
      * LOANM_MAX_AMT). THE AGENCY'S CONTRACTED TERMS ARE FROZEN ON
      * THE ROW AT PLACEMENT: PLAC_COMM_PCT IS THE COMMISSION ON WHAT
      * IT COLLECTS AND PLAC_PERIOD_DAYS THE DAYS IT MAY HOLD THE
      * ACCOUNT WITHOUT COLLECTING. PLAC_RECALL_DATE IS WHEN AN
      * UNPRODUCTIVE ACCOUNT COMES BACK - SET AT PLACEMENT AND PUSHED
      * OUT AGAIN BY AGRR100 ON EVERY REMITTANCE, WHICH ALSO ADDS TO
      * PLAC_COLL_AMT/PLAC_COMM_AMT AND STAMPS PLAC_LAST_COLL_DATE
      * ('0001-01-01' UNTIL THE FIRST). PLAC_ST IS 'P' PLACED, 'R'
      * RECALLED OR 'C' CLOSED BECAUSE THE LOAN WAS SETTLED, AND
      * PLAC_END_RSN SAYS WHY IT ENDED ON PLAC_END_DATE:
      *   'UP' UNPRODUCTIVE - NOTHING COLLECTED WITHIN THE PERIOD
      *   'LG' AN OPEN LEGAL CASE TOOK THE POSITION OVER
      *   'PD' THE LOAN OR ITS RECOVERY CASE IS NO LONGER OPEN.
      * WHILE A ROW IS 'P' CASG100 LEAVES THE POSITION'S COLLECTIONS
      * CASE ALONE.
      ******************************************************************
           EXEC SQL DECLARE IDC015.COLLPLAC TABLE
           ( PLAC_ENT                       CHAR(4) NOT NULL,
             PLAC_NUM_RISK                  CHAR(10) NOT NULL,
             PLAC_SEQ                       SMALLINT NOT NULL,
             PLAC_LOAN_CAT                  CHAR(2) NOT NULL,
             PLAC_LOAN_NO                   INTEGER NOT NULL,
             PLAC_AGCY                      CHAR(4) NOT NULL,
             PLAC_POOL                      CHAR(1) NOT NULL,
             PLAC_DATE                      DATE NOT NULL,
             PLAC_BAL                       INTEGER NOT NULL,
             PLAC_COMM_PCT                  DECIMAL(5,2) NOT NULL,
             PLAC_PERIOD_DAYS               SMALLINT NOT NULL,
             PLAC_RECALL_DATE               DATE NOT NULL,
             PLAC_LAST_COLL_DATE            DATE NOT NULL,
             PLAC_COLL_AMT                  INTEGER NOT NULL,
             PLAC_COMM_AMT                  DECIMAL(11,2) NOT NULL,
             PLAC_ST                        CHAR(1) NOT NULL,
             PLAC_END_DATE                  DATE NOT NULL,
             PLAC_END_RSN                   CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COLLPLAC                           *
      ******************************************************************
       01  DCLCOLLPLAC.
      *                       PLAC_ENT
           10 PLAC-ENT              PIC X(4).
      *                       PLAC_NUM_RISK
           10 PLAC-NUM-RISK         PIC X(10).
      *                       PLAC_SEQ
           10 PLAC-SEQ              PIC S9(4) USAGE COMP.
      *                       PLAC_LOAN_CAT
           10 PLAC-LOAN-CAT         PIC X(2).
      *                       PLAC_LOAN_NO
           10 PLAC-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       PLAC_AGCY
           10 PLAC-AGCY             PIC X(4).
      *                       PLAC_POOL
           10 PLAC-POOL             PIC X(1).
      *                       PLAC_DATE
           10 PLAC-DATE             PIC X(10).
      *                       PLAC_BAL
           10 PLAC-BAL              PIC S9(9) USAGE COMP.
      *                       PLAC_COMM_PCT
           10 PLAC-COMM-PCT         PIC S9(3)V9(2) USAGE COMP-3.
      *                       PLAC_PERIOD_DAYS
           10 PLAC-PERIOD-DAYS      PIC S9(4) USAGE COMP.
      *                       PLAC_RECALL_DATE
           10 PLAC-RECALL-DATE      PIC X(10).
      *                       PLAC_LAST_COLL_DATE
           10 PLAC-LAST-COLL-DATE   PIC X(10).
      *                       PLAC_COLL_AMT
           10 PLAC-COLL-AMT         PIC S9(9) USAGE COMP.
      *                       PLAC_COMM_AMT
           10 PLAC-COMM-AMT         PIC S9(9)V9(2) USAGE COMP-3.
      *                       PLAC_ST
           10 PLAC-ST               PIC X(1).
      *                       PLAC_END_DATE
           10 PLAC-END-DATE         PIC X(10).
      *                       PLAC_END_RSN
           10 PLAC-END-RSN          PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
