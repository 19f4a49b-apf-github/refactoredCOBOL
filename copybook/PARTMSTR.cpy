      ******************************************************************
      * DCLGEN TABLE(IDC015.PARTMSTR)                                  *
      *        LIBRARY(IDC015.PARTMSTR.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PARTMSTR IS THE PARTICIPATION REGISTER FOR SYNDICATED AND
      * PARTICIPATED LOANS: ONE ROW PER BANK HOLDING A SHARE OF A
      * LOANMSTR LOAN, OURS INCLUDED. LOANMSTR CARRIES THE WHOLE
      * FACILITY; THIS REGISTER SAYS HOW MUCH OF IT IS OURS.
      * PARTM100 MAINTAINS IT (ADD/CHANGE/REMOVE A PARTICIPANT).
      * PART_ID IS THE PARTICIPANT BANK'S BIC AND PART_IBAN THE
      * SETTLEMENT ACCOUNT ITS SHARE OF EACH REPAYMENT IS PAID TO.
      * PART_SHARE_PCT IS THE PARTICIPANT'S SHARE OF THE FACILITY AS
      * A PERCENTAGE (33.3333 = ONE THIRD); THE ACTIVE SHARES OF A
      * LOAN NEVER TOTAL MORE THAN 100.
      * PART_OWN IS 'Y' ON THE ONE ROW THAT IS THIS BANK'S OWN SHARE.
      * A LOAN WITH NO ACTIVE OWN ROW IS WHOLLY OURS (100 PERCENT).
      * PART_AGENT IS 'Y' ON THE ROW OF THE AGENT BANK, WHICH
      * COLLECTS FROM THE BORROWER AND PAYS THE OTHER PARTICIPANTS -
      * WE ARE AGENT WHEN OUR OWN ROW CARRIES IT, AND PDST100 THEN
      * PAYS THE OTHER PARTICIPANTS THEIR SHARE OF EACH REPAYMENT.
      * PART_ST IS 'A' ACTIVE OR 'R' REMOVED (THE ROW IS KEPT FOR
      * HISTORY); PART_ST_DATE IS THE DATE IT ENTERED ITS STATUS.
      ******************************************************************
           EXEC SQL DECLARE IDC015.PARTMSTR TABLE
           ( PART_LOAN_CAT                  CHAR(2) NOT NULL,
             PART_LOAN_NO                   INTEGER NOT NULL,
             PART_ID                        CHAR(11) NOT NULL,
             PART_NAME                      CHAR(30) NOT NULL,
             PART_SHARE_PCT                 DECIMAL(7,4) NOT NULL,
             PART_OWN                       CHAR(1) NOT NULL,
             PART_AGENT                     CHAR(1) NOT NULL,
             PART_IBAN                      CHAR(34) NOT NULL,
             PART_REG_DATE                  DATE NOT NULL,
             PART_ST                        CHAR(1) NOT NULL,
             PART_ST_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PARTMSTR                           *
      ******************************************************************
       01  DCLPARTMSTR.
      *                       PART_LOAN_CAT
           10 PART-LOAN-CAT         PIC X(2).
      *                       PART_LOAN_NO
           10 PART-LOAN-NO          PIC S9(9) USAGE COMP.
      *                       PART_ID
           10 PART-ID               PIC X(11).
      *                       PART_NAME
           10 PART-NAME             PIC X(30).
      *                       PART_SHARE_PCT
           10 PART-SHARE-PCT        PIC S9(3)V9(4) USAGE COMP-3.
      *                       PART_OWN
           10 PART-OWN              PIC X(1).
      *                       PART_AGENT
           10 PART-AGENT            PIC X(1).
      *                       PART_IBAN
           10 PART-IBAN             PIC X(34).
      *                       PART_REG_DATE
           10 PART-REG-DATE         PIC X(10).
      *                       PART_ST
           10 PART-ST               PIC X(1).
      *                       PART_ST_DATE
           10 PART-ST-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
