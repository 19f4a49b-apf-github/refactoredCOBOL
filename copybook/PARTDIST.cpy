      ******************************************************************
      * DCLGEN TABLE(IDC015.PARTDIST)                                  *
      *        LIBRARY(IDC015.PARTDIST.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PARTDIST HOLDS THE SPLIT OF EVERY REPAYMENT ON A SYNDICATED OR
      * PARTICIPATED LOAN: LOANR100 INSERTS ONE ROW PER OTHER ACTIVE
      * PARTICIPANT ON PARTMSTR EACH TIME IT APPLIES A REPAYMENT,
      * PREPAYMENT, RECOVERY OR REVERSAL, CARRYING THAT PARTICIPANT'S
      * SHARE OF THE AMOUNT RECEIVED (PDIST_PAY_AMT) AND OF THE
      * PRINCIPAL IT CLEARED (PDIST_PRIN_AMT) - NEGATIVE FOR A
      * REVERSAL. OUR OWN SHARE IS WHATEVER THE ROWS DO NOT CARRY.
      * PDIST_EVENT IS THE GL TRANSACTION TYPE OF THE POSTING SPLIT
      * ('REPAY', 'RECOVERY', 'PREPAY' OR 'REPAYREV').
      * PDIST_ST TRACKS THE ROW:
      *   'P' PENDING - WE ARE AGENT AND OWE THE PARTICIPANT THIS
      *       AMOUNT; PDST100 PAYS IT ON THE DISTRIBUTION FILE
      *   'D' DISTRIBUTED BY PDST100 ON PDIST_DIST_DATE
      *   'M' MEMO - ANOTHER BANK IS AGENT AND SETTLES WITH THE
      *       PARTICIPANT; THE ROW RECORDS WHAT THE PARTICIPANT HOLDS
      ******************************************************************
           EXEC SQL DECLARE IDC015.PARTDIST TABLE
           ( PDIST_LOAN_CAT                 CHAR(2) NOT NULL,
             PDIST_LOAN_NO                  INTEGER NOT NULL,
             PDIST_PART_ID                  CHAR(11) NOT NULL,
             PDIST_DATE                     DATE NOT NULL,
             PDIST_EVENT                    CHAR(8) NOT NULL,
             PDIST_SHARE_PCT                DECIMAL(7,4) NOT NULL,
             PDIST_PAY_AMT                  DECIMAL(11,2) NOT NULL,
             PDIST_PRIN_AMT                 DECIMAL(11,2) NOT NULL,
             PDIST_ST                       CHAR(1) NOT NULL,
             PDIST_DIST_DATE                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PARTDIST                           *
      ******************************************************************
       01  DCLPARTDIST.
      *                       PDIST_LOAN_CAT
           10 PDIST-LOAN-CAT        PIC X(2).
      *                       PDIST_LOAN_NO
           10 PDIST-LOAN-NO         PIC S9(9) USAGE COMP.
      *                       PDIST_PART_ID
           10 PDIST-PART-ID         PIC X(11).
      *                       PDIST_DATE
           10 PDIST-DATE            PIC X(10).
      *                       PDIST_EVENT
           10 PDIST-EVENT           PIC X(8).
      *                       PDIST_SHARE_PCT
           10 PDIST-SHARE-PCT       PIC S9(3)V9(4) USAGE COMP-3.
      *                       PDIST_PAY_AMT
           10 PDIST-PAY-AMT         PIC S9(9)V9(2) USAGE COMP-3.
      *                       PDIST_PRIN_AMT
           10 PDIST-PRIN-AMT        PIC S9(9)V9(2) USAGE COMP-3.
      *                       PDIST_ST
           10 PDIST-ST              PIC X(1).
      *                       PDIST_DIST_DATE
           10 PDIST-DIST-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
