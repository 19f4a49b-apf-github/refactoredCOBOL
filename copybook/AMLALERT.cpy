      ******************************************************************
      * DCLGEN TABLE(IDC015.AMLALERT)                                  *
      *        LIBRARY(IDC015.AMLALERT.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AMLALERT IS THE COMPLIANCE ALERT QUEUE FOR ANTI-MONEY-
      * LAUNDERING TRANSACTION MONITORING: ONE ROW PER RULE SCENARIO
      * TRIGGERED BY AMLT100 ON A DEPOSIT ACCOUNT (ALRT_SRC 'D',
      * ALRT_KEY = DEPM_ACC) OR A LOAN (ALRT_SRC 'L', ALRT_KEY = LOAN
      * CATEGORY + 8-DIGIT LOAN NUMBER), WITH THE NUMBER AND TOTAL OF
      * THE MOVEMENTS THAT TRIGGERED IT - THE MOVEMENTS THEMSELVES
      * ARE ATTACHED ON AMLALMV UNDER THE SAME ALRT_ID. ALRT_ST IS
      * 'O' OPEN OR 'C' CLOSED; AMLM100 CLOSES AN ALERT ONLY WITH A
      * DISPOSITION CODE AND THE USER ID OF A COMPLIANCE OFFICER
      * ENTITLED TO AMLCLOSE ON USERENTL. ALRT_DISP IS 'FP' FALSE
      * POSITIVE, 'EX' EXPLAINED BY THE CUSTOMER, 'RP' REPORTED TO
      * THE FINANCIAL INTELLIGENCE UNIT OR 'DU' DUPLICATE OF ANOTHER
      * ALERT; IT AND ALRT_USER ARE BLANK, AND ALRT_CLOSE_DATE NULL,
      * WHILE THE ALERT IS OPEN.
      ******************************************************************
           EXEC SQL DECLARE IDC015.AMLALERT TABLE
           ( ALRT_ID                        INTEGER NOT NULL,
             ALRT_RULE                      CHAR(8) NOT NULL,
             ALRT_SCEN                      CHAR(2) NOT NULL,
             ALRT_SRC                       CHAR(1) NOT NULL,
             ALRT_KEY                       CHAR(10) NOT NULL,
             ALRT_CUST_NO                   CHAR(10) NOT NULL,
             ALRT_DATE                      DATE NOT NULL,
             ALRT_MOV_CNT                   INTEGER NOT NULL,
             ALRT_AMT                       DECIMAL(15,2) NOT NULL,
             ALRT_ST                        CHAR(1) NOT NULL,
             ALRT_DISP                      CHAR(2) NOT NULL,
             ALRT_USER                      CHAR(8) NOT NULL,
             ALRT_CLOSE_DATE                DATE,
             ALRT_NOTE                      CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AMLALERT                           *
      ******************************************************************
       01  DCLAMLALERT.
      *                       ALRT_ID
           10 ALRT-ID               PIC S9(9) USAGE COMP.
      *                       ALRT_RULE
           10 ALRT-RULE             PIC X(8).
      *                       ALRT_SCEN
           10 ALRT-SCEN             PIC X(2).
      *                       ALRT_SRC
           10 ALRT-SRC              PIC X(1).
      *                       ALRT_KEY
           10 ALRT-KEY              PIC X(10).
      *                       ALRT_CUST_NO
           10 ALRT-CUST-NO          PIC X(10).
      *                       ALRT_DATE
           10 ALRT-DATE             PIC X(10).
      *                       ALRT_MOV_CNT
           10 ALRT-MOV-CNT          PIC S9(9) USAGE COMP.
      *                       ALRT_AMT
           10 ALRT-AMT              PIC S9(13)V9(2) USAGE COMP-3.
      *                       ALRT_ST
           10 ALRT-ST               PIC X(1).
      *                       ALRT_DISP
           10 ALRT-DISP             PIC X(2).
      *                       ALRT_USER
           10 ALRT-USER             PIC X(8).
      *                       ALRT_CLOSE_DATE
           10 ALRT-CLOSE-DATE       PIC X(10).
      *                       ALRT_NOTE
           10 ALRT-NOTE             PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
