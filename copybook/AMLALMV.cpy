      ******************************************************************
      * DCLGEN TABLE(IDC015.AMLALMV)                                   *
      *        LIBRARY(IDC015.AMLALMV.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AMLALMV CARRIES THE SUPPORTING MOVEMENTS OF EACH AMLALERT:
      * ONE ROW PER DEPOMVHST OR LOANRPHST MOVEMENT THAT MADE THE
      * RULE FIRE, COPIED BY AMLT100 WHEN IT RAISES THE ALERT SO THE
      * COMPLIANCE OFFICER SEES EXACTLY WHAT WAS FLAGGED EVEN AFTER
      * THE HISTORY TABLES ARE ARCHIVED. ALMV_TYPE IS THE DMVH_TYPE
      * OF A DEPOSIT MOVEMENT, OR 'P' FOR A LOAN REPAYMENT.
      ******************************************************************
           EXEC SQL DECLARE IDC015.AMLALMV TABLE
           ( ALMV_ALRT_ID                   INTEGER NOT NULL,
             ALMV_SRC                       CHAR(1) NOT NULL,
             ALMV_KEY                       CHAR(10) NOT NULL,
             ALMV_DATE                      DATE NOT NULL,
             ALMV_TYPE                      CHAR(1) NOT NULL,
             ALMV_AMT                       DECIMAL(15,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AMLALMV                            *
      ******************************************************************
       01  DCLAMLALMV.
      *                       ALMV_ALRT_ID
           10 ALMV-ALRT-ID          PIC S9(9) USAGE COMP.
      *                       ALMV_SRC
           10 ALMV-SRC              PIC X(1).
      *                       ALMV_KEY
           10 ALMV-KEY              PIC X(10).
      *                       ALMV_DATE
           10 ALMV-DATE             PIC X(10).
      *                       ALMV_TYPE
           10 ALMV-TYPE             PIC X(1).
      *                       ALMV_AMT
           10 ALMV-AMT              PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
