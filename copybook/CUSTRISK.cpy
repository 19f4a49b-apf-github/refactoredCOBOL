      ******************************************************************
      * DCLGEN TABLE(IDC015.CUSTRISK)                                  *
      *        LIBRARY(IDC015.CUSTRISK.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CUSTRISK IS THE CUSTOMER AML RISK RATING: ONE ROW PER LIVE
      * CUSTOMER, RESCORED BY CRSK100 ON EVERY RUN FROM COUNTRY OF
      * RESIDENCE, WATCHLIST HISTORY, PRODUCT MIX AND AML ALERT
      * HISTORY. THE FOUR COMPONENT SCORES ARE KEPT BESIDE THE TOTAL
      * SO A RATING CAN BE EXPLAINED. CRSK_RATING IS 'H' HIGH, 'M'
      * MEDIUM OR 'L' LOW. CRSK_LAST_REV IS THE DATE OF THE LAST
      * CUSTOMER DUE-DILIGENCE REVIEW (THE FIRST RATING DATE UNTIL
      * ONE IS RECORDED) AND CRSK_NEXT_REV THE DATE THE NEXT ONE IS
      * DUE - ONE YEAR AFTER THE LAST FOR HIGH RISK, THREE FOR
      * MEDIUM, FIVE FOR LOW. CRSK_RATE_DATE IS THE DATE OF THE RUN
      * THAT LAST SCORED THE CUSTOMER.
      ******************************************************************
           EXEC SQL DECLARE IDC015.CUSTRISK TABLE
           ( CRSK_CUST_NO                   CHAR(10) NOT NULL,
             CRSK_RATING                    CHAR(1) NOT NULL,
             CRSK_SCORE                     SMALLINT NOT NULL,
             CRSK_CTRY_PTS                  SMALLINT NOT NULL,
             CRSK_WTCH_PTS                  SMALLINT NOT NULL,
             CRSK_PROD_PTS                  SMALLINT NOT NULL,
             CRSK_AML_PTS                   SMALLINT NOT NULL,
             CRSK_RATE_DATE                 DATE NOT NULL,
             CRSK_LAST_REV                  DATE NOT NULL,
             CRSK_NEXT_REV                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUSTRISK                           *
      ******************************************************************
       01  DCLCUSTRISK.
      *                       CRSK_CUST_NO
           10 CRSK-CUST-NO          PIC X(10).
      *                       CRSK_RATING
           10 CRSK-RATING           PIC X(1).
      *                       CRSK_SCORE
           10 CRSK-SCORE            PIC S9(4) USAGE COMP.
      *                       CRSK_CTRY_PTS
           10 CRSK-CTRY-PTS         PIC S9(4) USAGE COMP.
      *                       CRSK_WTCH_PTS
           10 CRSK-WTCH-PTS         PIC S9(4) USAGE COMP.
      *                       CRSK_PROD_PTS
           10 CRSK-PROD-PTS         PIC S9(4) USAGE COMP.
      *                       CRSK_AML_PTS
           10 CRSK-AML-PTS          PIC S9(4) USAGE COMP.
      *                       CRSK_RATE_DATE
           10 CRSK-RATE-DATE        PIC X(10).
      *                       CRSK_LAST_REV
           10 CRSK-LAST-REV         PIC X(10).
      *                       CRSK_NEXT_REV
           10 CRSK-NEXT-REV         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
