      ******************************************************************
      * DCLGEN TABLE(IDC015.CROFFER)                                   *
      *        LIBRARY(IDC015.CROFFER.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CROFFER IS THE PRE-APPROVED CREDIT OFFER REGISTER WRITTEN BY
      * OFFR100: ONE ROW PER CUSTOMER PER CAMPAIGN RUN (COFR_CAMP_DATE
      * IS THE RUN'S BUSINESS DATE), FOR EVERY CUSTOMER WHO PASSED THE
      * CAMPAIGN'S ELIGIBILITY SCREENS AND WENT OUT ON THE OFFER FILE.
      * COFR_CAT, COFR_AMT (WHOLE CURRENCY UNITS, AS LAPP_AMT) AND
      * COFR_TERM (MONTHS) ARE THE CEILINGS OF THE OFFER; COFR_ROI IS
      * THE LOANPROD RATE QUOTED ON IT AND COFR_CHANNEL THE ROUTE IT
      * WENT BY - 'E' E-MAIL, 'P' POST. COFR_ST IS:
      *   'O' OPEN - THE CUSTOMER MAY RESPOND UNTIL COFR_EXP_DATE
      *   'R' RESPONDED - LAPP100 TOOK AN APPLICATION WITHIN THE
      *       OFFER'S CEILINGS, NUMBER COFR_LAPP_NO, ON COFR_RESP_DATE,
      *       AND SENT IT STRAIGHT TO APPROVAL IN PRINCIPLE
      *   'X' EXPIRED - LAPSED UNANSWERED (SWEPT BY THE NEXT OFFR100)
      * COFR_LAPP_NO IS ZERO AND COFR_RESP_DATE '0001-01-01' UNTIL A
      * RESPONSE IS TAKEN.
      ******************************************************************
           EXEC SQL DECLARE IDC015.CROFFER TABLE
           ( COFR_CUST_NO                   CHAR(10) NOT NULL,
             COFR_CAMP_DATE                 DATE NOT NULL,
             COFR_CAT                       CHAR(2) NOT NULL,
             COFR_AMT                       INTEGER NOT NULL,
             COFR_TERM                      SMALLINT NOT NULL,
             COFR_ROI                       DECIMAL(5,2) NOT NULL,
             COFR_CHANNEL                   CHAR(1) NOT NULL,
             COFR_EXP_DATE                  DATE NOT NULL,
             COFR_ST                        CHAR(1) NOT NULL,
             COFR_LAPP_NO                   INTEGER NOT NULL,
             COFR_RESP_DATE                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CROFFER                            *
      ******************************************************************
       01  DCLCROFFER.
      *                       COFR_CUST_NO
           10 COFR-CUST-NO          PIC X(10).
      *                       COFR_CAMP_DATE
           10 COFR-CAMP-DATE        PIC X(10).
      *                       COFR_CAT
           10 COFR-CAT              PIC X(2).
      *                       COFR_AMT
           10 COFR-AMT              PIC S9(9) USAGE COMP.
      *                       COFR_TERM
           10 COFR-TERM             PIC S9(4) USAGE COMP.
      *                       COFR_ROI
           10 COFR-ROI              PIC S9(3)V9(2) USAGE COMP-3.
      *                       COFR_CHANNEL
           10 COFR-CHANNEL          PIC X(1).
      *                       COFR_EXP_DATE
           10 COFR-EXP-DATE         PIC X(10).
      *                       COFR_ST
           10 COFR-ST               PIC X(1).
      *                       COFR_LAPP_NO
           10 COFR-LAPP-NO          PIC S9(9) USAGE COMP.
      *                       COFR_RESP_DATE
           10 COFR-RESP-DATE        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
