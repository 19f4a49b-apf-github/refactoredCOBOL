      ******************************************************************
      * DCLGEN TABLE(IDC015.EWSWATCH)                                  *
      *        LIBRARY(IDC015.EWSWATCH.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * EWSWATCH IS THE EARLY-WARNING WATCH LIST: ONE ROW PER BORROWER
      * EWSC100 HAS EVER SCORED, RESCORED EVERY NIGHT WHILE THE
      * BORROWER HOLDS AN ACTIVE LOAN. EWS_SCORE IS TONIGHT'S TOTAL OF
      * THE WEIGHTED WARNING SIGNALS AND EWS_PREV_SCORE THE TOTAL THE
      * RUN BEFORE; EWS_RSN LISTS THE SIGNALS NOW FIRING AS 3-BYTE
      * CODES, EACH FOLLOWED BY A SPACE:
      *   'BUR' CIRBE DEBT AT ALL BANKS JUMPED ON THE LATEST RETURN
      *   'RET' UNPAID (RETURNED OR PAST-DUE) LOANSCHED INSTALLMENT
      *   'PTP' BROKEN PROMISE TO PAY ON PROMPAY
      *   'LMX' STANDING CREDIT-LIMIT EXCESS ON CLIMEXCS
      *   'KYC' NO UNEXPIRED IDENTITY DOCUMENT LEFT ON CUSTIDOC
      *   'COV' COVENANT IN BREACH ON COVNMSTR.
      * EWS_ST IS 'W' ON THE WATCH LIST OR 'C' CLEAR. EWS_ENTRY_DATE
      * AND EWS_ENTRY_RSN RECORD WHEN THE BORROWER LAST WENT ON THE
      * LIST AND THE SIGNALS THAT PUT THEM THERE; EWS_EXIT_DATE WHEN
      * THEY LAST CAME OFF ('0001-01-01' FOR NEVER). EWS_BURO_DEBT IS
      * THE CIRBE TOTAL ON THE RETURN DATED EWS_BURO_DATE AND
      * EWS_BURO_PREV THE TOTAL ON THE RETURN BEFORE IT, SO A JUMP
      * SURVIVES CBUR100 REPLACING THE FIGURE. EWS_BRN IS THE BRANCH
      * OF THE BORROWER'S LOANS FOR THE RELATIONSHIP-MANAGER REPORT
      * AND EWS_SCORE_DATE THE DATE OF THE RUN THAT LAST SCORED THEM.
      ******************************************************************
           EXEC SQL DECLARE IDC015.EWSWATCH TABLE
           ( EWS_CUST_NO                    CHAR(10) NOT NULL,
             EWS_BRN                        CHAR(4) NOT NULL,
             EWS_ST                         CHAR(1) NOT NULL,
             EWS_SCORE                      SMALLINT NOT NULL,
             EWS_PREV_SCORE                 SMALLINT NOT NULL,
             EWS_RSN                        CHAR(24) NOT NULL,
             EWS_ENTRY_DATE                 DATE NOT NULL,
             EWS_ENTRY_RSN                  CHAR(24) NOT NULL,
             EWS_EXIT_DATE                  DATE NOT NULL,
             EWS_BURO_DEBT                  DECIMAL(15,2) NOT NULL,
             EWS_BURO_PREV                  DECIMAL(15,2) NOT NULL,
             EWS_BURO_DATE                  DATE NOT NULL,
             EWS_SCORE_DATE                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EWSWATCH                           *
      ******************************************************************
       01  DCLEWSWATCH.
      *                       EWS_CUST_NO
           10 EWS-CUST-NO           PIC X(10).
      *                       EWS_BRN
           10 EWS-BRN               PIC X(4).
      *                       EWS_ST
           10 EWS-ST                PIC X(1).
      *                       EWS_SCORE
           10 EWS-SCORE             PIC S9(4) USAGE COMP.
      *                       EWS_PREV_SCORE
           10 EWS-PREV-SCORE        PIC S9(4) USAGE COMP.
      *                       EWS_RSN
           10 EWS-RSN               PIC X(24).
      *                       EWS_ENTRY_DATE
           10 EWS-ENTRY-DATE        PIC X(10).
      *                       EWS_ENTRY_RSN
           10 EWS-ENTRY-RSN         PIC X(24).
      *                       EWS_EXIT_DATE
           10 EWS-EXIT-DATE         PIC X(10).
      *                       EWS_BURO_DEBT
           10 EWS-BURO-DEBT         PIC S9(13)V9(2) USAGE COMP-3.
      *                       EWS_BURO_PREV
           10 EWS-BURO-PREV         PIC S9(13)V9(2) USAGE COMP-3.
      *                       EWS_BURO_DATE
           10 EWS-BURO-DATE         PIC X(10).
      *                       EWS_SCORE_DATE
           10 EWS-SCORE-DATE        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
