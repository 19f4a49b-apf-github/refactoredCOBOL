      ******************************************************************
      * DCLGEN TABLE(IDC015.DSARLOG)                                   *
      *        LIBRARY(IDC015.DSARLOG.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DSARLOG IS THE DATA-SUBJECT ACCESS REQUEST LOG: ONE ROW PER
      * REQUEST A CUSTOMER MAKES FOR A COPY OF THE PERSONAL DATA WE
      * HOLD ON THEM, KEYED ON THE REQUEST REFERENCE. DSAR100 WRITES
      * THE ROW WHEN IT PRODUCES THE EXTRACT, WITH THE DATE THE
      * REQUEST WAS RECEIVED AND THE DATE THE ANSWER IS DUE (ONE
      * MONTH LATER, ROLLED FORWARD TO A BUSINESS DAY), AND REWRITES
      * THE RUN DATE AND COUNTS WHEN THE SAME REQUEST IS EXTRACTED
      * AGAIN - SO THE RECEIPT AND DUE DATES NEVER MOVE.
      * DSAR_ITEM_CNT IS THE NUMBER OF ITEMS THE EXTRACT LISTED AND
      * DSAR_ARCH_CNT HOW MANY OF THE AUDIT-TRAIL ITEMS CAME FROM A
      * RESTAGED ARCHIVE PERIOD (SEE ARCR100).
      ******************************************************************
           EXEC SQL DECLARE IDC015.DSARLOG TABLE
           ( DSAR_REF                       CHAR(10) NOT NULL,
             DSAR_CUST_NO                   CHAR(10) NOT NULL,
             DSAR_RECV_DATE                 DATE NOT NULL,
             DSAR_DUE_DATE                  DATE NOT NULL,
             DSAR_RUN_DATE                  DATE NOT NULL,
             DSAR_USER                      CHAR(8) NOT NULL,
             DSAR_ITEM_CNT                  INTEGER NOT NULL,
             DSAR_ARCH_CNT                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSARLOG                            *
      ******************************************************************
       01  DCLDSARLOG.
      *                       DSAR_REF
           10 DSAR-REF              PIC X(10).
      *                       DSAR_CUST_NO
           10 DSAR-CUST-NO          PIC X(10).
      *                       DSAR_RECV_DATE
           10 DSAR-RECV-DATE        PIC X(10).
      *                       DSAR_DUE_DATE
           10 DSAR-DUE-DATE         PIC X(10).
      *                       DSAR_RUN_DATE
           10 DSAR-RUN-DATE         PIC X(10).
      *                       DSAR_USER
           10 DSAR-USER             PIC X(8).
      *                       DSAR_ITEM_CNT
           10 DSAR-ITEM-CNT         PIC S9(9) USAGE COMP.
      *                       DSAR_ARCH_CNT
           10 DSAR-ARCH-CNT         PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
