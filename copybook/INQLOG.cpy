      ******************************************************************
      * DCLGEN TABLE(IDC015.INQLOG)                                    *
      *        LIBRARY(IDC015.INQLOG.COBOL)                            *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * INQLOG IS THE ONLINE INQUIRY ACCESS LOG: ONE ROW PER LOOKUP
      * MADE THROUGH RSKI100, CUSI100, LSCI100 OR COLI100, WRITTEN BY
      * THE INQUIRY ITSELF AFTER ITS USERENTL CHECK AND BEFORE ANY
      * ANSWER GOES TO THE SCREEN - AN INQUIRY THAT CANNOT LOG DOES
      * NOT ANSWER. INQL_TS IS THE DB2 TIMESTAMP OF THE LOOKUP,
      * INQL_USER THE SIGNED-ON USER, INQL_TERM THE TERMINAL,
      * INQL_TRAN THE TRANSACTION ID AND INQL_PGM THE PROGRAM.
      * INQL_KEY IS THE KEY EXACTLY AS KEYED IN:
      *   RSKI - ENTITY(4), PRODUCT(2), RISK NUMBER(10)
      *   CUSI - CUSTOMER NUMBER(10)
      *   LSCI - LOAN CATEGORY(2), LOAN NUMBER(10)
      *   COLI - 'R' OR 'C', THEN THE RISK OR CUSTOMER NUMBER(10)
      * INQL_RESULT IS 'A' WHEN THE USER WAS ENTITLED AND ANSWERED
      * (FOUND OR NOT), 'R' WHEN THE USERENTL CHECK REFUSED IT.
      * INQX100 REPORTS THE DAY'S UNUSUAL ACCESS FROM IT AND COPIES
      * EACH ROW TO THE INQUIRY ACCESS TRAIL FILE FOR AUDR100.
      ******************************************************************
           EXEC SQL DECLARE IDC015.INQLOG TABLE
           ( INQL_TS                        TIMESTAMP NOT NULL,
             INQL_USER                      CHAR(8) NOT NULL,
             INQL_TERM                      CHAR(4) NOT NULL,
             INQL_TRAN                      CHAR(4) NOT NULL,
             INQL_PGM                       CHAR(8) NOT NULL,
             INQL_KEY                       CHAR(16) NOT NULL,
             INQL_RESULT                    CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INQLOG                             *
      ******************************************************************
       01  DCLINQLOG.
      *                       INQL_TS
           10 INQL-TS               PIC X(26).
      *                       INQL_USER
           10 INQL-USER             PIC X(8).
      *                       INQL_TERM
           10 INQL-TERM             PIC X(4).
      *                       INQL_TRAN
           10 INQL-TRAN             PIC X(4).
      *                       INQL_PGM
           10 INQL-PGM              PIC X(8).
      *                       INQL_KEY
           10 INQL-KEY              PIC X(16).
      *                       INQL_RESULT
           10 INQL-RESULT           PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
