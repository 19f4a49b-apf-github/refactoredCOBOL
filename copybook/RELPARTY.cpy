      ******************************************************************
      * DCLGEN TABLE(IDC015.RELPARTY)                                  *
      *        LIBRARY(IDC015.RELPARTY.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RELPARTY IS THE RELATED-PARTY REGISTER: ONE ROW PER PERIOD IN
      * WHICH A CUSTOMER (RELP_CUST_NO) IS A RELATED PARTY OF THE
      * BANK, KEYED BY CUSTOMER, RELATIONSHIP TYPE AND START DATE.
      * RELP_TYPE IS
      *   'EM' AN EMPLOYEE
      *   'DI' A DIRECTOR
      *   'RE' A CLOSE RELATIVE OF AN EMPLOYEE
      *   'RD' A CLOSE RELATIVE OF A DIRECTOR
      * AND FOR THE TWO RELATIVE TYPES RELP_RELATED_TO NAMES THE
      * EMPLOYEE'S OR DIRECTOR'S OWN CUSTOMER NUMBER (BLANK
      * OTHERWISE). THE RELATIONSHIP HOLDS FROM RELP_FROM_DATE TO
      * RELP_TO_DATE INCLUSIVE, '9999-12-31' WHILE IT IS OPEN; ENDED
      * ROWS ARE KEPT FOR THE YEAR-END DISCLOSURE. RELP_SOURCE SAYS
      * WHO NOTIFIED IT - 'HR' HUMAN RESOURCES OR 'CS' THE COMPANY
      * SECRETARY. RELP_STAFF_USER IS THE SIGN-ON USER ID OF AN
      * EMPLOYEE OR DIRECTOR ('EM'/'DI') WHO HAS ONE, SO INQX100 CAN
      * TELL WHEN STAFF LOOK UP THEIR OWN OR A RELATED PARTY'S
      * RECORDS (BLANK FOR A RELATIVE OR A DIRECTOR WITH NO SIGN-ON).
      * RELM100 MAINTAINS THE TABLE; LOANM100 AND LAPP100
      * SEND A BORROWER RELATED ON THE DAY TO THE 'RP' APPROVAL
      * CLASS OF THE PENDTXN QUEUE, AND RELD100 REPORTS THE YEAR'S
      * RELATED-PARTY EXPOSURE.
      ******************************************************************
           EXEC SQL DECLARE IDC015.RELPARTY TABLE
           ( RELP_CUST_NO                   CHAR(10) NOT NULL,
             RELP_TYPE                      CHAR(2) NOT NULL,
             RELP_FROM_DATE                 DATE NOT NULL,
             RELP_TO_DATE                   DATE NOT NULL,
             RELP_RELATED_TO                CHAR(10) NOT NULL,
             RELP_SOURCE                    CHAR(2) NOT NULL,
             RELP_MAINT_DATE                DATE NOT NULL,
             RELP_MAINT_USER                CHAR(8) NOT NULL,
             RELP_STAFF_USER                CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RELPARTY                           *
      ******************************************************************
       01  DCLRELPARTY.
      *                       RELP_CUST_NO
           10 RELP-CUST-NO          PIC X(10).
      *                       RELP_TYPE
           10 RELP-TYPE             PIC X(2).
      *                       RELP_FROM_DATE
           10 RELP-FROM-DATE        PIC X(10).
      *                       RELP_TO_DATE
           10 RELP-TO-DATE          PIC X(10).
      *                       RELP_RELATED_TO
           10 RELP-RELATED-TO       PIC X(10).
      *                       RELP_SOURCE
           10 RELP-SOURCE           PIC X(2).
      *                       RELP_MAINT_DATE
           10 RELP-MAINT-DATE       PIC X(10).
      *                       RELP_MAINT_USER
           10 RELP-MAINT-USER       PIC X(8).
      *                       RELP_STAFF_USER
           10 RELP-STAFF-USER       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
