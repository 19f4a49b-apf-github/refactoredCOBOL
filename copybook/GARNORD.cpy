      ******************************************************************
      * DCLGEN TABLE(IDC015.GARNORD)                                   *
      *        LIBRARY(IDC015.GARNORD.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * GARNORD IS THE GARNISHMENT (EMBARGO) ORDER REGISTER: ONE ROW
      * PER COURT OR TAX-AUTHORITY ORDER AND DEPOSIT ACCOUNT IT IS
      * SERVED ON, KEYED BY AUTHORITY, ORDER REFERENCE AND ACCOUNT.
      * GARNM100 REGISTERS, AMENDS AND LIFTS ORDERS FROM THE WEEKLY
      * ORDER FILE; WHILE AN ORDER IS ACTIVE ITS AMOUNT STILL TO BE
      * REMITTED (GARN_ORD_AMT LESS GARN_REM_AMT) IS HELD ON THE
      * ACCOUNT'S DEPM_HELD_AMT AND NO PAYOUT MAY TOUCH IT. ON OR
      * AFTER GARN_REMIT_DATE GARNR100 PAYS WHAT THE BALANCE ALLOWS
      * TO THE AUTHORITY AND ANSWERS IT ON THE RESPONSE FILE.
      * GARN_AUTH_TYPE IS 'C' COURT, 'T' TAX AUTHORITY OR 'S' SOCIAL
      * SECURITY. GARN_ST IS 'A' ACTIVE (HOLDING), 'R' REMITTED IN
      * FULL OR 'L' LIFTED BY THE AUTHORITY; GARN_ST_DATE IS THE
      * DATE OF THE LAST STATUS OR AMOUNT CHANGE.
      ******************************************************************
           EXEC SQL DECLARE IDC015.GARNORD TABLE
           ( GARN_AUTH                      CHAR(10) NOT NULL,
             GARN_REF                       CHAR(20) NOT NULL,
             GARN_ACC                       CHAR(10) NOT NULL,
             GARN_AUTH_TYPE                 CHAR(1) NOT NULL,
             GARN_CUST_NO                   CHAR(10) NOT NULL,
             GARN_ORD_AMT                   DECIMAL(13,2) NOT NULL,
             GARN_REM_AMT                   DECIMAL(13,2) NOT NULL,
             GARN_RECV_DATE                 DATE NOT NULL,
             GARN_REMIT_DATE                DATE NOT NULL,
             GARN_ST                        CHAR(1) NOT NULL,
             GARN_ST_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GARNORD                            *
      ******************************************************************
       01  DCLGARNORD.
      *                       GARN_AUTH
           10 GARN-AUTH             PIC X(10).
      *                       GARN_REF
           10 GARN-REF              PIC X(20).
      *                       GARN_ACC
           10 GARN-ACC              PIC X(10).
      *                       GARN_AUTH_TYPE
           10 GARN-AUTH-TYPE        PIC X(1).
      *                       GARN_CUST_NO
           10 GARN-CUST-NO          PIC X(10).
      *                       GARN_ORD_AMT
           10 GARN-ORD-AMT          PIC S9(11)V9(2) USAGE COMP-3.
      *                       GARN_REM_AMT
           10 GARN-REM-AMT          PIC S9(11)V9(2) USAGE COMP-3.
      *                       GARN_RECV_DATE
           10 GARN-RECV-DATE        PIC X(10).
      *                       GARN_REMIT_DATE
           10 GARN-REMIT-DATE       PIC X(10).
      *                       GARN_ST
           10 GARN-ST               PIC X(1).
      *                       GARN_ST_DATE
           10 GARN-ST-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
