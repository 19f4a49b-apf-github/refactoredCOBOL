      * SUPPRESSES COLLECTION AND DUNN100 ROUTES TO THE ESTATES
      * WORKLIST ON ANYTHING BUT 'A' (SEE EACH PROGRAM FOR WHICH
      * STATUSES IT ENFORCES).
      * CUSTM_TYPE IS 'P' A NATURAL PERSON (THE DEFAULT) OR 'E' A
      * LEGAL ENTITY. AN ENTITY CARRIES ITS REGISTERED NAME, CIF TAX
      * ID AND CNAE ACTIVITY CODE IN CUSTM_REG_NAME, CUSTM_TAX_ID
      * AND CUSTM_CNAE, AND ITS INCORPORATION DATE IN CUSTM_DOB - SO
      * THE AGE EDITS IN CUSTM100 AND LOANM100 SKIP IT. A PERSON'S
      * CUSTM_TAX_ID IS THE DNI OR NIE LAST KEYED ON A REQ-TYPE 08
      * (CHECK LETTER VERIFIED); ITS REG_NAME AND CNAE STAY BLANK.
      * NO TAX ID IS HELD BY TWO ACTIVE CUSTOMERS, AND CBUR100
      * MATCHES THE REGULATOR'S RETURNS ON IT. ENTITIES ARE CREATED
      * AND MAINTAINED THROUGH A CUSTM100 REQ-TYPE 10 TRANSACTION;
      * RV3C0100 DERIVES THE MANAGEMENT SECTOR OF AN ENTITY'S LOANS
      * FROM CUSTM_CNAE.
      * CUSTM_WHT_EXEMPT IS 'Y' WHEN THE CUSTOMER HAS PRODUCED AN
      * EXEMPTION FROM WITHHOLDING TAX ON SAVINGS INCOME, SO DEPOI100
      * CREDITS ITS DEPOSIT INTEREST GROSS; OTHERWISE 'N'. IT IS SET
      * AND CLEARED THROUGH A CUSTM100 REQ-TYPE 11 TRANSACTION.
      * CUSTM_NET_INCOME IS A PERSON'S VERIFIED NET MONTHLY INCOME AND
      * CUSTM_INC_VER_DATE THE DATE THE PAYSLIP OR TAX RETURN BEHIND
      * IT WAS SEEN ('0001-01-01', WITH ZERO INCOME, UNTIL ONE IS).
      * BOTH ARE CAPTURED THROUGH A CUSTM100 REQ-TYPE 13 TRANSACTION;
      * LAPP100 AND LOANM100 DIVIDE THE BORROWER'S DEBT SERVICE BY IT
      * AND TREAT AN INCOME VERIFIED MORE THAN 12 MONTHS AGO AS NONE.
      * CUSTM_ANON_DATE IS THE DATE ANON100 OVERWROTE A CLOSED
      * CUSTOMER'S PERSONAL DATA WITH IRREVERSIBLE TOKENS ONCE ITS
      * RETENTION PERIOD HAD PASSED ('0001-01-01' WHILE IT HAS NOT
      * BEEN). AN ANONYMIZED CUSTOMER KEEPS ITS CUSTM_NO SO ITS
      * HISTORY STILL JOINS, BUT IS NEVER REOPENED.
      ******************************************************************
           EXEC SQL DECLARE IDC015.CUSTM_TABLE TABLE
           ( CUSTM_NO                       INTEGER NOT NULL,
             CUSTM_NAME_LASTNM              CHAR(15) NOT NULL,
             CUSTM_ADDR                     CHAR(35) NOT NULL,
             CUSTM_DOB                      DATE NOT NULL,
             CUSTM_ST                       CHAR(1) NOT NULL,
             CUSTM_TYPE                     CHAR(1) NOT NULL,
             CUSTM_REG_NAME                 CHAR(45) NOT NULL,
             CUSTM_TAX_ID                   CHAR(9) NOT NULL,
             CUSTM_CNAE                     CHAR(4) NOT NULL,
             CUSTM_WHT_EXEMPT               CHAR(1) NOT NULL,
             CUSTM_NET_INCOME               DECIMAL(11, 2) NOT NULL,
             CUSTM_INC_VER_DATE             DATE NOT NULL,
             CUSTM_ANON_DATE                DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IDC015.CUSTM_TABLE                 *
           10 ACN-CUSTM-ADDR       PIC X(35).
           10 ACN-CUSTM-DOB        PIC X(10).
           10 ACN-CUSTM-ST         PIC X(1).
           10 ACN-CUSTM-TYPE       PIC X(1).
           10 ACN-CUSTM-REG-NAME   PIC X(45).
           10 ACN-CUSTM-TAX-ID     PIC X(9).
           10 ACN-CUSTM-CNAE       PIC X(4).
           10 ACN-CUSTM-WHT-EXEMPT PIC X(1).
           10 ACN-CUSTM-NET-INCOME PIC S9(9)V9(2) USAGE COMP-3.
           10 ACN-CUSTM-INC-VER-DATE PIC X(10).
           10 ACN-CUSTM-ANON-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************

