      ******************************************************************
      * DCLGEN TABLE(IDC015.CUSTTAXR)                                  *
      *        LIBRARY(IDC015.CUSTTAXR.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CUSTTAXR HOLDS THE CUSTOMER'S COUNTRIES OF TAX RESIDENCE: ONE
      * ROW PER CUSTOMER AND COUNTRY, MAINTAINED BY CUSTM100 THROUGH
      * REQ-TYPE 12 TRANSACTIONS. CTXR_TIN IS THE TAX IDENTIFICATION
      * NUMBER ISSUED BY THAT COUNTRY; WHEN NONE IS HELD,
      * CTXR_TIN_RSN SAYS WHY - 'A' THE COUNTRY ISSUES NONE, 'B' THE
      * HOLDER COULD NOT OBTAIN ONE, 'C' THE COUNTRY DOES NOT REQUIRE
      * IT TO BE REPORTED. CTXR_SC_ST IS THE SELF-CERTIFICATION
      * STATUS - 'V' SELF-CERTIFIED BY THE CUSTOMER, 'P' RESIDENCE
      * KNOWN BUT THE SELF-CERTIFICATION STILL OUTSTANDING, 'X'
      * RESIDENCE CEASED - AND CTXR_SC_DATE THE DATE THE CUSTOMER
      * SIGNED IT (FOR 'P' AND 'X', THE DATE THE STATUS WAS SET).
      * CRSR100 REPORTS THE ACCOUNTS OF EVERY 'V' AND 'P' FOREIGN
      * RESIDENCE ON THE YEARLY CRS / FATCA RETURN.
      ******************************************************************
           EXEC SQL DECLARE IDC015.CUSTTAXR TABLE
           ( CTXR_CUST_NO                   CHAR(10) NOT NULL,
             CTXR_COUNTRY                   CHAR(3) NOT NULL,
             CTXR_TIN                       CHAR(20) NOT NULL,
             CTXR_TIN_RSN                   CHAR(1) NOT NULL,
             CTXR_SC_ST                     CHAR(1) NOT NULL,
             CTXR_SC_DATE                   DATE NOT NULL,
             CTXR_UPD_DATE                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUSTTAXR                           *
      ******************************************************************
       01  DCLCUSTTAXR.
      *                       CTXR_CUST_NO
           10 CTXR-CUST-NO          PIC X(10).
      *                       CTXR_COUNTRY
           10 CTXR-COUNTRY          PIC X(3).
      *                       CTXR_TIN
           10 CTXR-TIN              PIC X(20).
      *                       CTXR_TIN_RSN
           10 CTXR-TIN-RSN          PIC X(1).
      *                       CTXR_SC_ST
           10 CTXR-SC-ST            PIC X(1).
      *                       CTXR_SC_DATE
           10 CTXR-SC-DATE          PIC X(10).
      *                       CTXR_UPD_DATE
           10 CTXR-UPD-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
