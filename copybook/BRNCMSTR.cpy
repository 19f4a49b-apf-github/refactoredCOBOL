      * INSTEAD OF RAW CODES, AND THE MAINTENANCE PROGRAMS CAN SEND A
      * TRANSACTION CARRYING AN UNKNOWN BRANCH CODE TO SUSPENSE
      * INSTEAD OF LETTING IT POLLUTE THE ROLLUPS. BRNCM100 MAINTAINS
      * IT. BRNC_RPT_DEST IS THE REPORT DISTRIBUTION ID THE BRANCH'S
      * SHARE OF THE DAILY REPORTS IS ROUTED TO BY RBST100 (THE
      * OUTPUT DESTINATION THE PRINT AND MAIL STEP DELIVERS TO);
      * BLANK SENDS THE BRANCH'S PAGES TO THE CENTRAL DESTINATION.
      ******************************************************************
           EXEC SQL DECLARE IDC015.BRNCMSTR TABLE
           ( BRNC_CODE                      CHAR(4) NOT NULL,
             BRNC_NAME                      CHAR(20) NOT NULL,
             BRNC_REGION                    CHAR(4) NOT NULL,
             BRNC_ST                        CHAR(1) NOT NULL,
             BRNC_RPT_DEST                  CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BRNCMSTR                           *
           10 BRNC-REGION           PIC X(4).
      *                       BRNC_ST
           10 BRNC-ST               PIC X(1).
      *                       BRNC_RPT_DEST
           10 BRNC-RPT-DEST         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
