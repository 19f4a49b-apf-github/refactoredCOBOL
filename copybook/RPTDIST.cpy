      ******************************************************************
      * DCLGEN TABLE(IDC015.RPTDIST)                                   *
      *        LIBRARY(IDC015.RPTDIST.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RPTDIST IS THE REPORT DISTRIBUTION MANIFEST: ONE ROW PER
      * REPORT PER BRANCH GROUP RBST100 ROUTED ON A BUSINESS DATE,
      * NAMING THE DESTINATION THE PAGES WENT TO AND HOW MANY LINES
      * AND PAGES THEY CARRIED, SO WHICH BRANCH RECEIVED WHICH REPORT
      * ON WHICH DAY CAN BE SHOWN AFTERWARDS. RDST_BRN IS BLANK FOR
      * THE BANK-WIDE LINES THAT GO TO THE CENTRAL DESTINATION.
      * RDST_ROUTE_ST IS 'B' ROUTED TO THE BRANCH'S OWN DESTINATION
      * ON BRNCMSTR, 'C' BANK-WIDE LINES TO THE CENTRAL DESTINATION,
      * 'U' A BRANCH CODE NOT ON BRNCMSTR AND 'N' A BRANCH WITH NO
      * DESTINATION ON BRNCMSTR - BOTH SENT TO THE CENTRAL
      * DESTINATION INSTEAD.
      ******************************************************************
           EXEC SQL DECLARE IDC015.RPTDIST TABLE
           ( RDST_BUS_DATE                  DATE NOT NULL,
             RDST_RPT_ID                    CHAR(8) NOT NULL,
             RDST_BRN                       CHAR(4) NOT NULL,
             RDST_DEST                      CHAR(8) NOT NULL,
             RDST_ROUTE_ST                  CHAR(1) NOT NULL,
             RDST_LINE_CNT                  INTEGER NOT NULL,
             RDST_PAGE_CNT                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RPTDIST                            *
      ******************************************************************
       01  DCLRPTDIST.
      *                       RDST_BUS_DATE
           10 RDST-BUS-DATE         PIC X(10).
      *                       RDST_RPT_ID
           10 RDST-RPT-ID           PIC X(8).
      *                       RDST_BRN
           10 RDST-BRN              PIC X(4).
      *                       RDST_DEST
           10 RDST-DEST             PIC X(8).
      *                       RDST_ROUTE_ST
           10 RDST-ROUTE-ST         PIC X(1).
      *                       RDST_LINE_CNT
           10 RDST-LINE-CNT         PIC S9(9) USAGE COMP.
      *                       RDST_PAGE_CNT
           10 RDST-PAGE-CNT         PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
