      ******************************************************************
      * COLP100 IS THE MONTHLY COLLECTOR PERFORMANCE REPORT. CASG100
      * GIVES EVERY COLLECTIONS CASE AN OWNER; THIS SHOWS WHAT EACH
      * OWNER GOT BACK. THE PM1DQ009 CONTROL CARD NAMES THE REPORTING
      * MONTH (YYYY-MM; LEFT BLANK, THE MONTH BEFORE THE RUN DATE).
      * FOR EVERY COLLECTOR ON THE CASGHIST ASSIGNMENT HISTORY IT
      * REPORTS:
      *   - CASES HELD - OPEN DECLNCASE CASES THE COLLECTOR HELD AT
      *     ANY TIME IN THE MONTH;
      *   - PROMISES TAKEN - PROMPAY PROMISES REGISTERED IN THE MONTH;
      *   - PROMISES DUE AND KEPT - PROMISES FALLING DUE IN THE MONTH
      *     THAT PTPM100 MARKED KEPT ('K') OR BROKEN ('B'), AND THE
      *     PERCENT KEPT;
      *   - AMOUNT RECOVERED - LOANRPHST REPAYMENTS POSTED IN THE
      *     MONTH ON LOANS WHOSE CASE WAS OPEN;
      *   - CURES - RISKCLSH MOVES BACK TO PERFORMING ('P') IN THE
      *     MONTH, AND THE AVERAGE DAYS FROM CASE OPENING TO CURE.
      * EVERY EVENT IS CREDITED TO THE COLLECTOR WHO HELD THE CASE ON
      * THE DAY IT HAPPENED - THE LATEST CASGHIST ASSIGNMENT ON OR
      * BEFORE THAT DATE - NOT TO WHOEVER HOLDS IT NOW, SO A
      * REASSIGNMENT DOES NOT MOVE PAST RESULTS. AN EVENT ON A
      * POSITION WITH NO OPEN CASE THAT DAY IS NOBODY'S. EACH
      * COLLECTOR'S RECOVERIES AND CURES ARE SHOWN AGAINST THE TEAM
      * AVERAGE, AND THE SAME MEASURES ARE ROLLED UP BY THE CASE'S
      * BRANCH. DAYS ARE COUNTED ON THE 30/360 CALENDAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLP100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT COLPPARM-FILE ASSIGN PM1DQ009.
           SELECT COLPRPT-FILE  ASSIGN RPTDQ005.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * COLPPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * REPORTING MONTH (YYYY-MM).
       FD  COLPPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-COLPPARM.
           05  CPARM-PERIOD.
               10  CPARM-YYYY               PIC X(4).
               10  CPARM-YYYY-N REDEFINES CPARM-YYYY
                                            PIC 9(4).
               10  CPARM-DASH               PIC X(1).
               10  CPARM-MM                 PIC X(2).
               10  CPARM-MM-N REDEFINES CPARM-MM
                                            PIC 9(2).
           05  FILLER                       PIC X(73).
      ******************************************************************
      * COLPRPT-FILE IS THE PRINTED PERFORMANCE REPORT.
       FD  COLPRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-COLPRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOPS AND THE TABLE
      * LOOKUPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-COL-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-COL-FOUND                         VALUE 'Y'.
           05  WS-BRN-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-BRN-FOUND                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS, WHICH ARE ALSO THE TEAM TOTALS THE
      * AVERAGES ARE WORKED FROM.
       01  WS-CTL-TOTALS.
           05  WS-CTL-HELD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PTPT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PTPD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PTPK-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RECV-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CURE-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CURE-DAYS             PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DROP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE REPORTING MONTH, AND THE DATE RANGE DERIVED FROM IT FOR
      * THE CURSORS (FIRST OF MONTH TO FIRST OF NEXT MONTH,
      * EXCLUSIVE).
       01  WS-RPT-PERIOD                    PIC X(7)    VALUE SPACES.
       01  WS-PERIOD-FROM                   PIC X(10)   VALUE SPACES.
       01  WS-PERIOD-TO                     PIC X(10)   VALUE SPACES.
       01  WS-PERIOD-WORK.
           05  WS-PW-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PW-MM                     PIC 9(2).
           05  FILLER                       PIC X(3)    VALUE '-01'.
      ******************************************************************
      * ONE EVENT AS FETCHED FROM WHICHEVER CURSOR IS OPEN: THE
      * COLLECTOR HOLDING THE CASE ON THE DAY, THE CASE'S BRANCH,
      * THE PROMISE STATUS OR AMOUNT WHERE THE EVENT HAS ONE, AND FOR
      * A CURE THE CASE OPENING DATE AND THE CURE DATE.
       01  WS-EV-COLLECTOR                  PIC X(8)    VALUE SPACES.
       01  WS-EV-BRN                        PIC X(6)    VALUE SPACES.
       01  WS-EV-PTP-ST                     PIC X(1)    VALUE SPACES.
       01  WS-EV-AMT                        PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-EV-OPEN-DATE.
           05  WS-EVO-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-EVO-MM                    PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-EVO-DD                    PIC 9(2).
       01  WS-EV-CURE-DATE.
           05  WS-EVC-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-EVC-MM                    PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-EVC-DD                    PIC 9(2).
       01  WS-EV-ENT                        PIC X(4)    VALUE SPACES.
       01  WS-EV-NUM-RISK                   PIC X(10)   VALUE SPACES.
       01  WS-CURE-DAYS                     PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-D1                            PIC 9(2)    VALUE ZEROS.
       01  WS-D2                            PIC 9(2)    VALUE ZEROS.
      ******************************************************************
      * PER-COLLECTOR MEASURES. SIZED FOR 200 COLLECTORS.
       01  WS-COL-TABLE.
           05  WS-COL-USED                  PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
           05  WS-COL-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-COL-IDX.
               10  WS-COL-COLLECTOR          PIC X(8).
               10  WS-COL-HELD-CNT           PIC S9(7)  COMP-3.
               10  WS-COL-PTPT-CNT           PIC S9(7)  COMP-3.
               10  WS-COL-PTPD-CNT           PIC S9(7)  COMP-3.
               10  WS-COL-PTPK-CNT           PIC S9(7)  COMP-3.
               10  WS-COL-RECV-AMT           PIC S9(13)V9(2) COMP-3.
               10  WS-COL-CURE-CNT           PIC S9(7)  COMP-3.
               10  WS-COL-CURE-DAYS          PIC S9(9)  COMP-3.
      ******************************************************************
      * PER-BRANCH ROLL-UP OF THE SAME MEASURES, BY THE BRANCH THE
      * CASE BELONGS TO. SIZED FOR 100 BRANCHES.
       01  WS-BRN-TABLE.
           05  WS-BRN-USED                  PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
           05  WS-BRN-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-BRN-IDX.
               10  WS-BRN-BRN                PIC X(6).
               10  WS-BRN-HELD-CNT           PIC S9(7)  COMP-3.
               10  WS-BRN-PTPT-CNT           PIC S9(7)  COMP-3.
               10  WS-BRN-PTPD-CNT           PIC S9(7)  COMP-3.
               10  WS-BRN-PTPK-CNT           PIC S9(7)  COMP-3.
               10  WS-BRN-RECV-AMT           PIC S9(13)V9(2) COMP-3.
               10  WS-BRN-CURE-CNT           PIC S9(7)  COMP-3.
               10  WS-BRN-CURE-DAYS          PIC S9(9)  COMP-3.
      ******************************************************************
      * TEAM AVERAGES PER COLLECTOR, AND THE WORK FIELDS FOR THE
      * PERCENTAGES PRINTED.
       01  WS-AVG-HELD                      PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-AVG-PTPT                      PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-AVG-PTPD                      PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-AVG-PTPK                      PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-AVG-RECV                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-AVG-CURE                      PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-KEEP-PCT                      PIC S9(3)V9(1) COMP-3
                                                         VALUE ZEROS.
       01  WS-CURE-AVG-DAYS                 PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-RECV-IDX-PCT                  PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-CURE-IDX-PCT                  PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * REPORT PRINT LINES. THE COLLECTOR LINE ALSO CARRIES THE TEAM
      * AVERAGE; "VS AVG" IS THE COLLECTOR'S FIGURE AS A PERCENT OF
      * THE TEAM AVERAGE.
       01  WS-COL-HEAD1.
           05  FILLER                       PIC X(44)   VALUE
               'COLLECTOR  CASES  PTP TAKEN  PTP DUE   KEPT'.
           05  FILLER                       PIC X(22)   VALUE
               '  KEEP %     RECOVERED'.
           05  FILLER                       PIC X(66)   VALUE
               '  VS AVG   CURES  AVG DAYS  VS AVG'.
       01  WS-COL-LINE.
           05  WS-CL-COLLECTOR              PIC X(8).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-CL-HELD                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(5)    VALUE SPACES.
           05  WS-CL-PTPT                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-CL-PTPD                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-CL-PTPK                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-KEEP-PCT               PIC ZZ9.9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-CL-RECV                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-CL-RECV-IDX               PIC Z,ZZ9.
           05  FILLER                       PIC X(1)    VALUE '%'.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-CL-CURE                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-CL-CURE-DAYS              PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-CURE-IDX               PIC Z,ZZ9.
           05  FILLER                       PIC X(1)    VALUE '%'.
           05  FILLER                       PIC X(37)   VALUE SPACES.
       01  WS-AVG-LINE.
           05  FILLER                       PIC X(8)    VALUE
                                                         'TEAM AVG'.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-AL-HELD                   PIC ZZ,ZZ9.9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-AL-PTPT                   PIC ZZ,ZZ9.9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-AL-PTPD                   PIC ZZ,ZZ9.9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-AL-PTPK                   PIC ZZZZ9.9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-AL-KEEP-PCT               PIC ZZ9.9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-AL-RECV                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(11)   VALUE SPACES.
           05  WS-AL-CURE                   PIC ZZZ9.9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-AL-CURE-DAYS              PIC ZZ,ZZ9.
           05  FILLER                       PIC X(42)   VALUE SPACES.
       01  WS-BRN-HEAD1.
           05  FILLER                       PIC X(44)   VALUE
               'BRANCH     CASES  PTP TAKEN  PTP DUE   KEPT'.
           05  FILLER                       PIC X(22)   VALUE
               '  KEEP %     RECOVERED'.
           05  FILLER                       PIC X(66)   VALUE
               '           CURES  AVG DAYS'.
       01  WS-BRN-LINE.
           05  WS-BL-BRN                    PIC X(6).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-BL-HELD                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(5)    VALUE SPACES.
           05  WS-BL-PTPT                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-BL-PTPD                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-BL-PTPK                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-BL-KEEP-PCT               PIC ZZ9.9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-BL-RECV                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(11)   VALUE SPACES.
           05  WS-BL-CURE                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-BL-CURE-DAYS              PIC ZZ,ZZ9.
           05  FILLER                       PIC X(44)   VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE, FOR THE DEFAULT REPORTING MONTH.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
      ******************************************************************
       COPY CASGHIST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * HELD CURSOR: EVERY (COLLECTOR, POSITION) WHERE AN ASSIGNMENT
      * TO AN OPEN CASE WAS MADE BEFORE THE MONTH ENDED AND NOT
      * SUPERSEDED BEFORE IT BEGAN, ON A CASE OPEN SOME TIME IN THE
      * MONTH.
           EXEC SQL
               DECLARE COLP-HELD-CSR CURSOR FOR
                   SELECT DISTINCT H.CASG_COLLECTOR, D.DCASE_BRN,
                          H.CASG_ENT, H.CASG_NUM_RISK
                     FROM IDC015.CASGHIST H,
                          IDC015.DECLNCASE D
                    WHERE D.DCASE_ENT       = H.CASG_ENT
                      AND D.DCASE_NUM_RISK  = H.CASG_NUM_RISK
                      AND D.DCASE_OPEN_DATE <= H.CASG_ASGN_DATE
                      AND D.DCASE_OPEN_DATE <  :WS-PERIOD-TO
                      AND (D.DCASE_CLOSE_DATE IS NULL
                        OR D.DCASE_CLOSE_DATE >= :WS-PERIOD-FROM)
                      AND H.CASG_ASGN_DATE  <  :WS-PERIOD-TO
                      AND NOT EXISTS
                          (SELECT 1
                             FROM IDC015.CASGHIST N
                            WHERE N.CASG_ENT       = H.CASG_ENT
                              AND N.CASG_NUM_RISK  = H.CASG_NUM_RISK
                              AND N.CASG_ASGN_DATE > H.CASG_ASGN_DATE
                              AND N.CASG_ASGN_DATE <= :WS-PERIOD-FROM)
                    ORDER BY 1, 3, 4
           END-EXEC.
      ******************************************************************
      * PROMISES-TAKEN CURSOR: EVERY PROMISE REGISTERED IN THE MONTH,
      * WITH THE COLLECTOR HOLDING THE CASE ON THE REGISTRATION DATE.
           EXEC SQL
               DECLARE COLP-PTPT-CSR CURSOR FOR
                   SELECT H.CASG_COLLECTOR, D.DCASE_BRN
                     FROM IDC015.PROMPAY P,
                          IDC015.CASGHIST H,
                          IDC015.DECLNCASE D
                    WHERE P.PTP_REG_DATE   >= :WS-PERIOD-FROM
                      AND P.PTP_REG_DATE   <  :WS-PERIOD-TO
                      AND H.CASG_ENT        = P.PTP_ENT
                      AND H.CASG_NUM_RISK   = P.PTP_NUM_RISK
                      AND H.CASG_ASGN_DATE  =
                          (SELECT MAX(H2.CASG_ASGN_DATE)
                             FROM IDC015.CASGHIST H2
                            WHERE H2.CASG_ENT      = H.CASG_ENT
                              AND H2.CASG_NUM_RISK = H.CASG_NUM_RISK
                              AND H2.CASG_ASGN_DATE
                                  <= P.PTP_REG_DATE)
                      AND D.DCASE_ENT       = H.CASG_ENT
                      AND D.DCASE_NUM_RISK  = H.CASG_NUM_RISK
                      AND D.DCASE_OPEN_DATE <= H.CASG_ASGN_DATE
                      AND (D.DCASE_CLOSE_DATE IS NULL
                        OR D.DCASE_CLOSE_DATE >= P.PTP_REG_DATE)
           END-EXEC.
      ******************************************************************
      * PROMISES-DUE CURSOR: EVERY PROMISE FALLING DUE IN THE MONTH
      * THAT WAS KEPT OR BROKEN, WITH THE COLLECTOR HOLDING THE CASE
      * ON THE PROMISED DATE.
           EXEC SQL
               DECLARE COLP-PTPD-CSR CURSOR FOR
                   SELECT H.CASG_COLLECTOR, D.DCASE_BRN, P.PTP_ST
                     FROM IDC015.PROMPAY P,
                          IDC015.CASGHIST H,
                          IDC015.DECLNCASE D
                    WHERE P.PTP_PROM_DATE  >= :WS-PERIOD-FROM
                      AND P.PTP_PROM_DATE  <  :WS-PERIOD-TO
                      AND P.PTP_ST IN ('K', 'B')
                      AND H.CASG_ENT        = P.PTP_ENT
                      AND H.CASG_NUM_RISK   = P.PTP_NUM_RISK
                      AND H.CASG_ASGN_DATE  =
                          (SELECT MAX(H2.CASG_ASGN_DATE)
                             FROM IDC015.CASGHIST H2
                            WHERE H2.CASG_ENT      = H.CASG_ENT
                              AND H2.CASG_NUM_RISK = H.CASG_NUM_RISK
                              AND H2.CASG_ASGN_DATE
                                  <= P.PTP_PROM_DATE)
                      AND D.DCASE_ENT       = H.CASG_ENT
                      AND D.DCASE_NUM_RISK  = H.CASG_NUM_RISK
                      AND D.DCASE_OPEN_DATE <= H.CASG_ASGN_DATE
                      AND (D.DCASE_CLOSE_DATE IS NULL
                        OR D.DCASE_CLOSE_DATE >= P.PTP_PROM_DATE)
           END-EXEC.
      ******************************************************************
      * RECOVERY CURSOR: EVERY REPAYMENT POSTED IN THE MONTH ON A
      * LOAN WHOSE CASE WAS OPEN THAT DAY (THE RISK NUMBER IS THE
      * LOAN NUMBER), WITH THE COLLECTOR HOLDING THE CASE.
           EXEC SQL
               DECLARE COLP-RECV-CSR CURSOR FOR
                   SELECT H.CASG_COLLECTOR, D.DCASE_BRN,
                          R.LOANRPH_RP_AMT
                     FROM IDC015.LOANRPHST R,
                          IDC015.CASGHIST H,
                          IDC015.DECLNCASE D
                    WHERE R.LOANRPH_DATE   >= :WS-PERIOD-FROM
                      AND R.LOANRPH_DATE   <  :WS-PERIOD-TO
                      AND H.CASG_NUM_RISK   = DIGITS(R.LOANRPH_NO)
                      AND H.CASG_ASGN_DATE  =
                          (SELECT MAX(H2.CASG_ASGN_DATE)
                             FROM IDC015.CASGHIST H2
                            WHERE H2.CASG_ENT      = H.CASG_ENT
                              AND H2.CASG_NUM_RISK = H.CASG_NUM_RISK
                              AND H2.CASG_ASGN_DATE
                                  <= R.LOANRPH_DATE)
                      AND D.DCASE_ENT       = H.CASG_ENT
                      AND D.DCASE_NUM_RISK  = H.CASG_NUM_RISK
                      AND D.DCASE_OPEN_DATE <= H.CASG_ASGN_DATE
                      AND (D.DCASE_CLOSE_DATE IS NULL
                        OR D.DCASE_CLOSE_DATE >= R.LOANRPH_DATE)
           END-EXEC.
      ******************************************************************
      * CURE CURSOR: EVERY MOVE BACK TO PERFORMING IN THE MONTH (NOT
      * A FIRST CLASSIFICATION), WITH THE COLLECTOR HOLDING THE CASE
      * ON THE CURE DATE AND THE DATE THE CASE OPENED.
           EXEC SQL
               DECLARE COLP-CURE-CSR CURSOR FOR
                   SELECT H.CASG_COLLECTOR, D.DCASE_BRN,
                          D.DCASE_OPEN_DATE, C.RCLH_DATE
                     FROM IDC015.RISKCLSH C,
                          IDC015.CASGHIST H,
                          IDC015.DECLNCASE D
                    WHERE C.RCLH_DATE      >= :WS-PERIOD-FROM
                      AND C.RCLH_DATE      <  :WS-PERIOD-TO
                      AND C.RCLH_NEW_CLASS  = 'P'
                      AND C.RCLH_OLD_CLASS NOT IN ('P', ' ')
                      AND H.CASG_ENT        = C.RCLH_ENT
                      AND H.CASG_NUM_RISK   = C.RCLH_NUM_RISK
                      AND H.CASG_ASGN_DATE  =
                          (SELECT MAX(H2.CASG_ASGN_DATE)
                             FROM IDC015.CASGHIST H2
                            WHERE H2.CASG_ENT      = H.CASG_ENT
                              AND H2.CASG_NUM_RISK = H.CASG_NUM_RISK
                              AND H2.CASG_ASGN_DATE
                                  <= C.RCLH_DATE)
                      AND D.DCASE_ENT       = H.CASG_ENT
                      AND D.DCASE_NUM_RISK  = H.CASG_NUM_RISK
                      AND D.DCASE_OPEN_DATE <= H.CASG_ASGN_DATE
                      AND (D.DCASE_CLOSE_DATE IS NULL
                        OR D.DCASE_CLOSE_DATE >= C.RCLH_DATE)
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE REPORTING MONTH, MAKES ONE PASS PER
      * MEASURE AND PRINTS THE COLLECTOR AND BRANCH SECTIONS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100010-READ-PERIOD-PARM

           OPEN OUTPUT COLPRPT-FILE

           MOVE SPACES TO RE-COLPRPT
           STRING 'COLP100 - COLLECTOR PERFORMANCE FOR '
                  WS-RPT-PERIOD DELIMITED BY SIZE
                  INTO RE-COLPRPT
           WRITE RE-COLPRPT

           PERFORM 200000-HELD-PASS
           PERFORM 300000-PROMISE-TAKEN-PASS
           PERFORM 400000-PROMISE-DUE-PASS
           PERFORM 500000-RECOVERY-PASS
           PERFORM 600000-CURE-PASS

           PERFORM 700000-PRINT-COLLECTORS
           PERFORM 750000-PRINT-BRANCHES

           CLOSE COLPRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-READ-PERIOD-PARM TAKES THE REPORTING MONTH OFF THE
      * CONTROL CARD. NO CARD OR A BLANK ONE MEANS LAST MONTH, SO THE
      * JOB CAN RUN ON THE FIRST OF EACH MONTH WITHOUT A CARD CHANGE;
      * A CARD THAT IS NOT A VALID YYYY-MM STOPS THE RUN.
       100010-READ-PERIOD-PARM.

           MOVE SPACES TO RE-COLPPARM

           OPEN INPUT COLPPARM-FILE

           READ COLPPARM-FILE
               AT END
                   MOVE SPACES TO RE-COLPPARM
           END-READ

           CLOSE COLPPARM-FILE

           IF CPARM-PERIOD = SPACES
               MOVE WS-TODAY-YYYY TO WS-PW-YYYY
               MOVE WS-TODAY-MM   TO WS-PW-MM
               IF WS-PW-MM = 1
                   SUBTRACT 1 FROM WS-PW-YYYY
                   MOVE 12 TO WS-PW-MM
               ELSE
                   SUBTRACT 1 FROM WS-PW-MM
               END-IF
           ELSE
               IF CPARM-YYYY IS NOT NUMERIC
                OR CPARM-MM IS NOT NUMERIC
                OR CPARM-DASH NOT = '-'
                OR CPARM-MM-N < 1 OR CPARM-MM-N > 12
                   DISPLAY 'COLP100 - PM1DQ009 PERIOD CARD NOT '
                           'YYYY-MM: ' CPARM-PERIOD
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CPARM-YYYY-N TO WS-PW-YYYY
               MOVE CPARM-MM-N   TO WS-PW-MM
           END-IF

           MOVE WS-PERIOD-WORK(1:7) TO WS-RPT-PERIOD
           MOVE WS-PERIOD-WORK      TO WS-PERIOD-FROM

           IF WS-PW-MM = 12
               ADD 1 TO WS-PW-YYYY
               MOVE 1 TO WS-PW-MM
           ELSE
               ADD 1 TO WS-PW-MM
           END-IF
           MOVE WS-PERIOD-WORK      TO WS-PERIOD-TO

           DISPLAY 'COLP100 - REPORTING MONTH ' WS-RPT-PERIOD.
      ******************************************************************
      * 200000-HELD-PASS COUNTS THE CASES EACH COLLECTOR HELD IN THE
      * MONTH. A CASE HANDED ON MID-MONTH COUNTS FOR BOTH HOLDERS.
       200000-HELD-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN COLP-HELD-CSR
           END-EXEC

           PERFORM 200100-COUNT-ONE-HELD UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE COLP-HELD-CSR
           END-EXEC.
      ******************************************************************
       200100-COUNT-ONE-HELD.

           EXEC SQL
               FETCH COLP-HELD-CSR
                INTO :WS-EV-COLLECTOR, :WS-EV-BRN,
                     :WS-EV-ENT, :WS-EV-NUM-RISK
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-HELD-CNT
               PERFORM 800000-FIND-ENTRIES
               IF WS-COL-FOUND
                   ADD 1 TO WS-COL-HELD-CNT(WS-COL-IDX)
               END-IF
               IF WS-BRN-FOUND
                   ADD 1 TO WS-BRN-HELD-CNT(WS-BRN-IDX)
               END-IF
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
       300000-PROMISE-TAKEN-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN COLP-PTPT-CSR
           END-EXEC

           PERFORM 300100-COUNT-ONE-TAKEN UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE COLP-PTPT-CSR
           END-EXEC.
      ******************************************************************
       300100-COUNT-ONE-TAKEN.

           EXEC SQL
               FETCH COLP-PTPT-CSR
                INTO :WS-EV-COLLECTOR, :WS-EV-BRN
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-PTPT-CNT
               PERFORM 800000-FIND-ENTRIES
               IF WS-COL-FOUND
                   ADD 1 TO WS-COL-PTPT-CNT(WS-COL-IDX)
               END-IF
               IF WS-BRN-FOUND
                   ADD 1 TO WS-BRN-PTPT-CNT(WS-BRN-IDX)
               END-IF
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
       400000-PROMISE-DUE-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN COLP-PTPD-CSR
           END-EXEC

           PERFORM 400100-COUNT-ONE-DUE UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE COLP-PTPD-CSR
           END-EXEC.
      ******************************************************************
       400100-COUNT-ONE-DUE.

           EXEC SQL
               FETCH COLP-PTPD-CSR
                INTO :WS-EV-COLLECTOR, :WS-EV-BRN, :WS-EV-PTP-ST
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-PTPD-CNT
               IF WS-EV-PTP-ST = 'K'
                   ADD 1 TO WS-CTL-PTPK-CNT
               END-IF
               PERFORM 800000-FIND-ENTRIES
               IF WS-COL-FOUND
                   ADD 1 TO WS-COL-PTPD-CNT(WS-COL-IDX)
                   IF WS-EV-PTP-ST = 'K'
                       ADD 1 TO WS-COL-PTPK-CNT(WS-COL-IDX)
                   END-IF
               END-IF
               IF WS-BRN-FOUND
                   ADD 1 TO WS-BRN-PTPD-CNT(WS-BRN-IDX)
                   IF WS-EV-PTP-ST = 'K'
                       ADD 1 TO WS-BRN-PTPK-CNT(WS-BRN-IDX)
                   END-IF
               END-IF
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
       500000-RECOVERY-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN COLP-RECV-CSR
           END-EXEC

           PERFORM 500100-ADD-ONE-RECOVERY UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE COLP-RECV-CSR
           END-EXEC.
      ******************************************************************
       500100-ADD-ONE-RECOVERY.

           EXEC SQL
               FETCH COLP-RECV-CSR
                INTO :WS-EV-COLLECTOR, :WS-EV-BRN, :WS-EV-AMT
           END-EXEC

           IF SQLCODE = ZERO
               ADD WS-EV-AMT TO WS-CTL-RECV-AMT
               PERFORM 800000-FIND-ENTRIES
               IF WS-COL-FOUND
                   ADD WS-EV-AMT TO WS-COL-RECV-AMT(WS-COL-IDX)
               END-IF
               IF WS-BRN-FOUND
                   ADD WS-EV-AMT TO WS-BRN-RECV-AMT(WS-BRN-IDX)
               END-IF
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
       600000-CURE-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN COLP-CURE-CSR
           END-EXEC

           PERFORM 600100-COUNT-ONE-CURE UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE COLP-CURE-CSR
           END-EXEC.
      ******************************************************************
      * 600100-COUNT-ONE-CURE COUNTS A CURE AND THE 30/360 DAYS FROM
      * THE CASE OPENING TO IT.
       600100-COUNT-ONE-CURE.

           EXEC SQL
               FETCH COLP-CURE-CSR
                INTO :WS-EV-COLLECTOR, :WS-EV-BRN,
                     :WS-EV-OPEN-DATE, :WS-EV-CURE-DATE
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 600200-DAYS-TO-CURE
               ADD 1            TO WS-CTL-CURE-CNT
               ADD WS-CURE-DAYS TO WS-CTL-CURE-DAYS
               PERFORM 800000-FIND-ENTRIES
               IF WS-COL-FOUND
                   ADD 1            TO WS-COL-CURE-CNT(WS-COL-IDX)
                   ADD WS-CURE-DAYS TO WS-COL-CURE-DAYS(WS-COL-IDX)
               END-IF
               IF WS-BRN-FOUND
                   ADD 1            TO WS-BRN-CURE-CNT(WS-BRN-IDX)
                   ADD WS-CURE-DAYS TO WS-BRN-CURE-DAYS(WS-BRN-IDX)
               END-IF
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
       600200-DAYS-TO-CURE.

           MOVE WS-EVO-DD TO WS-D1
           MOVE WS-EVC-DD TO WS-D2
           IF WS-D1 > 30
               MOVE 30 TO WS-D1
           END-IF
           IF WS-D2 > 30
               MOVE 30 TO WS-D2
           END-IF

           COMPUTE WS-CURE-DAYS =
                 (WS-EVC-YYYY - WS-EVO-YYYY) * 360
               + (WS-EVC-MM   - WS-EVO-MM)   * 30
               + (WS-D2 - WS-D1)

           IF WS-CURE-DAYS < ZERO
               MOVE ZERO TO WS-CURE-DAYS
           END-IF.
      ******************************************************************
      * 700000-PRINT-COLLECTORS WORKS OUT THE TEAM AVERAGES PER
      * COLLECTOR, PRINTS ONE LINE PER COLLECTOR AGAINST THEM AND
      * CLOSES WITH THE TEAM AVERAGE LINE.
       700000-PRINT-COLLECTORS.

           IF WS-COL-USED > ZERO
               COMPUTE WS-AVG-HELD ROUNDED =
                   WS-CTL-HELD-CNT / WS-COL-USED
               COMPUTE WS-AVG-PTPT ROUNDED =
                   WS-CTL-PTPT-CNT / WS-COL-USED
               COMPUTE WS-AVG-PTPD ROUNDED =
                   WS-CTL-PTPD-CNT / WS-COL-USED
               COMPUTE WS-AVG-PTPK ROUNDED =
                   WS-CTL-PTPK-CNT / WS-COL-USED
               COMPUTE WS-AVG-RECV ROUNDED =
                   WS-CTL-RECV-AMT / WS-COL-USED
               COMPUTE WS-AVG-CURE ROUNDED =
                   WS-CTL-CURE-CNT / WS-COL-USED
           END-IF

           MOVE SPACES TO RE-COLPRPT
           WRITE RE-COLPRPT
           WRITE RE-COLPRPT FROM WS-COL-HEAD1

           PERFORM 700100-PRINT-ONE-COLLECTOR
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-USED

           MOVE WS-AVG-HELD TO WS-AL-HELD
           MOVE WS-AVG-PTPT TO WS-AL-PTPT
           MOVE WS-AVG-PTPD TO WS-AL-PTPD
           MOVE WS-AVG-PTPK TO WS-AL-PTPK
           MOVE WS-AVG-RECV TO WS-AL-RECV
           MOVE WS-AVG-CURE TO WS-AL-CURE

           MOVE ZEROS TO WS-KEEP-PCT
           IF WS-CTL-PTPD-CNT > ZERO
               COMPUTE WS-KEEP-PCT ROUNDED =
                   WS-CTL-PTPK-CNT * 100 / WS-CTL-PTPD-CNT
           END-IF
           MOVE WS-KEEP-PCT TO WS-AL-KEEP-PCT

           MOVE ZEROS TO WS-CURE-AVG-DAYS
           IF WS-CTL-CURE-CNT > ZERO
               COMPUTE WS-CURE-AVG-DAYS ROUNDED =
                   WS-CTL-CURE-DAYS / WS-CTL-CURE-CNT
           END-IF
           MOVE WS-CURE-AVG-DAYS TO WS-AL-CURE-DAYS

           WRITE RE-COLPRPT FROM WS-AVG-LINE.
      ******************************************************************
       700100-PRINT-ONE-COLLECTOR.

           MOVE WS-COL-COLLECTOR(WS-COL-IDX) TO WS-CL-COLLECTOR
           MOVE WS-COL-HELD-CNT(WS-COL-IDX)  TO WS-CL-HELD
           MOVE WS-COL-PTPT-CNT(WS-COL-IDX)  TO WS-CL-PTPT
           MOVE WS-COL-PTPD-CNT(WS-COL-IDX)  TO WS-CL-PTPD
           MOVE WS-COL-PTPK-CNT(WS-COL-IDX)  TO WS-CL-PTPK
           MOVE WS-COL-RECV-AMT(WS-COL-IDX)  TO WS-CL-RECV
           MOVE WS-COL-CURE-CNT(WS-COL-IDX)  TO WS-CL-CURE

           MOVE ZEROS TO WS-KEEP-PCT
           IF WS-COL-PTPD-CNT(WS-COL-IDX) > ZERO
               COMPUTE WS-KEEP-PCT ROUNDED =
                   WS-COL-PTPK-CNT(WS-COL-IDX) * 100
                   / WS-COL-PTPD-CNT(WS-COL-IDX)
           END-IF
           MOVE WS-KEEP-PCT TO WS-CL-KEEP-PCT

           MOVE ZEROS TO WS-CURE-AVG-DAYS
           IF WS-COL-CURE-CNT(WS-COL-IDX) > ZERO
               COMPUTE WS-CURE-AVG-DAYS ROUNDED =
                   WS-COL-CURE-DAYS(WS-COL-IDX)
                   / WS-COL-CURE-CNT(WS-COL-IDX)
           END-IF
           MOVE WS-CURE-AVG-DAYS TO WS-CL-CURE-DAYS

           MOVE ZEROS TO WS-RECV-IDX-PCT
           IF WS-AVG-RECV > ZERO
               COMPUTE WS-RECV-IDX-PCT ROUNDED =
                   WS-COL-RECV-AMT(WS-COL-IDX) * 100 / WS-AVG-RECV
                   ON SIZE ERROR
                       MOVE 9999 TO WS-RECV-IDX-PCT
               END-COMPUTE
           END-IF
           MOVE WS-RECV-IDX-PCT TO WS-CL-RECV-IDX

           MOVE ZEROS TO WS-CURE-IDX-PCT
           IF WS-AVG-CURE > ZERO
               COMPUTE WS-CURE-IDX-PCT ROUNDED =
                   WS-COL-CURE-CNT(WS-COL-IDX) * 100 / WS-AVG-CURE
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CURE-IDX-PCT
               END-COMPUTE
           END-IF
           MOVE WS-CURE-IDX-PCT TO WS-CL-CURE-IDX

           WRITE RE-COLPRPT FROM WS-COL-LINE.
      ******************************************************************
      * 750000-PRINT-BRANCHES PRINTS THE BRANCH ROLL-UP.
       750000-PRINT-BRANCHES.

           MOVE SPACES TO RE-COLPRPT
           WRITE RE-COLPRPT
           WRITE RE-COLPRPT FROM WS-BRN-HEAD1

           PERFORM 750100-PRINT-ONE-BRANCH
               VARYING WS-BRN-IDX FROM 1 BY 1
               UNTIL WS-BRN-IDX > WS-BRN-USED.
      ******************************************************************
       750100-PRINT-ONE-BRANCH.

           MOVE WS-BRN-BRN(WS-BRN-IDX)      TO WS-BL-BRN
           MOVE WS-BRN-HELD-CNT(WS-BRN-IDX) TO WS-BL-HELD
           MOVE WS-BRN-PTPT-CNT(WS-BRN-IDX) TO WS-BL-PTPT
           MOVE WS-BRN-PTPD-CNT(WS-BRN-IDX) TO WS-BL-PTPD
           MOVE WS-BRN-PTPK-CNT(WS-BRN-IDX) TO WS-BL-PTPK
           MOVE WS-BRN-RECV-AMT(WS-BRN-IDX) TO WS-BL-RECV
           MOVE WS-BRN-CURE-CNT(WS-BRN-IDX) TO WS-BL-CURE

           MOVE ZEROS TO WS-KEEP-PCT
           IF WS-BRN-PTPD-CNT(WS-BRN-IDX) > ZERO
               COMPUTE WS-KEEP-PCT ROUNDED =
                   WS-BRN-PTPK-CNT(WS-BRN-IDX) * 100
                   / WS-BRN-PTPD-CNT(WS-BRN-IDX)
           END-IF
           MOVE WS-KEEP-PCT TO WS-BL-KEEP-PCT

           MOVE ZEROS TO WS-CURE-AVG-DAYS
           IF WS-BRN-CURE-CNT(WS-BRN-IDX) > ZERO
               COMPUTE WS-CURE-AVG-DAYS ROUNDED =
                   WS-BRN-CURE-DAYS(WS-BRN-IDX)
                   / WS-BRN-CURE-CNT(WS-BRN-IDX)
           END-IF
           MOVE WS-CURE-AVG-DAYS TO WS-BL-CURE-DAYS

           WRITE RE-COLPRPT FROM WS-BRN-LINE.
      ******************************************************************
      * 800000-FIND-ENTRIES LOCATES (OR OPENS) THE COLLECTOR AND
      * BRANCH ENTRIES FOR THE EVENT JUST FETCHED. AN OVERFLOWING
      * TABLE LEAVES THE EVENT OUT OF THAT SECTION AND IN THE RUN
      * TOTALS ONLY.
       800000-FIND-ENTRIES.

           MOVE 'N' TO WS-COL-FOUND-SW
           SET WS-COL-IDX TO 1

           SEARCH WS-COL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COL-IDX > WS-COL-USED
                   CONTINUE
               WHEN WS-COL-COLLECTOR(WS-COL-IDX) = WS-EV-COLLECTOR
                   MOVE 'Y' TO WS-COL-FOUND-SW
           END-SEARCH

           IF NOT WS-COL-FOUND
               IF WS-COL-USED < 200
                   ADD 1 TO WS-COL-USED
                   SET WS-COL-IDX TO WS-COL-USED
                   MOVE WS-EV-COLLECTOR
                       TO WS-COL-COLLECTOR(WS-COL-IDX)
                   MOVE ZEROS TO WS-COL-HELD-CNT(WS-COL-IDX)
                   MOVE ZEROS TO WS-COL-PTPT-CNT(WS-COL-IDX)
                   MOVE ZEROS TO WS-COL-PTPD-CNT(WS-COL-IDX)
                   MOVE ZEROS TO WS-COL-PTPK-CNT(WS-COL-IDX)
                   MOVE ZEROS TO WS-COL-RECV-AMT(WS-COL-IDX)
                   MOVE ZEROS TO WS-COL-CURE-CNT(WS-COL-IDX)
                   MOVE ZEROS TO WS-COL-CURE-DAYS(WS-COL-IDX)
                   MOVE 'Y'   TO WS-COL-FOUND-SW
               ELSE
                   ADD 1 TO WS-CTL-DROP-CNT
               END-IF
           END-IF

           MOVE 'N' TO WS-BRN-FOUND-SW
           SET WS-BRN-IDX TO 1

           SEARCH WS-BRN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BRN-IDX > WS-BRN-USED
                   CONTINUE
               WHEN WS-BRN-BRN(WS-BRN-IDX) = WS-EV-BRN
                   MOVE 'Y' TO WS-BRN-FOUND-SW
           END-SEARCH

           IF NOT WS-BRN-FOUND
               IF WS-BRN-USED < 100
                   ADD 1 TO WS-BRN-USED
                   SET WS-BRN-IDX TO WS-BRN-USED
                   MOVE WS-EV-BRN TO WS-BRN-BRN(WS-BRN-IDX)
                   MOVE ZEROS TO WS-BRN-HELD-CNT(WS-BRN-IDX)
                   MOVE ZEROS TO WS-BRN-PTPT-CNT(WS-BRN-IDX)
                   MOVE ZEROS TO WS-BRN-PTPD-CNT(WS-BRN-IDX)
                   MOVE ZEROS TO WS-BRN-PTPK-CNT(WS-BRN-IDX)
                   MOVE ZEROS TO WS-BRN-RECV-AMT(WS-BRN-IDX)
                   MOVE ZEROS TO WS-BRN-CURE-CNT(WS-BRN-IDX)
                   MOVE ZEROS TO WS-BRN-CURE-DAYS(WS-BRN-IDX)
                   MOVE 'Y'   TO WS-BRN-FOUND-SW
               ELSE
                   ADD 1 TO WS-CTL-DROP-CNT
               END-IF
           END-IF.
      ******************************************************************
      * 850000-END-OF-CURSOR ENDS THE CURRENT PASS AT +100, LOGGING
      * ANY OTHER FETCH FAILURE FIRST.
       850000-END-OF-CURSOR.

           IF SQLCODE NOT = +100
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE 'Y' TO WS-EOF-SW.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'COLP100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COLLECTIONS MANAGEMENT CAN RECONCILE THE REPORT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'COLP100 CONTROL TOTALS'
           DISPLAY '  COLLECTORS REPORTED .............. : '
                   WS-COL-USED
           DISPLAY '  BRANCHES REPORTED ................ : '
                   WS-BRN-USED
           DISPLAY '  CASES HELD ....................... : '
                   WS-CTL-HELD-CNT
           DISPLAY '  PROMISES TAKEN ................... : '
                   WS-CTL-PTPT-CNT
           DISPLAY '  PROMISES DUE ..................... : '
                   WS-CTL-PTPD-CNT
           DISPLAY '  PROMISES KEPT .................... : '
                   WS-CTL-PTPK-CNT
           DISPLAY '  AMOUNT RECOVERED ................. : '
                   WS-CTL-RECV-AMT
           DISPLAY '  CURES TO PERFORMING .............. : '
                   WS-CTL-CURE-CNT
           DISPLAY '  EVENTS LEFT OFF A FULL TABLE ..... : '
                   WS-CTL-DROP-CNT.
      ******************************************************************
