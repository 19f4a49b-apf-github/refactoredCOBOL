      ******************************************************************
      * RELD100 IS THE YEAR-END RELATED-PARTY EXPOSURE DISCLOSURE.
      * THE PM1DQ011 CONTROL CARD NAMES THE YEAR (YYYY; LEFT BLANK,
      * THE YEAR BEFORE THE RUN DATE). EVERY CUSTOMER ON THE RELPARTY
      * REGISTER (SEE RELM100) WITH A RELATIONSHIP IN FORCE AT ANY
      * TIME IN THE YEAR IS LISTED WITH EACH OF THOSE RELATIONSHIPS -
      * TYPE, THE EMPLOYEE OR DIRECTOR A RELATIVE IS RELATED TO, AND
      * THE DATES - FOLLOWED BY THE PARTY'S EXPOSURE:
      *   - EVERY LOANMSTR LOAN ORIGINATED BY THE YEAR END THAT WAS
      *     EITHER STILL ACTIVE OR ORIGINATED IN THE YEAR, WITH ITS
      *     BALANCE AND ITS RATE AGAINST THE PRODUCT RATE ON
      *     LOANPROD - A LOAN PRICED BELOW THE PRODUCT RATE IS
      *     FLAGGED, PREFERENTIAL TERMS BEING WHAT THE DISCLOSURE
      *     EXISTS TO SHOW;
      *   - EVERY DEPOMSTR DEPOSIT OPENED BY THE YEAR END AND NOT
      *     CLOSED, WITH ITS BALANCE AND RATE.
      * BALANCES ARE AS THEY STAND ON THE RUN DATE, SO THE JOB IS RUN
      * IN THE FIRST DAYS OF THE NEW YEAR. THE REPORT CLOSES WITH
      * TOTALS BY RELATIONSHIP TYPE; A CUSTOMER WITH MORE THAN ONE
      * RELATIONSHIP IN THE YEAR IS COUNTED ONCE, UNDER THE LATEST.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELD100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT RELDPARM-FILE ASSIGN PM1DQ011.
           SELECT RELDRPT-FILE  ASSIGN RPTDQ007.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RELDPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * DISCLOSURE YEAR (YYYY).
       FD  RELDPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RELDPARM.
           05  DPARM-YYYY                   PIC X(4).
           05  DPARM-YYYY-N REDEFINES DPARM-YYYY
                                            PIC 9(4).
           05  FILLER                       PIC X(76).
      ******************************************************************
      * RELDRPT-FILE IS THE PRINTED DISCLOSURE REPORT.
       FD  RELDRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RELDRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOPS AND THE TYPE LOOKUP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-SUB-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-SUB-EOF                           VALUE 'Y'.
           05  WS-TYP-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-TYP-FOUND                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS, WHICH ARE ALSO THE ALL-PARTIES
      * LINE OF THE REPORT.
       01  WS-CTL-TOTALS.
           05  WS-CTL-PERIOD-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PARTY-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LOAN-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LOAN-BAL              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BELOW-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DEPO-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DEPO-BAL              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE DISCLOSURE YEAR AND ITS FIRST AND LAST DAYS.
       01  WS-YEAR-FROM.
           05  WS-YF-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(6)    VALUE '-01-01'.
       01  WS-YEAR-TO.
           05  WS-YT-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(6)    VALUE '-12-31'.
      ******************************************************************
      * THE CUSTOMER WHOSE RELATIONSHIPS ARE BEING LISTED AND THE
      * TYPE OF ITS LATEST ONE; THE EXPOSURE IS PRINTED WHEN THE
      * CUSTOMER CHANGES.
       01  WS-CUR-CUST                      PIC X(10)   VALUE SPACES.
       01  WS-CUR-TYPE                      PIC X(2)    VALUE SPACES.
       01  WS-PT-LASTNM                     PIC X(15)   VALUE SPACES.
       01  WS-PT-FRSTNM                     PIC X(15)   VALUE SPACES.
      ******************************************************************
      * ONE LOAN OR DEPOSIT AS FETCHED, AND THE PARTY'S RUNNING
      * EXPOSURE.
       01  WS-LN-CAT                        PIC X(2)    VALUE SPACES.
       01  WS-LN-NO                         PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LN-ORIG-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-LN-ST                         PIC X(1)    VALUE SPACES.
       01  WS-LN-BAL                        PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LN-ROI                        PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LN-PROD-ROI                   PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PY-LOAN-CNT                   PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-PY-LOAN-BAL                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PY-BELOW-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-PY-DEPO-CNT                   PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-PY-DEPO-BAL                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TOTALS BY RELATIONSHIP TYPE.
       01  WS-TYP-TABLE.
           05  WS-TYP-ENTRY OCCURS 4 TIMES
                           INDEXED BY WS-TYP-IDX.
               10  WS-TYP-CODE               PIC X(2).
               10  WS-TYP-DESC               PIC X(22).
               10  WS-TYP-PARTY-CNT          PIC S9(7)  COMP-3.
               10  WS-TYP-LOAN-CNT           PIC S9(7)  COMP-3.
               10  WS-TYP-LOAN-BAL           PIC S9(13)V9(2) COMP-3.
               10  WS-TYP-BELOW-CNT          PIC S9(7)  COMP-3.
               10  WS-TYP-DEPO-CNT           PIC S9(7)  COMP-3.
               10  WS-TYP-DEPO-BAL           PIC S9(13)V9(2) COMP-3.
       01  WS-TYPE-DESC                     PIC X(22)   VALUE SPACES.
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-PTY-HEAD1.
           05  FILLER                       PIC X(45)   VALUE
               'CUSTOMER    NAME'.
           05  FILLER                       PIC X(24)   VALUE
               'RELATIONSHIP'.
           05  FILLER                       PIC X(12)   VALUE
               'RELATED TO'.
           05  FILLER                       PIC X(12)   VALUE
               'FROM'.
           05  FILLER                       PIC X(39)   VALUE
               'TO'.
       01  WS-PTY-LINE.
           05  WS-PL-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PL-NAME                   PIC X(32).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-PL-TYPE                   PIC X(22).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PL-RELATED-TO             PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PL-FROM                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PL-TO                     PIC X(10).
           05  FILLER                       PIC X(29)   VALUE SPACES.
       01  WS-LOAN-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(5)    VALUE 'LOAN '.
           05  WS-LL-CAT                    PIC X(2).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-LL-NO                     PIC Z(8)9.
           05  FILLER                       PIC X(7)    VALUE
                                                         '  ORIG '.
           05  WS-LL-ORIG                   PIC X(10).
           05  FILLER                       PIC X(5)    VALUE '  ST '.
           05  WS-LL-ST                     PIC X(1).
           05  FILLER                       PIC X(6)    VALUE '  BAL '.
           05  WS-LL-BAL                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(6)    VALUE '  ROI '.
           05  WS-LL-ROI                    PIC ZZ9.99.
           05  FILLER                       PIC X(10)   VALUE
                                                         '  PRODUCT '.
           05  WS-LL-PROD-ROI               PIC ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-LL-FLAG                   PIC X(18).
           05  FILLER                       PIC X(20)   VALUE SPACES.
       01  WS-DEPO-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(8)    VALUE
                                                         'DEPOSIT '.
           05  WS-DL-ACC                    PIC X(10).
           05  FILLER                       PIC X(7)    VALUE
                                                         '  PROD '.
           05  WS-DL-PROD                   PIC X(2).
           05  FILLER                       PIC X(10)   VALUE
                                                         '  OPENED '.
           05  WS-DL-OPEN                   PIC X(10).
           05  FILLER                       PIC X(5)    VALUE '  ST '.
           05  WS-DL-ST                     PIC X(1).
           05  FILLER                       PIC X(6)    VALUE '  BAL '.
           05  WS-DL-BAL                    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(6)    VALUE '  ROI '.
           05  WS-DL-ROI                    PIC ZZ9.99.
           05  FILLER                       PIC X(39)   VALUE SPACES.
       01  WS-PTOT-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(19)   VALUE
                                                'PARTY TOTAL  LOANS '.
           05  WS-PTL-LOAN-CNT              PIC ZZ9.
           05  FILLER                       PIC X(5)    VALUE ' BAL '.
           05  WS-PTL-LOAN-BAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(11)   VALUE
                                                         '  DEPOSITS '.
           05  WS-PTL-DEPO-CNT              PIC ZZ9.
           05  FILLER                       PIC X(5)    VALUE ' BAL '.
           05  WS-PTL-DEPO-BAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(46)   VALUE SPACES.
       01  WS-TYP-HEAD1.
           05  FILLER                       PIC X(23)   VALUE
               'RELATIONSHIP TYPE'.
           05  FILLER                       PIC X(7)    VALUE
               'PARTIES'.
           05  FILLER                       PIC X(8)    VALUE
               '   LOANS'.
           05  FILLER                       PIC X(20)   VALUE
               '        LOAN BALANCE'.
           05  FILLER                       PIC X(8)    VALUE
               '   BELOW'.
           05  FILLER                       PIC X(8)    VALUE
               'DEPOSITS'.
           05  FILLER                       PIC X(20)   VALUE
               '     DEPOSIT BALANCE'.
           05  FILLER                       PIC X(38)   VALUE SPACES.
       01  WS-TYP-LINE.
           05  WS-TL-DESC                   PIC X(22).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-PARTY-CNT              PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-LOAN-CNT               PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-LOAN-BAL               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-BELOW-CNT              PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-DEPO-CNT               PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-DEPO-BAL               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(38)   VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE, FOR THE DEFAULT DISCLOSURE YEAR.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
      ******************************************************************
       COPY RELPARTY.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * PARTY CURSOR: EVERY REGISTER PERIOD IN FORCE AT SOME TIME IN
      * THE YEAR, WITH THE CUSTOMER'S NAME, BY CUSTOMER AND DATE.
           EXEC SQL
               DECLARE RELD-PARTY-CSR CURSOR FOR
                   SELECT R.RELP_CUST_NO, R.RELP_TYPE,
                          R.RELP_RELATED_TO, R.RELP_FROM_DATE,
                          R.RELP_TO_DATE,
                          COALESCE(C.CUSTM_NAME_LASTNM, ' '),
                          COALESCE(C.CUSTM_NAME_FRSTNM, ' ')
                     FROM IDC015.RELPARTY R
                     LEFT OUTER JOIN IDC015.CUSTM_TABLE C
                       ON C.CUSTM_NO = CAST(R.RELP_CUST_NO AS INTEGER)
                    WHERE R.RELP_FROM_DATE <= :WS-YEAR-TO
                      AND R.RELP_TO_DATE   >= :WS-YEAR-FROM
                    ORDER BY R.RELP_CUST_NO, R.RELP_FROM_DATE,
                             R.RELP_TYPE
           END-EXEC.
      ******************************************************************
      * LOAN CURSOR: THE PARTY'S LOANS ORIGINATED BY THE YEAR END
      * THAT ARE STILL ACTIVE OR WERE ORIGINATED IN THE YEAR, WITH
      * THE PRODUCT RATE (ZERO WHEN THE CATEGORY HAS NO PRODUCT).
           EXEC SQL
               DECLARE RELD-LOAN-CSR CURSOR FOR
                   SELECT L.LOANM_CAT, L.LOANM_NO, L.LOANM_ORIG_DATE,
                          L.LOANM_ST, L.LOANM_MAX_AMT, L.LOANM_ROI,
                          COALESCE(P.LOANP_ROI, 0)
                     FROM IDC015.LOANMSTR L
                     LEFT OUTER JOIN IDC015.LOANPROD P
                       ON P.LOANP_CAT = L.LOANM_CAT
                    WHERE L.LOANM_CUST_NO    = :WS-CUR-CUST
                      AND L.LOANM_ORIG_DATE <= :WS-YEAR-TO
                      AND (L.LOANM_ST = 'A'
                        OR L.LOANM_ORIG_DATE >= :WS-YEAR-FROM)
                    ORDER BY L.LOANM_CAT, L.LOANM_NO
           END-EXEC.
      ******************************************************************
      * DEPOSIT CURSOR: THE PARTY'S DEPOSITS OPENED BY THE YEAR END
      * AND NOT CLOSED.
           EXEC SQL
               DECLARE RELD-DEPO-CSR CURSOR FOR
                   SELECT DEPM_ACC, DEPM_COD_PROD, DEPM_OPEN_DATE,
                          DEPM_ST, DEPM_BAL, DEPM_ROI
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_CUST_NO    = :WS-CUR-CUST
                      AND DEPM_OPEN_DATE <= :WS-YEAR-TO
                      AND DEPM_ST        <> 'C'
                    ORDER BY DEPM_ACC
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE DISCLOSURE YEAR, LISTS THE PARTIES
      * AND THEIR EXPOSURE AND PRINTS THE TOTALS BY TYPE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100010-READ-YEAR-PARM
           PERFORM 100020-INIT-TYPE-TABLE

           OPEN OUTPUT RELDRPT-FILE

           MOVE SPACES TO RE-RELDRPT
           STRING 'RELD100 - RELATED-PARTY EXPOSURE DISCLOSURE FOR '
                  'THE YEAR ' WS-YF-YYYY DELIMITED BY SIZE
                  INTO RE-RELDRPT
           WRITE RE-RELDRPT

           MOVE SPACES TO RE-RELDRPT
           WRITE RE-RELDRPT
           WRITE RE-RELDRPT FROM WS-PTY-HEAD1

           PERFORM 200000-PARTY-PASS
           PERFORM 700000-PRINT-TYPE-TOTALS

           CLOSE RELDRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-READ-YEAR-PARM TAKES THE DISCLOSURE YEAR OFF THE
      * CONTROL CARD. NO CARD OR A BLANK ONE MEANS LAST YEAR, SO THE
      * JOB CAN RUN EVERY JANUARY WITHOUT A CARD CHANGE; A CARD THAT
      * IS NOT A VALID YYYY STOPS THE RUN.
       100010-READ-YEAR-PARM.

           MOVE SPACES TO RE-RELDPARM

           OPEN INPUT RELDPARM-FILE
           READ RELDPARM-FILE
               AT END
                   MOVE SPACES TO RE-RELDPARM
           END-READ
           CLOSE RELDPARM-FILE

           IF DPARM-YYYY = SPACES
               COMPUTE WS-YF-YYYY = WS-TODAY-YYYY - 1
           ELSE
               IF DPARM-YYYY IS NOT NUMERIC
                   DISPLAY 'RELD100 - PM1DQ011 YEAR CARD NOT YYYY: '
                           DPARM-YYYY ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DPARM-YYYY-N TO WS-YF-YYYY
           END-IF

           MOVE WS-YF-YYYY TO WS-YT-YYYY

           DISPLAY 'RELD100 - DISCLOSURE YEAR ' WS-YF-YYYY.
      ******************************************************************
      * 100020-INIT-TYPE-TABLE LOADS THE FOUR RELATIONSHIP TYPES OF
      * THE RELPARTY REGISTER WITH ZERO TOTALS.
       100020-INIT-TYPE-TABLE.

           INITIALIZE WS-TYP-TABLE

           MOVE 'EM'                     TO WS-TYP-CODE(1)
           MOVE 'EMPLOYEE'               TO WS-TYP-DESC(1)
           MOVE 'DI'                     TO WS-TYP-CODE(2)
           MOVE 'DIRECTOR'               TO WS-TYP-DESC(2)
           MOVE 'RE'                     TO WS-TYP-CODE(3)
           MOVE 'RELATIVE OF EMPLOYEE'   TO WS-TYP-DESC(3)
           MOVE 'RD'                     TO WS-TYP-CODE(4)
           MOVE 'RELATIVE OF DIRECTOR'   TO WS-TYP-DESC(4).
      ******************************************************************
      * 200000-PARTY-PASS LISTS EVERY PERIOD IN THE YEAR. EACH TIME
      * THE CUSTOMER CHANGES THE PREVIOUS CUSTOMER'S EXPOSURE IS
      * PRINTED UNDER ITS PERIODS, AND THE LAST CUSTOMER'S AFTER THE
      * CURSOR RUNS OUT.
       200000-PARTY-PASS.

           MOVE 'N'    TO WS-EOF-SW
           MOVE SPACES TO WS-CUR-CUST

           EXEC SQL
               OPEN RELD-PARTY-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 850000-END-OF-CURSOR
           END-IF

           PERFORM 200100-LIST-ONE-PERIOD UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE RELD-PARTY-CSR
           END-EXEC

           IF WS-CUR-CUST NOT = SPACES
               PERFORM 300000-REPORT-EXPOSURE
           END-IF.
      ******************************************************************
       200100-LIST-ONE-PERIOD.

           EXEC SQL
               FETCH RELD-PARTY-CSR
                INTO :RELP-CUST-NO, :RELP-TYPE, :RELP-RELATED-TO,
                     :RELP-FROM-DATE, :RELP-TO-DATE,
                     :WS-PT-LASTNM, :WS-PT-FRSTNM
           END-EXEC

           IF SQLCODE = ZERO
               IF RELP-CUST-NO NOT = WS-CUR-CUST
                   IF WS-CUR-CUST NOT = SPACES
                       PERFORM 300000-REPORT-EXPOSURE
                   END-IF
                   MOVE RELP-CUST-NO TO WS-CUR-CUST
                   ADD 1 TO WS-CTL-PARTY-CNT
                   MOVE SPACES TO RE-RELDRPT
                   WRITE RE-RELDRPT
               END-IF
               ADD 1 TO WS-CTL-PERIOD-CNT
               MOVE RELP-TYPE TO WS-CUR-TYPE
               PERFORM 200200-PRINT-PERIOD
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
      * 200200-PRINT-PERIOD PRINTS ONE RELATIONSHIP PERIOD. AN OPEN
      * PERIOD SHOWS 'OPEN' FOR ITS TO DATE.
       200200-PRINT-PERIOD.

           PERFORM 800000-FIND-TYPE

           MOVE SPACES          TO WS-PL-NAME
           STRING WS-PT-LASTNM DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  WS-PT-FRSTNM DELIMITED BY '  '
                  INTO WS-PL-NAME

           MOVE RELP-CUST-NO    TO WS-PL-CUST-NO
           MOVE WS-TYPE-DESC    TO WS-PL-TYPE
           MOVE RELP-RELATED-TO TO WS-PL-RELATED-TO
           MOVE RELP-FROM-DATE  TO WS-PL-FROM
           IF RELP-TO-DATE = '9999-12-31'
               MOVE 'OPEN'       TO WS-PL-TO
           ELSE
               MOVE RELP-TO-DATE TO WS-PL-TO
           END-IF

           WRITE RE-RELDRPT FROM WS-PTY-LINE.
      ******************************************************************
      * 300000-REPORT-EXPOSURE PRINTS THE CURRENT CUSTOMER'S LOANS
      * AND DEPOSITS WITH A PARTY TOTAL, AND ADDS THEM TO THE TOTALS
      * OF THE TYPE OF ITS LATEST RELATIONSHIP.
       300000-REPORT-EXPOSURE.

           MOVE ZEROS TO WS-PY-LOAN-CNT
           MOVE ZEROS TO WS-PY-LOAN-BAL
           MOVE ZEROS TO WS-PY-BELOW-CNT
           MOVE ZEROS TO WS-PY-DEPO-CNT
           MOVE ZEROS TO WS-PY-DEPO-BAL

           MOVE 'N' TO WS-SUB-EOF-SW

           EXEC SQL
               OPEN RELD-LOAN-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 300100-PRINT-ONE-LOAN UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE RELD-LOAN-CSR
           END-EXEC

           MOVE 'N' TO WS-SUB-EOF-SW

           EXEC SQL
               OPEN RELD-DEPO-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 300200-PRINT-ONE-DEPOSIT UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE RELD-DEPO-CSR
           END-EXEC

           MOVE WS-PY-LOAN-CNT  TO WS-PTL-LOAN-CNT
           MOVE WS-PY-LOAN-BAL  TO WS-PTL-LOAN-BAL
           MOVE WS-PY-DEPO-CNT  TO WS-PTL-DEPO-CNT
           MOVE WS-PY-DEPO-BAL  TO WS-PTL-DEPO-BAL
           WRITE RE-RELDRPT FROM WS-PTOT-LINE

           ADD WS-PY-LOAN-CNT  TO WS-CTL-LOAN-CNT
           ADD WS-PY-LOAN-BAL  TO WS-CTL-LOAN-BAL
           ADD WS-PY-BELOW-CNT TO WS-CTL-BELOW-CNT
           ADD WS-PY-DEPO-CNT  TO WS-CTL-DEPO-CNT
           ADD WS-PY-DEPO-BAL  TO WS-CTL-DEPO-BAL

           MOVE WS-CUR-TYPE TO RELP-TYPE
           PERFORM 800000-FIND-TYPE
           IF WS-TYP-FOUND
               ADD 1 TO WS-TYP-PARTY-CNT(WS-TYP-IDX)
               ADD WS-PY-LOAN-CNT  TO WS-TYP-LOAN-CNT(WS-TYP-IDX)
               ADD WS-PY-LOAN-BAL  TO WS-TYP-LOAN-BAL(WS-TYP-IDX)
               ADD WS-PY-BELOW-CNT TO WS-TYP-BELOW-CNT(WS-TYP-IDX)
               ADD WS-PY-DEPO-CNT  TO WS-TYP-DEPO-CNT(WS-TYP-IDX)
               ADD WS-PY-DEPO-BAL  TO WS-TYP-DEPO-BAL(WS-TYP-IDX)
           END-IF.
      ******************************************************************
      * 300100-PRINT-ONE-LOAN PRINTS ONE LOAN, FLAGGING A RATE BELOW
      * THE PRODUCT RATE.
       300100-PRINT-ONE-LOAN.

           EXEC SQL
               FETCH RELD-LOAN-CSR
                INTO :WS-LN-CAT, :WS-LN-NO, :WS-LN-ORIG-DATE,
                     :WS-LN-ST, :WS-LN-BAL, :WS-LN-ROI,
                     :WS-LN-PROD-ROI
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1         TO WS-PY-LOAN-CNT
               ADD WS-LN-BAL TO WS-PY-LOAN-BAL
               MOVE WS-LN-CAT       TO WS-LL-CAT
               MOVE WS-LN-NO        TO WS-LL-NO
               MOVE WS-LN-ORIG-DATE TO WS-LL-ORIG
               MOVE WS-LN-ST        TO WS-LL-ST
               MOVE WS-LN-BAL       TO WS-LL-BAL
               MOVE WS-LN-ROI       TO WS-LL-ROI
               MOVE WS-LN-PROD-ROI  TO WS-LL-PROD-ROI
               MOVE SPACES          TO WS-LL-FLAG
               IF WS-LN-ROI < WS-LN-PROD-ROI
                   ADD 1 TO WS-PY-BELOW-CNT
                   MOVE 'BELOW PRODUCT RATE' TO WS-LL-FLAG
               END-IF
               WRITE RE-RELDRPT FROM WS-LOAN-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
       300200-PRINT-ONE-DEPOSIT.

           EXEC SQL
               FETCH RELD-DEPO-CSR
                INTO :DEPM-ACC, :DEPM-COD-PROD, :DEPM-OPEN-DATE,
                     :DEPM-ST, :DEPM-BAL, :DEPM-ROI
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1        TO WS-PY-DEPO-CNT
               ADD DEPM-BAL TO WS-PY-DEPO-BAL
               MOVE DEPM-ACC       TO WS-DL-ACC
               MOVE DEPM-COD-PROD  TO WS-DL-PROD
               MOVE DEPM-OPEN-DATE TO WS-DL-OPEN
               MOVE DEPM-ST        TO WS-DL-ST
               MOVE DEPM-BAL       TO WS-DL-BAL
               MOVE DEPM-ROI       TO WS-DL-ROI
               WRITE RE-RELDRPT FROM WS-DEPO-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 700000-PRINT-TYPE-TOTALS PRINTS ONE LINE PER RELATIONSHIP
      * TYPE AND THE ALL-PARTIES LINE.
       700000-PRINT-TYPE-TOTALS.

           MOVE SPACES TO RE-RELDRPT
           WRITE RE-RELDRPT
           WRITE RE-RELDRPT FROM WS-TYP-HEAD1

           PERFORM 700100-PRINT-ONE-TYPE
               VARYING WS-TYP-IDX FROM 1 BY 1
               UNTIL WS-TYP-IDX > 4

           MOVE 'ALL RELATED PARTIES' TO WS-TL-DESC
           MOVE WS-CTL-PARTY-CNT      TO WS-TL-PARTY-CNT
           MOVE WS-CTL-LOAN-CNT       TO WS-TL-LOAN-CNT
           MOVE WS-CTL-LOAN-BAL       TO WS-TL-LOAN-BAL
           MOVE WS-CTL-BELOW-CNT      TO WS-TL-BELOW-CNT
           MOVE WS-CTL-DEPO-CNT       TO WS-TL-DEPO-CNT
           MOVE WS-CTL-DEPO-BAL       TO WS-TL-DEPO-BAL
           WRITE RE-RELDRPT FROM WS-TYP-LINE.
      ******************************************************************
       700100-PRINT-ONE-TYPE.

           MOVE WS-TYP-DESC(WS-TYP-IDX)      TO WS-TL-DESC
           MOVE WS-TYP-PARTY-CNT(WS-TYP-IDX) TO WS-TL-PARTY-CNT
           MOVE WS-TYP-LOAN-CNT(WS-TYP-IDX)  TO WS-TL-LOAN-CNT
           MOVE WS-TYP-LOAN-BAL(WS-TYP-IDX)  TO WS-TL-LOAN-BAL
           MOVE WS-TYP-BELOW-CNT(WS-TYP-IDX) TO WS-TL-BELOW-CNT
           MOVE WS-TYP-DEPO-CNT(WS-TYP-IDX)  TO WS-TL-DEPO-CNT
           MOVE WS-TYP-DEPO-BAL(WS-TYP-IDX)  TO WS-TL-DEPO-BAL
           WRITE RE-RELDRPT FROM WS-TYP-LINE.
      ******************************************************************
      * 800000-FIND-TYPE LOOKS RELP-TYPE UP IN THE TYPE TABLE AND
      * LEAVES ITS DESCRIPTION IN WS-TYPE-DESC (THE RAW CODE FOR A
      * TYPE THE TABLE DOES NOT KNOW).
       800000-FIND-TYPE.

           MOVE 'N'       TO WS-TYP-FOUND-SW
           MOVE RELP-TYPE TO WS-TYPE-DESC

           SET WS-TYP-IDX TO 1
           SEARCH WS-TYP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TYP-CODE(WS-TYP-IDX) = RELP-TYPE
                   MOVE 'Y' TO WS-TYP-FOUND-SW
                   MOVE WS-TYP-DESC(WS-TYP-IDX) TO WS-TYPE-DESC
           END-SEARCH.
      ******************************************************************
       850000-END-OF-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'RELPARTY' TO DB2-OBJECT
               MOVE 'FETCH'    TO DB2-STATEMENT
               MOVE 'RELD100'  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE 'Y' TO WS-EOF-SW.
      ******************************************************************
       860000-END-OF-SUB-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'LOANDEPO' TO DB2-OBJECT
               MOVE 'FETCH'    TO DB2-STATEMENT
               MOVE WS-CUR-CUST TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE 'Y' TO WS-SUB-EOF-SW.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'RELD100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COMPLIANCE CAN RECONCILE THE DISCLOSURE.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'RELD100 CONTROL TOTALS'
           DISPLAY '  RELATIONSHIP PERIODS LISTED ...... : '
                   WS-CTL-PERIOD-CNT
           DISPLAY '  RELATED PARTIES .................. : '
                   WS-CTL-PARTY-CNT
           DISPLAY '  LOANS DISCLOSED .................. : '
                   WS-CTL-LOAN-CNT
           DISPLAY '  LOAN BALANCE ..................... : '
                   WS-CTL-LOAN-BAL
           DISPLAY '  LOANS BELOW PRODUCT RATE ......... : '
                   WS-CTL-BELOW-CNT
           DISPLAY '  DEPOSITS DISCLOSED ............... : '
                   WS-CTL-DEPO-CNT
           DISPLAY '  DEPOSIT BALANCE .................. : '
                   WS-CTL-DEPO-BAL.
      ******************************************************************
