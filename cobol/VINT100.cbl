      ******************************************************************
      * VINT100 IS THE MONTHLY VINTAGE (COHORT) DEFAULT ANALYSIS. IT
      * GROUPS THE LOANS BOOKED IN A RANGE OF ORIGINATION MONTHS BY
      * LOANM_ORIG_DATE MONTH AND PRODUCT CATEGORY, AND FOR EACH
      * COHORT WORKS OUT, AT EVERY MONTH ON BOOK (MOB 0 BEING THE
      * ORIGINATION MONTH), THE CUMULATIVE SHARE OF THE COHORT'S
      * ORIGINATED BALANCE WHOSE LOANS HAD BY THEN:
      *   - REACHED 30 DAYS PAST DUE - AN INSTALLMENT ON THE LOANSCHED
      *     ARREARS HISTORY LEFT UNPAID 30 DAYS AFTER ITS DUE DATE
      *     (STILL UNPAID, OR PAID LATE);
      *   - REACHED 90 DAYS PAST DUE, ON THE SAME BASIS;
      *   - GONE NON-PERFORMING - THE FIRST RISKCLSH MOVE INTO 'N';
      * PLUS THE CUMULATIVE AMOUNT WRITTEN OFF BY LOANW100 (LOANRECV)
      * AS A SHARE OF THE SAME ORIGINATED BALANCE. EACH LOAN COUNTS
      * ONCE PER MEASURE, IN THE MONTH IT FIRST GOT THERE, SO THE
      * CURVES ONLY RISE. THE ORIGINATED BALANCE IS THE PRINCIPAL THE
      * LOANSCHED SCHEDULE WAS BUILT ON (FIRST INSTALLMENT PRINCIPAL
      * PLUS THE BALANCE EXPECTED AFTER IT), OR FOR A LOAN WITHOUT A
      * SCHEDULE ITS CURRENT LOANM_MAX_AMT.
      * THE PM1DQ010 CONTROL CARD NAMES THE FIRST COHORT (COLS 1-7,
      * YYYY-MM) AND THE NUMBER OF COHORT MONTHS (COLS 9-10, UP TO
      * 36); LEFT BLANK IT COVERS THE 24 MONTHS UP TO AND INCLUDING
      * THE RUN MONTH. OUTPUT IS THE PRINTED REPORT (RPTDQ006), WITH
      * THE CURVES AT MOB 3, 6, 9, 12, 18, 24 AND 36, AND THE FLAT
      * FILE FOR RISK MODELLING (O1DQ3301): A HDR, ONE DETAIL PER
      * COHORT, CATEGORY AND MONTH ON BOOK UP TO THE RUN MONTH WITH
      * THE AMOUNTS AND THE PERCENTAGES, AND A TRL WITH THE COUNTS.
      * DAYS ARE COUNTED ON THE 30/360 CALENDAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINT100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT VINTPARM-FILE ASSIGN PM1DQ010.
           SELECT VINTRPT-FILE  ASSIGN RPTDQ006.
           SELECT VINTOUT-FILE  ASSIGN O1DQ3301.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * VINTPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * FIRST COHORT MONTH AND THE NUMBER OF COHORT MONTHS.
       FD  VINTPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-VINTPARM.
           05  VPARM-FIRST.
               10  VPARM-YYYY               PIC X(4).
               10  VPARM-YYYY-N REDEFINES VPARM-YYYY
                                            PIC 9(4).
               10  VPARM-DASH               PIC X(1).
               10  VPARM-MM                 PIC X(2).
               10  VPARM-MM-N REDEFINES VPARM-MM
                                            PIC 9(2).
           05  FILLER                       PIC X(1).
           05  VPARM-COUNT                  PIC X(2).
           05  VPARM-COUNT-N REDEFINES VPARM-COUNT
                                            PIC 9(2).
           05  FILLER                       PIC X(70).
      ******************************************************************
      * VINTRPT-FILE IS THE PRINTED VINTAGE REPORT.
       FD  VINTRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-VINTRPT                       PIC X(132).
      ******************************************************************
      * VINTOUT-FILE IS THE FLAT VINTAGE FILE FOR RISK MODELLING.
       FD  VINTOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-VINTOUT                       PIC X(150).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOPS AND THE COHORT TABLE.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-SCH-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-SCH-EOF-YES                       VALUE 'Y'.
           05  WS-VC-FOUND-SW               PIC X(1)    VALUE 'N'.
               88  WS-VC-FOUND                          VALUE 'Y'.
           05  WS-30-FOUND-SW               PIC X(1)    VALUE 'N'.
               88  WS-30-FOUND                          VALUE 'Y'.
           05  WS-90-FOUND-SW               PIC X(1)    VALUE 'N'.
               88  WS-90-FOUND                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-LOAN-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ORIG-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LATE-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-30-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-90-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NPL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-WO-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DROP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DTL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE COHORT RANGE. A MONTH INDEX IS YEAR * 12 + MONTH - 1, SO
      * MONTHS ON BOOK IS A SUBTRACTION; THE CURSOR TAKES LOANS
      * BOOKED FROM THE FIRST OF THE FIRST COHORT MONTH TO THE FIRST
      * OF THE MONTH AFTER THE LAST, EXCLUSIVE.
       01  WS-COHORT-CNT                    PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-FIRST-MIDX                    PIC S9(7)   COMP
                                                         VALUE ZEROS.
       01  WS-LAST-MIDX                     PIC S9(7)   COMP
                                                         VALUE ZEROS.
       01  WS-RUN-MIDX                      PIC S9(7)   COMP
                                                         VALUE ZEROS.
       01  WS-FIRST-COHORT                  PIC X(7)    VALUE SPACES.
       01  WS-LAST-COHORT                   PIC X(7)    VALUE SPACES.
       01  WS-PERIOD-FROM                   PIC X(10)   VALUE SPACES.
       01  WS-PERIOD-TO                     PIC X(10)   VALUE SPACES.
       01  WS-PERIOD-WORK.
           05  WS-PW-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PW-MM                     PIC 9(2).
           05  FILLER                       PIC X(3)    VALUE '-01'.
       01  WS-MIDX-WORK                     PIC S9(7)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * THE LOAN FETCHED FROM THE LOAN CURSOR: ITS ORIGINATED BALANCE,
      * THE FIRST DATE IT WENT NON-PERFORMING AND ITS WRITE-OFF DATE
      * AND AMOUNT ('9999-12-31' AND ZERO WHEN IT HAS NOT).
       01  WS-LN-ORIG-AMT                   PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LN-NPL-DATE                   PIC X(10)   VALUE SPACES.
       01  WS-LN-WO-DATE                    PIC X(10)   VALUE SPACES.
       01  WS-LN-WO-AMT                     PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LN-ORIG-MIDX                  PIC S9(7)   COMP
                                                         VALUE ZEROS.
       01  WS-LN-ORIG-DATE.
           05  WS-LOD-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-LOD-MM                    PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-LOD-DD                    PIC 9(2).
       01  WS-LN-COHORT                     PIC X(7)    VALUE SPACES.
      ******************************************************************
      * ONE LATE INSTALLMENT FROM THE ARREARS CURSOR: ITS DUE DATE AND
      * THE DATE IT STOPPED BEING LATE (PAID, OR TODAY IF NOT YET).
       01  WS-SCH-DUE-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-SCH-END-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-SCH-DUE-DAYS                  PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-SCH-LATE-DAYS                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * AN EVENT TO BE BOOKED TO THE LOAN'S COHORT: THE MEASURE ('3'
      * 30+, '9' 90+, 'N' NON-PERFORMING, 'W' WRITE-OFF), THE 30/360
      * DAY NUMBER IT HAPPENED ON AND THE AMOUNT IT CARRIES.
       01  WS-EV-TYPE                       PIC X(1)    VALUE SPACES.
       01  WS-EV-DAYS                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-EV-AMT                        PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-MOB                           PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-MOB-SUB                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-CUR-MOB                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * 30/360 DAY-NUMBER WORK AREA (SEE 900710-DAY-NUMBER).
       01  WS-DN-DATE.
           05  WS-DN-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-DN-MM                     PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-DN-DD                     PIC 9(2).
       01  WS-DN-DAYS                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * ONE ENTRY PER COHORT (ORIGINATION MONTH AND CATEGORY), WITH
      * THE AMOUNT FIRST REACHING EACH MEASURE IN EACH MONTH ON BOOK
      * (MOB 0 TO 36, SUBSCRIPT MOB + 1). SIZED FOR 400 COHORTS.
       01  WS-VC-TABLE.
           05  WS-VC-USED                   PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
           05  WS-VC-ENTRY OCCURS 400 TIMES
                           INDEXED BY WS-VC-IDX.
               10  WS-VC-COHORT              PIC X(7).
               10  WS-VC-CAT                 PIC X(2).
               10  WS-VC-MIDX                PIC S9(7)  COMP.
               10  WS-VC-LOAN-CNT            PIC S9(7)  COMP-3.
               10  WS-VC-ORIG-AMT            PIC S9(13)V9(2) COMP-3.
               10  WS-VC-MOB OCCURS 37 TIMES.
                   15  WS-VC-AMT-30          PIC S9(13)V9(2) COMP-3.
                   15  WS-VC-AMT-90          PIC S9(13)V9(2) COMP-3.
                   15  WS-VC-AMT-NPL         PIC S9(13)V9(2) COMP-3.
                   15  WS-VC-AMT-WO          PIC S9(13)V9(2) COMP-3.
      ******************************************************************
      * RUNNING CUMULATIVE AMOUNTS AND PERCENTAGES FOR THE COHORT
      * BEING WRITTEN.
       01  WS-CUM-30                        PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUM-90                        PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUM-NPL                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUM-WO                        PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCT-30                        PIC S9(3)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCT-90                        PIC S9(3)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCT-NPL                       PIC S9(3)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCT-WO                        PIC S9(3)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCT-EDIT                      PIC ZZ9.99.
      ******************************************************************
      * THE MONTHS ON BOOK PRINTED ON THE REPORT, AND THE PERCENTAGES
      * CAPTURED AT EACH FOR THE COHORT BEING WRITTEN (ONE ROW PER
      * MEASURE, BLANK WHERE THE COHORT IS NOT YET THAT OLD).
       01  WS-MOB-POINT-VALUES              PIC X(21)   VALUE
           '003006009012018024036'.
       01  WS-MOB-POINT-TABLE REDEFINES WS-MOB-POINT-VALUES.
           05  WS-MOB-POINT OCCURS 7 TIMES  PIC 9(3).
       01  WS-PT-SUB                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-MEAS-SUB                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-PT-TABLE.
           05  WS-PT-ROW OCCURS 4 TIMES.
               10  WS-PT-PCT OCCURS 7 TIMES  PIC X(6).
       01  WS-MEAS-NAME-VALUES              PIC X(32)   VALUE
           '30+ DPD 90+ DPD NON-PERFWRITEOFF'.
       01  WS-MEAS-NAME-TABLE REDEFINES WS-MEAS-NAME-VALUES.
           05  WS-MEAS-NAME OCCURS 4 TIMES  PIC X(8).
      ******************************************************************
      * REPORT PRINT LINES. EACH COHORT PRINTS ONE LINE PER MEASURE;
      * THE FIRST CARRIES THE COHORT, ITS LOAN COUNT AND ORIGINATED
      * BALANCE.
       01  WS-VIN-HEAD1.
           05  FILLER                       PIC X(43)   VALUE
               'COHORT  CT  LOANS      ORIGINATED  MEASURE'.
           05  FILLER                       PIC X(8)    VALUE
               '   MOB 3'.
           05  FILLER                       PIC X(8)    VALUE
               '   MOB 6'.
           05  FILLER                       PIC X(8)    VALUE
               '   MOB 9'.
           05  FILLER                       PIC X(8)    VALUE
               '  MOB 12'.
           05  FILLER                       PIC X(8)    VALUE
               '  MOB 18'.
           05  FILLER                       PIC X(8)    VALUE
               '  MOB 24'.
           05  FILLER                       PIC X(8)    VALUE
               '  MOB 36'.
           05  FILLER                       PIC X(33)   VALUE SPACES.
       01  WS-VIN-LINE.
           05  WS-VL-COHORT                 PIC X(7).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-VL-CAT                    PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-VL-LOANS                  PIC X(6).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-VL-ORIG                   PIC X(15).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-VL-MEAS                   PIC X(8).
           05  WS-VL-POINT OCCURS 7 TIMES.
               10  FILLER                   PIC X(2).
               10  WS-VL-PCT                PIC X(6).
           05  FILLER                       PIC X(33)   VALUE SPACES.
       01  WS-LOANS-EDIT                    PIC ZZ,ZZ9.
       01  WS-ORIG-EDIT                     PIC ZZZ,ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * FLAT-FILE LAYOUTS. A HDR WITH THE RUN DATE AND COHORT RANGE,
      * ONE DTL PER COHORT, CATEGORY AND MONTH ON BOOK (CUMULATIVE
      * AMOUNTS IN WHOLE UNITS, PERCENTAGES WITH FOUR DECIMALS), AND
      * A TRL WITH THE DETAIL COUNT, LOANS AND ORIGINATED BALANCE.
       01  WS-VO-HDR.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  WS-VOH-RUN-DATE              PIC X(10).
           05  WS-VOH-FIRST                 PIC X(7).
           05  WS-VOH-LAST                  PIC X(7).
           05  FILLER                       PIC X(123)  VALUE SPACES.
       01  WS-VO-DETAIL.
           05  FILLER                       PIC X(3)    VALUE 'DTL'.
           05  WS-VOD-COHORT                PIC X(7).
           05  WS-VOD-CAT                   PIC X(2).
           05  WS-VOD-MOB                   PIC 9(3).
           05  WS-VOD-LOAN-CNT              PIC 9(7).
           05  WS-VOD-ORIG-AMT              PIC 9(13).
           05  WS-VOD-AMT-30                PIC 9(13).
           05  WS-VOD-AMT-90                PIC 9(13).
           05  WS-VOD-AMT-NPL               PIC 9(13).
           05  WS-VOD-AMT-WO                PIC 9(13).
           05  WS-VOD-PCT-30                PIC 9(3)V9(4).
           05  WS-VOD-PCT-90                PIC 9(3)V9(4).
           05  WS-VOD-PCT-NPL               PIC 9(3)V9(4).
           05  WS-VOD-PCT-WO                PIC 9(3)V9(4).
           05  FILLER                       PIC X(35)   VALUE SPACES.
       01  WS-VO-TRL.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  WS-VOT-DTL-CNT               PIC 9(7).
           05  WS-VOT-LOAN-CNT              PIC 9(7).
           05  WS-VOT-ORIG-AMT              PIC 9(15).
           05  FILLER                       PIC X(118)  VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE, FOR THE DEFAULT COHORT RANGE, THE AGE OF EACH
      * COHORT AND THE END OF AN INSTALLMENT STILL UNPAID.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-TODAY-DATE.
           05  WS-TD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-DD                     PIC 9(2).
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * LOAN CURSOR: EVERY LOAN BOOKED IN THE COHORT RANGE, IN COHORT
      * ORDER, WITH ITS ORIGINATED BALANCE, FIRST NON-PERFORMING DATE
      * (THE RISK NUMBER IS THE LOAN NUMBER) AND WRITE-OFF.
           EXEC SQL
               DECLARE VINT-LOAN-CSR CURSOR FOR
                   SELECT L.LOANM_CAT, L.LOANM_NO, L.LOANM_ORIG_DATE,
                          COALESCE((SELECT S.LOANSCH_PRIN_AMT
                                         + S.LOANSCH_EXP_BAL
                                      FROM IDC015.LOANSCHED S
                                     WHERE S.LOANSCH_CAT = L.LOANM_CAT
                                       AND S.LOANSCH_NO  = L.LOANM_NO
                                       AND S.LOANSCH_SEQ = 1),
                                   L.LOANM_MAX_AMT),
                          COALESCE((SELECT MIN(C.RCLH_DATE)
                                      FROM IDC015.RISKCLSH C
                                     WHERE C.RCLH_NUM_RISK
                                           = DIGITS(L.LOANM_NO)
                                       AND C.RCLH_NEW_CLASS = 'N'),
                                   '9999-12-31'),
                          COALESCE(W.LRCV_WO_DATE, '9999-12-31'),
                          COALESCE(W.LRCV_WO_AMT, 0)
                     FROM IDC015.LOANMSTR L
                          LEFT OUTER JOIN IDC015.LOANRECV W
                            ON W.LRCV_CAT = L.LOANM_CAT
                           AND W.LRCV_NO  = L.LOANM_NO
                    WHERE L.LOANM_ORIG_DATE >= :WS-PERIOD-FROM
                      AND L.LOANM_ORIG_DATE <  :WS-PERIOD-TO
                    ORDER BY YEAR(L.LOANM_ORIG_DATE),
                             MONTH(L.LOANM_ORIG_DATE),
                             L.LOANM_CAT, L.LOANM_NO
           END-EXEC.
      ******************************************************************
      * ARREARS CURSOR: THE CURRENT LOAN'S INSTALLMENTS THAT WENT
      * PAST THEIR DUE DATE - PAID LATE, OR DUE BEFORE TODAY AND NOT
      * YET COLLECTED - IN DUE-DATE ORDER, WITH THE DATE EACH STOPPED
      * BEING LATE.
           EXEC SQL
               DECLARE VINT-SCH-CSR CURSOR FOR
                   SELECT LOANSCH_DUE_DATE,
                          CASE WHEN LOANSCH_ST = 'C'
                               THEN LOANSCH_PAID_DATE
                               ELSE DATE(:WS-TODAY-DATE)
                          END
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT      = :LLOANM-CAT
                      AND LOANSCH_NO       = :LLOANM-NO
                      AND LOANSCH_DUE_DATE < :WS-TODAY-DATE
                      AND (LOANSCH_ST <> 'C'
                        OR LOANSCH_PAID_DATE > LOANSCH_DUE_DATE)
                    ORDER BY LOANSCH_DUE_DATE
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE SETS THE COHORT RANGE, BUILDS THE COHORT TABLE
      * FROM THE LOAN PASS AND WRITES THE REPORT AND THE FLAT FILE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYY TO WS-TD-YYYY
           MOVE WS-TODAY-MM   TO WS-TD-MM
           MOVE WS-TODAY-DD   TO WS-TD-DD
           COMPUTE WS-RUN-MIDX = WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1

           PERFORM 100010-READ-VINTAGE-PARM

           PERFORM 200000-LOAN-PASS

           OPEN OUTPUT VINTRPT-FILE
           OPEN OUTPUT VINTOUT-FILE

           PERFORM 700000-WRITE-OUTPUT

           CLOSE VINTRPT-FILE
           CLOSE VINTOUT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-READ-VINTAGE-PARM TAKES THE COHORT RANGE OFF THE
      * CONTROL CARD. A BLANK FIRST MONTH MEANS THE 24 MONTHS TO THE
      * RUN MONTH; A BLANK COUNT MEANS 24. A MALFORMED CARD, A COUNT
      * OVER 36 OR A RANGE RUNNING PAST THE RUN MONTH STOPS THE RUN.
       100010-READ-VINTAGE-PARM.

           MOVE SPACES TO RE-VINTPARM

           OPEN INPUT VINTPARM-FILE

           READ VINTPARM-FILE
               AT END
                   MOVE SPACES TO RE-VINTPARM
           END-READ

           CLOSE VINTPARM-FILE

           IF VPARM-COUNT = SPACES
               MOVE 24 TO WS-COHORT-CNT
           ELSE
               IF VPARM-COUNT IS NOT NUMERIC
                OR VPARM-COUNT-N < 1 OR VPARM-COUNT-N > 36
                   DISPLAY 'VINT100 - PM1DQ010 COHORT COUNT NOT '
                           '01-36: ' VPARM-COUNT ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE VPARM-COUNT-N TO WS-COHORT-CNT
           END-IF

           IF VPARM-FIRST = SPACES
               COMPUTE WS-FIRST-MIDX =
                   WS-RUN-MIDX - WS-COHORT-CNT + 1
           ELSE
               IF VPARM-YYYY IS NOT NUMERIC
                OR VPARM-MM IS NOT NUMERIC
                OR VPARM-DASH NOT = '-'
                OR VPARM-MM-N < 1 OR VPARM-MM-N > 12
                   DISPLAY 'VINT100 - PM1DQ010 FIRST COHORT NOT '
                           'YYYY-MM: ' VPARM-FIRST ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-FIRST-MIDX =
                   VPARM-YYYY-N * 12 + VPARM-MM-N - 1
           END-IF

           COMPUTE WS-LAST-MIDX = WS-FIRST-MIDX + WS-COHORT-CNT - 1

           IF WS-LAST-MIDX > WS-RUN-MIDX
               DISPLAY 'VINT100 - PM1DQ010 COHORT RANGE RUNS PAST '
                       'THE RUN MONTH - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FIRST-MIDX TO WS-MIDX-WORK
           PERFORM 100020-MONTH-FROM-INDEX
           MOVE WS-PERIOD-WORK      TO WS-PERIOD-FROM
           MOVE WS-PERIOD-WORK(1:7) TO WS-FIRST-COHORT

           MOVE WS-LAST-MIDX TO WS-MIDX-WORK
           PERFORM 100020-MONTH-FROM-INDEX
           MOVE WS-PERIOD-WORK(1:7) TO WS-LAST-COHORT

           COMPUTE WS-MIDX-WORK = WS-LAST-MIDX + 1
           PERFORM 100020-MONTH-FROM-INDEX
           MOVE WS-PERIOD-WORK      TO WS-PERIOD-TO

           DISPLAY 'VINT100 - COHORTS ' WS-FIRST-COHORT
                   ' TO ' WS-LAST-COHORT.
      ******************************************************************
      * 100020-MONTH-FROM-INDEX TURNS A MONTH INDEX BACK INTO THE
      * FIRST OF THAT MONTH IN WS-PERIOD-WORK.
       100020-MONTH-FROM-INDEX.

           DIVIDE WS-MIDX-WORK BY 12 GIVING WS-PW-YYYY
           COMPUTE WS-PW-MM = WS-MIDX-WORK - WS-PW-YYYY * 12 + 1.
      ******************************************************************
      * 200000-LOAN-PASS BOOKS EVERY LOAN IN THE RANGE TO ITS COHORT.
       200000-LOAN-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN VINT-LOAN-CSR
           END-EXEC

           PERFORM 200100-PROCESS-ONE-LOAN UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE VINT-LOAN-CSR
           END-EXEC.
      ******************************************************************
      * 200100-PROCESS-ONE-LOAN ADDS THE LOAN TO ITS COHORT AND BOOKS
      * THE MONTH IT FIRST REACHED EACH MEASURE.
       200100-PROCESS-ONE-LOAN.

           EXEC SQL
               FETCH VINT-LOAN-CSR
                INTO :LLOANM-CAT, :LLOANM-NO, :LLOANM-ORIG-DATE,
                     :WS-LN-ORIG-AMT, :WS-LN-NPL-DATE,
                     :WS-LN-WO-DATE, :WS-LN-WO-AMT
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1              TO WS-CTL-LOAN-CNT
               ADD WS-LN-ORIG-AMT TO WS-CTL-ORIG-AMT

               MOVE LLOANM-ORIG-DATE      TO WS-LN-ORIG-DATE
               MOVE LLOANM-ORIG-DATE(1:7) TO WS-LN-COHORT
               COMPUTE WS-LN-ORIG-MIDX =
                   WS-LOD-YYYY * 12 + WS-LOD-MM - 1

               PERFORM 200200-FIND-COHORT

               IF WS-VC-FOUND
                   ADD 1              TO WS-VC-LOAN-CNT(WS-VC-IDX)
                   ADD WS-LN-ORIG-AMT TO WS-VC-ORIG-AMT(WS-VC-IDX)
                   PERFORM 200300-ARREARS-PASS
                   PERFORM 200500-NPL-AND-WRITE-OFF
               ELSE
                   ADD 1 TO WS-CTL-DROP-CNT
               END-IF
           ELSE
               IF SQLCODE NOT = +100
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      ******************************************************************
      * 200200-FIND-COHORT LOCATES (OR OPENS) THE LOAN'S COHORT ENTRY.
      * A FULL TABLE LEAVES THE LOAN OUT OF THE ANALYSIS AND COUNTED.
       200200-FIND-COHORT.

           MOVE 'N' TO WS-VC-FOUND-SW
           SET WS-VC-IDX TO 1

           SEARCH WS-VC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VC-IDX > WS-VC-USED
                   CONTINUE
               WHEN WS-VC-COHORT(WS-VC-IDX) = WS-LN-COHORT
                AND WS-VC-CAT(WS-VC-IDX)    = LLOANM-CAT
                   MOVE 'Y' TO WS-VC-FOUND-SW
           END-SEARCH

           IF NOT WS-VC-FOUND
               IF WS-VC-USED < 400
                   ADD 1 TO WS-VC-USED
                   SET WS-VC-IDX TO WS-VC-USED
                   MOVE WS-LN-COHORT    TO WS-VC-COHORT(WS-VC-IDX)
                   MOVE LLOANM-CAT      TO WS-VC-CAT(WS-VC-IDX)
                   MOVE WS-LN-ORIG-MIDX TO WS-VC-MIDX(WS-VC-IDX)
                   MOVE ZEROS           TO WS-VC-LOAN-CNT(WS-VC-IDX)
                   MOVE ZEROS           TO WS-VC-ORIG-AMT(WS-VC-IDX)
                   PERFORM 200210-CLEAR-ONE-MOB
                       VARYING WS-MOB-SUB FROM 1 BY 1
                       UNTIL WS-MOB-SUB > 37
                   MOVE 'Y' TO WS-VC-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
       200210-CLEAR-ONE-MOB.

           MOVE ZEROS TO WS-VC-AMT-30(WS-VC-IDX, WS-MOB-SUB)
           MOVE ZEROS TO WS-VC-AMT-90(WS-VC-IDX, WS-MOB-SUB)
           MOVE ZEROS TO WS-VC-AMT-NPL(WS-VC-IDX, WS-MOB-SUB)
           MOVE ZEROS TO WS-VC-AMT-WO(WS-VC-IDX, WS-MOB-SUB).
      ******************************************************************
      * 200300-ARREARS-PASS READS THE LOAN'S LATE INSTALLMENTS IN
      * DUE-DATE ORDER. THE FIRST ONE LATE 30 DAYS OR MORE DATES THE
      * LOAN'S 30+ EVENT (DUE DATE PLUS 30 DAYS), AND LIKEWISE FOR 90.
       200300-ARREARS-PASS.

           MOVE 'N' TO WS-SCH-EOF-SW
           MOVE 'N' TO WS-30-FOUND-SW
           MOVE 'N' TO WS-90-FOUND-SW

           EXEC SQL
               OPEN VINT-SCH-CSR
           END-EXEC

           PERFORM 200310-CHECK-ONE-INSTALLMENT
               UNTIL WS-SCH-EOF-YES

           EXEC SQL
               CLOSE VINT-SCH-CSR
           END-EXEC.
      ******************************************************************
       200310-CHECK-ONE-INSTALLMENT.

           EXEC SQL
               FETCH VINT-SCH-CSR
                INTO :WS-SCH-DUE-DATE, :WS-SCH-END-DATE
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-LATE-CNT

               MOVE WS-SCH-DUE-DATE TO WS-DN-DATE
               PERFORM 900710-DAY-NUMBER
               MOVE WS-DN-DAYS TO WS-SCH-DUE-DAYS

               MOVE WS-SCH-END-DATE TO WS-DN-DATE
               PERFORM 900710-DAY-NUMBER
               COMPUTE WS-SCH-LATE-DAYS = WS-DN-DAYS - WS-SCH-DUE-DAYS

               IF WS-SCH-LATE-DAYS >= 30 AND NOT WS-30-FOUND
                   MOVE 'Y' TO WS-30-FOUND-SW
                   ADD 1 TO WS-CTL-30-CNT
                   MOVE '3' TO WS-EV-TYPE
                   COMPUTE WS-EV-DAYS = WS-SCH-DUE-DAYS + 30
                   MOVE WS-LN-ORIG-AMT TO WS-EV-AMT
                   PERFORM 200400-BOOK-EVENT
               END-IF

               IF WS-SCH-LATE-DAYS >= 90 AND NOT WS-90-FOUND
                   MOVE 'Y' TO WS-90-FOUND-SW
                   ADD 1 TO WS-CTL-90-CNT
                   MOVE '9' TO WS-EV-TYPE
                   COMPUTE WS-EV-DAYS = WS-SCH-DUE-DAYS + 90
                   MOVE WS-LN-ORIG-AMT TO WS-EV-AMT
                   PERFORM 200400-BOOK-EVENT
               END-IF
           ELSE
               IF SQLCODE NOT = +100
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
               MOVE 'Y' TO WS-SCH-EOF-SW
           END-IF.
      ******************************************************************
      * 200400-BOOK-EVENT ADDS THE EVENT'S AMOUNT TO THE COHORT IN THE
      * MONTH ON BOOK IT HAPPENED (THE 30/360 DAY NUMBER OVER 30 IS
      * ITS MONTH INDEX). ANYTHING BEFORE BOOKING COUNTS AT MOB 0 AND
      * ANYTHING PAST MOB 36 AT 36.
       200400-BOOK-EVENT.

           COMPUTE WS-MOB = WS-EV-DAYS / 30 - WS-LN-ORIG-MIDX

           IF WS-MOB < ZERO
               MOVE ZERO TO WS-MOB
           END-IF
           IF WS-MOB > 36
               MOVE 36 TO WS-MOB
           END-IF

           COMPUTE WS-MOB-SUB = WS-MOB + 1

           EVALUATE WS-EV-TYPE
               WHEN '3'
                   ADD WS-EV-AMT TO WS-VC-AMT-30(WS-VC-IDX, WS-MOB-SUB)
               WHEN '9'
                   ADD WS-EV-AMT TO WS-VC-AMT-90(WS-VC-IDX, WS-MOB-SUB)
               WHEN 'N'
                   ADD WS-EV-AMT
                       TO WS-VC-AMT-NPL(WS-VC-IDX, WS-MOB-SUB)
               WHEN 'W'
                   ADD WS-EV-AMT TO WS-VC-AMT-WO(WS-VC-IDX, WS-MOB-SUB)
           END-EVALUATE.
      ******************************************************************
      * 200500-NPL-AND-WRITE-OFF BOOKS THE LOAN'S FIRST MOVE INTO
      * NON-PERFORMING (AT ITS ORIGINATED BALANCE) AND ITS WRITE-OFF
      * (AT THE AMOUNT WRITTEN OFF).
       200500-NPL-AND-WRITE-OFF.

           IF WS-LN-NPL-DATE NOT = '9999-12-31'
               ADD 1 TO WS-CTL-NPL-CNT
               MOVE WS-LN-NPL-DATE TO WS-DN-DATE
               PERFORM 900710-DAY-NUMBER
               MOVE 'N'            TO WS-EV-TYPE
               MOVE WS-DN-DAYS     TO WS-EV-DAYS
               MOVE WS-LN-ORIG-AMT TO WS-EV-AMT
               PERFORM 200400-BOOK-EVENT
           END-IF

           IF WS-LN-WO-DATE NOT = '9999-12-31'
               ADD 1 TO WS-CTL-WO-CNT
               MOVE WS-LN-WO-DATE  TO WS-DN-DATE
               PERFORM 900710-DAY-NUMBER
               MOVE 'W'            TO WS-EV-TYPE
               MOVE WS-DN-DAYS     TO WS-EV-DAYS
               MOVE WS-LN-WO-AMT   TO WS-EV-AMT
               PERFORM 200400-BOOK-EVENT
           END-IF.
      ******************************************************************
      * 700000-WRITE-OUTPUT WRITES THE REPORT HEADINGS AND THE FLAT
      * FILE HDR, EACH COHORT, AND THE FLAT FILE TRL.
       700000-WRITE-OUTPUT.

           MOVE SPACES TO RE-VINTRPT
           STRING 'VINT100 - VINTAGE DEFAULT ANALYSIS, COHORTS '
                  WS-FIRST-COHORT ' TO ' WS-LAST-COHORT
                  ' - CUMULATIVE % OF ORIGINATED BALANCE'
                  DELIMITED BY SIZE
                  INTO RE-VINTRPT
           WRITE RE-VINTRPT
           MOVE SPACES TO RE-VINTRPT
           WRITE RE-VINTRPT
           WRITE RE-VINTRPT FROM WS-VIN-HEAD1

           MOVE WS-TODAY-DATE   TO WS-VOH-RUN-DATE
           MOVE WS-FIRST-COHORT TO WS-VOH-FIRST
           MOVE WS-LAST-COHORT  TO WS-VOH-LAST
           WRITE RE-VINTOUT FROM WS-VO-HDR

           PERFORM 700100-WRITE-ONE-COHORT
               VARYING WS-VC-IDX FROM 1 BY 1
               UNTIL WS-VC-IDX > WS-VC-USED

           MOVE WS-CTL-DTL-CNT  TO WS-VOT-DTL-CNT
           MOVE WS-CTL-LOAN-CNT TO WS-VOT-LOAN-CNT
           MOVE WS-CTL-ORIG-AMT TO WS-VOT-ORIG-AMT
           WRITE RE-VINTOUT FROM WS-VO-TRL.
      ******************************************************************
      * 700100-WRITE-ONE-COHORT RUNS THE COHORT'S MONTHS ON BOOK UP TO
      * ITS AGE AT THE RUN MONTH, CUMULATING AND WRITING A FLAT-FILE
      * DETAIL FOR EACH, THEN PRINTS ITS FOUR CURVE LINES.
       700100-WRITE-ONE-COHORT.

           COMPUTE WS-CUR-MOB = WS-RUN-MIDX - WS-VC-MIDX(WS-VC-IDX)
           IF WS-CUR-MOB > 36
               MOVE 36 TO WS-CUR-MOB
           END-IF

           MOVE ZEROS  TO WS-CUM-30
           MOVE ZEROS  TO WS-CUM-90
           MOVE ZEROS  TO WS-CUM-NPL
           MOVE ZEROS  TO WS-CUM-WO
           MOVE SPACES TO WS-PT-TABLE

           PERFORM 700110-WRITE-ONE-MOB
               VARYING WS-MOB FROM 0 BY 1
               UNTIL WS-MOB > WS-CUR-MOB

           MOVE WS-VC-COHORT(WS-VC-IDX)   TO WS-VL-COHORT
           MOVE WS-VC-CAT(WS-VC-IDX)      TO WS-VL-CAT
           MOVE WS-VC-LOAN-CNT(WS-VC-IDX) TO WS-LOANS-EDIT
           MOVE WS-LOANS-EDIT             TO WS-VL-LOANS
           MOVE WS-VC-ORIG-AMT(WS-VC-IDX) TO WS-ORIG-EDIT
           MOVE WS-ORIG-EDIT              TO WS-VL-ORIG

           PERFORM 700200-PRINT-ONE-MEASURE
               VARYING WS-MEAS-SUB FROM 1 BY 1
               UNTIL WS-MEAS-SUB > 4.
      ******************************************************************
       700110-WRITE-ONE-MOB.

           COMPUTE WS-MOB-SUB = WS-MOB + 1

           ADD WS-VC-AMT-30(WS-VC-IDX, WS-MOB-SUB)  TO WS-CUM-30
           ADD WS-VC-AMT-90(WS-VC-IDX, WS-MOB-SUB)  TO WS-CUM-90
           ADD WS-VC-AMT-NPL(WS-VC-IDX, WS-MOB-SUB) TO WS-CUM-NPL
           ADD WS-VC-AMT-WO(WS-VC-IDX, WS-MOB-SUB)  TO WS-CUM-WO

           MOVE ZEROS TO WS-PCT-30
           MOVE ZEROS TO WS-PCT-90
           MOVE ZEROS TO WS-PCT-NPL
           MOVE ZEROS TO WS-PCT-WO
           IF WS-VC-ORIG-AMT(WS-VC-IDX) > ZERO
               COMPUTE WS-PCT-30 ROUNDED =
                   WS-CUM-30 * 100 / WS-VC-ORIG-AMT(WS-VC-IDX)
               COMPUTE WS-PCT-90 ROUNDED =
                   WS-CUM-90 * 100 / WS-VC-ORIG-AMT(WS-VC-IDX)
               COMPUTE WS-PCT-NPL ROUNDED =
                   WS-CUM-NPL * 100 / WS-VC-ORIG-AMT(WS-VC-IDX)
               COMPUTE WS-PCT-WO ROUNDED =
                   WS-CUM-WO * 100 / WS-VC-ORIG-AMT(WS-VC-IDX)
           END-IF

           MOVE WS-VC-COHORT(WS-VC-IDX)   TO WS-VOD-COHORT
           MOVE WS-VC-CAT(WS-VC-IDX)      TO WS-VOD-CAT
           MOVE WS-MOB                    TO WS-VOD-MOB
           MOVE WS-VC-LOAN-CNT(WS-VC-IDX) TO WS-VOD-LOAN-CNT
           MOVE WS-VC-ORIG-AMT(WS-VC-IDX) TO WS-VOD-ORIG-AMT
           MOVE WS-CUM-30                 TO WS-VOD-AMT-30
           MOVE WS-CUM-90                 TO WS-VOD-AMT-90
           MOVE WS-CUM-NPL                TO WS-VOD-AMT-NPL
           MOVE WS-CUM-WO                 TO WS-VOD-AMT-WO
           MOVE WS-PCT-30                 TO WS-VOD-PCT-30
           MOVE WS-PCT-90                 TO WS-VOD-PCT-90
           MOVE WS-PCT-NPL                TO WS-VOD-PCT-NPL
           MOVE WS-PCT-WO                 TO WS-VOD-PCT-WO
           WRITE RE-VINTOUT FROM WS-VO-DETAIL
           ADD 1 TO WS-CTL-DTL-CNT

           PERFORM 700120-CAPTURE-ONE-POINT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > 7.
      ******************************************************************
      * 700120-CAPTURE-ONE-POINT KEEPS THE PERCENTAGES FOR PRINTING
      * WHEN THIS MONTH ON BOOK IS ONE OF THE REPORT'S COLUMNS.
       700120-CAPTURE-ONE-POINT.

           IF WS-MOB-POINT(WS-PT-SUB) = WS-MOB
               MOVE WS-PCT-30  TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PT-PCT(1, WS-PT-SUB)
               MOVE WS-PCT-90  TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PT-PCT(2, WS-PT-SUB)
               MOVE WS-PCT-NPL TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PT-PCT(3, WS-PT-SUB)
               MOVE WS-PCT-WO  TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PT-PCT(4, WS-PT-SUB)
           END-IF.
      ******************************************************************
      * 700200-PRINT-ONE-MEASURE PRINTS ONE CURVE LINE; ONLY THE
      * FIRST OF THE COHORT'S LINES CARRIES ITS IDENTIFICATION.
       700200-PRINT-ONE-MEASURE.

           MOVE WS-MEAS-NAME(WS-MEAS-SUB) TO WS-VL-MEAS

           PERFORM 700210-MOVE-ONE-POINT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > 7

           WRITE RE-VINTRPT FROM WS-VIN-LINE

           MOVE SPACES TO WS-VL-COHORT
           MOVE SPACES TO WS-VL-CAT
           MOVE SPACES TO WS-VL-LOANS
           MOVE SPACES TO WS-VL-ORIG.
      ******************************************************************
       700210-MOVE-ONE-POINT.

           MOVE SPACES TO WS-VL-POINT(WS-PT-SUB)
           MOVE WS-PT-PCT(WS-MEAS-SUB, WS-PT-SUB)
               TO WS-VL-PCT(WS-PT-SUB).
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'VINT100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900710-DAY-NUMBER TURNS THE YYYY-MM-DD DATE IN WS-DN-DATE INTO
      * ITS 30/360 DAY NUMBER (A 31ST COUNTS AS THE 30TH).
       900710-DAY-NUMBER.

           IF WS-DN-DD > 30
               MOVE 30 TO WS-DN-DD
           END-IF

           COMPUTE WS-DN-DAYS = WS-DN-YYYY * 360
                              + (WS-DN-MM - 1) * 30
                              + WS-DN-DD - 1.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO CREDIT POLICY CAN RECONCILE THE REPORT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'VINT100 CONTROL TOTALS'
           DISPLAY '  LOANS IN THE COHORT RANGE ........ : '
                   WS-CTL-LOAN-CNT
           DISPLAY '  ORIGINATED BALANCE ............... : '
                   WS-CTL-ORIG-AMT
           DISPLAY '  COHORTS REPORTED ................. : '
                   WS-VC-USED
           DISPLAY '  LATE INSTALLMENTS READ ........... : '
                   WS-CTL-LATE-CNT
           DISPLAY '  LOANS EVER 30+ DAYS PAST DUE ..... : '
                   WS-CTL-30-CNT
           DISPLAY '  LOANS EVER 90+ DAYS PAST DUE ..... : '
                   WS-CTL-90-CNT
           DISPLAY '  LOANS EVER NON-PERFORMING ........ : '
                   WS-CTL-NPL-CNT
           DISPLAY '  LOANS WRITTEN OFF ................ : '
                   WS-CTL-WO-CNT
           DISPLAY '  FLAT-FILE DETAIL RECORDS ......... : '
                   WS-CTL-DTL-CNT
           DISPLAY '  LOANS LEFT OFF A FULL TABLE ...... : '
                   WS-CTL-DROP-CNT.
      ******************************************************************
