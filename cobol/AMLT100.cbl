      ******************************************************************
      * AMLT100 IS THE NIGHTLY ANTI-MONEY-LAUNDERING TRANSACTION
      * MONITOR. IT APPLIES THE MAINTAINABLE RULE SCENARIOS ON THE
      * AM1DQ001 RULE DECK TO THE DAY'S DEPOSIT MOVEMENTS (DEPOMVHST,
      * POSTED BY DEPOP100 AND DEPOW100) AND LOAN REPAYMENTS
      * (LOANRPHST, POSTED BY LOANR100), LOOKING BACK OVER EACH RULE'S
      * ROLLING WINDOW OF DAYS:
      *   LG  LARGE FLOWS - THE DAY'S MOVEMENTS ON ONE ACCOUNT OR
      *       LOAN TOTAL AT LEAST THE THRESHOLD;
      *   ST  STRUCTURING - AT LEAST THE MINIMUM COUNT OF CREDITS OR
      *       REPAYMENTS WITHIN THE WINDOW EACH FALLING JUST UNDER
      *       THE THRESHOLD (WITHIN THE BAND PERCENTAGE BELOW IT);
      *   VL  VELOCITY - CREDITS OR REPAYMENTS WITHIN THE WINDOW
      *       TOTALLING AT LEAST THE THRESHOLD OVER AT LEAST THE
      *       MINIMUM COUNT OF MOVEMENTS;
      *   EP  EARLY PAYOFF - A LOAN REPAID TO A NIL BALANCE TODAY
      *       WITHIN THE WINDOW OF DAYS FROM BOOKING, FOR AT LEAST
      *       THE THRESHOLD IN TOTAL (LOANS ONLY).
      * THE WINDOWED SCENARIOS ONLY FIRE WHEN ONE OF THE MOVEMENTS
      * FALLS ON THE BUSINESS DATE, SO A PATTERN IS RAISED THE NIGHT
      * IT COMPLETES AND NOT AGAIN WHILE ITS ALERT IS STILL OPEN.
      * EVERY TRIGGERED RULE RAISES AN AMLALERT ROW ONTO THE
      * COMPLIANCE QUEUE WITH THE SUPPORTING MOVEMENTS COPIED ONTO
      * AMLALMV, AND A LINE ON THE RPADQ003 ALERT REPORT. ALERTS ARE
      * WORKED AND CLOSED THROUGH AMLM100. RUN NIGHTLY AFTER THE
      * DEPOSIT AND LOAN POSTINGS. ENDS CC 4 WHEN ANY ALERT COULD NOT
      * BE RAISED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLT100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT AMLRULE-FILE  ASSIGN AM1DQ001.
           SELECT AMLRPT-FILE   ASSIGN RPADQ003.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AMLRULE-FILE CARRIES THE MAINTAINABLE MONITORING RULES, ONE
      * CARD PER RULE: ITS CODE, SCENARIO (LG/ST/VL/EP), THE SOURCE
      * IT WATCHES ('D' DEPOSITS, 'L' LOANS, 'B' BOTH), THE AMOUNT
      * THRESHOLD, THE BAND PERCENTAGE UNDER THE THRESHOLD THAT
      * COUNTS AS STRUCTURING, THE MINIMUM MOVEMENT COUNT, THE
      * LOOK-BACK WINDOW IN DAYS, AN ACTIVE FLAG ('A') AND THE
      * DESCRIPTION CARRIED ONTO THE ALERT. ZERO BAND, COUNT AND DAYS
      * TAKE THE DEFAULTS SET IN 100020-READ-RULE-CARD.
       FD  AMLRULE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AMLRULE.
           05  ARUL-CODE                    PIC X(8).
           05  ARUL-SCEN                    PIC X(2).
           05  ARUL-SRC                     PIC X(1).
           05  ARUL-THRESH                  PIC 9(11)V9(2).
           05  ARUL-BAND-PCT                PIC 9(3).
           05  ARUL-MIN-CNT                 PIC 9(3).
           05  ARUL-DAYS                    PIC 9(3).
           05  ARUL-ST                      PIC X(1).
           05  ARUL-DESC                    PIC X(40).
           05  FILLER                       PIC X(6).
      ******************************************************************
      * AMLRPT-FILE IS THE PRINTED LIST OF THE ALERTS RAISED TONIGHT,
      * ONE LINE PER ALERT, FOR THE COMPLIANCE OFFICERS' MORNING
      * REVIEW.
       FD  AMLRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AMLRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE RULE DECK AND THE DB2 CURSOR FETCH LOOPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-RULE-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-RULE-EOF                          VALUE 'Y'.
           05  WS-CARD-OK-SW                PIC X(1)    VALUE 'Y'.
               88  WS-CARD-OK                           VALUE 'Y'.
           05  WS-SUPP-OPEN-SW              PIC X(1)    VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-RULE-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-INACT-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ALRT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DEP-ALRT-CNT          PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LOAN-ALRT-CNT         PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUPP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-MOV-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OPEN-CNT              PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * THE RULE DECK LOADED OFF AM1DQ001 AT STARTUP. FIFTY RULES IS
      * FAR MORE THAN ANY PLAUSIBLE SCENARIO SET NEEDS.
       01  WS-RULE-CNT                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-RULE-IX                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-CODE             PIC X(8).
               10  WS-RULE-SCEN             PIC X(2).
               10  WS-RULE-SRC              PIC X(1).
               10  WS-RULE-THRESH           PIC S9(11)V9(2) COMP-3.
               10  WS-RULE-BAND-PCT         PIC S9(3)   COMP-3.
               10  WS-RULE-MIN-CNT          PIC S9(3)   COMP-3.
               10  WS-RULE-DAYS             PIC S9(3)   COMP-3.
               10  WS-RULE-DESC             PIC X(40).
      ******************************************************************
      * THE SELECTION LIMITS OF THE RULE BEING RUN, SET BY
      * 210000-SET-RULE-LIMITS AND USED AS HOST VARIABLES BY THE
      * CURSORS AND THE SUPPORTING-MOVEMENT COPY.
       01  WS-CUR-RULE-CODE                 PIC X(8)    VALUE SPACES.
       01  WS-CUR-RULE-SCEN                 PIC X(2)    VALUE SPACES.
       01  WS-CUR-RULE-SRC                  PIC X(1)    VALUE SPACE.
       01  WS-CUR-RULE-DESC                 PIC X(40)   VALUE SPACES.
       01  WS-BAND-LOW                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-BAND-HIGH                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-MIN-SUM                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-MIN-CNT                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-MV-TYPE-1                     PIC X(1)    VALUE SPACE.
       01  WS-MV-TYPE-2                     PIC X(1)    VALUE SPACE.
       01  WS-MV-TYPE-3                     PIC X(1)    VALUE SPACE.
       01  WS-ATT-START-X                   PIC X(10)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR RAISING ONE ALERT.
       01  WS-NEXT-ALRT-ID                  PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-SUPP-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LOAN-KEY.
           05  WS-LK-CAT                    PIC X(2).
           05  WS-LK-NO                     PIC 9(8).
      ******************************************************************
      * THE LOOK-BACK WINDOW START, COUNTED BACK FROM THE BUSINESS
      * DATE ON THE 30/360 CALENDAR THE REST OF THE SYSTEM USES
      * (THE WINDOW INCLUDES THE BUSINESS DATE ITSELF).
       01  WS-DAYNUM                        PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-WIN-YYYY                      PIC 9(4)    VALUE ZEROS.
       01  WS-WIN-MM                        PIC 9(2)    VALUE ZEROS.
       01  WS-WIN-DD                        PIC 9(2)    VALUE ZEROS.
       01  WS-WIN-START-X.
           05  WS-WS-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-WS-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-WS-DD                     PIC 9(2).
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-TODAY-DATE-X.
           05  WS-TD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-DD                     PIC 9(2).
      ******************************************************************
      * PRINT LINE.
       01  WS-AMLX-LINE.
           05  WS-AX-ALRT-ID                PIC Z(8)9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-RULE                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-SCEN                   PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-SRC                    PIC X(1).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-KEY                    PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-MOV-CNT                PIC ZZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-AMT                    PIC Z(12)9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AX-DESC                   PIC X(40).
           05  FILLER                       PIC X(14)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY AMLALERT.
      ******************************************************************
       COPY AMLALMV.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY DEPOMVH.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY LRPHIST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR GROUPS THE DEPOSIT MOVEMENTS OF THE RULE'S TYPES AND
      * AMOUNT BAND WITHIN THE WINDOW BY ACCOUNT, KEEPING THE
      * ACCOUNTS THAT REACH THE RULE'S COUNT AND TOTAL AND MOVED ON
      * THE BUSINESS DATE.
           EXEC SQL
               DECLARE AMLT100-DEP-CSR CURSOR FOR
                   SELECT V.DMVH_ACC, D.DEPM_CUST_NO,
                          COUNT(*), SUM(V.DMVH_AMT)
                     FROM IDC015.DEPOMVHST V,
                          IDC015.DEPOMSTR  D
                    WHERE D.DEPM_ACC  = V.DMVH_ACC
                      AND V.DMVH_DATE BETWEEN :WS-WIN-START-X
                                          AND :WS-TODAY-DATE-X
                      AND V.DMVH_TYPE IN (:WS-MV-TYPE-1,
                                          :WS-MV-TYPE-2,
                                          :WS-MV-TYPE-3)
                      AND V.DMVH_AMT BETWEEN :WS-BAND-LOW
                                         AND :WS-BAND-HIGH
                    GROUP BY V.DMVH_ACC, D.DEPM_CUST_NO
                   HAVING COUNT(*)         >= :WS-MIN-CNT
                      AND SUM(V.DMVH_AMT)  >= :WS-MIN-SUM
                      AND MAX(V.DMVH_DATE)  = :WS-TODAY-DATE-X
                    ORDER BY V.DMVH_ACC
           END-EXEC.
      ******************************************************************
      * CURSOR DOES THE SAME OVER THE LOAN REPAYMENT HISTORY, BY LOAN.
           EXEC SQL
               DECLARE AMLT100-LOAN-CSR CURSOR FOR
                   SELECT R.LOANRPH_CAT, R.LOANRPH_NO, L.LOANM_CUST_NO,
                          COUNT(*), SUM(R.LOANRPH_RP_AMT)
                     FROM IDC015.LOANRPHST R,
                          IDC015.LOANMSTR  L
                    WHERE L.LOANM_CAT = R.LOANRPH_CAT
                      AND L.LOANM_NO  = R.LOANRPH_NO
                      AND R.LOANRPH_DATE BETWEEN :WS-WIN-START-X
                                             AND :WS-TODAY-DATE-X
                      AND R.LOANRPH_RP_AMT BETWEEN :WS-BAND-LOW
                                               AND :WS-BAND-HIGH
                    GROUP BY R.LOANRPH_CAT, R.LOANRPH_NO,
                             L.LOANM_CUST_NO
                   HAVING COUNT(*)              >= :WS-MIN-CNT
                      AND SUM(R.LOANRPH_RP_AMT) >= :WS-MIN-SUM
                      AND MAX(R.LOANRPH_DATE)    = :WS-TODAY-DATE-X
                    ORDER BY R.LOANRPH_CAT, R.LOANRPH_NO
           END-EXEC.
      ******************************************************************
      * CURSOR FINDS THE LOANS BOOKED WITHIN THE WINDOW THAT A
      * REPAYMENT TOOK TO A NIL BALANCE ON THE BUSINESS DATE, WITH
      * EVERYTHING REPAID SINCE BOOKING.
           EXEC SQL
               DECLARE AMLT100-EP-CSR CURSOR FOR
                   SELECT R.LOANRPH_CAT, R.LOANRPH_NO, L.LOANM_CUST_NO,
                          L.LOANM_ORIG_DATE,
                          COUNT(*), SUM(R.LOANRPH_RP_AMT)
                     FROM IDC015.LOANRPHST R,
                          IDC015.LOANMSTR  L
                    WHERE L.LOANM_CAT        = R.LOANRPH_CAT
                      AND L.LOANM_NO         = R.LOANRPH_NO
                      AND L.LOANM_ORIG_DATE >= :WS-WIN-START-X
                      AND R.LOANRPH_DATE BETWEEN L.LOANM_ORIG_DATE
                                             AND :WS-TODAY-DATE-X
                      AND EXISTS
                          ( SELECT 1
                              FROM IDC015.LOANRPHST P
                             WHERE P.LOANRPH_CAT    = R.LOANRPH_CAT
                               AND P.LOANRPH_NO     = R.LOANRPH_NO
                               AND P.LOANRPH_DATE   = :WS-TODAY-DATE-X
                               AND P.LOANRPH_OS_AMT = 0 )
                    GROUP BY R.LOANRPH_CAT, R.LOANRPH_NO,
                             L.LOANM_CUST_NO, L.LOANM_ORIG_DATE
                   HAVING SUM(R.LOANRPH_RP_AMT) >= :WS-MIN-SUM
                    ORDER BY R.LOANRPH_CAT, R.LOANRPH_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOADS THE RULE DECK, RUNS EVERY ACTIVE RULE
      * OVER THE MOVEMENT HISTORY, AND PRINTS THE END-OF-RUN CONTROL
      * TOTALS WITH THE SIZE OF THE OPEN ALERT QUEUE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-LOAD-RULES

           PERFORM 100030-GET-LAST-ALERT-ID

           OPEN OUTPUT AMLRPT-FILE

           MOVE 'AMLT100 - AML MONITORING ALERTS RAISED'
               TO RE-AMLRPT
           WRITE RE-AMLRPT
           MOVE '    ALERT  RULE      SC  S  KEY         CUSTOMER     MO
      -        'VS             AMOUNT  DESCRIPTION'
               TO RE-AMLRPT
           WRITE RE-AMLRPT

           PERFORM 200000-RUN-ONE-RULE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-CNT

           CLOSE AMLRPT-FILE

           PERFORM 300000-COUNT-OPEN-QUEUE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-FAIL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SECOND RUN IN THE SAME CYCLE WOULD
      * RAISE THE NIGHT'S LARGE-FLOW ALERTS TWICE, SO IT IS REFUSED
      * AS A DUPLICATE. THE OFFICIAL BUSINESS DATE REPLACES THE
      * MACHINE DATE FOR THE WINDOWS AND ALL STAMPING; WITH RUN
      * CONTROL UNAVAILABLE THE RUN CONTINUES ON THE MACHINE DATE,
      * LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'AMLT100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA

           EVALUATE TRUE
               WHEN RUNCTL-88-OK
                   MOVE RUNCTL-BUS-DATE(1:4)
                       TO WS-TODAY-YYYYMMDD(1:4)
                   MOVE RUNCTL-BUS-DATE(6:2)
                       TO WS-TODAY-YYYYMMDD(5:2)
                   MOVE RUNCTL-BUS-DATE(9:2)
                       TO WS-TODAY-YYYYMMDD(7:2)
               WHEN RUNCTL-88-DUP-RUN
                   DISPLAY 'AMLT100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'AMLT100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'AMLT100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-LOAD-RULES LOADS THE RULE DECK INTO WS-RULE-TABLE. A
      * NIGHT WITH NO ACTIVE RULE WOULD MONITOR NOTHING WHILE LOOKING
      * LIKE A CLEAN RUN, SO IT STOPS THE JOB INSTEAD.
       100010-LOAD-RULES.

           OPEN INPUT AMLRULE-FILE

           PERFORM 100020-READ-RULE-CARD
               UNTIL WS-RULE-EOF
                  OR WS-RULE-CNT >= 50

           CLOSE AMLRULE-FILE

           IF WS-RULE-CNT = ZERO
               DISPLAY 'AMLT100 - NO ACTIVE MONITORING RULE ON '
                       'AM1DQ001 - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RULE-CNT TO WS-CTL-RULE-CNT

           DISPLAY 'AMLT100 - MONITORING RULES LOADED: ' WS-RULE-CNT.
      ******************************************************************
      * 100020-READ-RULE-CARD EDITS ONE RULE CARD, SKIPPING INACTIVE
      * RULES AND, WITH A DISPLAY, MALFORMED ONES, AND APPLIES THE
      * DEFAULTS: A 10 PERCENT STRUCTURING BAND, A MINIMUM OF THREE
      * MOVEMENTS FOR THE WINDOWED SCENARIOS (ONE FOR LG AND EP),
      * AND A 30-DAY WINDOW (90 DAYS FROM BOOKING FOR EP).
       100020-READ-RULE-CARD.

           READ AMLRULE-FILE
               AT END
                   MOVE 'Y' TO WS-RULE-EOF-SW
           END-READ

           IF NOT WS-RULE-EOF
               MOVE 'Y' TO WS-CARD-OK-SW

               IF ARUL-SCEN NOT = 'LG' AND ARUL-SCEN NOT = 'ST'
                  AND ARUL-SCEN NOT = 'VL' AND ARUL-SCEN NOT = 'EP'
                   MOVE 'N' TO WS-CARD-OK-SW
               END-IF
               IF ARUL-SRC NOT = 'D' AND ARUL-SRC NOT = 'L'
                  AND ARUL-SRC NOT = 'B'
                   MOVE 'N' TO WS-CARD-OK-SW
               END-IF
               IF ARUL-SCEN = 'EP' AND ARUL-SRC = 'D'
                   MOVE 'N' TO WS-CARD-OK-SW
               END-IF
               IF ARUL-CODE = SPACES
                OR ARUL-THRESH   IS NOT NUMERIC
                OR ARUL-BAND-PCT IS NOT NUMERIC
                OR ARUL-MIN-CNT  IS NOT NUMERIC
                OR ARUL-DAYS     IS NOT NUMERIC
                   MOVE 'N' TO WS-CARD-OK-SW
               ELSE
                   IF ARUL-THRESH = ZERO OR ARUL-BAND-PCT >= 100
                       MOVE 'N' TO WS-CARD-OK-SW
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN NOT WS-CARD-OK
                       DISPLAY 'AMLT100 - MALFORMED RULE CARD '
                               'SKIPPED: ' RE-AMLRULE(1:30)
                   WHEN ARUL-ST NOT = 'A'
                       ADD 1 TO WS-CTL-INACT-CNT
                   WHEN OTHER
                       ADD 1 TO WS-RULE-CNT
                       MOVE ARUL-CODE   TO WS-RULE-CODE (WS-RULE-CNT)
                       MOVE ARUL-SCEN   TO WS-RULE-SCEN (WS-RULE-CNT)
                       MOVE ARUL-SRC    TO WS-RULE-SRC (WS-RULE-CNT)
                       MOVE ARUL-THRESH TO WS-RULE-THRESH (WS-RULE-CNT)
                       MOVE ARUL-DESC   TO WS-RULE-DESC (WS-RULE-CNT)
                       MOVE ARUL-BAND-PCT
                           TO WS-RULE-BAND-PCT (WS-RULE-CNT)
                       MOVE ARUL-MIN-CNT
                           TO WS-RULE-MIN-CNT (WS-RULE-CNT)
                       MOVE ARUL-DAYS
                           TO WS-RULE-DAYS (WS-RULE-CNT)
                       IF ARUL-BAND-PCT = ZERO
                           MOVE 10 TO WS-RULE-BAND-PCT (WS-RULE-CNT)
                       END-IF
                       IF ARUL-MIN-CNT = ZERO
                           IF ARUL-SCEN = 'LG' OR ARUL-SCEN = 'EP'
                               MOVE 1
                                 TO WS-RULE-MIN-CNT (WS-RULE-CNT)
                           ELSE
                               MOVE 3
                                 TO WS-RULE-MIN-CNT (WS-RULE-CNT)
                           END-IF
                       END-IF
                       IF ARUL-DAYS = ZERO
                           IF ARUL-SCEN = 'EP'
                               MOVE 90 TO WS-RULE-DAYS (WS-RULE-CNT)
                           ELSE
                               MOVE 30 TO WS-RULE-DAYS (WS-RULE-CNT)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 100030-GET-LAST-ALERT-ID FINDS THE HIGHEST ALERT ID ON THE
      * QUEUE SO TONIGHT'S ALERTS ARE NUMBERED ON FROM IT.
       100030-GET-LAST-ALERT-ID.

           EXEC SQL
               SELECT COALESCE(MAX(ALRT_ID), 0)
                 INTO :WS-NEXT-ALRT-ID
                 FROM IDC015.AMLALERT
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'AMLT100 - AMLALERT NOT READABLE, SQLCODE '
                       SQLCODE ' - RUN STOPPED'
               MOVE 'AMLALERT' TO DB2-OBJECT
               MOVE 'SELECT'   TO DB2-STATEMENT
               MOVE 'MAX ID'   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * 200000-RUN-ONE-RULE SETS THE RULE'S LIMITS AND RUNS IT OVER
      * THE DEPOSIT AND/OR LOAN HISTORY ITS SOURCE NAMES.
       200000-RUN-ONE-RULE.

           MOVE WS-RULE-CODE (WS-RULE-IX) TO WS-CUR-RULE-CODE
           MOVE WS-RULE-SCEN (WS-RULE-IX) TO WS-CUR-RULE-SCEN
           MOVE WS-RULE-SRC (WS-RULE-IX)  TO WS-CUR-RULE-SRC
           MOVE WS-RULE-DESC (WS-RULE-IX) TO WS-CUR-RULE-DESC

           PERFORM 210000-SET-RULE-LIMITS

           IF (WS-CUR-RULE-SRC = 'D' OR WS-CUR-RULE-SRC = 'B')
              AND WS-CUR-RULE-SCEN NOT = 'EP'
               PERFORM 220000-SCAN-DEPOSITS
           END-IF

           IF WS-CUR-RULE-SRC = 'L' OR WS-CUR-RULE-SRC = 'B'
               IF WS-CUR-RULE-SCEN = 'EP'
                   PERFORM 240000-SCAN-EARLY-PAYOFFS
               ELSE
                   PERFORM 230000-SCAN-LOANS
               END-IF
           END-IF.
      ******************************************************************
      * 210000-SET-RULE-LIMITS TURNS THE RULE INTO CURSOR LIMITS: THE
      * WINDOW START (THE BUSINESS DATE ITSELF FOR LG), THE AMOUNT
      * BAND A SINGLE MOVEMENT MUST FALL IN, THE MINIMUM COUNT AND
      * TOTAL OVER THE WINDOW, AND THE DEPOSIT MOVEMENT TYPES WATCHED
      * - EVERY CUSTOMER MOVEMENT FOR LG, CREDITS ONLY OTHERWISE. AN
      * OPEN ALERT SUPPRESSES A REPEAT OF THE WINDOWED SCENARIOS; A
      * LARGE FLOW IS ONLY SUPPRESSED IF ALREADY RAISED TODAY.
       210000-SET-RULE-LIMITS.

           MOVE WS-RULE-MIN-CNT (WS-RULE-IX) TO WS-MIN-CNT
           MOVE 99999999999.99  TO WS-BAND-HIGH
           MOVE 0.01            TO WS-BAND-LOW
           MOVE WS-RULE-THRESH (WS-RULE-IX) TO WS-MIN-SUM
           MOVE 'C'             TO WS-MV-TYPE-1
           MOVE 'C'             TO WS-MV-TYPE-2
           MOVE 'C'             TO WS-MV-TYPE-3
           MOVE 'Y'             TO WS-SUPP-OPEN-SW

           EVALUATE WS-CUR-RULE-SCEN
               WHEN 'LG'
                   MOVE 'W' TO WS-MV-TYPE-2
                   MOVE 'E' TO WS-MV-TYPE-3
                   MOVE 'N' TO WS-SUPP-OPEN-SW
               WHEN 'ST'
                   COMPUTE WS-BAND-LOW ROUNDED =
                         WS-RULE-THRESH (WS-RULE-IX)
                       * (100 - WS-RULE-BAND-PCT (WS-RULE-IX)) / 100
                   COMPUTE WS-BAND-HIGH =
                         WS-RULE-THRESH (WS-RULE-IX) - 0.01
                   MOVE ZEROS TO WS-MIN-SUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CUR-RULE-SCEN = 'LG'
               MOVE WS-TODAY-DATE-X TO WS-WIN-START-X
           ELSE
               COMPUTE WS-DAYNUM =
                     WS-TODAY-YYYY * 360
                   + (WS-TODAY-MM - 1) * 30
                   + (WS-TODAY-DD - 1)
                   - (WS-RULE-DAYS (WS-RULE-IX) - 1)

               COMPUTE WS-WIN-YYYY = WS-DAYNUM / 360
               COMPUTE WS-DAYNUM   = WS-DAYNUM - WS-WIN-YYYY * 360
               COMPUTE WS-WIN-MM   = WS-DAYNUM / 30 + 1
               COMPUTE WS-WIN-DD   = WS-DAYNUM - (WS-WIN-MM - 1) * 30
                                   + 1

               IF WS-WIN-MM = 2 AND WS-WIN-DD > 28
                   MOVE 28 TO WS-WIN-DD
               END-IF

               MOVE WS-WIN-YYYY TO WS-WS-YYYY
               MOVE WS-WIN-MM   TO WS-WS-MM
               MOVE WS-WIN-DD   TO WS-WS-DD
           END-IF

           MOVE WS-WIN-START-X TO WS-ATT-START-X.
      ******************************************************************
      * 220000-SCAN-DEPOSITS RAISES AN ALERT FOR EVERY ACCOUNT THE
      * DEPOSIT CURSOR RETURNS UNDER THE CURRENT RULE.
       220000-SCAN-DEPOSITS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN AMLT100-DEP-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'DEPOMVHS'       TO DB2-OBJECT
               MOVE 'OPEN'           TO DB2-STATEMENT
               MOVE WS-CUR-RULE-CODE TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 220100-FETCH-NEXT-DEPOSIT
               PERFORM 220200-PROCESS-DEPOSIT-HIT UNTIL WS-EOF-YES

               EXEC SQL
                   CLOSE AMLT100-DEP-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       220100-FETCH-NEXT-DEPOSIT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 220110-FETCH-DEPOSIT-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'DEPOMVHS'       TO DB2-OBJECT
                   MOVE 'FETCH'          TO DB2-STATEMENT
                   MOVE WS-CUR-RULE-CODE TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       220110-FETCH-DEPOSIT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH AMLT100-DEP-CSR
                   INTO :DMVH-ACC, :DEPM-CUST-NO,
                        :ALRT-MOV-CNT, :ALRT-AMT
           END-EXEC.
      ******************************************************************
       220200-PROCESS-DEPOSIT-HIT.

           MOVE 'D'          TO ALRT-SRC
           MOVE DMVH-ACC     TO ALRT-KEY
           MOVE DEPM-CUST-NO TO ALRT-CUST-NO

           PERFORM 250000-RAISE-ALERT

           PERFORM 220100-FETCH-NEXT-DEPOSIT.
      ******************************************************************
      * 230000-SCAN-LOANS RAISES AN ALERT FOR EVERY LOAN THE LOAN
      * CURSOR RETURNS UNDER THE CURRENT RULE.
       230000-SCAN-LOANS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN AMLT100-LOAN-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'LOANRPHS'       TO DB2-OBJECT
               MOVE 'OPEN'           TO DB2-STATEMENT
               MOVE WS-CUR-RULE-CODE TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 230100-FETCH-NEXT-LOAN
               PERFORM 230200-PROCESS-LOAN-HIT UNTIL WS-EOF-YES

               EXEC SQL
                   CLOSE AMLT100-LOAN-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       230100-FETCH-NEXT-LOAN.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 230110-FETCH-LOAN-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'LOANRPHS'       TO DB2-OBJECT
                   MOVE 'FETCH'          TO DB2-STATEMENT
                   MOVE WS-CUR-RULE-CODE TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       230110-FETCH-LOAN-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH AMLT100-LOAN-CSR
                   INTO :RLOANRPH-CAT, :RLOANRPH-NO, :LLOANM-CUST-NO,
                        :ALRT-MOV-CNT, :ALRT-AMT
           END-EXEC.
      ******************************************************************
       230200-PROCESS-LOAN-HIT.

           PERFORM 230300-SET-LOAN-KEY

           PERFORM 250000-RAISE-ALERT

           PERFORM 230100-FETCH-NEXT-LOAN.
      ******************************************************************
      * 230300-SET-LOAN-KEY BUILDS THE ALERT KEY OF A LOAN - ITS
      * CATEGORY FOLLOWED BY THE 8-DIGIT LOAN NUMBER.
       230300-SET-LOAN-KEY.

           MOVE RLOANRPH-CAT   TO WS-LK-CAT
           MOVE RLOANRPH-NO    TO WS-LK-NO

           MOVE 'L'            TO ALRT-SRC
           MOVE WS-LOAN-KEY    TO ALRT-KEY
           MOVE LLOANM-CUST-NO TO ALRT-CUST-NO.
      ******************************************************************
      * 240000-SCAN-EARLY-PAYOFFS RAISES AN ALERT FOR EVERY LOAN PAID
      * OFF EARLY TODAY; ITS SUPPORTING MOVEMENTS ARE ALL THE
      * REPAYMENTS SINCE THE LOAN WAS BOOKED.
       240000-SCAN-EARLY-PAYOFFS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN AMLT100-EP-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'LOANRPHS'       TO DB2-OBJECT
               MOVE 'OPEN'           TO DB2-STATEMENT
               MOVE WS-CUR-RULE-CODE TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 240100-FETCH-NEXT-PAYOFF
               PERFORM 240200-PROCESS-PAYOFF-HIT UNTIL WS-EOF-YES

               EXEC SQL
                   CLOSE AMLT100-EP-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       240100-FETCH-NEXT-PAYOFF.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 240110-FETCH-PAYOFF-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'LOANRPHS'       TO DB2-OBJECT
                   MOVE 'FETCH'          TO DB2-STATEMENT
                   MOVE WS-CUR-RULE-CODE TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       240110-FETCH-PAYOFF-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH AMLT100-EP-CSR
                   INTO :RLOANRPH-CAT, :RLOANRPH-NO, :LLOANM-CUST-NO,
                        :LLOANM-ORIG-DATE,
                        :ALRT-MOV-CNT, :ALRT-AMT
           END-EXEC.
      ******************************************************************
       240200-PROCESS-PAYOFF-HIT.

           PERFORM 230300-SET-LOAN-KEY

           MOVE LLOANM-ORIG-DATE TO WS-ATT-START-X

           PERFORM 250000-RAISE-ALERT

           MOVE WS-WIN-START-X   TO WS-ATT-START-X

           PERFORM 240100-FETCH-NEXT-PAYOFF.
      ******************************************************************
      * 250000-RAISE-ALERT PUTS ONE TRIGGERED RULE ONTO THE COMPLIANCE
      * QUEUE UNLESS IT IS ALREADY THERE, COPIES THE SUPPORTING
      * MOVEMENTS ONTO AMLALMV UNDER THE NEW ALERT ID, AND LISTS THE
      * ALERT ON THE REPORT. AN ALERT WHOSE MOVEMENTS CANNOT BE
      * ATTACHED STILL STANDS - THE OFFICER CAN READ THEM OFF THE
      * HISTORY TABLE - BUT COUNTS AS A FAILURE FOR THE RUN.
       250000-RAISE-ALERT.

           PERFORM 250100-CHECK-SUPPRESSION

           IF WS-SUPP-CNT > ZERO
               ADD 1 TO WS-CTL-SUPP-CNT
           ELSE
               ADD 1 TO WS-NEXT-ALRT-ID
               MOVE WS-NEXT-ALRT-ID  TO ALRT-ID
               MOVE WS-CUR-RULE-CODE TO ALRT-RULE
               MOVE WS-CUR-RULE-SCEN TO ALRT-SCEN
               MOVE WS-TODAY-DATE-X  TO ALRT-DATE
               MOVE 'O'              TO ALRT-ST
               MOVE SPACES           TO ALRT-DISP
               MOVE SPACES           TO ALRT-USER
               MOVE WS-CUR-RULE-DESC TO ALRT-NOTE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 250010-INSERT-AMLALERT-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-ALRT-CNT
                   IF ALRT-SRC = 'D'
                       ADD 1 TO WS-CTL-DEP-ALRT-CNT
                   ELSE
                       ADD 1 TO WS-CTL-LOAN-ALRT-CNT
                   END-IF

                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   IF ALRT-SRC = 'D'
                       PERFORM 250020-ATTACH-DEPOSIT-MOVES
                           WITH TEST AFTER
                           UNTIL SQLCODE = ZERO
                              OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                              OR (SQLCODE NOT = -911
                                  AND SQLCODE NOT = -913)
                   ELSE
                       PERFORM 250030-ATTACH-LOAN-MOVES
                           WITH TEST AFTER
                           UNTIL SQLCODE = ZERO
                              OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                              OR (SQLCODE NOT = -911
                                  AND SQLCODE NOT = -913)
                   END-IF

                   IF SQLCODE = ZERO
                       ADD ALRT-MOV-CNT TO WS-CTL-MOV-CNT
                   ELSE
                       ADD 1 TO WS-CTL-FAIL-CNT
                       DISPLAY 'AMLT100 - ALERT ' WS-NEXT-ALRT-ID
                               ' RAISED WITHOUT ITS MOVEMENTS, KEY '
                               ALRT-KEY ' SQLCODE ' SQLCODE
                       MOVE 'AMLALMV'  TO DB2-OBJECT
                       MOVE 'INSERT'   TO DB2-STATEMENT
                       MOVE ALRT-KEY   TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF

                   PERFORM 900100-WRITE-REPORT-LINE
               ELSE
                   ADD 1 TO WS-CTL-FAIL-CNT
                   DISPLAY 'AMLT100 - ALERT NOT RAISED FOR RULE '
                           WS-CUR-RULE-CODE ' KEY ' ALRT-KEY
                           ' SQLCODE ' SQLCODE
                   MOVE 'AMLALERT' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE ALRT-KEY   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 250100-CHECK-SUPPRESSION COUNTS THE ALERTS ALREADY STANDING
      * FOR THIS RULE AND KEY: ONE RAISED TODAY, OR - FOR THE
      * WINDOWED SCENARIOS - ONE STILL OPEN.
       250100-CHECK-SUPPRESSION.

           MOVE ZEROS TO WS-SUPP-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SUPP-CNT
                 FROM IDC015.AMLALERT
                WHERE ALRT_RULE = :WS-CUR-RULE-CODE
                  AND ALRT_SRC  = :ALRT-SRC
                  AND ALRT_KEY  = :ALRT-KEY
                  AND (ALRT_DATE = :WS-TODAY-DATE-X
                       OR (ALRT_ST = 'O'
                           AND :WS-SUPP-OPEN-SW = 'Y'))
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZEROS TO WS-SUPP-CNT
           END-IF.
      ******************************************************************
       250010-INSERT-AMLALERT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.AMLALERT
                   ( ALRT_ID, ALRT_RULE, ALRT_SCEN, ALRT_SRC,
                     ALRT_KEY, ALRT_CUST_NO, ALRT_DATE,
                     ALRT_MOV_CNT, ALRT_AMT, ALRT_ST, ALRT_DISP,
                     ALRT_USER, ALRT_CLOSE_DATE, ALRT_NOTE )
               VALUES
                   ( :ALRT-ID, :ALRT-RULE, :ALRT-SCEN, :ALRT-SRC,
                     :ALRT-KEY, :ALRT-CUST-NO, :ALRT-DATE,
                     :ALRT-MOV-CNT, :ALRT-AMT, :ALRT-ST, :ALRT-DISP,
                     :ALRT-USER, NULL, :ALRT-NOTE )
           END-EXEC.
      ******************************************************************
      * 250020-ATTACH-DEPOSIT-MOVES COPIES THE DEPOSIT MOVEMENTS THE
      * CURSOR COUNTED FOR THE ACCOUNT ONTO AMLALMV.
       250020-ATTACH-DEPOSIT-MOVES.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.AMLALMV
                   ( ALMV_ALRT_ID, ALMV_SRC, ALMV_KEY,
                     ALMV_DATE, ALMV_TYPE, ALMV_AMT )
               SELECT :ALRT-ID, 'D', DMVH_ACC,
                      DMVH_DATE, DMVH_TYPE, DMVH_AMT
                 FROM IDC015.DEPOMVHST
                WHERE DMVH_ACC  = :ALRT-KEY
                  AND DMVH_DATE BETWEEN :WS-ATT-START-X
                                    AND :WS-TODAY-DATE-X
                  AND DMVH_TYPE IN (:WS-MV-TYPE-1,
                                    :WS-MV-TYPE-2,
                                    :WS-MV-TYPE-3)
                  AND DMVH_AMT BETWEEN :WS-BAND-LOW
                                   AND :WS-BAND-HIGH
           END-EXEC.
      ******************************************************************
      * 250030-ATTACH-LOAN-MOVES COPIES THE REPAYMENTS THE CURSOR
      * COUNTED FOR THE LOAN ONTO AMLALMV AS TYPE 'P'.
       250030-ATTACH-LOAN-MOVES.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.AMLALMV
                   ( ALMV_ALRT_ID, ALMV_SRC, ALMV_KEY,
                     ALMV_DATE, ALMV_TYPE, ALMV_AMT )
               SELECT :ALRT-ID, 'L', :ALRT-KEY,
                      LOANRPH_DATE, 'P', LOANRPH_RP_AMT
                 FROM IDC015.LOANRPHST
                WHERE LOANRPH_CAT  = :RLOANRPH-CAT
                  AND LOANRPH_NO   = :RLOANRPH-NO
                  AND LOANRPH_DATE BETWEEN :WS-ATT-START-X
                                       AND :WS-TODAY-DATE-X
                  AND LOANRPH_RP_AMT BETWEEN :WS-BAND-LOW
                                         AND :WS-BAND-HIGH
           END-EXEC.
      ******************************************************************
      * 300000-COUNT-OPEN-QUEUE COUNTS EVERY ALERT STILL OPEN ON THE
      * COMPLIANCE QUEUE, TONIGHT'S AND EARLIER NIGHTS' ALIKE.
       300000-COUNT-OPEN-QUEUE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CTL-OPEN-CNT
                 FROM IDC015.AMLALERT
                WHERE ALRT_ST = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZEROS TO WS-CTL-OPEN-CNT
           END-IF.
      ******************************************************************
       900100-WRITE-REPORT-LINE.

           MOVE ALRT-ID        TO WS-AX-ALRT-ID
           MOVE ALRT-RULE      TO WS-AX-RULE
           MOVE ALRT-SCEN      TO WS-AX-SCEN
           MOVE ALRT-SRC       TO WS-AX-SRC
           MOVE ALRT-KEY       TO WS-AX-KEY
           MOVE ALRT-CUST-NO   TO WS-AX-CUST-NO
           MOVE ALRT-MOV-CNT   TO WS-AX-MOV-CNT
           MOVE ALRT-AMT       TO WS-AX-AMT
           MOVE ALRT-NOTE      TO WS-AX-DESC

           WRITE RE-AMLRPT FROM WS-AMLX-LINE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'AMLT100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COMPLIANCE CAN SEE THE NIGHT'S ALERT VOLUME AND
      * THE STANDING QUEUE.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'AMLT100 CONTROL TOTALS'
           DISPLAY '  ACTIVE RULES RUN ................. : '
                   WS-CTL-RULE-CNT
           DISPLAY '  INACTIVE RULES SKIPPED ........... : '
                   WS-CTL-INACT-CNT
           DISPLAY '  ALERTS RAISED .................... : '
                   WS-CTL-ALRT-CNT
           DISPLAY '    ON DEPOSIT ACCOUNTS ............ : '
                   WS-CTL-DEP-ALRT-CNT
           DISPLAY '    ON LOANS ....................... : '
                   WS-CTL-LOAN-ALRT-CNT
           DISPLAY '  SUPPORTING MOVEMENTS ATTACHED .... : '
                   WS-CTL-MOV-CNT
           DISPLAY '  REPEATS SUPPRESSED (ALERT OPEN) .. : '
                   WS-CTL-SUPP-CNT
           DISPLAY '  ALERT FAILURES ................... : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  ALERTS OPEN ON THE QUEUE ......... : '
                   WS-CTL-OPEN-CNT.
      ******************************************************************
