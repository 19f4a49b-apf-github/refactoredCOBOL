      ******************************************************************
      * COVT100 IS THE PERIODIC COVENANT TEST OVER THE COVNMSTR
      * REGISTER OF COMMERCIAL LOANS. EVERY ACTIVE COVENANT ON A LIVE
      * LOAN WHOSE NEXT TEST DATE HAS COME IS TESTED AGAINST THE
      * FIGURES THE BORROWER SUBMITTED (COVNFIN, CAPTURED BY COVM100)
      * SINCE THE COVENANT WAS LAST TESTED:
      *   - 'LV' LEVERAGE: NET DEBT / EBITDA OF THE LATEST PERIOD
      *     SUBMITTED MAY NOT EXCEED THE THRESHOLD (ZERO OR NEGATIVE
      *     EBITDA IS A BREACH);
      *   - 'IC' INTEREST COVER: EBITDA / INTEREST PAID MAY NOT FALL
      *     BELOW THE THRESHOLD (NO INTEREST PAID PASSES);
      *   - 'AC' ANNUAL ACCOUNTS: THE AUDITED ACCOUNTS MUST HAVE BEEN
      *     DELIVERED BY THE TEST DATE - IF NOT, THAT IS A BREACH.
      * A RATIO COVENANT WITH NO FIGURES SUBMITTED IS OVERDUE ('O').
      * A TEST DECIDED ON SUBMITTED FIGURES STAMPS THE RESULT AND
      * MOVES THE NEXT TEST DATE ON BY THE FREQUENCY; AN OVERDUE TEST,
      * OR MISSING ACCOUNTS, LEAVES THE DATE WHERE IT IS, SO THE
      * COVENANT IS TESTED AGAIN EVERY RUN UNTIL THE FIGURES ARRIVE.
      * EVERY BREACH AND OVERDUE SUBMISSION IS LISTED ON THE REPORT.
      * A BREACH ALSO OPENS A DECLNCASE COLLECTIONS CASE FOR THE LOAN
      * (UNLESS ONE IS ALREADY OPEN), WHICH CASG100 THEN ALLOCATES TO
      * A COLLECTOR, AND - WHILE IT STANDS - HOLDS THE LOAN AT WATCH
      * IN THE RV3C0100 CLASSIFICATION. RUN NIGHTLY AFTER COVM100.
      * ENDS CC 4 WHEN ANY COVENANT COULD NOT BE UPDATED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVT100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT ENTCTL-FILE   ASSIGN EC1DQ001.
           SELECT COVNRPT-FILE  ASSIGN RPHDQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ENTCTL-FILE IS THE ENTITY CONTROL FILE (SEE LOANR100): THE
      * 'H'-FLAGGED RECORD NAMES THE HOME ENTITY, UNDER WHICH THE
      * COLLECTIONS CASES FOR BREACHED LOANS ARE OPENED.
       FD  ENTCTL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ENTCTL.
           05  ENTC-CODE                    PIC X(4).
           05  ENTC-HOME-FLG                PIC X(1).
           05  ENTC-NAME                    PIC X(20).
           05  ENTC-HOME-BRN                PIC X(4).
           05  FILLER                       PIC X(11).
      ******************************************************************
      * COVNRPT-FILE IS THE PRINTED COVENANT BREACH AND OVERDUE
      * REPORT.
       FD  COVNRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-COVNRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOP AND THE ENTITY FILE.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-ENTCTL-EOF-SW             PIC X(1)    VALUE 'N'.
               88  WS-ENTCTL-EOF                        VALUE 'Y'.
           05  WS-ROLL-SW                   PIC X(1)    VALUE 'N'.
               88  WS-ROLL-YES                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PASS-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BREACH-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OVERDUE-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CASE-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CASE-OPEN-CNT         PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE HOME ENTITY, LOADED AT STARTUP FROM THE ENTITY CONTROL
      * FILE'S 'H'-FLAGGED RECORD BY 100010-LOAD-HOME-ENTITY.
       01  WS-HOME-ENT                      PIC X(4)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR ONE COVENANT'S TEST. WS-TEST-RESULT IS
      * 'P' PASSED, 'B' BREACHED OR 'O' OVERDUE; WS-TEST-NOTE IS ITS
      * REPORT TEXT. RATIOS ARE WORKED OUT IN WS-RATIO-WORK AND CUT
      * BACK TO THE +/-99999.99 COVN_LAST_RATIO CAN HOLD.
       01  WS-LOAN-BRN                      PIC X(4)    VALUE SPACES.
       01  WS-TEST-RESULT                   PIC X(1)    VALUE SPACE.
       01  WS-TEST-NOTE                     PIC X(20)   VALUE SPACES.
       01  WS-CASE-NOTE                     PIC X(17)   VALUE SPACES.
       01  WS-ACCTS-CNT                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-RATIO-WORK                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-RATIO-MAX                     PIC S9(5)V9(2) COMP-3
                                                         VALUE 99999.99.
       01  WS-LOAN-NO-9                     PIC 9(10)   VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 250000-ROLL-NEXT-TEST: THE TEST DATE
      * MOVES ON BY THE FREQUENCY IN MONTHS ('Q' 3, 'S' 6, 'A' 12),
      * KEEPING ITS DAY UNLESS THE NEW MONTH IS SHORTER, IN WHICH
      * CASE IT IS CUT BACK TO THE MONTH'S LAST DAY (FEBRUARY IS
      * TAKEN AS 28 DAYS).
       01  WS-FREQ-MONTHS                   PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-NEXT-TEST-X.
           05  WS-NT-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-NT-MM                     PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-NT-DD                     PIC 9(2).
       01  WS-MONTH-NO                      PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-MONTH-REM                     PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES             PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS                PIC 9(2)    OCCURS 12.
      ******************************************************************
      * THE REASON TEXT CARRIED ON A COLLECTIONS CASE OPENED FOR A
      * BREACH.
       01  WS-CASE-RSN.
           05  FILLER                       PIC X(23)   VALUE
                   'COVENANT BREACH - TYPE '.
           05  WS-CR-TYPE                   PIC X(2).
           05  FILLER                       PIC X(8)    VALUE
                   ' TESTED '.
           05  WS-CR-DATE                   PIC X(10).
           05  FILLER                       PIC X(22)   VALUE
                   ' - REFERRED BY COVT100'.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD FOR THE CURSOR AND
      * ALL STAMPING.
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
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * REPORT HEADING AND PRINT LINES.
       01  WS-TITLE-LINE.
           05  FILLER                       PIC X(40)   VALUE
                   'COVT100 - COVENANT BREACHES AND OVERDUE '.
           05  FILLER                       PIC X(92)   VALUE
                   'FIGURES'.
       01  WS-RUN-LINE.
           05  FILLER                       PIC X(6)    VALUE 'AS OF '.
           05  WS-RL-TODAY                  PIC X(10).
           05  FILLER                       PIC X(116)  VALUE SPACES.
       01  WS-HDR-LINE.
           05  FILLER                       PIC X(40)   VALUE
                   'CT  LOAN NO     TY  F  TEST DATE   THRES'.
           05  FILLER                       PIC X(40)   VALUE
                   'HOLD      RATIO   PERIOD END  RESULT    '.
           05  FILLER                       PIC X(52)   VALUE
                   '            CASE'.
       01  WS-COVN-LINE.
           05  WS-CL-CAT                    PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-NO                     PIC Z(9)9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-TYPE                   PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-FREQ                   PIC X(1).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-TEST-DATE              PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-THRESH                 PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-RATIO                  PIC ZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-PERIOD-END             PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-NOTE                   PIC X(20).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-CASE                   PIC X(17).
           05  FILLER                       PIC X(23)   VALUE SPACES.
      ******************************************************************
       COPY COVNMSTR.
      ******************************************************************
       COPY COVNFIN.
      ******************************************************************
       COPY DECLNCASE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY ACTIVE COVENANT ON A LIVE LOAN WHOSE NEXT
      * TEST DATE HAS COME, WITH THE LOAN'S BRANCH FOR ANY CASE THE
      * TEST OPENS.
           EXEC SQL
               DECLARE COVT100-CSR CURSOR FOR
                   SELECT C.COVN_LOAN_CAT, C.COVN_LOAN_NO,
                          C.COVN_TYPE, C.COVN_THRESH, C.COVN_FREQ,
                          C.COVN_NEXT_TEST, C.COVN_LAST_TEST,
                          L.LOANM_BRN
                     FROM IDC015.COVNMSTR C,
                          IDC015.LOANMSTR L
                    WHERE C.COVN_ST        = 'A'
                      AND C.COVN_NEXT_TEST <= :WS-TODAY-DATE-X
                      AND L.LOANM_CAT      = C.COVN_LOAN_CAT
                      AND L.LOANM_NO       = C.COVN_LOAN_NO
                      AND L.LOANM_ST       = 'A'
                    ORDER BY C.COVN_LOAN_CAT, C.COVN_LOAN_NO,
                             C.COVN_TYPE
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE TESTS EVERY COVENANT DUE, LISTING THE
      * BREACHES AND OVERDUE SUBMISSIONS, AND PRINTS THE END-OF-RUN
      * CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-LOAD-HOME-ENTITY

           OPEN OUTPUT COVNRPT-FILE

           WRITE RE-COVNRPT FROM WS-TITLE-LINE
           MOVE WS-TODAY-DATE-X TO WS-RL-TODAY
           WRITE RE-COVNRPT FROM WS-RUN-LINE
           MOVE SPACES TO RE-COVNRPT
           WRITE RE-COVNRPT
           WRITE RE-COVNRPT FROM WS-HDR-LINE

           EXEC SQL
               OPEN COVT100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-TEST-ONE-COVENANT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE COVT100-CSR
           END-EXEC

           CLOSE COVNRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-FAIL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A TEST RUN MOVES COVENANT TEST DATES ON
      * AND OPENS COLLECTIONS CASES, SO AN ACCIDENTAL SECOND RUN IN
      * THE SAME CYCLE IS REFUSED AS A DUPLICATE. THE OFFICIAL
      * BUSINESS DATE REPLACES THE MACHINE DATE FOR ALL STAMPING;
      * WITH RUN CONTROL UNAVAILABLE THE RUN CONTINUES ON THE MACHINE
      * DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'COVT100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'COVT100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'COVT100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 100010-LOAD-HOME-ENTITY READS THE ENTITY CONTROL FILE AND
      * TAKES THE HOME ENTITY OFF THE 'H'-FLAGGED RECORD. WITH NO
      * HOME ENTITY MAINTAINED THE RUN STOPS - A CASE OPENED UNDER A
      * BLANK ENTITY WOULD NEVER REACH A COLLECTOR.
       100010-LOAD-HOME-ENTITY.

           MOVE 'N' TO WS-ENTCTL-EOF-SW

           OPEN INPUT ENTCTL-FILE

           PERFORM 100014-READ-ENTITY-RECORD
               UNTIL WS-ENTCTL-EOF

           CLOSE ENTCTL-FILE

           IF WS-HOME-ENT = SPACES
               DISPLAY 'COVT100 - NO HOME ENTITY ON ENTITY '
                       'CONTROL FILE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       100014-READ-ENTITY-RECORD.

           READ ENTCTL-FILE
               AT END
                   MOVE 'Y' TO WS-ENTCTL-EOF-SW
               NOT AT END
                   IF ENTC-HOME-FLG = 'H'
                       MOVE ENTC-CODE TO WS-HOME-ENT
                   END-IF
           END-READ.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'COVT100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-COVENANT-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'COVNMSTR'   TO DB2-OBJECT
                   MOVE 'FETCH'      TO DB2-STATEMENT
                   MOVE COVN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-COVENANT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH COVT100-CSR
                   INTO :COVN-LOAN-CAT, :COVN-LOAN-NO, :COVN-TYPE,
                        :COVN-THRESH, :COVN-FREQ, :COVN-NEXT-TEST,
                        :COVN-LAST-TEST, :WS-LOAN-BRN
           END-EXEC.
      ******************************************************************
      * 200000-TEST-ONE-COVENANT TESTS THE COVENANT, ACTS ON THE
      * RESULT AND STORES IT. A BREACH OR OVERDUE SUBMISSION IS
      * PRINTED; A BREACH ALSO REFERS THE LOAN TO COLLECTIONS.
       200000-TEST-ONE-COVENANT.

           ADD 1 TO WS-CTL-READ-CNT

           MOVE SPACE  TO WS-TEST-RESULT
           MOVE SPACES TO WS-TEST-NOTE
           MOVE SPACES TO WS-CASE-NOTE
           MOVE SPACES TO COVF-PERIOD-END
           MOVE ZEROS  TO COVN-LAST-RATIO
           MOVE 'N'    TO WS-ROLL-SW

           IF COVN-TYPE = 'AC'
               PERFORM 210000-TEST-ACCOUNTS
           ELSE
               PERFORM 220000-TEST-RATIO
           END-IF

           EVALUATE WS-TEST-RESULT
               WHEN 'P'
                   ADD 1 TO WS-CTL-PASS-CNT
               WHEN 'B'
                   ADD 1 TO WS-CTL-BREACH-CNT
                   PERFORM 300000-OPEN-COLLECTIONS-CASE
                   PERFORM 260000-PRINT-COVENANT
               WHEN 'O'
                   ADD 1 TO WS-CTL-OVERDUE-CNT
                   PERFORM 260000-PRINT-COVENANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-TEST-RESULT NOT = SPACE
               PERFORM 240000-STORE-RESULT
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
      * 210000-TEST-ACCOUNTS PASSES THE ACCOUNTS COVENANT WHEN A
      * SUBMISSION CARRYING THE AUDITED ACCOUNTS HAS ARRIVED SINCE THE
      * LAST TEST, AND BREACHES IT OTHERWISE - THE TEST DATE IS THE
      * DELIVERY DEADLINE. THE DATE ONLY MOVES ON ONCE THEY ARRIVE.
       210000-TEST-ACCOUNTS.

           MOVE ZEROS TO WS-ACCTS-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ACCTS-CNT
                 FROM IDC015.COVNFIN
                WHERE COVF_LOAN_CAT  = :COVN-LOAN-CAT
                  AND COVF_LOAN_NO   = :COVN-LOAN-NO
                  AND COVF_ACCTS_FLG = 'Y'
                  AND COVF_SUB_DATE  > :COVN-LAST-TEST
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'COVNFIN'    TO DB2-OBJECT
                   MOVE 'SELECT'     TO DB2-STATEMENT
                   MOVE COVN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-ACCTS-CNT > ZERO
                   MOVE 'P' TO WS-TEST-RESULT
                   MOVE 'Y' TO WS-ROLL-SW
               WHEN OTHER
                   MOVE 'B' TO WS-TEST-RESULT
                   MOVE 'ACCOUNTS NOT FILED' TO WS-TEST-NOTE
           END-EVALUATE.
      ******************************************************************
      * 220000-TEST-RATIO WORKS OUT THE COVENANT RATIO FROM THE LATEST
      * PERIOD SUBMITTED SINCE THE LAST TEST AND COMPARES IT WITH THE
      * THRESHOLD. WITH NOTHING SUBMITTED THE TEST IS OVERDUE.
       220000-TEST-RATIO.

           EXEC SQL
               SELECT COVF_PERIOD_END, COVF_DEBT_AMT,
                      COVF_EBITDA_AMT, COVF_INT_AMT
                 INTO :COVF-PERIOD-END, :COVF-DEBT-AMT,
                      :COVF-EBITDA-AMT, :COVF-INT-AMT
                 FROM IDC015.COVNFIN
                WHERE COVF_LOAN_CAT = :COVN-LOAN-CAT
                  AND COVF_LOAN_NO  = :COVN-LOAN-NO
                  AND COVF_SUB_DATE > :COVN-LAST-TEST
                ORDER BY COVF_PERIOD_END DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'O' TO WS-TEST-RESULT
                   MOVE 'FIGURES OVERDUE' TO WS-TEST-NOTE
               WHEN SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'COVNFIN'    TO DB2-OBJECT
                   MOVE 'SELECT'     TO DB2-STATEMENT
                   MOVE COVN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN COVN-TYPE = 'LV'
                   MOVE 'Y' TO WS-ROLL-SW
                   PERFORM 221000-TEST-LEVERAGE
               WHEN OTHER
                   MOVE 'Y' TO WS-ROLL-SW
                   PERFORM 222000-TEST-INTEREST-COVER
           END-EVALUATE.
      ******************************************************************
      * 221000-TEST-LEVERAGE - NET DEBT / EBITDA MAY NOT EXCEED THE
      * THRESHOLD. A BUSINESS WITH NO POSITIVE EBITDA CANNOT SERVICE
      * ANY DEBT OUT OF EARNINGS, SO THAT IS A BREACH AT THE MAXIMUM
      * RATIO.
       221000-TEST-LEVERAGE.

           IF COVF-EBITDA-AMT > ZERO
               COMPUTE WS-RATIO-WORK ROUNDED =
                   COVF-DEBT-AMT / COVF-EBITDA-AMT
           ELSE
               MOVE WS-RATIO-MAX TO WS-RATIO-WORK
           END-IF

           PERFORM 230000-SET-RATIO

           IF COVF-EBITDA-AMT > ZERO
              AND COVN-LAST-RATIO NOT > COVN-THRESH
               MOVE 'P' TO WS-TEST-RESULT
           ELSE
               MOVE 'B' TO WS-TEST-RESULT
               MOVE 'LEVERAGE TOO HIGH' TO WS-TEST-NOTE
           END-IF.
      ******************************************************************
      * 222000-TEST-INTEREST-COVER - EBITDA / INTEREST PAID MAY NOT
      * FALL BELOW THE THRESHOLD. NO INTEREST PAID IN THE PERIOD
      * COVERS ITSELF AND PASSES AT THE MAXIMUM RATIO.
       222000-TEST-INTEREST-COVER.

           IF COVF-INT-AMT > ZERO
               COMPUTE WS-RATIO-WORK ROUNDED =
                   COVF-EBITDA-AMT / COVF-INT-AMT
           ELSE
               MOVE WS-RATIO-MAX TO WS-RATIO-WORK
           END-IF

           PERFORM 230000-SET-RATIO

           IF COVN-LAST-RATIO < COVN-THRESH
               MOVE 'B' TO WS-TEST-RESULT
               MOVE 'COVER TOO LOW' TO WS-TEST-NOTE
           ELSE
               MOVE 'P' TO WS-TEST-RESULT
           END-IF.
      ******************************************************************
      * 230000-SET-RATIO STORES THE RATIO, CUT BACK TO WHAT
      * COVN_LAST_RATIO CAN HOLD.
       230000-SET-RATIO.

           EVALUATE TRUE
               WHEN WS-RATIO-WORK > WS-RATIO-MAX
                   MOVE WS-RATIO-MAX TO COVN-LAST-RATIO
               WHEN WS-RATIO-WORK < ZERO - WS-RATIO-MAX
                   COMPUTE COVN-LAST-RATIO = ZERO - WS-RATIO-MAX
               WHEN OTHER
                   MOVE WS-RATIO-WORK TO COVN-LAST-RATIO
           END-EVALUATE.
      ******************************************************************
      * 240000-STORE-RESULT STAMPS THE RESULT ON THE COVENANT. A TEST
      * DECIDED ON SUBMITTED FIGURES ALSO BECOMES THE LAST TEST AND
      * MOVES THE NEXT TEST DATE ON; OTHERWISE BOTH DATES ARE KEPT SO
      * THE FIGURES STILL AWAITED ARE LOOKED FOR AGAIN NEXT RUN.
      * THE UPDATE IS GUARDED ON THE COVENANT STILL BEING ACTIVE.
       240000-STORE-RESULT.

           MOVE WS-TEST-RESULT TO COVN-LAST-RESULT

           IF WS-ROLL-YES
               MOVE WS-TODAY-DATE-X TO COVN-LAST-TEST
               PERFORM 250000-ROLL-NEXT-TEST
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 240010-UPDATE-COVNMSTR-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'COVT100 - RESULT NOT STORED FOR LOAN '
                       COVN-LOAN-NO ' COVENANT ' COVN-TYPE
                       ', SQLCODE ' SQLCODE
               IF SQLCODE NOT = +100
                   MOVE 'COVNMSTR'   TO DB2-OBJECT
                   MOVE 'UPDATE'     TO DB2-STATEMENT
                   MOVE COVN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       240010-UPDATE-COVNMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.COVNMSTR
                  SET COVN_NEXT_TEST   = :COVN-NEXT-TEST,
                      COVN_LAST_TEST   = :COVN-LAST-TEST,
                      COVN_LAST_RESULT = :COVN-LAST-RESULT,
                      COVN_LAST_RATIO  = :COVN-LAST-RATIO
                WHERE COVN_LOAN_CAT = :COVN-LOAN-CAT
                  AND COVN_LOAN_NO  = :COVN-LOAN-NO
                  AND COVN_TYPE     = :COVN-TYPE
                  AND COVN_ST       = 'A'
           END-EXEC.
      ******************************************************************
      * 250000-ROLL-NEXT-TEST MOVES THE NEXT TEST DATE ON BY THE
      * COVENANT'S FREQUENCY FROM THE DATE IT WAS DUE (NOT FROM
      * TODAY), SO A LATE SUBMISSION DOES NOT SHIFT THE SCHEDULE.
       250000-ROLL-NEXT-TEST.

           EVALUATE COVN-FREQ
               WHEN 'Q'
                   MOVE 3  TO WS-FREQ-MONTHS
               WHEN 'S'
                   MOVE 6  TO WS-FREQ-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-FREQ-MONTHS
           END-EVALUATE

           MOVE COVN-NEXT-TEST TO WS-NEXT-TEST-X

           COMPUTE WS-MONTH-NO =
                 WS-NT-YYYY * 12 + WS-NT-MM - 1 + WS-FREQ-MONTHS
           DIVIDE WS-MONTH-NO BY 12
               GIVING WS-NT-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-NT-MM = WS-MONTH-REM + 1

           IF WS-NT-DD > WS-MONTH-DAYS(WS-NT-MM)
               MOVE WS-MONTH-DAYS(WS-NT-MM) TO WS-NT-DD
           END-IF

           MOVE WS-NEXT-TEST-X TO COVN-NEXT-TEST.
      ******************************************************************
      * 260000-PRINT-COVENANT PRINTS ONE BREACHED OR OVERDUE
      * COVENANT. THE TEST DATE SHOWN IS THE ONE THAT FELL DUE.
       260000-PRINT-COVENANT.

           MOVE COVN-LOAN-CAT   TO WS-CL-CAT
           MOVE COVN-LOAN-NO    TO WS-CL-NO
           MOVE COVN-TYPE       TO WS-CL-TYPE
           MOVE COVN-FREQ       TO WS-CL-FREQ
           MOVE COVN-NEXT-TEST  TO WS-CL-TEST-DATE
           MOVE COVN-THRESH     TO WS-CL-THRESH
           MOVE COVN-LAST-RATIO TO WS-CL-RATIO
           MOVE COVF-PERIOD-END TO WS-CL-PERIOD-END
           MOVE WS-TEST-NOTE    TO WS-CL-NOTE
           MOVE WS-CASE-NOTE    TO WS-CL-CASE

           WRITE RE-COVNRPT FROM WS-COVN-LINE.
      ******************************************************************
      * 300000-OPEN-COLLECTIONS-CASE REFERS A BREACHED LOAN TO
      * COLLECTIONS BY OPENING A DECLNCASE CASE FOR IT UNDER THE HOME
      * ENTITY AND THE LOAN'S BRANCH, KEYED BY THE LOAN NUMBER AS THE
      * RISK NUMBER - UNLESS THE LOAN ALREADY HAS AN OPEN CASE, FOR
      * WHATEVER REASON, WHICH THE COLLECTOR WORKING IT THEN PICKS
      * THE BREACH UP THROUGH.
       300000-OPEN-COLLECTIONS-CASE.

           MOVE COVN-LOAN-NO  TO WS-LOAN-NO-9
           MOVE WS-HOME-ENT   TO DCASE-ENT
           MOVE WS-LOAN-NO-9  TO DCASE-NUM-RISK

           EXEC SQL
               SELECT DCASE_STATUS
                 INTO :DCASE-STATUS
                 FROM IDC015.DECLNCASE
                WHERE DCASE_ENT      = :DCASE-ENT
                  AND DCASE_NUM_RISK = :DCASE-NUM-RISK
                  AND DCASE_STATUS   = 'O'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CASE-OPEN-CNT
                   MOVE 'CASE ALREADY OPEN' TO WS-CASE-NOTE
               WHEN SQLCODE = +100
                   MOVE 'O'              TO DCASE-STATUS
                   MOVE WS-LOAN-BRN      TO DCASE-BRN
                   MOVE COVN-TYPE        TO WS-CR-TYPE
                   MOVE WS-TODAY-DATE-X  TO WS-CR-DATE
                   MOVE WS-CASE-RSN      TO DCASE-RSN
                   MOVE WS-TODAY-DATE-X  TO DCASE-OPEN-DATE

                   EXEC SQL
                       INSERT INTO IDC015.DECLNCASE
                           ( DCASE_ENT, DCASE_NUM_RISK, DCASE_STATUS,
                             DCASE_BRN, DCASE_RSN, DCASE_OPEN_DATE )
                       VALUES
                           ( :DCASE-ENT, :DCASE-NUM-RISK,
                             :DCASE-STATUS, :DCASE-BRN, :DCASE-RSN,
                             :DCASE-OPEN-DATE )
                   END-EXEC

                   IF SQLCODE = ZERO
                       ADD 1 TO WS-CTL-CASE-CNT
                       MOVE 'CASE OPENED' TO WS-CASE-NOTE
                   ELSE
                       ADD 1 TO WS-CTL-FAIL-CNT
                       MOVE 'CASE NOT OPENED' TO WS-CASE-NOTE
                       MOVE 'DECLNCASE'    TO DB2-OBJECT
                       MOVE 'INSERT'       TO DB2-STATEMENT
                       MOVE COVN-LOAN-NO   TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'CASE NOT OPENED' TO WS-CASE-NOTE
                   MOVE 'DECLNCASE'    TO DB2-OBJECT
                   MOVE 'SELECT'       TO DB2-STATEMENT
                   MOVE COVN-LOAN-NO   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'COVT100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO CREDIT RISK CAN RECONCILE THE COVENANT TEST RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'COVT100 CONTROL TOTALS'
           DISPLAY '  COVENANTS DUE FOR TEST ........... : '
                   WS-CTL-READ-CNT
           DISPLAY '  COVENANTS PASSED ................. : '
                   WS-CTL-PASS-CNT
           DISPLAY '  COVENANTS BREACHED ............... : '
                   WS-CTL-BREACH-CNT
           DISPLAY '  FIGURES OVERDUE .................. : '
                   WS-CTL-OVERDUE-CNT
           DISPLAY '  COLLECTIONS CASES OPENED ......... : '
                   WS-CTL-CASE-CNT
           DISPLAY '  BREACHES WITH A CASE ALREADY OPEN  : '
                   WS-CTL-CASE-OPEN-CNT
           DISPLAY '  FAILURES (SEE DB2 ERROR LOG) ..... : '
                   WS-CTL-FAIL-CNT.
      ******************************************************************
