      ******************************************************************
      * LSWP100 IS THE INTERNAL INSTALLMENT SWEEP. A BORROWER WHO HAS
      * NOMINATED ONE OF THEIR OWN DEPOSIT ACCOUNTS FOR REPAYMENT
      * (AN ACTIVE LOANSWEEP ROW, REGISTERED THROUGH DDMN100, WHICH
      * ALSO FLIPS LOANM_DD_MAND TO 'I') HAS EACH INSTALLMENT TAKEN
      * STRAIGHT OFF THAT ACCOUNT ON ITS DUE DATE INSTEAD OF BEING
      * SENT TO THE CLEARING HOUSE BY DDGEN100. FOR EVERY PENDING
      * INSTALLMENT DUE ON OR BEFORE THE BUSINESS DATE:
      *   - THE ACCOUNT MUST STILL BE AN ACTIVE DEPOMSTR ACCOUNT
      *     HELD BY THE LOAN'S BORROWER, AND ITS FREE BALANCE (THE
      *     BALANCE LESS ANY AMOUNT HELD UNDER A GARNISHMENT ORDER)
      *     MUST COVER THE WHOLE INSTALLMENT;
      *   - DEPM_BAL COMES DOWN BY THE INSTALLMENT, A DEPOMVHST 'L'
      *     ROW RECORDS THE MOVEMENT AND THE GL EXTRACT TAKES A
      *     'DEPSWEEP' POSTING OFF THE DEPOSIT;
      *   - A REQ-TYPE 05 REPAYMENT FOR THE INSTALLMENT IS WRITTEN
      *     TO O1DQ4301 FOR THE NEXT LOANR100 RUN, WHICH BOOKS IT
      *     LIKE ANY OTHER RECEIPT - ALLOCATION WATERFALL, PARTDIST
      *     SPLIT, GL POSTING AND SCHEDULE SETTLEMENT - AS CTRM100
      *     AND AGRR100 DO FOR THE MONEY THEY COLLECT;
      *   - THE LOANSCHED INSTALLMENT IS MARKED SWEPT ('W') SO IT IS
      *     NOT SWEPT AGAIN WHILE LOANR100 HAS STILL TO SETTLE IT;
      *     LOANR100 SETTLES SWEPT INSTALLMENTS FIRST. IT IS NOT
      *     MARKED 'S' - DDRET100 WOULD AGE THAT TO COLLECTED AND
      *     POST IT A SECOND TIME AS A DIRECT DEBIT.
      * AN INSTALLMENT THE FREE BALANCE ONLY PARTLY COVERS IS NOT
      * TOUCHED: IT STAYS PENDING FOR THE NORMAL ARREARS PROCESS, AND
      * THE LOAN'S LATER INSTALLMENTS ARE LEFT WITH IT SO THEY ARE
      * NEVER SETTLED AHEAD OF AN OLDER ONE. ONLY HOME-CURRENCY LOANS
      * ARE SWEPT, AND ONLY FROM AN ACCOUNT HELD IN THE LOAN'S OWN
      * CURRENCY (DEPM_CCY) - THE INSTALLMENT MOVES UNCONVERTED, SO
      * AN ACCOUNT IN ANY OTHER CURRENCY IS LEFT ALONE AND REPORTED.
      * O1DQ4301 IS WRITTEN AS ONE HDR/TRL-WRAPPED SECTION OF
      * LOANR100'S INPUT - HEADER WITH THE BUSINESS DATE AND A
      * DATE-DERIVED SEQUENCE (YYMMDD, AS CUSQ100 AND SUSPR100
      * BUILD THEIRS), TRAILER WITH THE COUNT OF 05S - SO LOANR100'S
      * 100030-VALIDATE-FILE-CONTROLS PROVES IT LIKE ANY OTHER
      * SECTION. A NIGHT WITH NOTHING SWEPT STILL GETS ITS HDR/TRL
      * PAIR. RVNITE1 RUNS IT AS STEP025, AFTER THE DEPOSIT POSTINGS
      * (DEPOP100) AND DDMN100 AND BEFORE LOANR100, WITH O1DQ4301
      * CONCATENATED INTO LOANR100'S I1DQ0203.
      * ENDS CC 4 WHEN ANY SWEEP COULD NOT BE FULLY APPLIED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSWP100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT LOANOUT-FILE  ASSIGN O1DQ4301.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW) THAT TAKES THE DEPOSIT SIDE OF EVERY INSTALLMENT
      * SWEPT; LOANR100 POSTS THE LOAN SIDE.
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * LOANOUT-FILE RECEIVES THE GENERATED REQ-TYPE 05 REPAYMENT
      * TRANSACTIONS, IN THE 40-BYTE LOANTRAN LAYOUT LOANR100 READS,
      * BETWEEN THEIR HDR AND TRL CONTROL RECORDS - CONCATENATE IT
      * INTO LOANR100'S I1DQ0203 INPUT.
       FD  LOANOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LOANOUT                       PIC X(40).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-ACCT-OK-SW                PIC X(1)    VALUE 'N'.
               88  WS-ACCT-OK                           VALUE 'Y'.
               88  WS-ACCT-CCY-DIFF                     VALUE 'C'.
           05  WS-POST-OK-SW                PIC X(1)    VALUE 'Y'.
               88  WS-POST-OK                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SWEPT-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOFUND-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BEHIND-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOACC-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CCY-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OUT-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SWEPT-TOTAL           PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE LOAN WHOSE OLDER INSTALLMENT COULD NOT BE SWEPT THIS RUN;
      * ITS LATER INSTALLMENTS ARE LEFT PENDING BEHIND IT.
       01  WS-HELD-LOAN-KEY.
           05  WS-HELD-LOAN-CAT             PIC X(2)    VALUE SPACES.
           05  WS-HELD-LOAN-NO              PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR ONE INSTALLMENT'S SWEEP.
       01  WS-SWP-DEP-ACC                   PIC X(10)   VALUE SPACES.
       01  WS-SWP-CUST-NO                   PIC X(10)   VALUE SPACES.
       01  WS-INST-AMT                      PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-FREE-BAL                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-DEP-BAL                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-OUT-LOAN-9                    PIC 9(10)   VALUE ZEROS.
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD FOR THE DUE-DATE
      * CUT-OFF AND ALL STAMPING.
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
      * HDR/TRL CONTROL IMAGES FOR O1DQ4301, IN THE LAYOUT LOANR100'S
      * 100030-VALIDATE-FILE-CONTROLS PROVES.
       01  WS-OUT-HDR-REC.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  WS-OUT-HDR-DATE              PIC X(10).
           05  WS-OUT-HDR-SEQ               PIC X(6).
           05  FILLER                       PIC X(21)   VALUE SPACES.
       01  WS-OUT-TRL-REC.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  WS-OUT-TRL-CNT               PIC 9(9).
           05  FILLER                       PIC X(28)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY LOANSCHD.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY LOANTRAN.
      ******************************************************************
       COPY LOANSWP.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY DEPOMVH.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY PENDING INSTALLMENT DUE ON OR BEFORE THE
      * BUSINESS DATE ON A LIVE HOME-CURRENCY LOAN WITH AN ACTIVE
      * SWEEP NOMINATION, OLDEST FIRST WITHIN EACH LOAN.
           EXEC SQL
               DECLARE LSWP100-CSR CURSOR FOR
                   SELECT S.LOANSCH_CAT, S.LOANSCH_NO, S.LOANSCH_SEQ,
                          S.LOANSCH_DUE_DATE, S.LOANSCH_PRIN_AMT,
                          S.LOANSCH_INT_AMT, M.LOANM_CUST_NO,
                          W.LSWP_DEP_ACC, M.LOANM_CCY
                     FROM IDC015.LOANSCHED S,
                          IDC015.LOANMSTR M,
                          IDC015.LOANSWEEP W
                    WHERE S.LOANSCH_ST = 'P'
                      AND S.LOANSCH_DUE_DATE <= :WS-TODAY-DATE-X
                      AND M.LOANM_CAT = S.LOANSCH_CAT
                      AND M.LOANM_NO  = S.LOANSCH_NO
                      AND M.LOANM_ST  = 'A'
                      AND M.LOANM_DD_MAND = 'I'
                      AND M.LOANM_CCY = :WS-HOME-CCY
                      AND W.LSWP_LOAN_CAT = S.LOANSCH_CAT
                      AND W.LSWP_LOAN_NO  = S.LOANSCH_NO
                      AND W.LSWP_ST       = 'A'
                    ORDER BY S.LOANSCH_CAT, S.LOANSCH_NO,
                             S.LOANSCH_SEQ
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOOPS OVER THE INSTALLMENTS DUE, SWEEPING EACH
      * ONE THE NOMINATED ACCOUNT COVERS, AND PRINTS THE END-OF-RUN
      * CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           OPEN EXTEND GLPOST-FILE
           OPEN OUTPUT LOANOUT-FILE

           MOVE WS-TODAY-DATE-X        TO WS-OUT-HDR-DATE
           MOVE WS-TODAY-YYYYMMDD(3:6) TO WS-OUT-HDR-SEQ
           WRITE RE-LOANOUT FROM WS-OUT-HDR-REC

           EXEC SQL
               OPEN LSWP100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-PROCESS-ONE-INSTALLMENT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE LSWP100-CSR
           END-EXEC

           MOVE WS-CTL-OUT-CNT TO WS-OUT-TRL-CNT
           WRITE RE-LOANOUT FROM WS-OUT-TRL-REC

           CLOSE GLPOST-FILE
           CLOSE LOANOUT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-FAIL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SWEEP MUTATES DEPOMSTR AND LOANSCHED
      * AND POSTS CASH, SO AN ACCIDENTAL SECOND RUN IN THE SAME CYCLE
      * IS REFUSED AS A DUPLICATE. THE OFFICIAL BUSINESS DATE
      * REPLACES THE MACHINE DATE FOR ALL STAMPING; WITH RUN CONTROL
      * UNAVAILABLE THE RUN CONTINUES ON THE MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'LSWP100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'LSWP100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'LSWP100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'LSWP100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-INSTALLMENT-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'LOANSCHED' TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE LSCH-NO     TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-INSTALLMENT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH LSWP100-CSR
                   INTO :LSCH-CAT, :LSCH-NO, :LSCH-SEQ,
                        :LSCH-DUE-DATE, :LSCH-PRIN-AMT,
                        :LSCH-INT-AMT, :WS-SWP-CUST-NO,
                        :WS-SWP-DEP-ACC, :LLOANM-CCY
           END-EXEC.
      ******************************************************************
      * 200000-PROCESS-ONE-INSTALLMENT SWEEPS THE INSTALLMENT WHEN THE
      * NOMINATED ACCOUNT IS USABLE AND ITS FREE BALANCE COVERS THE
      * WHOLE AMOUNT. OTHERWISE THE INSTALLMENT - AND EVERY LATER ONE
      * OF THE SAME LOAN THIS RUN - IS LEFT PENDING FOR ARREARS.
       200000-PROCESS-ONE-INSTALLMENT.

           ADD 1 TO WS-CTL-READ-CNT

           COMPUTE WS-INST-AMT = LSCH-PRIN-AMT + LSCH-INT-AMT

           IF LSCH-CAT = WS-HELD-LOAN-CAT
            AND LSCH-NO = WS-HELD-LOAN-NO
               ADD 1 TO WS-CTL-BEHIND-CNT
           ELSE
               PERFORM 200100-LOOKUP-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-ACCT-CCY-DIFF
                       ADD 1 TO WS-CTL-CCY-CNT
                       PERFORM 200900-HOLD-LOAN
                   WHEN NOT WS-ACCT-OK
                       ADD 1 TO WS-CTL-NOACC-CNT
                       PERFORM 200900-HOLD-LOAN
                   WHEN WS-FREE-BAL < WS-INST-AMT
                       ADD 1 TO WS-CTL-NOFUND-CNT
                       PERFORM 200900-HOLD-LOAN
                   WHEN OTHER
                       PERFORM 210000-SWEEP-INSTALLMENT
               END-EVALUATE
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
      * 200100-LOOKUP-ACCOUNT READS THE NOMINATED ACCOUNT AFRESH FOR
      * EACH INSTALLMENT (AN EARLIER SWEEP THIS RUN MAY ALREADY HAVE
      * TAKEN FROM IT) AND WORKS OUT ITS FREE BALANCE. AN ACCOUNT
      * CLOSED, GONE DORMANT OR NO LONGER HELD BY THE BORROWER SINCE
      * IT WAS NOMINATED IS NOT SWEPT, NOR IS ONE HELD IN A CURRENCY
      * OTHER THAN THE LOAN'S (NOMINATED BEFORE DDMN100 CHECKED IT).
       200100-LOOKUP-ACCOUNT.

           MOVE 'N'            TO WS-ACCT-OK-SW
           MOVE ZEROS          TO WS-FREE-BAL
           MOVE WS-SWP-DEP-ACC TO DEPM-ACC

           EXEC SQL
               SELECT DEPM_CUST_NO, DEPM_BAL, DEPM_HELD_AMT, DEPM_ST,
                      DEPM_CCY
                 INTO :DEPM-CUST-NO, :DEPM-BAL, :DEPM-HELD-AMT,
                      :DEPM-ST, :DEPM-CCY
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY 'LSWP100 - SWEEP ACCOUNT ' WS-SWP-DEP-ACC
                           ' OF LOAN ' LSCH-NO ' NOT ON DEPOMSTR'
               WHEN DEPM-ST NOT = 'A'
                   DISPLAY 'LSWP100 - SWEEP ACCOUNT ' WS-SWP-DEP-ACC
                           ' OF LOAN ' LSCH-NO ' NOT ACTIVE'
               WHEN DEPM-CUST-NO NOT = WS-SWP-CUST-NO
                   DISPLAY 'LSWP100 - SWEEP ACCOUNT ' WS-SWP-DEP-ACC
                           ' NOT HELD BY BORROWER OF LOAN ' LSCH-NO
               WHEN DEPM-CCY NOT = LLOANM-CCY
                   MOVE 'C' TO WS-ACCT-OK-SW
                   DISPLAY 'LSWP100 - SWEEP ACCOUNT ' WS-SWP-DEP-ACC
                           ' HELD IN ' DEPM-CCY ', LOAN ' LSCH-NO
                           ' IN ' LLOANM-CCY ' - NOT SWEPT'
               WHEN OTHER
                   MOVE 'Y' TO WS-ACCT-OK-SW
                   COMPUTE WS-FREE-BAL = DEPM-BAL - DEPM-HELD-AMT
           END-EVALUATE.
      ******************************************************************
      * 200900-HOLD-LOAN REMEMBERS THE LOAN WHOSE INSTALLMENT WAS LEFT
      * PENDING SO ITS LATER INSTALLMENTS ARE LEFT BEHIND IT.
       200900-HOLD-LOAN.

           MOVE LSCH-CAT TO WS-HELD-LOAN-CAT
           MOVE LSCH-NO  TO WS-HELD-LOAN-NO.
      ******************************************************************
      * 210000-SWEEP-INSTALLMENT TAKES THE INSTALLMENT OFF THE
      * ACCOUNT, THEN - ONCE THE BALANCE HAS TAKEN IT - LEAVES THE
      * 'L' MOVEMENT ROW, POSTS THE DEPOSIT SIDE TO THE GL, WRITES
      * THE REPAYMENT FOR LOANR100 AND MARKS THE INSTALLMENT SWEPT.
      * THE DEBIT IS GUARDED ON THE FREE BALANCE, SO FUNDS THAT WENT
      * SINCE THE ACCOUNT WAS READ LEAVE THE INSTALLMENT PENDING.
      * ONCE THE DEBIT STANDS, A LATER STEP THAT FAILS IS DISPLAYED
      * AND LOGGED FOR REPAIR RATHER THAN BACKED OUT.
       210000-SWEEP-INSTALLMENT.

           COMPUTE WS-NEW-DEP-BAL = DEPM-BAL - WS-INST-AMT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 210010-UPDATE-DEPOMSTR-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE DEPM-ACC        TO DMVH-ACC
                   MOVE WS-TODAY-DATE-X TO DMVH-DATE
                   MOVE 'L'             TO DMVH-TYPE
                   MOVE WS-INST-AMT     TO DMVH-AMT
                   MOVE WS-NEW-DEP-BAL  TO DMVH-BAL

                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 210020-INSERT-DEPOMVHST-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND
                              SQLCODE NOT = -913)

                   IF SQLCODE NOT = ZERO
                       MOVE 'DEPOMVHS' TO DB2-OBJECT
                       MOVE 'INSERT'   TO DB2-STATEMENT
                       MOVE DEPM-ACC   TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF

                   MOVE DEPM-ACC         TO GLPOST-LLOANM-NO
                   MOVE 'DEPSWEEP'       TO GLPOST-TRAN-TYPE
                   MOVE WS-INST-AMT      TO GLPOST-AMOUNT
                   MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
                   WRITE RE-GLPOST FROM GLPOST-REC

                   ADD 1           TO WS-CTL-SWEPT-CNT
                   ADD WS-INST-AMT TO WS-CTL-SWEPT-TOTAL

                   PERFORM 220000-GENERATE-REPAYMENT

                   PERFORM 230000-MARK-SWEPT

                   IF NOT WS-POST-OK
                       ADD 1 TO WS-CTL-FAIL-CNT
                       DISPLAY 'LSWP100 - LOAN ' LSCH-NO
                               ' INSTALLMENT ' LSCH-SEQ
                               ' SWEPT FROM ' DEPM-ACC
                               ' BUT NOT MARKED SWEPT'
                   END-IF
               WHEN SQLCODE = +100
                   ADD 1 TO WS-CTL-NOFUND-CNT
                   PERFORM 200900-HOLD-LOAN
               WHEN OTHER
                   ADD 1 TO WS-CTL-FAIL-CNT
                   PERFORM 200900-HOLD-LOAN
                   DISPLAY 'LSWP100 - SWEEP NOT APPLIED FOR LOAN '
                           LSCH-NO ' ACCOUNT ' DEPM-ACC
                           ' SQLCODE ' SQLCODE
                   MOVE 'DEPOMSTR' TO DB2-OBJECT
                   MOVE 'UPDATE'   TO DB2-STATEMENT
                   MOVE DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       210010-UPDATE-DEPOMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DEPOMSTR
                  SET DEPM_BAL = DEPM_BAL - :WS-INST-AMT
                WHERE DEPM_ACC = :DEPM-ACC
                  AND DEPM_ST  = 'A'
                  AND DEPM_CCY = :LLOANM-CCY
                  AND DEPM_BAL - DEPM_HELD_AMT >= :WS-INST-AMT
           END-EXEC.
      ******************************************************************
       210020-INSERT-DEPOMVHST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.DEPOMVHST
                   ( DMVH_ACC, DMVH_DATE, DMVH_TYPE,
                     DMVH_AMT, DMVH_BAL )
               VALUES
                   ( :DMVH-ACC, :DMVH-DATE, :DMVH-TYPE,
                     :DMVH-AMT, :DMVH-BAL )
           END-EXEC.
      ******************************************************************
      * 220000-GENERATE-REPAYMENT WRITES THE REQ-TYPE 05 LOANTRAN
      * RECORD FOR THE INSTALLMENT SWEPT - THE CURRENCY IS LEFT
      * BLANK, MEANING THE LOAN'S OWN, SINCE ONLY AN ACCOUNT HELD IN
      * THE LOAN'S CURRENCY IS EVER SWEPT.
       220000-GENERATE-REPAYMENT.

           MOVE SPACES          TO LOANINPT-FILE
           MOVE '05'            TO LOANIN-REQ-TYPE
           MOVE LSCH-NO         TO WS-OUT-LOAN-9
           MOVE WS-OUT-LOAN-9   TO LOANIN-LLOANM-NO
           MOVE LSCH-CAT        TO LOANIN-LLOANM-CAT
           MOVE WS-INST-AMT     TO LOANIN-LLOANM-MAX-AMT
           MOVE WS-SWP-CUST-NO  TO LOANIN-LLOANM-CUST-NO
           MOVE SPACES          TO LOANIN-LLOANM-CCY

           WRITE RE-LOANOUT FROM LOANINPT-FILE
           ADD 1 TO WS-CTL-OUT-CNT.
      ******************************************************************
      * 230000-MARK-SWEPT FLAGS THE INSTALLMENT SWEPT SO A LATER RUN
      * DOES NOT SWEEP IT AGAIN BEFORE LOANR100 SETTLES IT. THE 'P'
      * PREDICATE KEEPS A ROW ANOTHER PROCESS SETTLED SINCE THE FETCH
      * FROM BEING REOPENED.
       230000-MARK-SWEPT.

           MOVE 'Y' TO WS-POST-OK-SW

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 230010-UPDATE-LOANSCHED-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-POST-OK-SW
               MOVE 'LOANSCHED' TO DB2-OBJECT
               MOVE 'UPDATE'    TO DB2-STATEMENT
               MOVE LSCH-NO     TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       230010-UPDATE-LOANSCHED-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANSCHED
                  SET LOANSCH_ST = 'W'
                WHERE LOANSCH_CAT = :LSCH-CAT
                  AND LOANSCH_NO  = :LSCH-NO
                  AND LOANSCH_SEQ = :LSCH-SEQ
                  AND LOANSCH_ST  = 'P'
           END-EXEC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'LSWP100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN TIE THE AMOUNT SWEPT TO THE GL.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'LSWP100 CONTROL TOTALS'
           DISPLAY '  INSTALLMENTS DUE FOR SWEEP ....... : '
                   WS-CTL-READ-CNT
           DISPLAY '  INSTALLMENTS SWEPT ............... : '
                   WS-CTL-SWEPT-CNT
           DISPLAY '  LEFT - FUNDS DO NOT COVER ........ : '
                   WS-CTL-NOFUND-CNT
           DISPLAY '  LEFT - BEHIND AN OLDER ONE ....... : '
                   WS-CTL-BEHIND-CNT
           DISPLAY '  LEFT - ACCOUNT NOT USABLE ........ : '
                   WS-CTL-NOACC-CNT
           DISPLAY '  LEFT - ACCOUNT IN ANOTHER CURRENCY : '
                   WS-CTL-CCY-CNT
           DISPLAY '  SWEEPS FAILED .................... : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  REPAYMENTS WRITTEN FOR LOANR100 .. : '
                   WS-CTL-OUT-CNT
           DISPLAY '  TOTAL SWEPT ...................... : '
                   WS-CTL-SWEPT-TOTAL.
      ******************************************************************
