      ******************************************************************
      * GLRC100 IS THE DAILY SUB-LEDGER TO GENERAL-LEDGER BALANCE
      * RECONCILIATION. GLVAL100 PROVES EACH DAY'S JOURNAL AND
      * GLCF100 THAT ACCOUNTING POSTED IT, BUT NOTHING PROVED THAT
      * THE LOAN AND DEPOSIT BALANCES ON OUR MASTERS STILL AGREE WITH
      * THE GL ACCOUNTS ACCOUNTING HOLDS, SO BREAKS FROM ROUNDING,
      * LOST POSTINGS OR MANUAL GL ADJUSTMENTS GREW UNSEEN UNTIL
      * AUDIT. RUN EVERY MORNING AFTER GLCF100, THIS PROGRAM:
      *   - TAKES THE LOAN PRINCIPAL ACCOUNT (THE DEBIT ACCOUNT OF
      *     DISBURSE) AND THE DEPOSIT LIABILITY ACCOUNT (THE CREDIT
      *     ACCOUNT OF DEPCRD) FROM THE GLVAL100 MAPPING TABLE
      *     (GM1DQ001);
      *   - SUMS LOANMSTR BALANCES (EVERY LOAN STILL ON THE BOOK,
      *     I.E. NOT WRITTEN OFF OR SOLD) AND DEPOMSTR BALANCES PER
      *     CURRENCY ONTO THOSE ACCOUNTS, DEBIT POSITIVE, SO THE
      *     DEPOSIT TOTAL IS HELD NEGATIVE;
      *   - LOADS ACCOUNTING'S TRIAL-BALANCE FILE (TB1DQ001) FOR THE
      *     SAME ACCOUNTS, ALSO DEBIT POSITIVE - ROWS FOR ANY OTHER
      *     ACCOUNT ARE COUNTED AS OUT OF SCOPE AND IGNORED;
      *   - RECORDS EACH ACCOUNT AND CURRENCY ON THE GLRECON HISTORY
      *     AND PRINTS IT (RPTDQ022) AS AGREED, A BREAK, OR NOT ON THE
      *     TRIAL BALANCE AT ALL;
      *   - FOR EACH BREAK, AGES IT FROM THE LAST CLEAN DAY ON
      *     GLRECON, LISTS THE DAYS SINCE THEN ON WHICH THE
      *     DIFFERENCE MOVED AND BY HOW MUCH, AND LISTS THE GLCONF
      *     POSTING DAYS SINCE THEN STILL UNCONFIRMED OR MISMATCHED
      *     FOR A TRANSACTION TYPE MAPPED TO THE ACCOUNT - THE DAYS
      *     WHOSE POSTINGS CONTRIBUTED TO THE BREAK.
      * ENDS CC 4 ON ANY BREAK OR DB2 FAILURE, CC 8 WHEN THE TRIAL
      * BALANCE IS EMPTY (NOTHING IS RECORDED), AND CC 12 WHEN THE
      * MAPPING TABLE DOES NOT NAME BOTH ACCOUNTS. RUN CONTROL
      * REFUSES A SECOND RUN ON THE SAME BUSINESS DATE (CC 12).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRC100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT GLMAP-FILE    ASSIGN GM1DQ001.
           SELECT TRIALBAL-FILE ASSIGN TB1DQ001.
           SELECT GLRCRPT-FILE  ASSIGN RPTDQ022.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * GLMAP-FILE IS THE GLVAL100 TRANSACTION-TYPE-TO-GL-ACCOUNT
      * MAPPING TABLE.
       FD  GLMAP-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLMAP.
           05  GLM-TRAN-TYPE                PIC X(10).
           05  GLM-DR-ACCT                  PIC X(8).
           05  GLM-CR-ACCT                  PIC X(8).
           05  FILLER                       PIC X(14).
      ******************************************************************
      * TRIALBAL-FILE IS ACCOUNTING'S TRIAL BALANCE: ONE RECORD PER
      * GL ACCOUNT AND CURRENCY WITH ITS CLOSING BALANCE IN THAT
      * CURRENCY, DEBIT POSITIVE AND CREDIT NEGATIVE.
       FD  TRIALBAL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TRIALBAL.
           05  TB-ACCT                      PIC X(8).
           05  TB-CCY                       PIC X(3).
           05  TB-BAL-DATE                  PIC X(10).
           05  TB-BALANCE                   PIC S9(13)V9(2)
                                            SIGN LEADING SEPARATE.
           05  FILLER                       PIC X(23).
      ******************************************************************
      * GLRCRPT-FILE IS THE PRINTED RECONCILIATION REPORT.
       FD  GLRCRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLRCRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE READ AND CURSOR LOOPS.
       01  WS-SWITCHES.
           05  WS-GLMAP-EOF-SW              PIC X(1)    VALUE 'N'.
               88  WS-GLMAP-EOF                         VALUE 'Y'.
           05  WS-TB-EOF-SW                 PIC X(1)    VALUE 'N'.
               88  WS-TB-EOF                            VALUE 'Y'.
           05  WS-SUB-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-SUB-EOF                           VALUE 'Y'.
           05  WS-HST-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-HST-EOF                           VALUE 'Y'.
           05  WS-PST-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-PST-EOF                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-SUB-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-TB-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-TB-SKIP-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ENTRY-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AGREED-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BREAK-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OVFL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS) DATES THE GLRECON HISTORY ROWS.
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
      * THE MAPPING TRANSACTION TYPES THAT NAME THE TWO SUB-LEDGER
      * CONTROL ACCOUNTS, AND THE ACCOUNTS FOUND FOR THEM.
       01  WS-LOAN-MAP-TYPE                 PIC X(10)   VALUE
               'DISBURSE  '.
       01  WS-DEP-MAP-TYPE                  PIC X(10)   VALUE
               'DEPCRD    '.
       01  WS-LOAN-ACCT                     PIC X(8)    VALUE SPACES.
       01  WS-DEP-ACCT                      PIC X(8)    VALUE SPACES.
      ******************************************************************
      * WS-GLMAP-TABLE IS THE IN-MEMORY COPY OF GLMAP-FILE, LOADED
      * AND SEARCHED THE SAME WAY AS IN GLVAL100.
       01  WS-GLMAP-TABLE.
           05  WS-GLMAP-USED                PIC S9(5) COMP-3
                                                         VALUE ZEROS.
           05  WS-GLMAP-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-GLMAP-IDX.
               10  WS-GLMAP-TRAN-TYPE        PIC X(10).
               10  WS-GLMAP-DR-ACCT          PIC X(8).
               10  WS-GLMAP-CR-ACCT          PIC X(8).
       01  WS-GLMAP-FOUND-SW                PIC X(1)    VALUE 'N'.
           88  WS-GLMAP-FOUND                           VALUE 'Y'.
       01  WS-GLMAP-KEY                     PIC X(10)   VALUE SPACES.
      ******************************************************************
      * WS-REC-TABLE HOLDS ONE ENTRY PER GL ACCOUNT AND CURRENCY
      * BEING RECONCILED: THE SIDE ('L' LOANS, 'D' DEPOSITS), THE
      * SUB-LEDGER AND TRIAL-BALANCE FIGURES AND WHETHER THE TRIAL
      * BALANCE CARRIED THE ACCOUNT AT ALL. SIZED FOR 100 ENTRIES; AN
      * OVERFLOWING ONE IS COUNTED AND LEFT UNRECONCILED.
       01  WS-REC-TABLE.
           05  WS-REC-USED                  PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-REC-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-REC-IDX.
               10  WS-REC-ACCT               PIC X(8).
               10  WS-REC-CCY                PIC X(3).
               10  WS-REC-SIDE               PIC X(1).
               10  WS-REC-SUB-BAL            PIC S9(13)V9(2) COMP-3.
               10  WS-REC-GL-BAL             PIC S9(13)V9(2) COMP-3.
               10  WS-REC-ON-TB-SW           PIC X(1).
                   88  WS-REC-ON-TB                      VALUE 'Y'.
       01  WS-REC-FOUND-SW                  PIC X(1)    VALUE 'N'.
           88  WS-REC-FOUND                             VALUE 'Y'.
       01  WS-REC-KEY-ACCT                  PIC X(8)    VALUE SPACES.
       01  WS-REC-KEY-CCY                   PIC X(3)    VALUE SPACES.
       01  WS-REC-KEY-SIDE                  PIC X(1)    VALUE SPACE.
      ******************************************************************
      * THE SUB-LEDGER TOTAL FETCHED, AND THE TRIAL-BALANCE AS-AT
      * DATE OF THE FIRST RECORD FOR THE REPORT TITLE.
       01  WS-SUB-SIDE                      PIC X(1)    VALUE SPACE.
       01  WS-SUB-CCY                       PIC X(3)    VALUE SPACES.
       01  WS-SUB-BAL                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-TB-AS-AT                      PIC X(10)   VALUE SPACES.
      ******************************************************************
      * THE ACCOUNT AND CURRENCY BEING REPORTED, THE DAY THE BREAK
      * OPENED AND ITS AGE, AND THE RUNNING DIFFERENCE FOR THE
      * MOVEMENT LINES. WS-LAST-CLEAN IS '0001-01-01' WHEN THE
      * ACCOUNT HAS NEVER RECONCILED CLEAN.
       01  WS-CUR-ACCT                      PIC X(8)    VALUE SPACES.
       01  WS-CUR-CCY                       PIC X(3)    VALUE SPACES.
       01  WS-LAST-CLEAN                    PIC X(10)   VALUE SPACES.
       01  WS-BREAK-SINCE                   PIC X(10)   VALUE SPACES.
       01  WS-BREAK-AGE                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-PREV-DIFF                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DIFF-MOVE                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DET-CNT                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-DET-MAX                       PIC S9(4)   COMP
                                                         VALUE 20.
      ******************************************************************
      * REPORT LINES.
       01  WS-RC-TITLE.
           05  FILLER                       PIC X(44)   VALUE
                   'GLRC100 - SUB-LEDGER TO GL RECONCILIATION   '.
           05  FILLER                       PIC X(6)    VALUE
                   'AS AT '.
           05  WS-RT-BUS-DATE               PIC X(10).
           05  FILLER                       PIC X(26)   VALUE
                   ' - TRIAL BALANCE AS AT    '.
           05  WS-RT-TB-DATE                PIC X(10).
           05  FILLER                       PIC X(36)   VALUE SPACES.
       01  WS-RC-HEADING.
           05  FILLER                       PIC X(25)   VALUE
                   'ACCOUNT   CCY  SIDE'.
           05  FILLER                       PIC X(23)   VALUE
                   '   SUB-LEDGER BALANCE'.
           05  FILLER                       PIC X(23)   VALUE
                   '           GL BALANCE'.
           05  FILLER                       PIC X(23)   VALUE
                   '           DIFFERENCE'.
           05  FILLER                       PIC X(12)   VALUE
                   'OPEN SINCE'.
           05  FILLER                       PIC X(7)    VALUE
                   '  AGE'.
           05  FILLER                       PIC X(19)   VALUE
                   'STATUS'.
       01  WS-RC-LINE.
           05  WS-RL-ACCT                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-CCY                    PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-SIDE                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-SUB                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-GL                     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-DIFF                   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-SINCE                  PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-AGE                    PIC ZZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-STATUS                 PIC X(12).
           05  FILLER                       PIC X(7)    VALUE SPACES.
       01  WS-RC-MOVED.
           05  FILLER                       PIC X(8)    VALUE SPACES.
           05  FILLER                       PIC X(20)   VALUE
                   'DIFFERENCE MOVED ON '.
           05  WS-RM-DATE                   PIC X(10).
           05  FILLER                       PIC X(4)    VALUE ' BY '.
           05  WS-RM-AMT                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(4)    VALUE ' TO '.
           05  WS-RM-DIFF                   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(44)   VALUE SPACES.
       01  WS-RC-POSTING.
           05  FILLER                       PIC X(8)    VALUE SPACES.
           05  WS-RP-TAG                    PIC X(20).
           05  WS-RP-DATE                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RP-TYPE                   PIC X(10).
           05  FILLER                       PIC X(7)    VALUE
                   '  SENT '.
           05  WS-RP-AMT                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(11)   VALUE
                   ' CONFIRMED '.
           05  WS-RP-CONF                   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(22)   VALUE SPACES.
       01  WS-RC-MORE.
           05  FILLER                       PIC X(8)    VALUE SPACES.
           05  FILLER                       PIC X(44)   VALUE
                   '... FURTHER LINES NOT LISTED                '.
           05  FILLER                       PIC X(80)   VALUE SPACES.
       01  WS-RC-NONE.
           05  FILLER                       PIC X(8)    VALUE SPACES.
           05  FILLER                       PIC X(44)   VALUE
                   'NO UNCONFIRMED OR MISMATCHED POSTING DAYS   '.
           05  FILLER                       PIC X(80)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY GLRECON.
      ******************************************************************
       COPY GLCONF.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER THE SUB-LEDGER TOTALS PER CURRENCY: EVERY LOAN
      * STILL CARRIED ON THE BOOK AND EVERY DEPOSIT ACCOUNT.
           EXEC SQL
               DECLARE GLRC-SUB-CSR CURSOR FOR
                   SELECT 'L', LOANM_CCY, SUM(LOANM_MAX_AMT)
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_ST NOT IN ('W', 'X')
                    GROUP BY LOANM_CCY
                   UNION ALL
                   SELECT 'D', DEPM_CCY, SUM(DEPM_BAL)
                     FROM IDC015.DEPOMSTR
                    GROUP BY DEPM_CCY
                    ORDER BY 1, 2
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE HISTORY OF ONE ACCOUNT AND CURRENCY SINCE ITS
      * LAST CLEAN DAY, FOR THE MOVEMENT LINES.
           EXEC SQL
               DECLARE GLRC-HST-CSR CURSOR FOR
                   SELECT GLR_DATE, GLR_DIFF
                     FROM IDC015.GLRECON
                    WHERE GLR_ACCT  = :WS-CUR-ACCT
                      AND GLR_CCY   = :WS-CUR-CCY
                      AND GLR_DATE  > :WS-LAST-CLEAN
                      AND GLR_DATE <= :WS-TODAY-DATE-X
                    ORDER BY GLR_DATE
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE POSTING DAYS SINCE THE LAST CLEAN DAY THAT
      * ACCOUNTING HAS NOT CLEANLY CONFIRMED; THE TRANSACTION TYPES
      * ARE NARROWED TO THOSE MAPPED TO THE ACCOUNT AS THEY ARE READ.
           EXEC SQL
               DECLARE GLRC-PST-CSR CURSOR FOR
                   SELECT GLCF_POST_DATE, GLCF_TRAN_TYPE, GLCF_AMT,
                          VALUE(GLCF_CONF_AMT, 0), GLCF_ST
                     FROM IDC015.GLCONF
                    WHERE GLCF_ST IN ('U', 'M')
                      AND GLCF_POST_DATE  > :WS-LAST-CLEAN
                      AND GLCF_POST_DATE <= :WS-TODAY-DATE-X
                    ORDER BY GLCF_POST_DATE, GLCF_TRAN_TYPE
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CHECKS IN WITH RUN CONTROL, FINDS THE CONTROL
      * ACCOUNTS, GATHERS BOTH SIDES OF THE RECONCILIATION AND
      * REPORTS EACH ACCOUNT AND CURRENCY.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-LOAD-MAPPING-TABLE
           PERFORM 100030-FIND-CONTROL-ACCOUNTS

           INITIALIZE WS-REC-TABLE

           PERFORM 110000-LOAD-SUB-LEDGER
           PERFORM 120000-LOAD-TRIAL-BALANCE

           OPEN OUTPUT GLRCRPT-FILE

           MOVE WS-TODAY-DATE-X TO WS-RT-BUS-DATE
           MOVE WS-TB-AS-AT     TO WS-RT-TB-DATE
           WRITE RE-GLRCRPT FROM WS-RC-TITLE

           IF WS-CTL-TB-CNT = ZERO
               MOVE 'TRIAL BALANCE FILE EMPTY - NOTHING RECONCILED'
                   TO RE-GLRCRPT
               WRITE RE-GLRCRPT
           ELSE
               WRITE RE-GLRCRPT FROM WS-RC-HEADING
               PERFORM 200000-RECONCILE-ONE-ENTRY
                   VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-USED
           END-IF

           CLOSE GLRCRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           EVALUATE TRUE
               WHEN WS-CTL-TB-CNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CTL-BREAK-CNT > ZERO
               WHEN WS-CTL-OVFL-CNT > ZERO
               WHEN WS-CTL-DB2-ERR-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SECOND RUN ON THE SAME BUSINESS DATE
      * WOULD WRITE THE DAY'S GLRECON HISTORY TWICE, SO A DUPLICATE
      * RUN IS REFUSED OUTRIGHT.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'GLRC100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'GLRC100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'GLRC100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'GLRC100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
       100010-LOAD-MAPPING-TABLE.

           MOVE 'N' TO WS-GLMAP-EOF-SW

           OPEN INPUT GLMAP-FILE

           PERFORM 100020-READ-MAPPING-RECORD
               UNTIL WS-GLMAP-EOF

           CLOSE GLMAP-FILE.
      ******************************************************************
       100020-READ-MAPPING-RECORD.

           READ GLMAP-FILE
               AT END
                   MOVE 'Y' TO WS-GLMAP-EOF-SW
               NOT AT END
                   IF WS-GLMAP-USED < 50
                       ADD 1 TO WS-GLMAP-USED
                       SET WS-GLMAP-IDX TO WS-GLMAP-USED
                       MOVE GLM-TRAN-TYPE
                           TO WS-GLMAP-TRAN-TYPE(WS-GLMAP-IDX)
                       MOVE GLM-DR-ACCT
                           TO WS-GLMAP-DR-ACCT(WS-GLMAP-IDX)
                       MOVE GLM-CR-ACCT
                           TO WS-GLMAP-CR-ACCT(WS-GLMAP-IDX)
                   END-IF
           END-READ.
      ******************************************************************
      * 100030-FIND-CONTROL-ACCOUNTS TAKES THE LOAN PRINCIPAL ACCOUNT
      * FROM THE DEBIT SIDE OF A DISBURSEMENT AND THE DEPOSIT
      * LIABILITY ACCOUNT FROM THE CREDIT SIDE OF A DEPOSIT CREDIT.
      * WITHOUT BOTH THERE IS NOTHING TO RECONCILE AGAINST.
       100030-FIND-CONTROL-ACCOUNTS.

           MOVE WS-LOAN-MAP-TYPE TO WS-GLMAP-KEY
           PERFORM 100040-FIND-MAPPING-ENTRY
           IF WS-GLMAP-FOUND
               MOVE WS-GLMAP-DR-ACCT(WS-GLMAP-IDX) TO WS-LOAN-ACCT
           END-IF

           MOVE WS-DEP-MAP-TYPE TO WS-GLMAP-KEY
           PERFORM 100040-FIND-MAPPING-ENTRY
           IF WS-GLMAP-FOUND
               MOVE WS-GLMAP-CR-ACCT(WS-GLMAP-IDX) TO WS-DEP-ACCT
           END-IF

           IF WS-LOAN-ACCT = SPACES OR WS-DEP-ACCT = SPACES
               DISPLAY 'GLRC100 - GM1DQ001 DOES NOT MAP '
                       WS-LOAN-MAP-TYPE ' AND ' WS-DEP-MAP-TYPE
                       ' - NO CONTROL ACCOUNTS TO RECONCILE'
               PERFORM 900900-REGISTER-RUN-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'GLRC100 - LOAN ACCOUNT ' WS-LOAN-ACCT
                   ' DEPOSIT ACCOUNT ' WS-DEP-ACCT.
      ******************************************************************
       100040-FIND-MAPPING-ENTRY.

           MOVE 'N' TO WS-GLMAP-FOUND-SW
           SET WS-GLMAP-IDX TO 1

           SEARCH WS-GLMAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GLMAP-TRAN-TYPE(WS-GLMAP-IDX) = WS-GLMAP-KEY
                   MOVE 'Y' TO WS-GLMAP-FOUND-SW
           END-SEARCH.
      ******************************************************************
      * 110000-LOAD-SUB-LEDGER PUTS EACH SUB-LEDGER CURRENCY TOTAL
      * ON ITS CONTROL ACCOUNT'S ENTRY, THE DEPOSIT TOTAL NEGATED.
       110000-LOAD-SUB-LEDGER.

           MOVE 'N' TO WS-SUB-EOF-SW

           EXEC SQL
               OPEN GLRC-SUB-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'LOANMSTR'      TO DB2-OBJECT
               MOVE 'OPEN'          TO DB2-STATEMENT
               MOVE WS-TODAY-DATE-X TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-SUB-EOF-SW
           END-IF

           PERFORM 110100-LOAD-ONE-SUB-TOTAL UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE GLRC-SUB-CSR
           END-EXEC.
      ******************************************************************
       110100-LOAD-ONE-SUB-TOTAL.

           EXEC SQL
               FETCH GLRC-SUB-CSR
                INTO :WS-SUB-SIDE, :WS-SUB-CCY, :WS-SUB-BAL
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-SUB-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE WS-SUB-CCY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-CTL-SUB-CNT
               MOVE WS-SUB-CCY  TO WS-REC-KEY-CCY
               MOVE WS-SUB-SIDE TO WS-REC-KEY-SIDE
               IF WS-SUB-SIDE = 'L'
                   MOVE WS-LOAN-ACCT TO WS-REC-KEY-ACCT
               ELSE
                   MOVE WS-DEP-ACCT  TO WS-REC-KEY-ACCT
                   COMPUTE WS-SUB-BAL = ZERO - WS-SUB-BAL
               END-IF
               PERFORM 130000-FIND-OR-ADD-ENTRY
               IF WS-REC-FOUND
                   ADD WS-SUB-BAL TO WS-REC-SUB-BAL(WS-REC-IDX)
               END-IF
           END-IF.
      ******************************************************************
      * 120000-LOAD-TRIAL-BALANCE PUTS EACH TRIAL-BALANCE RECORD FOR
      * A CONTROL ACCOUNT ON ITS ENTRY; ANY OTHER ACCOUNT IS OUTSIDE
      * THIS RECONCILIATION.
       120000-LOAD-TRIAL-BALANCE.

           MOVE 'N' TO WS-TB-EOF-SW

           OPEN INPUT TRIALBAL-FILE

           PERFORM 120100-LOAD-ONE-TB-RECORD UNTIL WS-TB-EOF

           CLOSE TRIALBAL-FILE.
      ******************************************************************
       120100-LOAD-ONE-TB-RECORD.

           READ TRIALBAL-FILE
               AT END
                   MOVE 'Y' TO WS-TB-EOF-SW
           END-READ

           IF NOT WS-TB-EOF
               ADD 1 TO WS-CTL-TB-CNT
               IF WS-CTL-TB-CNT = 1
                   MOVE TB-BAL-DATE TO WS-TB-AS-AT
               END-IF
               EVALUATE TRUE
                   WHEN TB-BALANCE NOT NUMERIC
                       ADD 1 TO WS-CTL-TB-SKIP-CNT
                       DISPLAY 'GLRC100 - TB1DQ001 BALANCE NOT '
                               'NUMERIC FOR ' TB-ACCT ' ' TB-CCY
                   WHEN TB-ACCT = WS-LOAN-ACCT
                       MOVE 'L' TO WS-REC-KEY-SIDE
                       PERFORM 120200-BOOK-TB-RECORD
                   WHEN TB-ACCT = WS-DEP-ACCT
                       MOVE 'D' TO WS-REC-KEY-SIDE
                       PERFORM 120200-BOOK-TB-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-CTL-TB-SKIP-CNT
               END-EVALUATE
           END-IF.
      ******************************************************************
       120200-BOOK-TB-RECORD.

           MOVE TB-ACCT TO WS-REC-KEY-ACCT
           MOVE TB-CCY  TO WS-REC-KEY-CCY

           PERFORM 130000-FIND-OR-ADD-ENTRY

           IF WS-REC-FOUND
               ADD TB-BALANCE TO WS-REC-GL-BAL(WS-REC-IDX)
               MOVE 'Y' TO WS-REC-ON-TB-SW(WS-REC-IDX)
           END-IF.
      ******************************************************************
      * 130000-FIND-OR-ADD-ENTRY POSITIONS WS-REC-IDX ON THE ENTRY
      * FOR WS-REC-KEY-ACCT AND WS-REC-KEY-CCY, ADDING IT ON FIRST
      * SIGHT. WS-REC-FOUND IS OFF ONLY WHEN THE TABLE IS FULL.
       130000-FIND-OR-ADD-ENTRY.

           MOVE 'N' TO WS-REC-FOUND-SW
           SET WS-REC-IDX TO 1

           SEARCH WS-REC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REC-IDX > WS-REC-USED
                   CONTINUE
               WHEN WS-REC-ACCT(WS-REC-IDX) = WS-REC-KEY-ACCT
                AND WS-REC-CCY(WS-REC-IDX)  = WS-REC-KEY-CCY
                   MOVE 'Y' TO WS-REC-FOUND-SW
           END-SEARCH

           IF NOT WS-REC-FOUND
               IF WS-REC-USED < 100
                   ADD 1 TO WS-REC-USED
                   SET WS-REC-IDX TO WS-REC-USED
                   MOVE WS-REC-KEY-ACCT TO WS-REC-ACCT(WS-REC-IDX)
                   MOVE WS-REC-KEY-CCY  TO WS-REC-CCY(WS-REC-IDX)
                   MOVE WS-REC-KEY-SIDE TO WS-REC-SIDE(WS-REC-IDX)
                   MOVE ZEROS           TO WS-REC-SUB-BAL(WS-REC-IDX)
                   MOVE ZEROS           TO WS-REC-GL-BAL(WS-REC-IDX)
                   MOVE 'N'             TO WS-REC-ON-TB-SW(WS-REC-IDX)
                   MOVE 'Y' TO WS-REC-FOUND-SW
               ELSE
                   ADD 1 TO WS-CTL-OVFL-CNT
                   DISPLAY 'GLRC100 - RECONCILIATION TABLE FULL - '
                           WS-REC-KEY-ACCT ' ' WS-REC-KEY-CCY
                           ' NOT RECONCILED'
               END-IF
           END-IF.
      ******************************************************************
      * 200000-RECONCILE-ONE-ENTRY RECORDS THE ENTRY ON THE HISTORY
      * AND PRINTS IT; A BREAK IS AGED AND ITS CONTRIBUTING DAYS
      * LISTED BENEATH IT.
       200000-RECONCILE-ONE-ENTRY.

           ADD 1 TO WS-CTL-ENTRY-CNT

           MOVE WS-REC-ACCT(WS-REC-IDX)    TO WS-CUR-ACCT
           MOVE WS-REC-CCY(WS-REC-IDX)     TO WS-CUR-CCY

           MOVE WS-TODAY-DATE-X            TO GLR-DATE
           MOVE WS-CUR-ACCT                TO GLR-ACCT
           MOVE WS-CUR-CCY                 TO GLR-CCY
           MOVE WS-REC-SUB-BAL(WS-REC-IDX) TO GLR-SUB-BAL
           MOVE WS-REC-GL-BAL(WS-REC-IDX)  TO GLR-GL-BAL
           COMPUTE GLR-DIFF = GLR-GL-BAL - GLR-SUB-BAL

           PERFORM 210000-RECORD-HISTORY

           MOVE SPACES            TO WS-RC-LINE
           MOVE WS-CUR-ACCT       TO WS-RL-ACCT
           MOVE WS-CUR-CCY        TO WS-RL-CCY
           IF WS-REC-SIDE(WS-REC-IDX) = 'L'
               MOVE 'LOANS   '    TO WS-RL-SIDE
           ELSE
               MOVE 'DEPOSITS'    TO WS-RL-SIDE
           END-IF
           MOVE GLR-SUB-BAL       TO WS-RL-SUB
           MOVE GLR-GL-BAL        TO WS-RL-GL
           MOVE GLR-DIFF          TO WS-RL-DIFF

           IF GLR-DIFF = ZERO
               ADD 1 TO WS-CTL-AGREED-CNT
               MOVE 'AGREED'      TO WS-RL-STATUS
               WRITE RE-GLRCRPT FROM WS-RC-LINE
           ELSE
               ADD 1 TO WS-CTL-BREAK-CNT
               IF WS-REC-ON-TB(WS-REC-IDX)
                   MOVE 'BREAK'       TO WS-RL-STATUS
               ELSE
                   MOVE 'NOT ON TB'   TO WS-RL-STATUS
               END-IF
               PERFORM 220000-AGE-BREAK
               MOVE WS-BREAK-SINCE TO WS-RL-SINCE
               MOVE WS-BREAK-AGE   TO WS-RL-AGE
               WRITE RE-GLRCRPT FROM WS-RC-LINE
               PERFORM 230000-LIST-DIFF-MOVEMENTS
               PERFORM 240000-LIST-OPEN-POSTINGS
           END-IF.
      ******************************************************************
       210000-RECORD-HISTORY.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 210100-INSERT-GLRECON-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'GLRECON' TO DB2-OBJECT
               MOVE 'INSERT'  TO DB2-STATEMENT
               MOVE GLR-ACCT  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       210100-INSERT-GLRECON-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.GLRECON
                   ( GLR_DATE, GLR_ACCT, GLR_CCY, GLR_SUB_BAL,
                     GLR_GL_BAL, GLR_DIFF )
               VALUES
                   ( :GLR-DATE, :GLR-ACCT, :GLR-CCY, :GLR-SUB-BAL,
                     :GLR-GL-BAL, :GLR-DIFF )
           END-EXEC.
      ******************************************************************
      * 220000-AGE-BREAK FINDS THE LAST DAY THE ACCOUNT AND CURRENCY
      * RECONCILED CLEAN AND DATES THE BREAK FROM THE FIRST RECORDED
      * DAY AFTER IT - TODAY WHEN THE HISTORY HAS NOTHING LATER.
       220000-AGE-BREAK.

           MOVE WS-TODAY-DATE-X TO WS-BREAK-SINCE
           MOVE ZERO            TO WS-BREAK-AGE

           EXEC SQL
               SELECT VALUE(MAX(GLR_DATE), DATE('0001-01-01'))
                 INTO :WS-LAST-CLEAN
                 FROM IDC015.GLRECON
                WHERE GLR_ACCT  = :WS-CUR-ACCT
                  AND GLR_CCY   = :WS-CUR-CCY
                  AND GLR_DIFF  = 0
                  AND GLR_DATE  < :WS-TODAY-DATE-X
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'GLRECON'   TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUR-ACCT TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE WS-TODAY-DATE-X TO WS-LAST-CLEAN
           ELSE
               EXEC SQL
                   SELECT VALUE(MIN(GLR_DATE), :WS-TODAY-DATE-X),
                          DAYS(:WS-TODAY-DATE-X)
                        - DAYS(VALUE(MIN(GLR_DATE), :WS-TODAY-DATE-X))
                     INTO :WS-BREAK-SINCE, :WS-BREAK-AGE
                     FROM IDC015.GLRECON
                    WHERE GLR_ACCT  = :WS-CUR-ACCT
                      AND GLR_CCY   = :WS-CUR-CCY
                      AND GLR_DATE  > :WS-LAST-CLEAN
               END-EXEC
               IF SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'GLRECON'   TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUR-ACCT TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 230000-LIST-DIFF-MOVEMENTS PRINTS EACH DAY SINCE THE LAST
      * CLEAN DAY ON WHICH THE DIFFERENCE CHANGED, AND BY HOW MUCH.
       230000-LIST-DIFF-MOVEMENTS.

           MOVE 'N'   TO WS-HST-EOF-SW
           MOVE ZEROS TO WS-PREV-DIFF
           MOVE ZERO  TO WS-DET-CNT

           EXEC SQL
               OPEN GLRC-HST-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'GLRECON'   TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE WS-CUR-ACCT TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-HST-EOF-SW
           END-IF

           PERFORM 230100-LIST-ONE-MOVEMENT UNTIL WS-HST-EOF

           EXEC SQL
               CLOSE GLRC-HST-CSR
           END-EXEC

           IF WS-DET-CNT > WS-DET-MAX
               WRITE RE-GLRCRPT FROM WS-RC-MORE
           END-IF.
      ******************************************************************
       230100-LIST-ONE-MOVEMENT.

           EXEC SQL
               FETCH GLRC-HST-CSR
                INTO :GLR-DATE, :GLR-DIFF
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-HST-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'GLRECON'   TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CUR-ACCT TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               IF GLR-DIFF NOT = WS-PREV-DIFF
                   ADD 1 TO WS-DET-CNT
                   COMPUTE WS-DIFF-MOVE = GLR-DIFF - WS-PREV-DIFF
                   IF WS-DET-CNT NOT > WS-DET-MAX
                       MOVE GLR-DATE     TO WS-RM-DATE
                       MOVE WS-DIFF-MOVE TO WS-RM-AMT
                       MOVE GLR-DIFF     TO WS-RM-DIFF
                       WRITE RE-GLRCRPT FROM WS-RC-MOVED
                   END-IF
                   MOVE GLR-DIFF TO WS-PREV-DIFF
               END-IF
           END-IF.
      ******************************************************************
      * 240000-LIST-OPEN-POSTINGS PRINTS EACH POSTING DAY AND TYPE
      * SINCE THE LAST CLEAN DAY THAT ACCOUNTING HAS NOT CLEANLY
      * CONFIRMED, WHERE THE TYPE POSTS TO THE ACCOUNT ON EITHER
      * SIDE. GLCONF CARRIES NO CURRENCY, SO THE SAME DAYS APPEAR
      * UNDER EVERY CURRENCY OF THE ACCOUNT.
       240000-LIST-OPEN-POSTINGS.

           MOVE 'N'  TO WS-PST-EOF-SW
           MOVE ZERO TO WS-DET-CNT

           EXEC SQL
               OPEN GLRC-PST-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'GLCONF'    TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE WS-CUR-ACCT TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-PST-EOF-SW
           END-IF

           PERFORM 240100-LIST-ONE-POSTING UNTIL WS-PST-EOF

           EXEC SQL
               CLOSE GLRC-PST-CSR
           END-EXEC

           EVALUATE TRUE
               WHEN WS-DET-CNT = ZERO
                   WRITE RE-GLRCRPT FROM WS-RC-NONE
               WHEN WS-DET-CNT > WS-DET-MAX
                   WRITE RE-GLRCRPT FROM WS-RC-MORE
           END-EVALUATE.
      ******************************************************************
       240100-LIST-ONE-POSTING.

           EXEC SQL
               FETCH GLRC-PST-CSR
                INTO :GLCF-POST-DATE, :GLCF-TRAN-TYPE, :GLCF-AMT,
                     :GLCF-CONF-AMT, :GLCF-ST
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PST-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'GLCONF'    TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CUR-ACCT TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               MOVE GLCF-TRAN-TYPE TO WS-GLMAP-KEY
               PERFORM 100040-FIND-MAPPING-ENTRY
               IF WS-GLMAP-FOUND
                  AND (WS-GLMAP-DR-ACCT(WS-GLMAP-IDX) = WS-CUR-ACCT
                    OR WS-GLMAP-CR-ACCT(WS-GLMAP-IDX) = WS-CUR-ACCT)
                   ADD 1 TO WS-DET-CNT
                   IF WS-DET-CNT NOT > WS-DET-MAX
                       IF GLCF-ST = 'U'
                           MOVE 'UNCONFIRMED POSTING ' TO WS-RP-TAG
                       ELSE
                           MOVE 'MISMATCHED POSTING  ' TO WS-RP-TAG
                       END-IF
                       MOVE GLCF-POST-DATE TO WS-RP-DATE
                       MOVE GLCF-TRAN-TYPE TO WS-RP-TYPE
                       MOVE GLCF-AMT       TO WS-RP-AMT
                       MOVE GLCF-CONF-AMT  TO WS-RP-CONF
                       WRITE RE-GLRCRPT FROM WS-RC-POSTING
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'GLRC100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO ACCOUNTING CAN TIE THE RECONCILIATION.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'GLRC100 CONTROL TOTALS'
           DISPLAY '  SUB-LEDGER CURRENCY TOTALS ....... : '
                   WS-CTL-SUB-CNT
           DISPLAY '  TRIAL-BALANCE RECORDS READ ....... : '
                   WS-CTL-TB-CNT
           DISPLAY '  OF WHICH OUT OF SCOPE OR INVALID . : '
                   WS-CTL-TB-SKIP-CNT
           DISPLAY '  ACCOUNTS/CURRENCIES RECONCILED ... : '
                   WS-CTL-ENTRY-CNT
           DISPLAY '  AGREED ........................... : '
                   WS-CTL-AGREED-CNT
           DISPLAY '  BREAKS ........................... : '
                   WS-CTL-BREAK-CNT
           DISPLAY '  NOT RECONCILED - TABLE FULL ...... : '
                   WS-CTL-OVFL-CNT
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
