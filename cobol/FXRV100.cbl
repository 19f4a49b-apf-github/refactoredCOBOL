      ******************************************************************
      * FXRV100 IS THE MONTH-END FX REVALUATION RUN. A LOAN BOOKED IN
      * A FOREIGN LOANM_CCY, OR A DEPOSIT OPENED IN A FOREIGN
      * DEPM_CCY, IS HELD IN ITS OWN CURRENCY ON THE MASTER WHILE THE
      * LEDGER ONLY EVER SAW IT AT THE RATE OF EACH CASH MOVEMENT, SO
      * THE MONTH-END BALANCE SHEET CARRIED STALE VALUES AND NO
      * UNREALIZED FX RESULT. RUN FROM RVMONTH1 AFTER THE ACCRUAL AND
      * GL ACCRUAL STEPS, THIS PROGRAM TAKES EVERY ACTIVE LOAN AND
      * EVERY OPEN DEPOSIT WITH A BALANCE IN A CURRENCY OTHER THAN
      * THE HOME CURRENCY, CURRENCY BY CURRENCY, AND:
      *   - VALUES THE BALANCE AT THE MONTH-END QBEC9900 RATE (THE
      *     SAME QUOTATION-DIRECTION RULE AS RV3C0100'S
      *     220050-CONVERT-TO-BASE-CCY) AND AT ITS BOOK RATE - THE
      *     RATE OF ITS FIRST REVALUATION, CARRIED FORWARD ON THE
      *     FXREVAL REGISTER - AND REGISTERS THE MONTH-END ROW;
      *   - POSTS THE DIFFERENCE PER CURRENCY TO THE GL EXTRACT
      *     (GL1DQ001) DATED MONTH-END AS AN UNREALIZED FX ENTRY:
      *     FXUNRL-LG / FXUNRL-LL FOR A GAIN / LOSS ON LOANS AND
      *     FXUNRL-DG / FXUNRL-DL ON DEPOSITS (A DEARER CURRENCY IS A
      *     GAIN ON A LOAN AND A LOSS ON A DEPOSIT), EACH CARRYING THE
      *     CURRENCY AND MONTH-END RATE;
      *   - WRITES THE SAME ENTRY AGAIN WITH GLPOST-REV-IND 'R' DATED
      *     THE FIRST OF THE NEXT MONTH, SO THE NEW PERIOD OPENS BACK
      *     ON BOOK VALUES AND EACH MONTH-END STATES THE WHOLE
      *     POSITION AFRESH - THE LEDGER MOVES EACH MONTH BY EXACTLY
      *     THE DIFFERENCE FROM THE PRIOR REVALUATION, WHICH THE
      *     REPORT SHOWS AS THE MOVEMENT COLUMN;
      *   - PRINTS THE REVALUATION REPORT BY CURRENCY (RPTDQ021), ONE
      *     LINE PER CURRENCY FOR LOANS AND ONE FOR DEPOSITS, WITH
      *     RUN TOTALS.
      * A CURRENCY QBEC9900 DOES NOT KNOW, OR WITH A ZERO RATE (NO
      * RATE MAINTAINED), IS NOT REVALUED: ITS POSITIONS ARE COUNTED
      * AND PRINTED AS NOT REVALUED AND THE STEP ENDS CC 4, AS IT
      * DOES ON ANY DB2 FAILURE. A POSITION WHOSE FXREVAL ROWS
      * CANNOT BE READ OR WRITTEN IS LIKEWISE LEFT OUT OF THE TOTALS
      * AND THE POSTING, AND THE RUN IS LEFT OPEN ON RUN CONTROL SO
      * THE STEP CAN BE RESTARTED: THE RESTART REVALUES ONLY THOSE
      * POSITIONS, SKIPPING EVERY ONE THE FIRST ATTEMPT ALREADY
      * REGISTERED AND POSTED. RUN CONTROL REFUSES A SECOND RUN ON
      * THE SAME BUSINESS DATE ONCE ONE HAS COMPLETED (CC 12) AND
      * MCTL100 A SECOND RUN IN THE SAME MONTH-END PERIOD.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRV100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT FXRVRPT-FILE  ASSIGN RPTDQ021.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy, COPIED INTO WORKING-STORAGE BELOW).
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * FXRVRPT-FILE IS THE PRINTED REVALUATION REPORT BY CURRENCY.
       FD  FXRVRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-FXRVRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE POSITION CURSOR AND THE CURRENCY BEING
      * WORKED.
       01  WS-SWITCHES.
           05  WS-POS-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-POS-EOF                           VALUE 'Y'.
           05  WS-RATE-OK-SW                PIC X(1)    VALUE 'N'.
               88  WS-RATE-OK                           VALUE 'Y'.
           05  WS-PRIOR-OK-SW               PIC X(1)    VALUE 'Y'.
               88  WS-PRIOR-OK                          VALUE 'Y'.
           05  WS-FIRST-REVAL-SW            PIC X(1)    VALUE 'N'.
               88  WS-FIRST-REVAL                       VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REVAL-CNT             PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FIRST-CNT             PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOREG-CNT             PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DONE-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CCY-CNT               PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-POST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS) IS THE MONTH-END REVALUATION AND POSTING
      * DATE; THE FIRST OF THE NEXT MONTH DATES THE REVERSALS.
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
       01  WS-NEXT-FIRST-X.
           05  WS-NF-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-NF-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-NF-DD                     PIC 9(2).
      ******************************************************************
      * THE HOME CURRENCY, WHICH IS NEVER REVALUED, AND THE QBEC9900
      * LANGUAGE CODE.
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
      ******************************************************************
      * THE POSITION FETCHED: 'L' LOAN OR 'D' DEPOSIT, THE LOAN
      * CATEGORY (SPACES FOR A DEPOSIT), THE ACCOUNT, ITS CURRENCY
      * AND ITS BALANCE IN THAT CURRENCY.
       01  WS-POS-TYPE                      PIC X(1)    VALUE SPACE.
       01  WS-POS-CAT                       PIC X(2)    VALUE SPACES.
       01  WS-POS-ACC                       PIC X(10)   VALUE SPACES.
       01  WS-POS-CCY                       PIC X(3)    VALUE SPACES.
       01  WS-POS-BAL                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE CURRENCY BEING WORKED AND ITS MONTH-END RATE AND
      * QUOTATION FLAG FROM QBEC9900.
       01  WS-CUR-CCY                       PIC X(3)
                                            VALUE LOW-VALUES.
       01  WS-CCY-RATE                      PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-CCY-FLAG                      PIC X(1)    VALUE SPACE.
           88  WS-CCY-INDIRECT                          VALUE 'I'.
       01  WS-CCY-NORATE-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-CCY-NOREG-CNT                 PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE PRIOR REVALUATION OF THE POSITION, AND THE FIGURES OF
      * THIS ONE.
       01  WS-PRIOR-BOOK-RATE               PIC S9(5)V9(6) COMP-3
                                                         VALUE ZEROS.
       01  WS-PRIOR-UNRL                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CONV-RATE                     PIC S9(5)V9(6) COMP-3
                                                         VALUE ZEROS.
       01  WS-CONV-BASE                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * PER-CURRENCY ACCUMULATORS AND RUN TOTALS, ONE OCCURRENCE PER
      * SIDE OF THE BALANCE SHEET: (1) LOANS, (2) DEPOSITS.
       01  WS-SIDE-SUB                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-CCY-SIDE-TABLE.
           05  WS-CCY-SIDE OCCURS 2 TIMES.
               10  WS-CS-CNT                PIC S9(7)   COMP-3.
               10  WS-CS-BAL                PIC S9(15)V9(2) COMP-3.
               10  WS-CS-BOOK-BASE          PIC S9(15)V9(2) COMP-3.
               10  WS-CS-REVAL-BASE         PIC S9(15)V9(2) COMP-3.
               10  WS-CS-UNRL               PIC S9(15)V9(2) COMP-3.
               10  WS-CS-MOVE               PIC S9(15)V9(2) COMP-3.
       01  WS-RUN-SIDE-TABLE.
           05  WS-RUN-SIDE OCCURS 2 TIMES.
               10  WS-RS-CNT                PIC S9(7)   COMP-3.
               10  WS-RS-BOOK-BASE          PIC S9(15)V9(2) COMP-3.
               10  WS-RS-REVAL-BASE         PIC S9(15)V9(2) COMP-3.
               10  WS-RS-UNRL               PIC S9(15)V9(2) COMP-3.
               10  WS-RS-MOVE               PIC S9(15)V9(2) COMP-3.
      ******************************************************************
      * SIDE NAMES FOR THE REPORT AND THE GL TRANSACTION TYPES OF
      * EACH SIDE'S GAIN AND LOSS.
       01  WS-SIDE-NAME-VALUES.
           05  FILLER                       PIC X(8)    VALUE
                   'LOANS   '.
           05  FILLER                       PIC X(8)    VALUE
                   'DEPOSITS'.
       01  WS-SIDE-NAME-TABLE REDEFINES WS-SIDE-NAME-VALUES.
           05  WS-SIDE-NAME OCCURS 2 TIMES  PIC X(8).
       01  WS-SIDE-GL-VALUES.
           05  FILLER                       PIC X(20)   VALUE
                   'FXUNRL-LG FXUNRL-LL '.
           05  FILLER                       PIC X(20)   VALUE
                   'FXUNRL-DG FXUNRL-DL '.
       01  WS-SIDE-GL-TABLE REDEFINES WS-SIDE-GL-VALUES.
           05  WS-SIDE-GL OCCURS 2 TIMES.
               10  WS-SIDE-GL-GAIN          PIC X(10).
               10  WS-SIDE-GL-LOSS          PIC X(10).
      ******************************************************************
      * REPORT LINES.
       01  WS-FR-TITLE.
           05  FILLER                       PIC X(44)   VALUE
                   'FXRV100 - MONTH-END FX REVALUATION AS AT    '.
           05  WS-FR-BUS-DATE               PIC X(10).
           05  FILLER                       PIC X(22)   VALUE
                   ' - REVERSAL DATED     '.
           05  WS-FR-REV-DATE               PIC X(10).
           05  FILLER                       PIC X(46)   VALUE SPACES.
       01  WS-FR-HEADING.
           05  FILLER                       PIC X(44)   VALUE
                   'CCY  SIDE      ACCOUNTS  BALANCE IN CURRENCY'.
           05  FILLER                       PIC X(44)   VALUE
                   '  MONTH-END RATE      BOOK VALUE  REVALUED V'.
           05  FILLER                       PIC X(44)   VALUE
                   'ALUE  UNREALIZED FX      MOVEMENT           '.
       01  WS-FR-LINE.
           05  WS-FD-CCY                    PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FD-SIDE                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FD-CNT                    PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FD-BAL                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-FD-RATE                   PIC ZZZZ9.999999.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-FD-BOOK                   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-FD-REVAL                  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-FD-UNRL                   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-FD-MOVE                   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(11)   VALUE SPACES.
       01  WS-FR-NORATE.
           05  WS-FN-CCY                    PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FN-CNT                    PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(44)   VALUE
                   ' POSITIONS NOT REVALUED - NO RATE MAINTAINED'.
           05  FILLER                       PIC X(76)   VALUE SPACES.
       01  WS-FR-NOREG.
           05  WS-FG-CCY                    PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FG-CNT                    PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(44)   VALUE
                   ' POSITIONS NOT REVALUED - FXREVAL DB2 ERROR '.
           05  FILLER                       PIC X(76)   VALUE SPACES.
       01  WS-FR-TOTAL-HDG.
           05  FILLER                       PIC X(44)   VALUE
                   'RUN TOTALS (HOME CURRENCY)                  '.
           05  FILLER                       PIC X(88)   VALUE SPACES.
       01  WS-FR-NONE.
           05  FILLER                       PIC X(44)   VALUE
                   'NO NON-HOME-CURRENCY BALANCES TO REVALUE.   '.
           05  FILLER                       PIC X(88)   VALUE SPACES.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY FXREVAL.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER EVERY NON-HOME-CURRENCY BALANCE - ACTIVE LOANS
      * WITH AN OUTSTANDING AMOUNT AND DEPOSITS NOT CLOSED WITH A
      * BALANCE - CURRENCY BY CURRENCY, SO THE REPORT AND THE GL
      * POSTINGS ARE A CONTROL BREAK ON THE CURRENCY.
           EXEC SQL
               DECLARE FXRV-POS-CSR CURSOR FOR
                   SELECT 'L', LOANM_CAT, DIGITS(LOANM_NO),
                          LOANM_CCY, LOANM_MAX_AMT
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_ST      = 'A'
                      AND LOANM_CCY    <> :WS-HOME-CCY
                      AND LOANM_MAX_AMT > 0
                   UNION ALL
                   SELECT 'D', '  ', DEPM_ACC,
                          DEPM_CCY, DEPM_BAL
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_ST      <> 'C'
                      AND DEPM_CCY     <> :WS-HOME-CCY
                      AND DEPM_BAL      > 0
                    ORDER BY 4, 1, 2, 3
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CHECKS IN WITH RUN CONTROL, WORKS THE
      * POSITIONS CURRENCY BY CURRENCY, PRINTS THE RUN TOTALS AND
      * SETS THE CONDITION CODE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-BUILD-PERIOD-DATES

           INITIALIZE WS-RUN-SIDE-TABLE

           OPEN EXTEND GLPOST-FILE
           OPEN OUTPUT FXRVRPT-FILE

           MOVE WS-TODAY-DATE-X TO WS-FR-BUS-DATE
           MOVE WS-NEXT-FIRST-X TO WS-FR-REV-DATE
           WRITE RE-FXRVRPT FROM WS-FR-TITLE
           WRITE RE-FXRVRPT FROM WS-FR-HEADING

           PERFORM 120000-OPEN-POSITION-CURSOR

           PERFORM 100200-FETCH-POSITION

           PERFORM 200000-PROCESS-ONE-POSITION UNTIL WS-POS-EOF

           IF WS-CUR-CCY NOT = LOW-VALUES
               PERFORM 250000-END-CURRENCY
           END-IF

           EXEC SQL
               CLOSE FXRV-POS-CSR
           END-EXEC

           IF WS-CTL-CCY-CNT = ZERO
               WRITE RE-FXRVRPT FROM WS-FR-NONE
           ELSE
               PERFORM 300000-PRINT-RUN-TOTALS
           END-IF

           CLOSE GLPOST-FILE
           CLOSE FXRVRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

      * A RUN THAT LEFT POSITIONS UNREGISTERED STAYS OPEN ON RUN
      * CONTROL SO THE STEP MAY BE RESTARTED FOR THEM.
           IF WS-CTL-NOREG-CNT = ZERO
               PERFORM 900900-REGISTER-RUN-END
           ELSE
               DISPLAY 'FXRV100 - ' WS-CTL-NOREG-CNT
                       ' POSITIONS NOT REVALUED - RESTART THE STEP'
           END-IF

           IF WS-CTL-NORATE-CNT > ZERO OR WS-CTL-DB2-ERR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SECOND REVALUATION ON THE SAME
      * BUSINESS DATE WOULD POST THE MONTH'S UNREALIZED RESULT TWICE,
      * SO A DUPLICATE RUN IS REFUSED OUTRIGHT.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'FXRV100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'FXRV100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'FXRV100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'FXRV100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-BUILD-PERIOD-DATES DERIVES THE FIRST OF THE NEXT MONTH
      * FOR THE REVERSALS, THE SAME WAY GLAC100 DOES.
       100010-BUILD-PERIOD-DATES.

           IF WS-TODAY-MM = 12
               COMPUTE WS-NF-YYYY = WS-TODAY-YYYY + 1
               MOVE 01 TO WS-NF-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-NF-YYYY
               COMPUTE WS-NF-MM = WS-TODAY-MM + 1
           END-IF
           MOVE 01 TO WS-NF-DD

           DISPLAY 'FXRV100 - REVALUING AS AT ' WS-TODAY-DATE-X
                   ' - REVERSALS DATED ' WS-NEXT-FIRST-X.
      ******************************************************************
       120000-OPEN-POSITION-CURSOR.

           EXEC SQL
               OPEN FXRV-POS-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'LOANMSTR'      TO DB2-OBJECT
               MOVE 'OPEN'          TO DB2-STATEMENT
               MOVE WS-TODAY-DATE-X TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-POS-EOF-SW
           END-IF.
      ******************************************************************
       100200-FETCH-POSITION.

           IF NOT WS-POS-EOF
               EXEC SQL
                   FETCH FXRV-POS-CSR
                    INTO :WS-POS-TYPE, :WS-POS-CAT, :WS-POS-ACC,
                         :WS-POS-CCY, :WS-POS-BAL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-CTL-READ-CNT
                   WHEN +100
                       MOVE 'Y' TO WS-POS-EOF-SW
                   WHEN OTHER
                       ADD 1 TO WS-CTL-DB2-ERR-CNT
                       MOVE 'LOANMSTR'  TO DB2-OBJECT
                       MOVE 'FETCH'     TO DB2-STATEMENT
                       MOVE WS-POS-ACC  TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                       MOVE 'Y' TO WS-POS-EOF-SW
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 200000-PROCESS-ONE-POSITION CLOSES THE PREVIOUS CURRENCY AND
      * OPENS THE NEXT ON A CHANGE OF CURRENCY, THEN REVALUES THE
      * POSITION - OR COUNTS IT AS NOT REVALUED WHEN ITS CURRENCY HAS
      * NO USABLE RATE.
       200000-PROCESS-ONE-POSITION.

           IF WS-POS-CCY NOT = WS-CUR-CCY
               IF WS-CUR-CCY NOT = LOW-VALUES
                   PERFORM 250000-END-CURRENCY
               END-IF
               PERFORM 210000-START-CURRENCY
           END-IF

           IF WS-RATE-OK
               PERFORM 220000-REVALUE-POSITION
           ELSE
               ADD 1 TO WS-CCY-NORATE-CNT
               ADD 1 TO WS-CTL-NORATE-CNT
           END-IF

           PERFORM 100200-FETCH-POSITION.
      ******************************************************************
      * 210000-START-CURRENCY CLEARS THE CURRENCY'S ACCUMULATORS AND
      * TAKES ITS MONTH-END RATE AND QUOTATION FLAG FROM QBEC9900. AN
      * UNKNOWN CURRENCY, OR A ZERO RATE (NO RATE MAINTAINED - SEE
      * QBEC9900.cpy), LEAVES THE CURRENCY UNREVALUED.
       210000-START-CURRENCY.

           MOVE WS-POS-CCY TO WS-CUR-CCY
           ADD 1 TO WS-CTL-CCY-CNT
           INITIALIZE WS-CCY-SIDE-TABLE
           MOVE ZEROS TO WS-CCY-NORATE-CNT
           MOVE ZEROS TO WS-CCY-NOREG-CNT

           MOVE WS-CUR-CCY          TO QBEC9900-COD-ENTITY
           MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
           SET QBEC9900-FUNC-INQUIRE TO TRUE

           CALL 'QBEC9900' USING WS-QBEC9900-AREA

           IF QBEC9900-88-COD-RETURN-OK
            AND QBEC9900-EXCH-RATE NOT = ZERO
               MOVE 'Y'                  TO WS-RATE-OK-SW
               MOVE QBEC9900-EXCH-RATE   TO WS-CCY-RATE
               MOVE QBEC9900-FLG-EXCHANGE TO WS-CCY-FLAG
           ELSE
               MOVE 'N'                  TO WS-RATE-OK-SW
               MOVE ZEROS                TO WS-CCY-RATE
               MOVE SPACE                TO WS-CCY-FLAG
           END-IF.
      ******************************************************************
      * 220000-REVALUE-POSITION VALUES THE BALANCE AT ITS BOOK RATE
      * AND AT THE MONTH-END RATE, REGISTERS THE MONTH-END ROW AND
      * ADDS THE POSITION TO ITS CURRENCY'S SIDE. THE MOVEMENT IS THE
      * CHANGE IN THE UNREALIZED RESULT SINCE THE PRIOR REVALUATION.
      * A POSITION WHOSE PRIOR ROW CANNOT BE READ, OR WHOSE MONTH-END
      * ROW CANNOT BE WRITTEN, IS LEFT UNREVALUED - NEITHER
      * REGISTERED, TOTALLED NOR POSTED - SO A RERUN OF THE STEP
      * PICKS IT UP ON ITS TRUE BOOK RATE.
       220000-REVALUE-POSITION.

           IF WS-POS-TYPE = 'L'
               MOVE 1 TO WS-SIDE-SUB
           ELSE
               MOVE 2 TO WS-SIDE-SUB
           END-IF

           MOVE WS-TODAY-DATE-X TO FXR-PERIOD
           MOVE WS-POS-TYPE     TO FXR-ACC-TYPE
           MOVE WS-POS-CAT      TO FXR-CAT
           MOVE WS-POS-ACC      TO FXR-ACC
           MOVE WS-POS-CCY      TO FXR-CCY
           MOVE WS-POS-BAL      TO FXR-BAL
           MOVE WS-CCY-RATE     TO FXR-RATE

           PERFORM 221000-GET-PRIOR-REVALUATION

           IF WS-PRIOR-OK
               PERFORM 220100-REGISTER-POSITION
           ELSE
               PERFORM 220900-POSITION-NOT-REGISTERED
           END-IF.
      ******************************************************************
       220100-REGISTER-POSITION.

           MOVE WS-PRIOR-BOOK-RATE TO FXR-BOOK-RATE

           MOVE FXR-BOOK-RATE TO WS-CONV-RATE
           PERFORM 230000-CONVERT-TO-HOME
           MOVE WS-CONV-BASE  TO FXR-BOOK-BASE

           MOVE FXR-RATE      TO WS-CONV-RATE
           PERFORM 230000-CONVERT-TO-HOME
           MOVE WS-CONV-BASE  TO FXR-REVAL-BASE

           IF WS-POS-TYPE = 'L'
               COMPUTE FXR-UNRL-AMT = FXR-REVAL-BASE - FXR-BOOK-BASE
           ELSE
               COMPUTE FXR-UNRL-AMT = FXR-BOOK-BASE - FXR-REVAL-BASE
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 222000-INSERT-FXREVAL-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
      * A DUPLICATE KEY IS A POSITION AN EARLIER ATTEMPT OF THIS
      * RUN ALREADY REGISTERED AND POSTED.
               WHEN SQLCODE = -803
                   ADD 1 TO WS-CTL-DONE-CNT
               WHEN SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'FXREVAL'   TO DB2-OBJECT
                   MOVE 'INSERT'    TO DB2-STATEMENT
                   MOVE FXR-ACC     TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 220900-POSITION-NOT-REGISTERED
               WHEN OTHER
                   PERFORM 220200-TOTAL-POSITION
           END-EVALUATE.
      ******************************************************************
       220200-TOTAL-POSITION.

           ADD 1 TO WS-CTL-REVAL-CNT
           IF WS-FIRST-REVAL
               ADD 1 TO WS-CTL-FIRST-CNT
           END-IF
           ADD 1              TO WS-CS-CNT(WS-SIDE-SUB)
           ADD FXR-BAL        TO WS-CS-BAL(WS-SIDE-SUB)
           ADD FXR-BOOK-BASE  TO WS-CS-BOOK-BASE(WS-SIDE-SUB)
           ADD FXR-REVAL-BASE TO WS-CS-REVAL-BASE(WS-SIDE-SUB)
           ADD FXR-UNRL-AMT   TO WS-CS-UNRL(WS-SIDE-SUB)
           COMPUTE WS-CS-MOVE(WS-SIDE-SUB) =
                   WS-CS-MOVE(WS-SIDE-SUB)
                 + FXR-UNRL-AMT - WS-PRIOR-UNRL.
      ******************************************************************
       220900-POSITION-NOT-REGISTERED.

           ADD 1 TO WS-CCY-NOREG-CNT
           ADD 1 TO WS-CTL-NOREG-CNT.
      ******************************************************************
      * 221000-GET-PRIOR-REVALUATION READS THE POSITION'S LATEST
      * EARLIER REGISTER ROW IN THE SAME CURRENCY FOR ITS BOOK RATE
      * AND UNREALIZED RESULT. A POSITION NEVER REVALUED BEFORE IS
      * BOOKED AT TODAY'S RATE, SO ITS FIRST MONTH-END CARRIES NO
      * UNREALIZED RESULT. A ROW THAT CANNOT BE READ IS NOT TAKEN
      * FOR A FIRST REVALUATION: THAT WOULD REBOOK THE POSITION AT
      * TODAY'S RATE AND LOSE ITS RESULT FOR GOOD.
       221000-GET-PRIOR-REVALUATION.

           MOVE 'Y' TO WS-PRIOR-OK-SW
           MOVE 'N' TO WS-FIRST-REVAL-SW

           EXEC SQL
               SELECT R.FXR_BOOK_RATE, R.FXR_UNRL_AMT
                 INTO :WS-PRIOR-BOOK-RATE, :WS-PRIOR-UNRL
                 FROM IDC015.FXREVAL R
                WHERE R.FXR_ACC_TYPE = :FXR-ACC-TYPE
                  AND R.FXR_CAT      = :FXR-CAT
                  AND R.FXR_ACC      = :FXR-ACC
                  AND R.FXR_CCY      = :FXR-CCY
                  AND R.FXR_PERIOD   =
                      ( SELECT MAX(P.FXR_PERIOD)
                          FROM IDC015.FXREVAL P
                         WHERE P.FXR_ACC_TYPE = R.FXR_ACC_TYPE
                           AND P.FXR_CAT      = R.FXR_CAT
                           AND P.FXR_ACC      = R.FXR_ACC
                           AND P.FXR_CCY      = R.FXR_CCY
                           AND P.FXR_PERIOD   < :FXR-PERIOD )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   IF WS-PRIOR-BOOK-RATE = ZERO
                       MOVE FXR-RATE TO WS-PRIOR-BOOK-RATE
                   END-IF
               WHEN +100
                   MOVE 'Y'      TO WS-FIRST-REVAL-SW
                   MOVE FXR-RATE TO WS-PRIOR-BOOK-RATE
                   MOVE ZEROS    TO WS-PRIOR-UNRL
               WHEN OTHER
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'FXREVAL'   TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE FXR-ACC     TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'N'      TO WS-PRIOR-OK-SW
           END-EVALUATE.
      ******************************************************************
       222000-INSERT-FXREVAL-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.FXREVAL
                   ( FXR_PERIOD, FXR_ACC_TYPE, FXR_CAT, FXR_ACC,
                     FXR_CCY, FXR_BAL, FXR_BOOK_RATE, FXR_RATE,
                     FXR_BOOK_BASE, FXR_REVAL_BASE, FXR_UNRL_AMT )
               VALUES
                   ( :FXR-PERIOD, :FXR-ACC-TYPE, :FXR-CAT, :FXR-ACC,
                     :FXR-CCY, :FXR-BAL, :FXR-BOOK-RATE, :FXR-RATE,
                     :FXR-BOOK-BASE, :FXR-REVAL-BASE, :FXR-UNRL-AMT )
           END-EXEC.
      ******************************************************************
      * 230000-CONVERT-TO-HOME VALUES THE POSITION'S BALANCE IN THE
      * HOME CURRENCY AT WS-CONV-RATE, DIVIDING FOR AN INDIRECTLY
      * QUOTED CURRENCY AND MULTIPLYING OTHERWISE, AS RV3C0100'S
      * 220050-CONVERT-TO-BASE-CCY DOES.
       230000-CONVERT-TO-HOME.

           EVALUATE TRUE
               WHEN WS-CONV-RATE = ZERO
                   MOVE ZEROS TO WS-CONV-BASE
               WHEN WS-CCY-INDIRECT
                   COMPUTE WS-CONV-BASE ROUNDED =
                       WS-POS-BAL / WS-CONV-RATE
               WHEN OTHER
                   COMPUTE WS-CONV-BASE ROUNDED =
                       WS-POS-BAL * WS-CONV-RATE
           END-EVALUATE.
      ******************************************************************
      * 250000-END-CURRENCY PRINTS THE CURRENCY'S LINE FOR EACH SIDE
      * THAT HAD POSITIONS, POSTS EACH SIDE'S UNREALIZED RESULT AND
      * ITS REVERSAL, AND NOTES ANY POSITIONS LEFT UNREVALUED.
       250000-END-CURRENCY.

           PERFORM 251000-END-CURRENCY-SIDE
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2

           IF WS-CCY-NORATE-CNT > ZERO
               MOVE WS-CUR-CCY        TO WS-FN-CCY
               MOVE WS-CCY-NORATE-CNT TO WS-FN-CNT
               WRITE RE-FXRVRPT FROM WS-FR-NORATE
           END-IF

           IF WS-CCY-NOREG-CNT > ZERO
               MOVE WS-CUR-CCY        TO WS-FG-CCY
               MOVE WS-CCY-NOREG-CNT  TO WS-FG-CNT
               WRITE RE-FXRVRPT FROM WS-FR-NOREG
           END-IF.
      ******************************************************************
       251000-END-CURRENCY-SIDE.

           IF WS-CS-CNT(WS-SIDE-SUB) > ZERO
               MOVE WS-CUR-CCY                     TO WS-FD-CCY
               MOVE WS-SIDE-NAME(WS-SIDE-SUB)      TO WS-FD-SIDE
               MOVE WS-CS-CNT(WS-SIDE-SUB)         TO WS-FD-CNT
               MOVE WS-CS-BAL(WS-SIDE-SUB)         TO WS-FD-BAL
               MOVE WS-CCY-RATE                    TO WS-FD-RATE
               MOVE WS-CS-BOOK-BASE(WS-SIDE-SUB)   TO WS-FD-BOOK
               MOVE WS-CS-REVAL-BASE(WS-SIDE-SUB)  TO WS-FD-REVAL
               MOVE WS-CS-UNRL(WS-SIDE-SUB)        TO WS-FD-UNRL
               MOVE WS-CS-MOVE(WS-SIDE-SUB)        TO WS-FD-MOVE
               WRITE RE-FXRVRPT FROM WS-FR-LINE

               IF WS-CS-UNRL(WS-SIDE-SUB) NOT = ZERO
                   PERFORM 260000-POST-UNREALIZED
               END-IF

               ADD WS-CS-CNT(WS-SIDE-SUB)
                                TO WS-RS-CNT(WS-SIDE-SUB)
               ADD WS-CS-BOOK-BASE(WS-SIDE-SUB)
                                TO WS-RS-BOOK-BASE(WS-SIDE-SUB)
               ADD WS-CS-REVAL-BASE(WS-SIDE-SUB)
                                TO WS-RS-REVAL-BASE(WS-SIDE-SUB)
               ADD WS-CS-UNRL(WS-SIDE-SUB)
                                TO WS-RS-UNRL(WS-SIDE-SUB)
               ADD WS-CS-MOVE(WS-SIDE-SUB)
                                TO WS-RS-MOVE(WS-SIDE-SUB)
           END-IF.
      ******************************************************************
      * 260000-POST-UNREALIZED WRITES THE SIDE'S UNREALIZED GAIN OR
      * LOSS FOR THE CURRENCY DATED MONTH-END, THEN THE SAME ENTRY
      * FLAGGED AS A REVERSAL DATED THE FIRST OF THE NEXT MONTH -
      * GLVAL100 POSTS A REVERSAL'S MAPPED ACCOUNTS THE OTHER WAY
      * ROUND.
       260000-POST-UNREALIZED.

           MOVE SPACES          TO GLPOST-LLOANM-NO
           IF WS-CS-UNRL(WS-SIDE-SUB) > ZERO
               MOVE WS-SIDE-GL-GAIN(WS-SIDE-SUB) TO GLPOST-TRAN-TYPE
               MOVE WS-CS-UNRL(WS-SIDE-SUB)      TO GLPOST-AMOUNT
           ELSE
               MOVE WS-SIDE-GL-LOSS(WS-SIDE-SUB) TO GLPOST-TRAN-TYPE
               COMPUTE GLPOST-AMOUNT = ZERO - WS-CS-UNRL(WS-SIDE-SUB)
           END-IF
           MOVE WS-TODAY-DATE-X TO GLPOST-POST-DATE
           MOVE WS-CUR-CCY      TO GLPOST-ORIG-CCY
           MOVE WS-CCY-RATE     TO GLPOST-EXCH-RATE
           MOVE SPACE           TO GLPOST-REV-IND
           WRITE RE-GLPOST FROM GLPOST-REC
           ADD 1 TO WS-CTL-POST-CNT

           MOVE WS-NEXT-FIRST-X TO GLPOST-POST-DATE
           SET GLPOST-REVERSAL  TO TRUE
           WRITE RE-GLPOST FROM GLPOST-REC
           ADD 1 TO WS-CTL-POST-CNT.
      ******************************************************************
      * 300000-PRINT-RUN-TOTALS PRINTS ONE TOTAL LINE PER SIDE IN THE
      * HOME CURRENCY, WITH NO BALANCE OR RATE SINCE THEY SPAN
      * CURRENCIES.
       300000-PRINT-RUN-TOTALS.

           WRITE RE-FXRVRPT FROM WS-FR-TOTAL-HDG

           PERFORM 310000-PRINT-RUN-TOTAL-SIDE
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2.
      ******************************************************************
       310000-PRINT-RUN-TOTAL-SIDE.

           MOVE SPACES                         TO WS-FR-LINE
           MOVE '***'                          TO WS-FD-CCY
           MOVE WS-SIDE-NAME(WS-SIDE-SUB)      TO WS-FD-SIDE
           MOVE WS-RS-CNT(WS-SIDE-SUB)         TO WS-FD-CNT
           MOVE WS-RS-BOOK-BASE(WS-SIDE-SUB)   TO WS-FD-BOOK
           MOVE WS-RS-REVAL-BASE(WS-SIDE-SUB)  TO WS-FD-REVAL
           MOVE WS-RS-UNRL(WS-SIDE-SUB)        TO WS-FD-UNRL
           MOVE WS-RS-MOVE(WS-SIDE-SUB)        TO WS-FD-MOVE
           WRITE RE-FXRVRPT FROM WS-FR-LINE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'FXRV100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO ACCOUNTING CAN TIE THE REVALUATION JOURNAL.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'FXRV100 CONTROL TOTALS'
           DISPLAY '  POSITIONS READ ................... : '
                   WS-CTL-READ-CNT
           DISPLAY '  POSITIONS REVALUED ............... : '
                   WS-CTL-REVAL-CNT
           DISPLAY '  OF WHICH FIRST REVALUATION ....... : '
                   WS-CTL-FIRST-CNT
           DISPLAY '  NOT REVALUED - NO RATE ........... : '
                   WS-CTL-NORATE-CNT
           DISPLAY '  NOT REVALUED - DB2 ERROR ......... : '
                   WS-CTL-NOREG-CNT
           DISPLAY '  DONE BY AN EARLIER ATTEMPT ....... : '
                   WS-CTL-DONE-CNT
           DISPLAY '  CURRENCIES ....................... : '
                   WS-CTL-CCY-CNT
           DISPLAY '  LOANS UNREALIZED FX .............. : '
                   WS-RS-UNRL(1)
           DISPLAY '  DEPOSITS UNREALIZED FX ........... : '
                   WS-RS-UNRL(2)
           DISPLAY '  GL RECORDS WRITTEN (INCL RVSLS) .. : '
                   WS-CTL-POST-CNT
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
