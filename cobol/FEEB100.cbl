      * DISBURSEMENTS, SO FEE INCOME FINALLY REACHES THE LEDGER.
      * LOANE100 SWEEPS THE OUTSTANDING 'D' ROWS INTO ITS
      * EARLY-SETTLEMENT PAYOFF AND FLIPS THEM TO 'P'.
      * A SECOND PASS BILLS THE PERIODIC COMMISSION ON EVERY LIVE
      * ISSUED GUARANTEE (AVALMSTR) WHOSE AVAL_NEXT_COMM HAS COME
      * DUE - AVAL_COMM_PCT OF THE LIVE AMOUNT FOR ONE MONTH, QUARTER
      * OR YEAR - ADVANCING AVAL_NEXT_COMM BY ONE PERIOD AS ITS OWN
      * DUPLICATE GUARD AND POSTING THE COMMISSION TO THE GL EXTRACT
      * AS 'AVALCOMM'. A GUARANTEE IS NOT A LOAN, SO IT HAS NO
      * FEEHIST ROW AND NOTHING FOR LOANE100 TO SWEEP.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-ERR-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AVAL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COMM-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COMM-AMT              PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COMM-SKIP-CNT         PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COMM-ERR-CNT          PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOP (200310).
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
       01  WS-FEE-AMT                       PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LOAN-NO-X                     PIC 9(10)   VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE GUARANTEE COMMISSION PASS (300000).
      * WS-NEXT-COMM-X IS AVAL_NEXT_COMM BROKEN DOWN SO IT CAN BE
      * ADVANCED BY WS-COMM-MONTHS; THE DAY IS HELD AT 28 OR BELOW
      * SO EVERY MONTH HAS IT.
       01  WS-COMM-AMT                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-COMM-MONTHS                   PIC 9(2)    VALUE ZEROS.
       01  WS-COMM-PER-YEAR                 PIC 9(2)    VALUE ZEROS.
       01  WS-COMM-MM-WORK                  PIC 9(3)    VALUE ZEROS.
       01  WS-OLD-NEXT-COMM                 PIC X(10)   VALUE SPACES.
       01  WS-NEXT-COMM-X.
           05  WS-NC-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-NC-MM                     PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-NC-DD                     PIC 9(2).
       01  WS-AVAL-NO-X                     PIC 9(10)   VALUE ZEROS.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY FEESCHED.
      ******************************************************************
       COPY FEEHIST.
      ******************************************************************
       COPY AVALMSTR.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER EVERY ACTIVE LOAN PAIRED WITH EVERY FEESCHED ROW
      * OF ITS CATEGORY. AN UNDRAWN-BASIS ('U') COMMITMENT FEE IS
      * CHARGED BY LOANI100 WITH THE LINE'S ACCRUAL, NOT BILLED HERE.
           EXEC SQL
               DECLARE FEEB-CSR CURSOR FOR
                   SELECT M.LOANM_CAT, M.LOANM_NO, M.LOANM_MAX_AMT,
                          IDC015.FEESCHED S
                    WHERE S.FEES_CAT = M.LOANM_CAT
                      AND M.LOANM_ST = 'A'
                      AND S.FEES_BASIS <> 'U'
                    ORDER BY M.LOANM_CAT, M.LOANM_NO, S.FEES_TYPE
           END-EXEC.
      ******************************************************************
      * CURSOR OVER EVERY LIVE ISSUED GUARANTEE WHOSE NEXT COMMISSION
      * HAS FALLEN DUE.
           EXEC SQL
               DECLARE FEEB-AVAL-CSR CURSOR FOR
                   SELECT AVAL_NO, AVAL_AMT, AVAL_COMM_PCT,
                          AVAL_COMM_FREQ, AVAL_NEXT_COMM
                     FROM IDC015.AVALMSTR
                    WHERE AVAL_ST        = 'L'
                      AND AVAL_NEXT_COMM <= :WS-TODAY-DATE-X
                    ORDER BY AVAL_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

      ******************************************************************
      * 100000-MAINLINE BUILDS THE PERIOD DATES, WALKS THE
      * LOAN/FEE-TYPE CURSOR RAISING EVERY FEE THAT HAS FALLEN DUE,
      * BILLS THE GUARANTEE COMMISSIONS THAT HAVE FALLEN DUE, AND
      * PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN EXTEND BALANCE-FILE
           MOVE WS-TODAY-YYYY  TO WS-YF-YYYY

           PERFORM 200000-BILLING-PASS
           PERFORM 300000-COMMISSION-PASS

           CLOSE GLPOST-FILE

                   ( :FEEH-NO, :FEEH-CAT, :FEEH-TYPE, :FEEH-DATE,
                     :FEEH-AMT, :FEEH-ST )
           END-EXEC.
      ******************************************************************
       300000-COMMISSION-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN FEEB-AVAL-CSR
           END-EXEC

           PERFORM 300100-BILL-ONE-GUARANTEE UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE FEEB-AVAL-CSR
           END-EXEC.
      ******************************************************************
       300100-BILL-ONE-GUARANTEE.

           EXEC SQL
               FETCH FEEB-AVAL-CSR
                INTO :AVAL-NO, :AVAL-AMT, :AVAL-COMM-PCT,
                     :AVAL-COMM-FREQ, :AVAL-NEXT-COMM
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-AVAL-CNT
               PERFORM 300200-RAISE-ONE-COMMISSION
           ELSE
               IF SQLCODE = +100
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'FEEB-AVAL-CSR' TO DB2-OBJECT
                   MOVE 'FETCH'         TO DB2-STATEMENT
                   MOVE SPACES          TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
           END-IF.
      ******************************************************************
      * 300200-RAISE-ONE-COMMISSION BILLS ONE PERIOD'S COMMISSION IN
      * ADVANCE ON THE LIVE AMOUNT AND MOVES AVAL_NEXT_COMM ON BY ONE
      * PERIOD. THE UPDATE ONLY APPLIES WHILE AVAL_NEXT_COMM STILL
      * HOLDS THE DATE FETCHED, SO A RERUN NEVER BILLS THE SAME
      * PERIOD TWICE; THE POSTING IS WRITTEN ONLY ONCE IT HAS. A
      * GUARANTEE MORE THAN ONE PERIOD BEHIND CATCHES UP ONE PERIOD
      * PER RUN.
       300200-RAISE-ONE-COMMISSION.

           EVALUATE AVAL-COMM-FREQ
               WHEN 'M'
                   MOVE 1  TO WS-COMM-MONTHS
                   MOVE 12 TO WS-COMM-PER-YEAR
               WHEN 'Q'
                   MOVE 3  TO WS-COMM-MONTHS
                   MOVE 4  TO WS-COMM-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-COMM-MONTHS
                   MOVE 1  TO WS-COMM-PER-YEAR
           END-EVALUATE

           COMPUTE WS-COMM-AMT ROUNDED =
               AVAL-AMT * AVAL-COMM-PCT / WS-COMM-PER-YEAR

           MOVE AVAL-NEXT-COMM TO WS-OLD-NEXT-COMM
           MOVE AVAL-NEXT-COMM TO WS-NEXT-COMM-X

           COMPUTE WS-COMM-MM-WORK = WS-NC-MM + WS-COMM-MONTHS
           IF WS-COMM-MM-WORK > 12
               SUBTRACT 12 FROM WS-COMM-MM-WORK
               ADD 1 TO WS-NC-YYYY
           END-IF
           MOVE WS-COMM-MM-WORK TO WS-NC-MM
           IF WS-NC-DD > 28
               MOVE 28 TO WS-NC-DD
           END-IF
           MOVE WS-NEXT-COMM-X TO AVAL-NEXT-COMM

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 300210-ADVANCE-NEXT-COMM
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1           TO WS-CTL-COMM-CNT
                   ADD WS-COMM-AMT TO WS-CTL-COMM-AMT
                   PERFORM 900510-WRITE-COMM-POSTING
               WHEN SQLCODE = +100
                   ADD 1 TO WS-CTL-COMM-SKIP-CNT
               WHEN OTHER
                   ADD 1 TO WS-CTL-COMM-ERR-CNT
                   MOVE AVAL-NO      TO WS-AVAL-NO-X
                   MOVE 'AVALMSTR'   TO DB2-OBJECT
                   MOVE 'UPDATE'     TO DB2-STATEMENT
                   MOVE WS-AVAL-NO-X TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       300210-ADVANCE-NEXT-COMM.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.AVALMSTR
                  SET AVAL_NEXT_COMM = :AVAL-NEXT-COMM
                WHERE AVAL_NO        = :AVAL-NO
                  AND AVAL_ST        = 'L'
                  AND AVAL_NEXT_COMM = :WS-OLD-NEXT-COMM
           END-EXEC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900510-WRITE-COMM-POSTING APPENDS THE GENERAL-LEDGER RECORD
      * FOR A BILLED GUARANTEE COMMISSION, KEYED BY THE GUARANTEE
      * NUMBER.
       900510-WRITE-COMM-POSTING.

           MOVE AVAL-NO          TO WS-AVAL-NO-X
           MOVE WS-AVAL-NO-X     TO GLPOST-LLOANM-NO
           MOVE 'AVALCOMM'       TO GLPOST-TRAN-TYPE
           MOVE WS-COMM-AMT      TO GLPOST-AMOUNT
           MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S BILLING RUN.
       900000-PRINT-CONTROL-TOTALS.
           DISPLAY '  PAIRS ALREADY BILLED THIS PERIOD . : '
                   WS-CTL-SKIP-CNT
           DISPLAY '  FEES FAILING THE HISTORY INSERT .. : '
                   WS-CTL-ERR-CNT
           DISPLAY '  GUARANTEES WITH COMMISSION DUE ... : '
                   WS-CTL-AVAL-CNT
           DISPLAY '  GUARANTEE COMMISSIONS RAISED ..... : '
                   WS-CTL-COMM-CNT
           DISPLAY '  TOTAL COMMISSION BILLED .......... : '
                   WS-CTL-COMM-AMT
           DISPLAY '  COMMISSIONS ALREADY BILLED ....... : '
                   WS-CTL-COMM-SKIP-CNT
           DISPLAY '  COMMISSIONS FAILING THE UPDATE ... : '
                   WS-CTL-COMM-ERR-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
      * PAIR AND GUARANTEE COUNTS EXAMINED MATCH THE RAISED,
      * ALREADY-BILLED AND FAILED COUNTS.
       900300-WRITE-BALANCE-TOTALS.

           MOVE 'FEEB100 '        TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X   TO BALTOT-RUN-DATE
           COMPUTE BALTOT-IN-CNT =
               WS-CTL-PAIR-CNT + WS-CTL-AVAL-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-RAISED-CNT + WS-CTL-SKIP-CNT
             + WS-CTL-COMM-CNT + WS-CTL-COMM-SKIP-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-ERR-CNT + WS-CTL-COMM-ERR-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
