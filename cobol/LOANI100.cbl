      * INTEREST (LOANM_ROI) AND WRITING THE RESULT TO IDC015.
      * LOANINTHST, SO ROI IS NOW ACTUALLY USED IN A CALCULATION
      * RATHER THAN JUST CARRIED ON THE MASTER RECORD.
      * A LOAN PART-WAY THROUGH A PAYMENT HOLIDAY THAT CAPITALIZES
      * ITS INTEREST (LOANFORB, INTEREST OPTION 'C') HAS NOTHING DUE
      * TO COLLECT THE ACCRUAL THROUGH, SO ITS MONTH'S INTEREST IS
      * ADDED TO LOANM_MAX_AMT INSTEAD AND POSTED AS A 'K'
      * (CAPITALIZED) ROW, WHICH THE REPAYMENT WATERFALL NEVER
      * TRIES TO COLLECT A SECOND TIME.
      * A REVOLVING CREDIT LINE (A TYPE 'R' LOANFACL ROW) IS CHARGED
      * ON ITS DAILY USED BALANCE INSTEAD: THE DRAWN-BALANCE-DAYS
      * LOANM100/LOANR100 BUILD UP AS THE LINE MOVES ARE BROUGHT
      * FORWARD TO TODAY AND CHARGED AT THE LOAN'S RATE OVER 360
      * DAYS, AND THE UNDRAWN PART OF THE LIMIT FOR THE SAME PERIOD
      * (UP TO THE LINE'S REVIEW DATE) IS CHARGED THE CATEGORY'S
      * COMMITMENT FEE (FEESCHED TYPE 'CMT', BASIS 'U'), RAISED DUE
      * ON FEEHIST FOR THE WATERFALL TO COLLECT. THE LINE'S
      * DRAWN-BALANCE-DAYS THEN START AGAIN FROM ZERO.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                        VALUE ZEROS.
           05  WS-CTL-INT-TOTAL            PIC S9(9)V9(2) COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CAP-CNT              PIC S9(7)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CAP-TOTAL            PIC S9(9)V9(2) COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-LINE-CNT             PIC S9(7)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CMT-CNT              PIC S9(7)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CMT-TOTAL            PIC S9(9)V9(2) COMP-3
                                                        VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD FOR LINT-DATE ON THE
      * LOANINTHST ROW.
      * MONTH'S INTEREST ON THE LOAN'S CURRENT OUTSTANDING BALANCE.
       01  WS-MONTHLY-INT                  PIC S9(7)V9(2) COMP-3
                                                        VALUE ZEROS.
      * WS-CAP-SW IS SET BY 200050-CHECK-CAPITALIZATION FOR A LOAN
      * WHOSE CAPITALIZING PAYMENT HOLIDAY IS STILL RUNNING;
      * WS-CAP-AMT IS THE ACCRUAL ROUNDED TO THE CENT LOANM_MAX_AMT
      * IS KEPT TO.
       01  WS-CAP-SW                       PIC X(1)    VALUE 'N'.
           88  WS-CAP-YES                              VALUE 'Y'.
       01  WS-CAP-AMT                      PIC S9(9)V9(2) COMP-3
                                                        VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE REVOLVING CREDIT LINE ACCRUAL.
      * WS-LINE-SW IS SET BY 200060-CHECK-REVOLVING-LINE. DATES ARE
      * TURNED INTO 30/360 DAY NUMBERS BY 300050-CALC-DAYNO SO THE
      * PERIOD SINCE THE LAST ACCRUAL, AND THE PART OF IT THE LIMIT
      * WAS STILL COMMITTED (BEFORE THE REVIEW DATE), ARE PLAIN
      * SUBTRACTIONS.
       01  WS-LINE-SW                      PIC X(1)    VALUE 'N'.
           88  WS-LINE-YES                             VALUE 'Y'.
       01  WS-LINE-DATE-X                  PIC X(10)   VALUE SPACES.
       01  WS-LINE-DATE-R REDEFINES WS-LINE-DATE-X.
           05  WS-LND-YYYY                 PIC 9(4).
           05  FILLER                      PIC X(1).
           05  WS-LND-MM                   PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-LND-DD                   PIC 9(2).
       01  WS-LINE-DAYNO                   PIC S9(9)   COMP
                                                        VALUE ZEROS.
       01  WS-LINE-TODAY-DAYNO             PIC S9(9)   COMP
                                                        VALUE ZEROS.
       01  WS-LINE-REVIEW-DAYNO            PIC S9(9)   COMP
                                                        VALUE ZEROS.
       01  WS-LINE-ACCR-DAYNO              PIC S9(9)   COMP
                                                        VALUE ZEROS.
       01  WS-LINE-DAYS                    PIC S9(9)   COMP
                                                        VALUE ZEROS.
       01  WS-LINE-PERIOD-DAYS             PIC S9(9)   COMP
                                                        VALUE ZEROS.
       01  WS-LINE-COMMIT-DAYS             PIC S9(9)   COMP
                                                        VALUE ZEROS.
       01  WS-LINE-UNDRAWN-DAYS            PIC S9(15)V9(2) COMP-3
                                                        VALUE ZEROS.
       01  WS-CMT-FEE                      PIC S9(7)V9(2) COMP-3
                                                        VALUE ZEROS.
       01  WS-LOAN-NO-X                    PIC 9(10)   VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS (100210,
      * 200110). WS-DB2-RETRY-CNT COUNTS ATTEMPTS MADE ON THE CURRENT
       COPY LOANMSTR.
      ******************************************************************
       COPY LOANINT.
      ******************************************************************
       COPY LOANFORB.
      ******************************************************************
       COPY LOANFACL.
      ******************************************************************
       COPY FEESCHED.
      ******************************************************************
       COPY FEEHIST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************

           ADD 1 TO WS-CTL-LOAN-CNT

           PERFORM 200050-CHECK-CAPITALIZATION

           PERFORM 200060-CHECK-REVOLVING-LINE

           IF WS-LINE-YES
               PERFORM 300000-ACCRUE-LINE
           ELSE
               PERFORM 200100-POST-ACCRUAL
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
                        :LLOANM-ROI
           END-EXEC.
      ******************************************************************
      * 200050-CHECK-CAPITALIZATION LOOKS FOR A LOANFORB ROW WHOSE
      * PAYMENT HOLIDAY CAPITALIZES INTEREST AND HAS NOT YET REACHED
      * ITS FIRST DUE DATE AFTER THE HOLIDAY (LOANF_HOL_END).
       200050-CHECK-CAPITALIZATION.

           MOVE 'N'        TO WS-CAP-SW
           MOVE LLOANM-CAT TO LFRB-CAT
           MOVE LLOANM-NO  TO LFRB-NO

           EXEC SQL
               SELECT LOANF_INT_OPT
                 INTO :LFRB-INT-OPT
                 FROM IDC015.LOANFORB
                WHERE LOANF_CAT      = :LFRB-CAT
                  AND LOANF_NO       = :LFRB-NO
                  AND LOANF_INT_OPT  = 'C'
                  AND LOANF_START_DATE <= :WS-TODAY-DATE-X
                  AND LOANF_HOL_END    >  :WS-TODAY-DATE-X
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CAP-SW
           END-IF.
      ******************************************************************
      * 200060-CHECK-REVOLVING-LINE LOOKS FOR A TYPE 'R' LOANFACL ROW
      * ON THE LOAN. A LINE IS NEVER CAPITALIZED: ITS INTEREST IS
      * ALWAYS CHARGED AS AN ORDINARY ACCRUAL ON THE USED BALANCE.
       200060-CHECK-REVOLVING-LINE.

           MOVE 'N'       TO WS-LINE-SW
           MOVE LLOANM-NO TO LFAC-NO

           EXEC SQL
               SELECT LFAC_FACL_AMT, LFAC_DRAWN_AMT, LFAC_TYPE,
                      LFAC_REVIEW_DATE, LFAC_BAL_DAYS, LFAC_MOVE_DATE,
                      LFAC_ACCR_DATE
                 INTO :LFAC-FACL-AMT, :LFAC-DRAWN-AMT, :LFAC-TYPE,
                      :LFAC-REVIEW-DATE, :LFAC-BAL-DAYS,
                      :LFAC-MOVE-DATE, :LFAC-ACCR-DATE
                 FROM IDC015.LOANFACL
                WHERE LFAC_NO   = :LFAC-NO
                  AND LFAC_TYPE = 'R'
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-LINE-SW
               MOVE 'N' TO WS-CAP-SW
           END-IF.
      ******************************************************************
      * 200100-POST-ACCRUAL COMPUTES ONE MONTH'S INTEREST ON THE
      * LOAN'S CURRENT OUTSTANDING BALANCE (BALANCE TIMES THE LOAN'S
      * ANNUAL RATE OF INTEREST, DIVIDED BY 12 MONTHS AND BY 100 TO
      * CONVERT THE RATE FROM A WHOLE-PERCENT VALUE) AND INSERTS THE
      * RESULTING LOANINTHST ROW - AS A 'K' ROW, WITH THE INTEREST
      * ADDED TO THE BALANCE, WHEN 200050 FOUND A CAPITALIZING
      * HOLIDAY RUNNING. ON A REVOLVING LINE THE INTEREST IS THE
      * PERIOD'S DRAWN-BALANCE-DAYS AT THE LOAN'S RATE OVER 360 DAYS,
      * AND THE ROW CARRIES THE PERIOD'S AVERAGE USED BALANCE.
       200100-POST-ACCRUAL.

           IF WS-LINE-YES
               COMPUTE WS-MONTHLY-INT ROUNDED =
                   LFAC-BAL-DAYS * LLOANM-ROI / 360 / 100
               COMPUTE LINT-BAL-AMT ROUNDED =
                   LFAC-BAL-DAYS / WS-LINE-PERIOD-DAYS
           ELSE
               COMPUTE WS-MONTHLY-INT ROUNDED =
                   LLOANM-MAX-AMT * LLOANM-ROI / 12 / 100
               MOVE LLOANM-MAX-AMT  TO LINT-BAL-AMT
           END-IF

           MOVE LLOANM-CAT      TO LINT-CAT
           MOVE LLOANM-NO       TO LINT-NO
           MOVE WS-TODAY-DATE-X TO LINT-DATE
           MOVE WS-MONTHLY-INT  TO LINT-AMT
           MOVE 'A'             TO LINT-TYPE
           IF WS-CAP-YES
               MOVE 'K'         TO LINT-TYPE
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200110-INSERT-LOANINTHST-ROW

           IF SQLCODE = ZERO
               ADD WS-MONTHLY-INT TO WS-CTL-INT-TOTAL
               IF WS-CAP-YES
                   PERFORM 200200-CAPITALIZE-ACCRUAL
               END-IF
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'LOANI100 - ACCRUAL INSERT FAILED FOR LOAN '
                     :LINT-BAL-AMT, :LINT-AMT, :LINT-TYPE )
           END-EXEC.
      ******************************************************************
      * 200200-CAPITALIZE-ACCRUAL ADDS THE MONTH'S INTEREST, ROUNDED
      * TO THE CENT, TO THE LOAN'S OUTSTANDING BALANCE.
       200200-CAPITALIZE-ACCRUAL.

           COMPUTE WS-CAP-AMT ROUNDED = WS-MONTHLY-INT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200210-UPDATE-LOANMSTR-BAL
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               ADD 1              TO WS-CTL-CAP-CNT
               ADD WS-MONTHLY-INT TO WS-CTL-CAP-TOTAL
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'LOANI100 - CAPITALIZATION FAILED FOR LOAN '
                       LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'LOANMSTR' TO DB2-OBJECT
               MOVE 'UPDATE'   TO DB2-STATEMENT
               MOVE LLOANM-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       200210-UPDATE-LOANMSTR-BAL.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANMSTR
                  SET LOANM_MAX_AMT = LOANM_MAX_AMT + :WS-CAP-AMT
                WHERE LOANM_CAT = :LLOANM-CAT
                  AND LOANM_NO  = :LLOANM-NO
           END-EXEC.
      ******************************************************************
      * 300000-ACCRUE-LINE CHARGES A REVOLVING LINE FOR THE PERIOD
      * SINCE ITS LAST ACCRUAL: THE LINE'S DRAWN-BALANCE-DAYS ARE
      * BROUGHT FORWARD TO TODAY, THE INTEREST ON THEM IS POSTED
      * THROUGH 200100-POST-ACCRUAL, THE COMMITMENT FEE IS RAISED ON
      * THE UNDRAWN PART, AND THE LINE IS RESET TO ACCRUE AFRESH FROM
      * TODAY. A LINE ALREADY ACCRUED TODAY HAS NO PERIOD TO CHARGE
      * AND IS LEFT ALONE, SO A RERUN NEVER CHARGES IT TWICE.
       300000-ACCRUE-LINE.

           MOVE WS-TODAY-DATE-X TO WS-LINE-DATE-X
           PERFORM 300050-CALC-DAYNO
           MOVE WS-LINE-DAYNO   TO WS-LINE-TODAY-DAYNO

           MOVE LFAC-ACCR-DATE  TO WS-LINE-DATE-X
           PERFORM 300050-CALC-DAYNO
           MOVE WS-LINE-DAYNO   TO WS-LINE-ACCR-DAYNO

           COMPUTE WS-LINE-PERIOD-DAYS =
               WS-LINE-TODAY-DAYNO - WS-LINE-ACCR-DAYNO

           IF WS-LINE-PERIOD-DAYS > ZERO
               ADD 1 TO WS-CTL-LINE-CNT
               PERFORM 300100-ROLL-LINE-BAL-DAYS
               PERFORM 200100-POST-ACCRUAL
               IF SQLCODE = ZERO
                   PERFORM 300200-RAISE-COMMITMENT-FEE
                   PERFORM 300300-RESET-LINE-PERIOD
               END-IF
           END-IF.
      ******************************************************************
      * 300050-CALC-DAYNO TURNS THE YYYY-MM-DD DATE IN WS-LINE-DATE-X
      * INTO A 30/360 DAY NUMBER IN WS-LINE-DAYNO.
       300050-CALC-DAYNO.

           COMPUTE WS-LINE-DAYNO =
                 WS-LND-YYYY * 360
               + (WS-LND-MM - 1) * 30
               + WS-LND-DD
           IF WS-LND-DD > 30
               SUBTRACT 1 FROM WS-LINE-DAYNO
           END-IF.
      ******************************************************************
      * 300100-ROLL-LINE-BAL-DAYS ADDS THE DRAWN AMOUNT TIMES THE DAYS
      * SINCE THE LINE LAST MOVED TO LFAC-BAL-DAYS.
       300100-ROLL-LINE-BAL-DAYS.

           MOVE LFAC-MOVE-DATE TO WS-LINE-DATE-X
           PERFORM 300050-CALC-DAYNO

           COMPUTE WS-LINE-DAYS = WS-LINE-TODAY-DAYNO - WS-LINE-DAYNO
           IF WS-LINE-DAYS > ZERO
               COMPUTE LFAC-BAL-DAYS =
                   LFAC-BAL-DAYS + LFAC-DRAWN-AMT * WS-LINE-DAYS
           END-IF

           MOVE WS-TODAY-DATE-X TO LFAC-MOVE-DATE.
      ******************************************************************
      * 300200-RAISE-COMMITMENT-FEE CHARGES THE CATEGORY'S 'CMT'
      * COMMITMENT FEE (FEES_PCT IS THE ANNUAL RATE ON THE UNDRAWN
      * LIMIT) FOR THE DAYS OF THE PERIOD BEFORE THE REVIEW DATE -
      * AFTER IT THE LIMIT IS NO LONGER AVAILABLE TO DRAW. THE
      * UNDRAWN-DAYS ARE THE LIMIT OVER THOSE DAYS LESS THE AVERAGE
      * USED BALANCE OVER THEM. A CATEGORY WITH NO COMMITMENT FEE ON
      * ITS SCHEDULE IS NOT CHARGED ONE.
       300200-RAISE-COMMITMENT-FEE.

           MOVE LLOANM-CAT TO FEES-CAT

           EXEC SQL
               SELECT FEES_PCT
                 INTO :FEES-PCT
                 FROM IDC015.FEESCHED
                WHERE FEES_CAT   = :FEES-CAT
                  AND FEES_TYPE  = 'CMT'
                  AND FEES_BASIS = 'U'
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 300205-CALC-COMMITMENT-FEE
               IF WS-CMT-FEE > ZERO
                   PERFORM 300208-POST-COMMITMENT-FEE
               END-IF
           END-IF.
      ******************************************************************
      * 300205-CALC-COMMITMENT-FEE WORKS OUT WS-CMT-FEE FOR THE PERIOD,
      * LEAVING IT ZERO WHEN NOTHING WAS COMMITTED AND UNDRAWN.
       300205-CALC-COMMITMENT-FEE.

           MOVE ZEROS TO WS-CMT-FEE
           MOVE ZEROS TO WS-LINE-UNDRAWN-DAYS

           MOVE LFAC-REVIEW-DATE TO WS-LINE-DATE-X
           PERFORM 300050-CALC-DAYNO
           MOVE WS-LINE-DAYNO    TO WS-LINE-REVIEW-DAYNO

           IF WS-LINE-REVIEW-DAYNO < WS-LINE-TODAY-DAYNO
               COMPUTE WS-LINE-COMMIT-DAYS =
                   WS-LINE-REVIEW-DAYNO - WS-LINE-ACCR-DAYNO
           ELSE
               MOVE WS-LINE-PERIOD-DAYS TO WS-LINE-COMMIT-DAYS
           END-IF

           IF WS-LINE-COMMIT-DAYS > ZERO
               COMPUTE WS-LINE-UNDRAWN-DAYS =
                     LFAC-FACL-AMT * WS-LINE-COMMIT-DAYS
                   - LFAC-BAL-DAYS * WS-LINE-COMMIT-DAYS
                       / WS-LINE-PERIOD-DAYS
           END-IF

           IF WS-LINE-UNDRAWN-DAYS > ZERO
               COMPUTE WS-CMT-FEE ROUNDED =
                   WS-LINE-UNDRAWN-DAYS * FEES-PCT / 360
           END-IF.
      ******************************************************************
      * 300208-POST-COMMITMENT-FEE RAISES THE FEE DUE ON FEEHIST.
       300208-POST-COMMITMENT-FEE.

           MOVE LLOANM-NO       TO WS-LOAN-NO-X
           MOVE WS-LOAN-NO-X    TO FEEH-NO
           MOVE LLOANM-CAT      TO FEEH-CAT
           MOVE 'CMT'           TO FEEH-TYPE
           MOVE WS-TODAY-DATE-X TO FEEH-DATE
           MOVE WS-CMT-FEE      TO FEEH-AMT
           MOVE 'D'             TO FEEH-ST

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 300210-INSERT-FEEHIST-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               ADD 1          TO WS-CTL-CMT-CNT
               ADD WS-CMT-FEE TO WS-CTL-CMT-TOTAL
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'LOANI100 - COMMITMENT FEE FAILED FOR LOAN '
                       LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'FEEHIST'   TO DB2-OBJECT
               MOVE 'INSERT'    TO DB2-STATEMENT
               MOVE LLOANM-NO   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       300210-INSERT-FEEHIST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.FEEHIST
                   ( FEEH_NO, FEEH_CAT, FEEH_TYPE, FEEH_DATE,
                     FEEH_AMT, FEEH_ST )
               VALUES
                   ( :FEEH-NO, :FEEH-CAT, :FEEH-TYPE, :FEEH-DATE,
                     :FEEH-AMT, :FEEH-ST )
           END-EXEC.
      ******************************************************************
      * 300300-RESET-LINE-PERIOD STARTS THE LINE'S NEXT ACCRUAL PERIOD
      * FROM TODAY WITH NO DRAWN-BALANCE-DAYS BEHIND IT.
       300300-RESET-LINE-PERIOD.

           MOVE ZEROS           TO LFAC-BAL-DAYS
           MOVE WS-TODAY-DATE-X TO LFAC-MOVE-DATE
           MOVE WS-TODAY-DATE-X TO LFAC-ACCR-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 300310-UPDATE-LOANFACL-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'LOANI100 - LINE RESET FAILED FOR LOAN '
                       LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'LOANFACL'  TO DB2-OBJECT
               MOVE 'UPDATE'    TO DB2-STATEMENT
               MOVE LLOANM-NO   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       300310-UPDATE-LOANFACL-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANFACL
                  SET LFAC_BAL_DAYS  = :LFAC-BAL-DAYS,
                      LFAC_MOVE_DATE = :LFAC-MOVE-DATE,
                      LFAC_ACCR_DATE = :LFAC-ACCR-DATE
                WHERE LFAC_NO = :LFAC-NO
           END-EXEC.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE MONTH'S ACCRUAL RUN.
       900000-PRINT-CONTROL-TOTALS.
           DISPLAY '  ACCRUAL POSTINGS FAILED ........... : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  TOTAL INTEREST ACCRUED ............ : '
                   WS-CTL-INT-TOTAL
           DISPLAY '  ACCRUALS CAPITALIZED (HOLIDAY) .... : '
                   WS-CTL-CAP-CNT
           DISPLAY '  TOTAL INTEREST CAPITALIZED ........ : '
                   WS-CTL-CAP-TOTAL
           DISPLAY '  REVOLVING LINES CHARGED ........... : '
                   WS-CTL-LINE-CNT
           DISPLAY '  COMMITMENT FEES RAISED ............ : '
                   WS-CTL-CMT-CNT
           DISPLAY '  TOTAL COMMITMENT FEES ............. : '
                   WS-CTL-CMT-TOTAL.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
