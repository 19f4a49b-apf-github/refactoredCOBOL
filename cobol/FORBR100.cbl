      ******************************************************************
      * FORBR100 IS THE PERIODIC FORBORNE-EXPOSURE REPORT OVER
      * LOANFORB, THE REGISTER LOANX100 KEEPS OF LOANS GRANTED A
      * PAYMENT HOLIDAY. EACH RUN FIRST MOVES THE REGISTER ALONG ITS
      * LIFECYCLE - A LOAN WHOSE HOLIDAY HAS REACHED ITS FIRST DUE
      * DATE GOES FROM FORBORNE ('F') TO PROBATION ('P') - AND THEN
      * PRINTS TWO SECTIONS:
      *   - LOANS DUE TO EXIT PROBATION: EVERY LOAN STILL FORBORNE
      *     OR ON PROBATION WHOSE PROBATION ENDS WITHIN THE NEXT
      *     WS-EXIT-WINDOW-MONTHS. ONE WHOSE PROBATION HAS ALREADY
      *     ENDED EXITS ('X') THIS RUN, UNLESS IT STILL HAS UNPAID
      *     INSTALLMENTS ON LOANSCHED, IN WHICH CASE IT IS HELD ON
      *     PROBATION AND FLAGGED SO THE CASE IS REVIEWED;
      *   - LOANS DEFAULTED WHILE FORBORNE: EVERY 'D' ROW, THAT IS
      *     EVERY FORBORNE LOAN RV3C0100 CLASSIFIED NON-PERFORMING
      *     BEFORE ITS PROBATION ENDED.
      * RUN MONTHLY, AFTER THE NIGHT'S RV3C0100 HAS CLASSIFIED THE
      * POSITIONS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT FORBRPT-FILE  ASSIGN RPEDQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * FORBRPT-FILE IS THE PRINTED FORBORNE-EXPOSURE REPORT.
       FD  FORBRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-FORBRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-TO-PROB-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DUE-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXIT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HELD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DFLT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, AND THE END OF THE LOOK-AHEAD WINDOW FOR
      * PROBATION EXITS, BOTH AS YYYY-MM-DD FOR THE CURSORS.
       01  WS-EXIT-WINDOW-MONTHS            PIC S9(4)   COMP
                                                         VALUE 3.
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
       01  WS-WINDOW-END-X.
           05  WS-WE-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-WE-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-WE-DD                     PIC 9(2).
       01  WS-MONTH-NO                      PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-MONTH-REM                     PIC S9(4)   COMP
                                                         VALUE ZERO.
      ******************************************************************
      * WORKING-STORAGE FOR 200100-PRINT-ONE-EXIT.
       01  WS-UNPAID-CNT                    PIC S9(4)   COMP
                                                         VALUE ZERO.
      ******************************************************************
      * REPORT HEADING AND PRINT LINES.
       01  WS-TITLE-LINE.
           05  FILLER                       PIC X(40)   VALUE
                   'FORBR100 - FORBORNE EXPOSURES: PROBATION'.
           05  FILLER                       PIC X(92)   VALUE
                   ' EXITS AND DEFAULTS'.
       01  WS-EXIT-HDR-LINE.
           05  FILLER                       PIC X(40)   VALUE
                   'CT  LOAN NO     STARTED     HOL END     '.
           05  FILLER                       PIC X(40)   VALUE
                   'PROB END    ST   OPT  MM  HOLIDAY INT   '.
           05  FILLER                       PIC X(52)   VALUE
                   '  ACTION'.
       01  WS-DFLT-HDR-LINE.
           05  FILLER                       PIC X(40)   VALUE
                   'CT  LOAN NO     STARTED     HOL END     '.
           05  FILLER                       PIC X(40)   VALUE
                   'PROB END         OPT  MM  HOLIDAY INT   '.
           05  FILLER                       PIC X(52)   VALUE
                   '  DEFAULTED'.
       01  WS-RUN-LINE.
           05  FILLER                       PIC X(6)    VALUE 'AS OF '.
           05  WS-RL-TODAY                  PIC X(10).
           05  FILLER                       PIC X(27)   VALUE
                   '  PROBATION EXITS THROUGH '.
           05  WS-RL-WINDOW                 PIC X(10).
           05  FILLER                       PIC X(79)   VALUE SPACES.
       01  WS-FORB-LINE.
           05  WS-FL-CAT                    PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FL-NO                     PIC Z(9)9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FL-START                  PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FL-HOL-END                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FL-PROB-END               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FL-STATUS                 PIC X(1).
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-FL-OPT                    PIC X(1).
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-FL-MONTHS                 PIC Z9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FL-HOL-INT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FL-NOTE                   PIC X(20).
           05  FILLER                       PIC X(30)   VALUE SPACES.
      ******************************************************************
       COPY LOANFORB.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER THE LOANS STILL FORBORNE OR ON PROBATION WHOSE
      * PROBATION ENDS BY THE END OF THE LOOK-AHEAD WINDOW.
           EXEC SQL
               DECLARE FORBR-EXIT-CSR CURSOR FOR
                   SELECT LOANF_CAT, LOANF_NO, LOANF_START_DATE,
                          LOANF_HOL_MONTHS, LOANF_HOL_END,
                          LOANF_INT_OPT, LOANF_HOL_INT,
                          LOANF_PROB_END, LOANF_STATUS
                     FROM IDC015.LOANFORB
                    WHERE LOANF_STATUS IN ('F', 'P')
                      AND LOANF_PROB_END <= :WS-WINDOW-END-X
                    ORDER BY LOANF_PROB_END, LOANF_CAT, LOANF_NO
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE LOANS THAT DEFAULTED WHILE FORBORNE.
           EXEC SQL
               DECLARE FORBR-DFLT-CSR CURSOR FOR
                   SELECT LOANF_CAT, LOANF_NO, LOANF_START_DATE,
                          LOANF_HOL_MONTHS, LOANF_HOL_END,
                          LOANF_INT_OPT, LOANF_HOL_INT,
                          LOANF_PROB_END, LOANF_STATUS_DATE
                     FROM IDC015.LOANFORB
                    WHERE LOANF_STATUS = 'D'
                    ORDER BY LOANF_STATUS_DATE, LOANF_CAT, LOANF_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE MOVES FINISHED HOLIDAYS TO PROBATION, PRINTS
      * THE EXIT AND DEFAULT SECTIONS, CLOSES OUT THE PROBATIONS
      * THAT HAVE ENDED, AND PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           PERFORM 100010-SET-DATES

           OPEN OUTPUT FORBRPT-FILE

           WRITE RE-FORBRPT FROM WS-TITLE-LINE
           MOVE WS-TODAY-DATE-X TO WS-RL-TODAY
           MOVE WS-WINDOW-END-X TO WS-RL-WINDOW
           WRITE RE-FORBRPT FROM WS-RUN-LINE

           PERFORM 150000-START-PROBATIONS

           PERFORM 200000-EXIT-SECTION
           PERFORM 300000-DEFAULT-SECTION

           PERFORM 400000-CLOSE-PROBATIONS

           CLOSE FORBRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-SET-DATES TAKES TODAY'S DATE AND WORKS OUT THE END OF
      * THE LOOK-AHEAD WINDOW (SAME DAY, WS-EXIT-WINDOW-MONTHS ON,
      * KEPT TO THE 28TH SO THE DATE IS ALWAYS VALID).
       100010-SET-DATES.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           COMPUTE WS-MONTH-NO =
                 WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1
               + WS-EXIT-WINDOW-MONTHS
           DIVIDE WS-MONTH-NO BY 12
               GIVING WS-WE-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-WE-MM = WS-MONTH-REM + 1
           MOVE WS-TODAY-DD TO WS-WE-DD
           IF WS-WE-DD > 28
               MOVE 28 TO WS-WE-DD
           END-IF

           DISPLAY 'FORBR100 - AS OF ' WS-TODAY-DATE-X
                   ', EXIT WINDOW THROUGH ' WS-WINDOW-END-X.
      ******************************************************************
      * 150000-START-PROBATIONS MOVES EVERY LOAN WHOSE PAYMENT
      * HOLIDAY HAS REACHED ITS FIRST DUE DATE FROM 'F' TO 'P'.
       150000-START-PROBATIONS.

           EXEC SQL
               UPDATE IDC015.LOANFORB
                  SET LOANF_STATUS      = 'P',
                      LOANF_STATUS_DATE = :WS-TODAY-DATE-X
                WHERE LOANF_STATUS = 'F'
                  AND LOANF_HOL_END <= :WS-TODAY-DATE-X
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WS-CTL-TO-PROB-CNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'LOANFORB'  TO DB2-OBJECT
                   MOVE 'UPDATE'    TO DB2-STATEMENT
                   MOVE 'TO-PROB'   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       200000-EXIT-SECTION.

           MOVE SPACES TO RE-FORBRPT
           WRITE RE-FORBRPT
           MOVE 'LOANS DUE TO EXIT PROBATION' TO RE-FORBRPT
           WRITE RE-FORBRPT
           WRITE RE-FORBRPT FROM WS-EXIT-HDR-LINE

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN FORBR-EXIT-CSR
           END-EXEC

           PERFORM 200100-PRINT-ONE-EXIT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE FORBR-EXIT-CSR
           END-EXEC.
      ******************************************************************
      * 200100-PRINT-ONE-EXIT PRINTS ONE LOAN DUE TO EXIT PROBATION.
      * ONE WHOSE PROBATION HAS ALREADY ENDED IS SHOWN EXITING THIS
      * RUN, OR HELD WHEN IT STILL CARRIES UNPAID INSTALLMENTS (THE
      * STATUS ITSELF IS MOVED BY 400000-CLOSE-PROBATIONS).
       200100-PRINT-ONE-EXIT.

           EXEC SQL
               FETCH FORBR-EXIT-CSR
                INTO :LFRB-CAT, :LFRB-NO, :LFRB-START-DATE,
                     :LFRB-HOL-MONTHS, :LFRB-HOL-END,
                     :LFRB-INT-OPT, :LFRB-HOL-INT,
                     :LFRB-PROB-END, :LFRB-STATUS
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-DUE-CNT
               PERFORM 500000-FORMAT-LINE
               MOVE LFRB-STATUS TO WS-FL-STATUS
               MOVE 'DUE IN WINDOW' TO WS-FL-NOTE
               IF LFRB-PROB-END <= WS-TODAY-DATE-X
                   PERFORM 200200-COUNT-UNPAID
                   IF WS-UNPAID-CNT > ZERO
                       MOVE 'HELD - IN ARREARS' TO WS-FL-NOTE
                       ADD 1 TO WS-CTL-HELD-CNT
                   ELSE
                       MOVE 'EXITS THIS RUN' TO WS-FL-NOTE
                       ADD 1 TO WS-CTL-EXIT-CNT
                   END-IF
               END-IF
               WRITE RE-FORBRPT FROM WS-FORB-LINE
           ELSE
               IF SQLCODE = +100
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'LOANFORB' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE 'EXIT-CSR' TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
           END-IF.
      ******************************************************************
       200200-COUNT-UNPAID.

           MOVE ZERO TO WS-UNPAID-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-UNPAID-CNT
                 FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT = :LFRB-CAT
                  AND LOANSCH_NO  = :LFRB-NO
                  AND LOANSCH_ST  = 'U'
           END-EXEC.
      ******************************************************************
       300000-DEFAULT-SECTION.

           MOVE SPACES TO RE-FORBRPT
           WRITE RE-FORBRPT
           MOVE 'LOANS DEFAULTED WHILE FORBORNE' TO RE-FORBRPT
           WRITE RE-FORBRPT
           WRITE RE-FORBRPT FROM WS-DFLT-HDR-LINE

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN FORBR-DFLT-CSR
           END-EXEC

           PERFORM 300100-PRINT-ONE-DEFAULT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE FORBR-DFLT-CSR
           END-EXEC.
      ******************************************************************
       300100-PRINT-ONE-DEFAULT.

           EXEC SQL
               FETCH FORBR-DFLT-CSR
                INTO :LFRB-CAT, :LFRB-NO, :LFRB-START-DATE,
                     :LFRB-HOL-MONTHS, :LFRB-HOL-END,
                     :LFRB-INT-OPT, :LFRB-HOL-INT,
                     :LFRB-PROB-END, :LFRB-STATUS-DATE
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-DFLT-CNT
               PERFORM 500000-FORMAT-LINE
               MOVE SPACE            TO WS-FL-STATUS
               MOVE LFRB-STATUS-DATE TO WS-FL-NOTE
               WRITE RE-FORBRPT FROM WS-FORB-LINE
           ELSE
               IF SQLCODE = +100
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'LOANFORB' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE 'DFLT-CSR' TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
           END-IF.
      ******************************************************************
      * 400000-CLOSE-PROBATIONS MOVES EVERY LOAN WHOSE PROBATION HAS
      * ENDED, AND WHICH HAS NO UNPAID INSTALLMENT LEFT, FROM 'P' TO
      * 'X' - THE SAME LOANS THE EXIT SECTION SHOWED AS EXITING.
       400000-CLOSE-PROBATIONS.

           EXEC SQL
               UPDATE IDC015.LOANFORB F
                  SET LOANF_STATUS      = 'X',
                      LOANF_STATUS_DATE = :WS-TODAY-DATE-X
                WHERE LOANF_STATUS = 'P'
                  AND LOANF_PROB_END <= :WS-TODAY-DATE-X
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM IDC015.LOANSCHED S
                         WHERE S.LOANSCH_CAT = F.LOANF_CAT
                           AND S.LOANSCH_NO  = F.LOANF_NO
                           AND S.LOANSCH_ST  = 'U' )
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE 'LOANFORB'  TO DB2-OBJECT
               MOVE 'UPDATE'    TO DB2-STATEMENT
               MOVE 'TO-EXIT'   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 500000-FORMAT-LINE FILLS THE PRINT LINE FIELDS COMMON TO
      * BOTH SECTIONS FROM THE ROW JUST FETCHED.
       500000-FORMAT-LINE.

           MOVE LFRB-CAT        TO WS-FL-CAT
           MOVE LFRB-NO         TO WS-FL-NO
           MOVE LFRB-START-DATE TO WS-FL-START
           MOVE LFRB-HOL-END    TO WS-FL-HOL-END
           MOVE LFRB-PROB-END   TO WS-FL-PROB-END
           MOVE LFRB-INT-OPT    TO WS-FL-OPT
           MOVE LFRB-HOL-MONTHS TO WS-FL-MONTHS
           MOVE LFRB-HOL-INT    TO WS-FL-HOL-INT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'FORBR100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO RISK MANAGEMENT CAN RECONCILE THE FORBEARANCE RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'FORBR100 CONTROL TOTALS'
           DISPLAY '  HOLIDAYS MOVED TO PROBATION ...... : '
                   WS-CTL-TO-PROB-CNT
           DISPLAY '  LOANS DUE TO EXIT PROBATION ...... : '
                   WS-CTL-DUE-CNT
           DISPLAY '  PROBATIONS EXITED THIS RUN ....... : '
                   WS-CTL-EXIT-CNT
           DISPLAY '  PROBATIONS HELD FOR ARREARS ...... : '
                   WS-CTL-HELD-CNT
           DISPLAY '  LOANS DEFAULTED WHILE FORBORNE ... : '
                   WS-CTL-DFLT-CNT.
      ******************************************************************
