      *   - MARKS THE LOAN RESTRUCTURED BY REGISTERING IT AS PENDING
      *     ON RFNCAPPR, THE SAME WORKLIST RV3C0100 USES FOR
      *     REFINANCED POSITIONS, SO THE RISK SIDE WITHHOLDS ITS
      *     AVAILABLE AMOUNT UNTIL A REVIEWER SIGNS OFF;
      *   - FLAGS A NEW RATE BELOW THE PRODUCT RATE (LOANP_ROI) ON A
      *     LOAN WHOSE BORROWER IS ON THE RELPARTY REGISTER TODAY -
      *     PREFERENTIAL PRICING FOR A RELATED PARTY - WITH AN
      *     'RPPRICE' AUDIT RECORD AND A CONTROL TOTAL. THE
      *     RESTRUCTURE STILL APPLIES; THE FLAG IS FOR COMPLIANCE
      *     AND THE YEAR-END DISCLOSURE (RELD100).
      * IT ALSO APPLIES PAYMENT HOLIDAYS (LOANIN-REQ-TYPE 13), THE
      * LIGHTER FORBEARANCE MEASURE FOR A BORROWER IN TEMPORARY
      * HARDSHIP. A HOLIDAY LEAVES THE RATE ALONE AND:
      *   - DEFERS THE PENDING LOANSCHED INSTALLMENTS BY THE STATED
      *     NUMBER OF MONTHS, EXTENDING LOANM_TERM TO MATCH;
      *   - CAPITALIZES THE HOLIDAY'S INTEREST INTO THE REBUILT
      *     SCHEDULE ('C') OR SPREADS IT EVENLY OVER THE INTEREST OF
      *     THE INSTALLMENTS THAT REMAIN ('S');
      *   - FLAGS THE LOAN FORBORNE ON LOANFORB WITH ITS START DATE
      *     AND THE END OF ITS REGULATORY PROBATION PERIOD, WHICH
      *     RV3C0100 REPORTS AND FORBR100 FOLLOWS UP.
      * THE SAME FRONT-END EDITS AND VAL4C100 SUSPENSE ROUTING AS THE
      * OTHER LOAN MAINTENANCE PROGRAMS APPLY; OTHER VALID REQUEST
      * TYPES LANDING HERE ARE REJECTED THE SAME WAY LOANR100
      * LOANTRAN-FILE CARRIES THE INCOMING LOAN TRANSACTIONS (SEE
      * LOANTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO
      * WORKING-STORAGE BELOW - THE LOANINPT-RESTR VIEW CARRIES THE
      * REQ-TYPE 07 FIELDS, THE LOANINPT-HOLIDAY VIEW THE 13 FIELDS).
       FD  LOANTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
       01  WS-CTL-TOTALS.
           05  WS-CTL-RSTR-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HOL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RPPR-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS. A TRANSACTION
      * THAT FAILS THE FRONT-END EDIT IS ROUTED STRAIGHT TO THE
                                                         VALUE ZEROS.
       01  WS-OLD-TERM                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-OLD-ROI                       PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-TERM                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-NEW-ROI                       PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUR-BALANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200600-CHECK-RELATED-PRICING.
       01  WS-PROD-ROI                      PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-RELP-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200400-REBUILD-SCHEDULE, THE SAME
       01  WS-SCH-OK-SW                     PIC X(1)    VALUE 'Y'.
           88  WS-SCH-OK                                VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 210000-APPLY-PAYMENT-HOLIDAY. THE HOLIDAY
      * REBUILDS ONLY THE PENDING ROWS: WS-HOL-PEND-PRIN IS THE
      * PRINCIPAL THEY STILL CARRY AND WS-HOL-PEND-CNT HOW MANY THERE
      * ARE, SO THE DEFERRED SCHEDULE KEEPS THE SAME NUMBER OF
      * INSTALLMENTS, JUST STARTING WS-HOL-MONTHS LATER THAN THE OLD
      * NEXT DUE DATE (WS-HOL-FIRST-DUE). WS-HOL-INT IS THE INTEREST
      * THE DEFERRED PRINCIPAL RUNS UP OVER THE HOLIDAY. THE
      * PROBATION PERIOD (WS-FORB-PROB-MONTHS) RUNS FROM THE FIRST
      * INSTALLMENT AFTER THE HOLIDAY.
       01  WS-FORB-PROB-MONTHS              PIC S9(4)   COMP
                                                         VALUE 24.
       01  WS-HOL-MONTHS                    PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-HOL-PEND-CNT                  PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-HOL-PEND-PRIN                 PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HOL-INT                       PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HOL-INT-SHARE                 PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HOL-INT-LEFT                  PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HOL-FIRST-DUE                 PIC X(10)   VALUE SPACES.
       01  WS-HOL-FIRST-DUE-R REDEFINES WS-HOL-FIRST-DUE.
           05  WS-HOL-FD-YYYY               PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-HOL-FD-MM                 PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-HOL-FD-DD                 PIC 9(2).
       01  WS-HOL-END-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-HOL-END-DATE-R REDEFINES WS-HOL-END-DATE.
           05  WS-HOL-ED-YYYY               PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-HOL-ED-MM                 PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-HOL-ED-DD                 PIC 9(2).
       01  WS-HOL-MONTH-NO                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-HOL-MONTH-REM                 PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-PROB-END-DATE-X.
           05  WS-PROB-YYYY                 PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PROB-MM                   PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PROB-DD                   PIC 9(2).
       01  WS-FORB-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-FORB-FOUND                            VALUE 'Y'.
       01  WS-AUD-HOL-X.
           05  FILLER                       PIC X(8)
                                                    VALUE 'HOLIDAY '.
           05  WS-AUD-HOL-MONTHS            PIC 9(2).
           05  FILLER                       PIC X(5)    VALUE ' OPT '.
           05  WS-AUD-HOL-OPT               PIC X(1).
           05  FILLER                       PIC X(6)    VALUE ' TERM '.
           05  WS-AUD-HOL-TERM              PIC 9(4).
      ******************************************************************
      * THIS JOB ONLY EVER RESTRUCTURES THIS BOOK'S HOME ENTITY. THE
      * HOME ENTITY IS LOADED AT STARTUP FROM THE ENTITY CONTROL
      * FILE'S 'H'-FLAGGED RECORD (SEE 100010-LOAD-HOME-ENTITY), THE
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL. WS-AUD-TERMS-X
      * FORMATS A TERM/ROI PAIR IN DISPLAY FORM FOR THE BEFORE/AFTER
      * VALUES.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
           05  FILLER                       PIC X(5)    VALUE 'TERM '.
           05  WS-AUD-TERM-X                PIC 9(4).
           05  FILLER                       PIC X(5)    VALUE ' ROI '.
           05  WS-AUD-ROI-X                 PIC 9(3).9(2).
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
       COPY RATEHIST.
      ******************************************************************
       COPY RFNCAPPR.
      ******************************************************************
       COPY LOANFORB.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
               EVALUATE LOANIN-REQ-TYPE
                   WHEN '07'
                       PERFORM 200000-APPLY-RESTRUCTURE
                   WHEN '13'
                       PERFORM 210000-APPLY-PAYMENT-HOLIDAY
                   WHEN OTHER
                       MOVE LOANIN-REQ-TYPE    TO LREJ-REQ-TYPE
                       MOVE LOANIN-LLOANM-NO   TO LREJ-LLOANM-NO
                       MOVE ZEROS              TO LREJ-SQLCODE
                       MOVE 'NOT A RESTRUCTURE (07/13) REQUEST'
                                               TO LREJ-REASON
                       PERFORM 900100-WRITE-REJECT
               END-EVALUATE
              LOANIN-REQ-TYPE NOT = '07' AND
              LOANIN-REQ-TYPE NOT = '08' AND
              LOANIN-REQ-TYPE NOT = '09' AND
              LOANIN-REQ-TYPE NOT = '10' AND
              LOANIN-REQ-TYPE NOT = '13'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'LOANIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF

               IF WS-EDITS-OK AND LOANIN-REQ-TYPE = '13'
                AND (LOANPH-MONTHS IS NOT NUMERIC
                 OR  LOANPH-MONTHS = '00')
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'HOLIDAY MONTHS NOT NUMERIC OR ZERO'
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF

               IF WS-EDITS-OK AND LOANIN-REQ-TYPE = '13'
                AND NOT LOANPH-INT-CAPITALIZE
                AND NOT LOANPH-INT-SPREAD
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOANPH-INT-OPT NOT C OR S'
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF
           END-IF.
      ******************************************************************
      * THE LOANMNT INPUT STREAM IS SHARED BY THE FOUR LOAN
      * MAINTENANCE PROGRAMS; THIS JOB OWNS THE RESTRUCTURE (07) AND
      * PAYMENT HOLIDAY (13) REQUEST TYPES AND READS PAST ITS
      * SIBLINGS' TYPES WITHOUT COUNTING THEM AS INPUT OR REJECTING
      * THEM - EACH SIBLING
      * APPLIES ITS OWN, SO A MIXED FILE NO LONGER ENDS EVERY STEP
      * AT CONDITION CODE 4 WITH STRUCTURAL REJECT NOISE, AND
      * BALD100'S IN = APPLIED + REJECTED STILL HOLDS PER PROGRAM.
                      AND LOANIN-REQ-TYPE NOT = '08'
                      AND LOANIN-REQ-TYPE NOT = '09'
                      AND LOANIN-REQ-TYPE NOT = '10'
                      AND LOANIN-REQ-TYPE NOT = '11'
                      AND LOANIN-REQ-TYPE NOT = '12'
                      AND LOANIN-REQ-TYPE NOT = '14'
                      AND LOANIN-REQ-TYPE NOT = '15'
                      AND LOANIN-REQ-TYPE NOT = '16'
                      AND LOANIN-REQ-TYPE NOT = '17'
                      AND LOANIN-REQ-TYPE NOT = '18').

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
      ******************************************************************
      * 200000-APPLY-RESTRUCTURE LOOKS UP THE LIVE LOAN, VALIDATES
      * THE NEW TERMS, APPLIES THEM, AND DRIVES THE HISTORY/SCHEDULE/
      * REVIEW SIDE EFFECTS AND THE RELATED-PARTY PRICING CHECK.
       200000-APPLY-RESTRUCTURE.

           MOVE LOANXR-LLOANM-NO TO LLOANM-NO
               ADD 1 TO WS-CTL-RSTR-CNT
               PERFORM 200400-REBUILD-SCHEDULE
               PERFORM 200500-REGISTER-RFNC-REVIEW
               MOVE 'RESTRUCT'       TO WS-AUD-TRAN-TYPE
               MOVE LOANXR-LLOANM-NO TO WS-AUD-KEY
               MOVE WS-OLD-TERM      TO WS-AUD-TERM-X
               MOVE WS-OLD-ROI       TO WS-AUD-ROI-X
               MOVE WS-NEW-ROI       TO WS-AUD-ROI-X
               MOVE WS-AUD-TERMS-X   TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 200600-CHECK-RELATED-PRICING
           ELSE
               MOVE '07'                TO LREJ-REQ-TYPE
               MOVE LOANXR-LLOANM-NO    TO LREJ-LLOANM-NO
           END-IF.
      ******************************************************************
      * 200100-LOOKUP-LOAN PULLS THE LOAN'S CATEGORY, CURRENT TERMS,
      * STATUS, OUTSTANDING BALANCE AND BORROWER OFF LOANMSTR.
       200100-LOOKUP-LOAN.

           MOVE 'N' TO WS-LOAN-FOUND-SW

           EXEC SQL
               SELECT LOANM_CAT, LOANM_TERM, LOANM_ROI,
                      LOANM_MAX_AMT, LOANM_ST, LOANM_CUST_NO
                 INTO :LLOANM-CAT, :WS-OLD-TERM, :WS-OLD-ROI,
                      :WS-CUR-BALANCE, :LLOANM-ST, :LLOANM-CUST-NO
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC
               END-IF
           END-IF.
      ******************************************************************
      * 200600-CHECK-RELATED-PRICING FLAGS A RESTRUCTURE THAT PRICES
      * A RELATED PARTY'S LOAN BELOW ITS PRODUCT RATE. THE BORROWER
      * MUST BE ON THE RELPARTY REGISTER TODAY (SEE RELM100); A
      * PRODUCT OR REGISTER LOOKUP THAT FAILS IS LOGGED AND LEAVES
      * THE LOAN UNFLAGGED - THE RESTRUCTURE HAS ALREADY APPLIED AND
      * RELD100 RE-TESTS THE RATE AT YEAR END. THE AUDIT RECORD
      * CARRIES THE PRODUCT RATE BEFORE AND THE NEW RATE AFTER.
       200600-CHECK-RELATED-PRICING.

           MOVE ZEROS TO WS-PROD-ROI
           MOVE ZEROS TO WS-RELP-CNT

           EXEC SQL
               SELECT LOANP_ROI
                 INTO :WS-PROD-ROI
                 FROM IDC015.LOANPROD
                WHERE LOANP_CAT = :LLOANM-CAT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'LOANPROD'       TO DB2-OBJECT
               MOVE 'SELECT'         TO DB2-STATEMENT
               MOVE LLOANM-CAT       TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               IF WS-NEW-ROI < WS-PROD-ROI
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-RELP-CNT
                         FROM IDC015.RELPARTY
                        WHERE RELP_CUST_NO    = :LLOANM-CUST-NO
                          AND RELP_FROM_DATE <= :WS-TODAY-DATE-X
                          AND RELP_TO_DATE   >= :WS-TODAY-DATE-X
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       MOVE 'RELPARTY'     TO DB2-OBJECT
                       MOVE 'SELECT'       TO DB2-STATEMENT
                       MOVE LLOANM-CUST-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF
               END-IF
           END-IF

           IF WS-RELP-CNT > ZERO
               ADD 1 TO WS-CTL-RPPR-CNT
               DISPLAY 'LOANX100 - RELATED-PARTY LOAN ' LOANXR-LLOANM-NO
                       ' PRICED BELOW PRODUCT RATE'
               MOVE 'RPPRICE'        TO WS-AUD-TRAN-TYPE
               MOVE LOANXR-LLOANM-NO TO WS-AUD-KEY
               MOVE WS-NEW-TERM      TO WS-AUD-TERM-X
               MOVE WS-PROD-ROI      TO WS-AUD-ROI-X
               MOVE WS-AUD-TERMS-X   TO WS-AUD-BEFORE
               MOVE WS-NEW-ROI       TO WS-AUD-ROI-X
               MOVE WS-AUD-TERMS-X   TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
           END-IF.
      ******************************************************************
      * 200300-APPLY-NEW-TERMS UPDATES LOANM_TERM/LOANM_ROI AND
      * RECORDS THE RATE CHANGE ON RATEHIST (NO INDEX CODE - THIS IS
      * A NEGOTIATED WORKOUT RATE, NOT AN INDEX RESET).
               MOVE LOANXR-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 210000-APPLY-PAYMENT-HOLIDAY LOOKS UP THE LIVE LOAN AND ITS
      * PENDING SCHEDULE, VALIDATES THE HOLIDAY, EXTENDS THE TERM BY
      * THE DEFERRED MONTHS, REBUILDS THE DEFERRED SCHEDULE AND FLAGS
      * THE LOAN FORBORNE. THE RATE IS NOT TOUCHED, SO NO RATEHIST
      * ROW AND NO RFNCAPPR REVIEW - A HOLIDAY IS RECORDED AS
      * FORBEARANCE ON LOANFORB INSTEAD.
       210000-APPLY-PAYMENT-HOLIDAY.

           MOVE LOANPH-LLOANM-NO TO LLOANM-NO

           PERFORM 200100-LOOKUP-LOAN

           IF WS-LOAN-FOUND
               PERFORM 210100-LOOKUP-HOLIDAY-BASIS
               PERFORM 210200-VALIDATE-HOLIDAY
               IF WS-RSTR-OK
                   PERFORM 210300-EXTEND-TERM
               END-IF
           ELSE
               MOVE 'N'    TO WS-RSTR-OK-SW
               MOVE ZEROS  TO WS-RSTR-SQLCODE
               MOVE 'UNKNOWN LOAN NUMBER ON PAYMENT HOLIDAY'
                           TO WS-RSTR-REJ-REASON
           END-IF

           IF WS-LOAN-FOUND AND WS-RSTR-OK
               ADD 1 TO WS-CTL-HOL-CNT
               PERFORM 210400-DEFER-SCHEDULE
               PERFORM 210500-REGISTER-FORBEARANCE
               MOVE 'PAYHOLIDAY'     TO WS-AUD-TRAN-TYPE
               MOVE LOANPH-LLOANM-NO TO WS-AUD-KEY
               MOVE WS-OLD-TERM      TO WS-AUD-TERM-X
               MOVE WS-OLD-ROI       TO WS-AUD-ROI-X
               MOVE WS-AUD-TERMS-X   TO WS-AUD-BEFORE
               MOVE WS-HOL-MONTHS    TO WS-AUD-HOL-MONTHS
               MOVE LOANPH-INT-OPT   TO WS-AUD-HOL-OPT
               MOVE WS-NEW-TERM      TO WS-AUD-HOL-TERM
               MOVE WS-AUD-HOL-X     TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               MOVE '13'                TO LREJ-REQ-TYPE
               MOVE LOANPH-LLOANM-NO    TO LREJ-LLOANM-NO
               MOVE WS-RSTR-SQLCODE     TO LREJ-SQLCODE
               MOVE WS-RSTR-REJ-REASON  TO LREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 210100-LOOKUP-HOLIDAY-BASIS COUNTS THE PENDING INSTALLMENTS,
      * TAKES THE OLD NEXT DUE DATE AND THE PRINCIPAL STILL TO BE
      * COLLECTED THROUGH THEM, AND PICKS UP ANY EARLIER LOANFORB
      * ROW FOR THE LOAN.
       210100-LOOKUP-HOLIDAY-BASIS.

           MOVE ZERO   TO WS-HOL-PEND-CNT
           MOVE ZEROS  TO WS-HOL-PEND-PRIN
           MOVE SPACES TO WS-HOL-FIRST-DUE
           MOVE 'N'    TO WS-FORB-FOUND-SW

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MIN(LOANSCH_DUE_DATE), CURRENT DATE),
                      COALESCE(SUM(LOANSCH_PRIN_AMT), 0)
                 INTO :WS-HOL-PEND-CNT, :WS-HOL-FIRST-DUE,
                      :WS-HOL-PEND-PRIN
                 FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT = :LLOANM-CAT
                  AND LOANSCH_NO  = :LLOANM-NO
                  AND LOANSCH_ST  = 'P'
           END-EXEC

           MOVE LLOANM-CAT TO LFRB-CAT
           MOVE LLOANM-NO  TO LFRB-NO

           EXEC SQL
               SELECT LOANF_STATUS, LOANF_STATUS_DATE, LOANF_HOL_END
                 INTO :LFRB-STATUS, :LFRB-STATUS-DATE, :LFRB-HOL-END
                 FROM IDC015.LOANFORB
                WHERE LOANF_CAT = :LFRB-CAT
                  AND LOANF_NO  = :LFRB-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-FORB-FOUND-SW
           END-IF.
      ******************************************************************
      * 210200-VALIDATE-HOLIDAY REJECTS A HOLIDAY ON A LOAN THAT IS
      * NOT ACTIVE, HAS NO PENDING INSTALLMENT LEFT TO DEFER, OR IS
      * STILL INSIDE A HOLIDAY ALREADY GRANTED.
       210200-VALIDATE-HOLIDAY.

           MOVE 'Y'    TO WS-RSTR-OK-SW
           MOVE SPACES TO WS-RSTR-REJ-REASON
           MOVE ZEROS  TO WS-RSTR-SQLCODE

           MOVE LOANPH-MONTHS-N TO WS-HOL-MONTHS

           IF LLOANM-ST NOT = 'A'
               MOVE 'N' TO WS-RSTR-OK-SW
               MOVE 'LOAN IS NOT ACTIVE - NO PAYMENT HOLIDAY'
                        TO WS-RSTR-REJ-REASON
           ELSE
               IF WS-HOL-PEND-CNT = ZERO
                   MOVE 'N' TO WS-RSTR-OK-SW
                   MOVE 'NO PENDING INSTALLMENTS TO DEFER'
                            TO WS-RSTR-REJ-REASON
               END-IF
               IF WS-RSTR-OK AND WS-FORB-FOUND
                AND LFRB-STATUS = 'F'
                AND LFRB-HOL-END > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-RSTR-OK-SW
                   MOVE 'LOAN ALREADY ON A PAYMENT HOLIDAY'
                            TO WS-RSTR-REJ-REASON
               END-IF
           END-IF.
      ******************************************************************
      * 210300-EXTEND-TERM LENGTHENS LOANM_TERM BY THE DEFERRED
      * MONTHS THROUGH THE SAME UPDATE THE RESTRUCTURE USES, WITH THE
      * RATE CARRIED OVER UNCHANGED.
       210300-EXTEND-TERM.

           COMPUTE WS-NEW-TERM = WS-OLD-TERM + WS-HOL-MONTHS
           MOVE WS-OLD-ROI TO WS-NEW-ROI

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200310-UPDATE-LOANMSTR-TERMS
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'N'     TO WS-RSTR-OK-SW
               MOVE SQLCODE TO WS-RSTR-SQLCODE
               MOVE 'TERM EXTENSION FAILED - SEE SQLCODE'
                            TO WS-RSTR-REJ-REASON
               MOVE 'LOANMSTR' TO DB2-OBJECT
               MOVE 'UPDATE'   TO DB2-STATEMENT
               MOVE LOANPH-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 210400-DEFER-SCHEDULE CLEARS THE PENDING ROWS AND REBUILDS
      * THE SAME NUMBER OF INSTALLMENTS, THE FIRST ONE WS-HOL-MONTHS
      * AFTER THE OLD NEXT DUE DATE. SETTLED, SENT AND UNPAID-MARKED
      * ROWS ARE LEFT STANDING EXACTLY AS 200400 LEAVES THEM. THE
      * DEFERRED PRINCIPAL KEEPS EARNING INTEREST AT THE LOAN'S RATE
      * THROUGH THE HOLIDAY: CAPITALIZED, THAT INTEREST IS PART OF
      * THE BALANCE THE NEW SCHEDULE AMORTIZES (LOANI100 ADDS EACH
      * MONTH'S ACCRUAL TO LOANM_MAX_AMT UNTIL THE HOLIDAY ENDS);
      * SPREAD, IT IS SHARED OUT OVER THE NEW INSTALLMENTS' INTEREST
      * PORTIONS, THE LAST ONE TAKING THE ROUNDING REMAINDER, AND
      * LOANI100'S ORDINARY ACCRUALS ARE COLLECTED THROUGH THEM.
       210400-DEFER-SCHEDULE.

           EXEC SQL
               DELETE FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT = :LLOANM-CAT
                  AND LOANSCH_NO  = :LLOANM-NO
                  AND LOANSCH_ST  = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE 'LOANSCHED' TO DB2-OBJECT
               MOVE 'DELETE'    TO DB2-STATEMENT
               MOVE LOANPH-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE ZERO TO WS-SCH-SEQ

           EXEC SQL
               SELECT COALESCE(MAX(LOANSCH_SEQ), 0)
                 INTO :WS-SCH-SEQ
                 FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT = :LLOANM-CAT
                  AND LOANSCH_NO  = :LLOANM-NO
           END-EXEC

           COMPUTE WS-HOL-INT ROUNDED =
               WS-HOL-PEND-PRIN * WS-OLD-ROI * WS-HOL-MONTHS / 12 / 100

           MOVE 'Y'              TO WS-SCH-OK-SW
           MOVE ZERO             TO WS-SCH-BUILT
           MOVE ZEROS            TO WS-HOL-INT-SHARE
           MOVE ZEROS            TO WS-HOL-INT-LEFT
           MOVE WS-HOL-PEND-PRIN TO WS-SCH-BALANCE

           IF LOANPH-INT-CAPITALIZE
               ADD WS-HOL-INT TO WS-SCH-BALANCE
           ELSE
               MOVE WS-HOL-INT TO WS-HOL-INT-LEFT
               COMPUTE WS-HOL-INT-SHARE ROUNDED =
                   WS-HOL-INT / WS-HOL-PEND-CNT
           END-IF

           COMPUTE WS-SCH-PRIN ROUNDED =
               WS-SCH-BALANCE / WS-HOL-PEND-CNT

      * THE MONTHLY STEP IN 210410 ADDS ONE MONTH BEFORE EACH ROW,
      * SO THE BUILD STARTS ONE MONTH SHORT OF THE DEFERRAL.
           COMPUTE WS-HOL-MONTH-NO =
                 WS-HOL-FD-YYYY * 12 + WS-HOL-FD-MM - 1
               + WS-HOL-MONTHS - 1
           DIVIDE WS-HOL-MONTH-NO BY 12
               GIVING WS-SCH-DUE-YYYY REMAINDER WS-HOL-MONTH-REM
           COMPUTE WS-SCH-DUE-MM = WS-HOL-MONTH-REM + 1
           MOVE WS-HOL-FD-DD TO WS-SCH-DUE-DD
           IF WS-SCH-DUE-DD > 28
               MOVE 28 TO WS-SCH-DUE-DD
           END-IF

           MOVE WS-HOL-FIRST-DUE TO WS-HOL-END-DATE

           PERFORM 210410-BUILD-ONE-DEFERRED
               UNTIL WS-SCH-BUILT >= WS-HOL-PEND-CNT
                  OR NOT WS-SCH-OK.
      ******************************************************************
       210410-BUILD-ONE-DEFERRED.

           ADD 1 TO WS-SCH-SEQ
           ADD 1 TO WS-SCH-BUILT

           ADD 1 TO WS-SCH-DUE-MM
           IF WS-SCH-DUE-MM > 12
               MOVE 1 TO WS-SCH-DUE-MM
               ADD 1 TO WS-SCH-DUE-YYYY
           END-IF

           COMPUTE WS-SCH-INT ROUNDED =
               WS-SCH-BALANCE * WS-OLD-ROI / 12 / 100

           IF LOANPH-INT-SPREAD
               IF WS-SCH-BUILT = WS-HOL-PEND-CNT
                   ADD WS-HOL-INT-LEFT TO WS-SCH-INT
               ELSE
                   ADD WS-HOL-INT-SHARE TO WS-SCH-INT
                   SUBTRACT WS-HOL-INT-SHARE FROM WS-HOL-INT-LEFT
               END-IF
           END-IF

           IF WS-SCH-BUILT = WS-HOL-PEND-CNT
            OR WS-SCH-PRIN > WS-SCH-BALANCE
               MOVE WS-SCH-BALANCE TO WS-SCH-PRIN
           END-IF

           SUBTRACT WS-SCH-PRIN FROM WS-SCH-BALANCE

           MOVE WS-SCH-DUE-YYYY    TO WS-SCH-DX-YYYY
           MOVE WS-SCH-DUE-MM      TO WS-SCH-DX-MM
           MOVE WS-SCH-DUE-DD      TO WS-SCH-DX-DD

           MOVE LLOANM-CAT         TO LSCH-CAT
           MOVE LLOANM-NO          TO LSCH-NO
           MOVE WS-SCH-SEQ         TO LSCH-SEQ
           PERFORM 200415-ROLL-DUE-DATE
           MOVE WS-SCH-PRIN        TO LSCH-PRIN-AMT
           MOVE WS-SCH-INT         TO LSCH-INT-AMT
           MOVE WS-SCH-BALANCE     TO LSCH-EXP-BAL
           MOVE 'P'                TO LSCH-ST
           MOVE SPACES             TO LSCH-PAID-DATE

           IF WS-SCH-BUILT = 1
               MOVE LSCH-DUE-DATE TO WS-HOL-END-DATE
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200420-INSERT-LOANSCHED-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-SCH-OK-SW
               DISPLAY 'LOANX100 - SCHEDULE INSERT FAILED FOR LOAN '
                       LLOANM-NO ' SEQ ' WS-SCH-SEQ
                       ' SQLCODE ' SQLCODE
               MOVE 'LOANSCHED' TO DB2-OBJECT
               MOVE 'INSERT'    TO DB2-STATEMENT
               MOVE LOANPH-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 210500-REGISTER-FORBEARANCE FLAGS THE LOAN FORBORNE ON
      * LOANFORB: HOLIDAY TERMS, THE FIRST DUE DATE AFTER THE HOLIDAY
      * AND THE END OF THE PROBATION PERIOD THAT RUNS FROM IT. A
      * LOAN ALREADY ON LOANFORB HAS ITS ROW REPLACED, SO A FURTHER
      * HOLIDAY RESTARTS PROBATION - EXCEPT THAT A LOAN WHICH HAS
      * DEFAULTED WHILE FORBORNE STAYS 'D' UNTIL IT IS CLEARED BY
      * HAND, SO A NEW HOLIDAY CANNOT QUIETLY CURE IT.
       210500-REGISTER-FORBEARANCE.

           COMPUTE WS-HOL-MONTH-NO =
                 WS-HOL-ED-YYYY * 12 + WS-HOL-ED-MM - 1
               + WS-FORB-PROB-MONTHS
           DIVIDE WS-HOL-MONTH-NO BY 12
               GIVING WS-PROB-YYYY REMAINDER WS-HOL-MONTH-REM
           COMPUTE WS-PROB-MM = WS-HOL-MONTH-REM + 1
           MOVE WS-HOL-ED-DD TO WS-PROB-DD
           IF WS-PROB-DD > 28
               MOVE 28 TO WS-PROB-DD
           END-IF

           MOVE LLOANM-CAT          TO LFRB-CAT
           MOVE LLOANM-NO           TO LFRB-NO
           MOVE WS-TODAY-DATE-X     TO LFRB-START-DATE
           MOVE WS-HOL-MONTHS       TO LFRB-HOL-MONTHS
           MOVE WS-HOL-END-DATE     TO LFRB-HOL-END
           MOVE LOANPH-INT-OPT      TO LFRB-INT-OPT
           MOVE WS-HOL-INT          TO LFRB-HOL-INT
           MOVE WS-PROB-END-DATE-X  TO LFRB-PROB-END

           IF NOT WS-FORB-FOUND OR LFRB-STATUS NOT = 'D'
               MOVE 'F'             TO LFRB-STATUS
               MOVE WS-TODAY-DATE-X TO LFRB-STATUS-DATE
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 210510-UPSERT-LOANFORB-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               DISPLAY 'LOANX100 - LOANFORB UPSERT FAILED FOR LOAN '
                       LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'LOANFORB' TO DB2-OBJECT
               MOVE 'UPSERT'   TO DB2-STATEMENT
               MOVE LOANPH-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       210510-UPSERT-LOANFORB-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-FORB-FOUND
               EXEC SQL
                   UPDATE IDC015.LOANFORB
                      SET LOANF_START_DATE  = :LFRB-START-DATE,
                          LOANF_HOL_MONTHS  = :LFRB-HOL-MONTHS,
                          LOANF_HOL_END     = :LFRB-HOL-END,
                          LOANF_INT_OPT     = :LFRB-INT-OPT,
                          LOANF_HOL_INT     = :LFRB-HOL-INT,
                          LOANF_PROB_END    = :LFRB-PROB-END,
                          LOANF_STATUS      = :LFRB-STATUS,
                          LOANF_STATUS_DATE = :LFRB-STATUS-DATE
                    WHERE LOANF_CAT = :LFRB-CAT
                      AND LOANF_NO  = :LFRB-NO
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO IDC015.LOANFORB
                       ( LOANF_CAT, LOANF_NO, LOANF_START_DATE,
                         LOANF_HOL_MONTHS, LOANF_HOL_END,
                         LOANF_INT_OPT, LOANF_HOL_INT,
                         LOANF_PROB_END, LOANF_STATUS,
                         LOANF_STATUS_DATE )
                   VALUES
                       ( :LFRB-CAT, :LFRB-NO, :LFRB-START-DATE,
                         :LFRB-HOL-MONTHS, :LFRB-HOL-END,
                         :LFRB-INT-OPT, :LFRB-HOL-INT,
                         :LFRB-PROB-END, :LFRB-STATUS,
                         :LFRB-STATUS-DATE )
               END-EXEC
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR A SUCCESSFULLY APPLIED RESTRUCTURE OR PAYMENT
      * HOLIDAY. THE CALLER SETS WS-AUD-TRAN-TYPE, WS-AUD-KEY,
      * WS-AUD-BEFORE AND WS-AUD-AFTER BEFORE
      * PERFORMING THIS PARAGRAPH. LOANTRAN CARRIES NO USER OR
      * TERMINAL IDENTIFICATION SO THOSE FIELDS ARE LOGGED AS SPACES.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'LOANX100'     TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY     TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE  TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER   TO AUDTRL-AFTER-VAL
           DISPLAY 'LOANX100 CONTROL TOTALS'
           DISPLAY '  LOANS RESTRUCTURED ............... : '
                   WS-CTL-RSTR-CNT
           DISPLAY '  PAYMENT HOLIDAYS GRANTED ......... : '
                   WS-CTL-HOL-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '  TRANSACTIONS SUSPENDED ........... : '
                   WS-CTL-SUS-CNT
           DISPLAY '  RELATED-PARTY RATES BELOW PRODUCT  : '
                   WS-CTL-RPPR-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
           MOVE 'LOANX100'      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-RSTR-CNT + WS-CTL-HOL-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

