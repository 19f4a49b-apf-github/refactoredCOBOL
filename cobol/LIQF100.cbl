      * THE REPORT SHOWS GROSS AND HAIRCUT INFLOWS, EACH OUTFLOW
      * LEG, AND THE NET AND CUMULATIVE POSITION PER WEEK. WEEK DAY
      * COUNTS USE THE SHOP'S 30/360 CONVENTION.
      * INSTALLMENTS ARE DUE IN THEIR LOAN'S CURRENCY (LOANM_CCY) AND
      * DEPOSITS MATURE IN THE ACCOUNT CURRENCY (DEPM_CCY), SO EACH
      * FLOW IS CONVERTED TO THE HOME CURRENCY AT THE QBEC9900 RATE
      * BEFORE IT IS BUCKETED; THE WHOLE FORECAST IS IN THE HOME
      * CURRENCY. A FLOW WHOSE CURRENCY HAS NO RATE CANNOT BE
      * VALUED: IT IS COUNTED AND LEFT OUT, AND THE RUN ENDS CC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-DEPO-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE HORIZON AND THE PER-WEEK ACCUMULATORS (UP TO 26 WEEKS).
       01  WS-HORIZON-WEEKS                 PIC S9(3)   COMP-3
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-DD                     PIC 9(2).
      ******************************************************************
      * WORKING-STORAGE FOR THE HOME-CURRENCY CONVERSION. THE CALLER
      * PUTS THE CURRENCY IN WS-CONV-REQ-CCY; WS-CONV-CCY IS THE
      * CURRENCY WHOSE QBEC9900 RATE AND QUOTATION FLAG ARE HELD IN
      * WS-CONV-RATE AND WS-CONV-FLAG, SO THE RATE IS ONLY LOOKED UP
      * AGAIN WHEN THE CURRENCY CHANGES (ZERO RATE FOR THE HOME
      * CURRENCY, WHICH NEEDS NO CONVERSION).
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
       01  WS-CONV-REQ-CCY                  PIC X(3)    VALUE SPACES.
       01  WS-CONV-CCY                      PIC X(3)
                                                 VALUE LOW-VALUES.
       01  WS-CONV-RATE-OK-SW               PIC X(1)    VALUE 'Y'.
           88  WS-CONV-RATE-OK                          VALUE 'Y'.
       01  WS-CONV-RATE                     PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-CONV-FLAG                     PIC X(1)    VALUE SPACE.
           88  WS-CONV-INDIRECT                         VALUE 'I'.
       01  WS-CONV-AMT                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CONV-HOME-AMT                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
      * FORECAST ARITHMETIC FOR THE PRINT PASS.
       01  WS-NET-INFLOW                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      * PRINT LINES.
       01  WS-HDR1-LINE                     PIC X(132)  VALUE
               'LIQF100 - WEEKLY CASH-FLOW FORECAST (HAIRCUT INFLOWS,
      -        ' PRUDENT OUTFLOWS) - HOME CURRENCY'.
       01  WS-HDR2-LINE                     PIC X(132)  VALUE
               'WK     GROSS INFLOW       NET INFLOW      DEP MATURIT
      -        'Y    FACILITY DRAW         NET FLOW       CUMULATIVE'.
           05  FILLER                       PIC X(17)   VALUE SPACES.
      ******************************************************************
       COPY LOANSCHD.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * EXPECTED INSTALLMENTS: STILL PENDING, OUT FOR COLLECTION OR
      * SWEPT AND NOT YET BOOKED, DUE FROM TODAY FORWARD, EACH WITH
      * ITS LOAN'S CURRENCY.
           EXEC SQL
               DECLARE LIQF-SCHD-CSR CURSOR FOR
                   SELECT S.LOANSCH_DUE_DATE, S.LOANSCH_PRIN_AMT,
                          S.LOANSCH_INT_AMT, L.LOANM_CCY
                     FROM IDC015.LOANSCHED S,
                          IDC015.LOANMSTR L
                    WHERE S.LOANSCH_ST IN ('P', 'S', 'W')
                      AND S.LOANSCH_DUE_DATE >= :WS-TODAY-DATE-X
                      AND L.LOANM_CAT = S.LOANSCH_CAT
                      AND L.LOANM_NO  = S.LOANSCH_NO
           END-EXEC.
      ******************************************************************
      * DEPOSIT MATURITIES FROM TODAY FORWARD. A DORMANT ACCOUNT IS
      * STILL OWED TO ITS HOLDER AND STAYS IN THE FORECAST.
           EXEC SQL
               DECLARE LIQF-DEPO-CSR CURSOR FOR
                   SELECT DEPM_MAT_DATE, DEPM_BAL, DEPM_CCY
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_ST IN ('A', 'D')
                      AND DEPM_MAT_DATE >= :WS-TODAY-DATE-X
           END-EXEC.
      ******************************************************************

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
       100010-READ-HORIZON.

           EXEC SQL
               FETCH LIQF-SCHD-CSR
                INTO :LSCH-DUE-DATE, :LSCH-PRIN-AMT, :LSCH-INT-AMT,
                     :LLOANM-CCY
           END-EXEC

           IF SQLCODE NOT = ZERO
           PERFORM 600000-FIND-WEEK

           IF WS-WEEK-HIT > ZERO
               MOVE LLOANM-CCY TO WS-CONV-REQ-CCY
               PERFORM 900400-LOOKUP-RATE

               IF WS-CONV-RATE-OK
                   ADD 1 TO WS-CTL-INST-CNT
                   COMPUTE WS-CONV-AMT = LSCH-PRIN-AMT + LSCH-INT-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   ADD WS-CONV-HOME-AMT TO WS-WK-INFLOW (WS-WEEK-HIT)
               ELSE
                   ADD 1 TO WS-CTL-NORATE-CNT
               END-IF
           END-IF

           PERFORM 200100-FETCH-ONE-INSTALLMENT.

           EXEC SQL
               FETCH LIQF-DEPO-CSR
                INTO :DEPM-MAT-DATE, :DEPM-BAL, :DEPM-CCY
           END-EXEC

           IF SQLCODE NOT = ZERO
           PERFORM 600000-FIND-WEEK

           IF WS-WEEK-HIT > ZERO
               MOVE DEPM-CCY TO WS-CONV-REQ-CCY
               PERFORM 900400-LOOKUP-RATE

               IF WS-CONV-RATE-OK
                   ADD 1 TO WS-CTL-DEPO-CNT
                   MOVE DEPM-BAL TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   ADD WS-CONV-HOME-AMT TO WS-WK-DEP-OUT (WS-WEEK-HIT)
               ELSE
                   ADD 1 TO WS-CTL-NORATE-CNT
               END-IF
           END-IF

           PERFORM 300100-FETCH-ONE-DEPOSIT.

           WRITE RE-LIQFRPT FROM WS-FC-LINE.
      ******************************************************************
      * 900400-LOOKUP-RATE TAKES THE RATE AND QUOTATION FLAG OF THE
      * CURRENCY IN WS-CONV-REQ-CCY FROM QBEC9900, UNLESS THEY ARE
      * ALREADY HELD FOR THAT CURRENCY. THE HOME CURRENCY (OR NONE
      * RECORDED) NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A ZERO RATE
      * (NO RATE MAINTAINED), CLEARS WS-CONV-RATE-OK AND IS REPORTED.
       900400-LOOKUP-RATE.

           IF WS-CONV-REQ-CCY NOT = WS-CONV-CCY
               MOVE WS-CONV-REQ-CCY TO WS-CONV-CCY
               MOVE 'Y'             TO WS-CONV-RATE-OK-SW
               MOVE ZEROS           TO WS-CONV-RATE
               MOVE SPACE           TO WS-CONV-FLAG

               IF WS-CONV-CCY NOT = SPACES
                AND WS-CONV-CCY NOT = WS-HOME-CCY
                   MOVE WS-CONV-CCY         TO QBEC9900-COD-ENTITY
                   MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
                   SET QBEC9900-FUNC-INQUIRE TO TRUE

                   CALL 'QBEC9900' USING WS-QBEC9900-AREA

                   IF QBEC9900-88-COD-RETURN-OK
                    AND QBEC9900-EXCH-RATE NOT = ZERO
                       MOVE QBEC9900-EXCH-RATE    TO WS-CONV-RATE
                       MOVE QBEC9900-FLG-EXCHANGE TO WS-CONV-FLAG
                   ELSE
                       MOVE 'N' TO WS-CONV-RATE-OK-SW
                       DISPLAY 'LIQF100 - NO RATE FOR CURRENCY '
                               WS-CONV-CCY ' - ITS FLOWS ARE LEFT '
                               'OUT OF THE FORECAST'
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 900500-CONVERT-TO-HOME CONVERTS WS-CONV-AMT TO THE HOME
      * CURRENCY IN WS-CONV-HOME-AMT - DIVIDING FOR AN INDIRECTLY
      * QUOTED CURRENCY AND MULTIPLYING OTHERWISE, AS RV3C0100'S
      * 220050-CONVERT-TO-BASE-CCY DOES. A HOME-CURRENCY AMOUNT IS
      * TAKEN AS IT STANDS.
       900500-CONVERT-TO-HOME.

           EVALUATE TRUE
               WHEN WS-CONV-RATE = ZERO
                   MOVE WS-CONV-AMT TO WS-CONV-HOME-AMT
               WHEN WS-CONV-INDIRECT
                   COMPUTE WS-CONV-HOME-AMT ROUNDED =
                       WS-CONV-AMT / WS-CONV-RATE
               WHEN OTHER
                   COMPUTE WS-CONV-HOME-AMT ROUNDED =
                       WS-CONV-AMT * WS-CONV-RATE
           END-EVALUATE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
           DISPLAY '  DEPOSIT MATURITIES IN HORIZON .... : '
                   WS-CTL-DEPO-CNT
           DISPLAY '  UNDRAWN COMMITMENT TOTAL ......... : '
                   WS-UNDRAWN-TOTAL
           DISPLAY '  FLOWS WITH NO RATE (LEFT OUT) .... : '
                   WS-CTL-NORATE-CNT.
      ******************************************************************
