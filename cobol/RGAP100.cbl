      * SHOWS ASSETS, LIABILITIES, NET GAP AND CUMULATIVE GAP PER
      * BAND; A POSITION ALREADY PAST ITS REPRICING DATE LANDS IN
      * THE FIRST BAND - IT REPRICES AT THE NEXT OPPORTUNITY.
      * LOANS ARE HELD IN THEIR OWN CURRENCY (LOANM_CCY) AND
      * DEPOSITS IN THE ACCOUNT CURRENCY (DEPM_CCY), SO EACH
      * POSITION IS CONVERTED TO THE HOME CURRENCY AT THE QBEC9900
      * RATE BEFORE IT IS BANDED; THE GAP IS IN THE HOME CURRENCY. A
      * POSITION WHOSE CURRENCY HAS NO RATE CANNOT BE VALUED: IT IS
      * COUNTED AND LEFT OUT, AND THE RUN ENDS CC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-DEPO-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE SEVEN STANDARD TIME BANDS: UPPER BOUND IN 30/360 DAYS
      * (THE LAST BAND IS OPEN-ENDED), ONE ASSET AND ONE LIABILITY
       01  WS-DAYS-TO-REPRICE               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
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
      * GAP ARITHMETIC FOR THE PRINT PASS.
       01  WS-NET-GAP                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      * PRINT LINES.
       01  WS-HDR1-LINE                     PIC X(132)  VALUE
               'RGAP100 - REPRICING GAP BY TIME BAND (30/360 DAY
      -        'COUNTS) - HOME CURRENCY'.
       01  WS-HDR2-LINE                     PIC X(132)  VALUE
               'BAND              ASSETS         LIABILITIES
      -        '   NET GAP      CUMULATIVE GAP'.
      * REPRICING AT ITS NEXT RESET.
           EXEC SQL
               DECLARE RGAP-IDXL-CSR CURSOR FOR
                   SELECT R.LRATE_NEXT_RESET, L.LOANM_MAX_AMT,
                          L.LOANM_CCY
                     FROM IDC015.LOANRATE R,
                          IDC015.LOANMSTR L
                    WHERE L.LOANM_CAT = R.LRATE_CAT
           EXEC SQL
               DECLARE RGAP-FIXL-CSR CURSOR FOR
                   SELECT L.LOANM_ORIG_DATE, L.LOANM_TERM,
                          L.LOANM_MAX_AMT, L.LOANM_CCY
                     FROM IDC015.LOANMSTR L
                    WHERE L.LOANM_ST = 'A'
                      AND NOT EXISTS
                               AND R.LRATE_NO  = L.LOANM_NO )
           END-EXEC.
      ******************************************************************
      * DEPOSITS: EVERY ACTIVE OR DORMANT DEPOSIT - TERM MONEY
      * REPRICES AT MATURITY, CALL MONEY (OPEN 9999-12-31 MATURITY)
      * ON DEMAND.
           EXEC SQL
               DECLARE RGAP-DEPO-CSR CURSOR FOR
                   SELECT DEPM_MAT_DATE, DEPM_BAL, DEPM_CCY
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_ST IN ('A', 'D')
           END-EXEC.
      ******************************************************************


           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
       110000-CLEAR-BANDS.

           EXEC SQL
               FETCH RGAP-IDXL-CSR
                INTO :LRATE-NEXT-RESET, :LLOANM-MAX-AMT,
                     :LLOANM-CCY
           END-EXEC

           IF SQLCODE NOT = ZERO
      ******************************************************************
       200200-BUCKET-ONE-INDEX-LOAN.

           MOVE LLOANM-CCY TO WS-CONV-REQ-CCY
           PERFORM 900400-LOOKUP-RATE

           IF WS-CONV-RATE-OK
               ADD 1 TO WS-CTL-IDXL-CNT

               MOVE LRATE-NEXT-RESET TO WS-WORK-DATE-X
               PERFORM 600000-DAYS-TO-WORK-DATE
               PERFORM 610000-FIND-BAND

               MOVE LLOANM-MAX-AMT TO WS-CONV-AMT
               PERFORM 900500-CONVERT-TO-HOME
               ADD WS-CONV-HOME-AMT
                   TO WS-BAND-ASSET (WS-BAND-HIT-IX)
           ELSE
               ADD 1 TO WS-CTL-NORATE-CNT
           END-IF

           PERFORM 200100-FETCH-ONE-INDEX-LOAN.
      ******************************************************************
           EXEC SQL
               FETCH RGAP-FIXL-CSR
                INTO :LLOANM-ORIG-DATE, :LLOANM-TERM,
                     :LLOANM-MAX-AMT, :LLOANM-CCY
           END-EXEC

           IF SQLCODE NOT = ZERO
      * THE ORIGINATION DAY NUMBER PLUS THIRTY PER TERM MONTH.
       300200-BUCKET-ONE-FIXED-LOAN.

           MOVE LLOANM-CCY TO WS-CONV-REQ-CCY
           PERFORM 900400-LOOKUP-RATE

           IF WS-CONV-RATE-OK
               ADD 1 TO WS-CTL-FIXL-CNT

               MOVE LLOANM-ORIG-DATE TO WS-WORK-DATE-X
               PERFORM 600000-DAYS-TO-WORK-DATE
               COMPUTE WS-DAYS-TO-REPRICE =
                   WS-DAYS-TO-REPRICE + LLOANM-TERM * 30
               PERFORM 610000-FIND-BAND

               MOVE LLOANM-MAX-AMT TO WS-CONV-AMT
               PERFORM 900500-CONVERT-TO-HOME
               ADD WS-CONV-HOME-AMT
                   TO WS-BAND-ASSET (WS-BAND-HIT-IX)
           ELSE
               ADD 1 TO WS-CTL-NORATE-CNT
           END-IF

           PERFORM 300100-FETCH-ONE-FIXED-LOAN.
      ******************************************************************

           EXEC SQL
               FETCH RGAP-DEPO-CSR
                INTO :DEPM-MAT-DATE, :DEPM-BAL, :DEPM-CCY
           END-EXEC

           IF SQLCODE NOT = ZERO
      * TO THE 0-1M BAND INSTEAD OF THROUGH THE DAY COUNT.
       400200-BUCKET-ONE-DEPOSIT.

           MOVE DEPM-CCY TO WS-CONV-REQ-CCY
           PERFORM 900400-LOOKUP-RATE

           IF WS-CONV-RATE-OK
               ADD 1 TO WS-CTL-DEPO-CNT

               IF DEPM-MAT-DATE(1:4) = '9999'
                   MOVE 1 TO WS-BAND-HIT-IX
               ELSE
                   MOVE DEPM-MAT-DATE TO WS-WORK-DATE-X
                   PERFORM 600000-DAYS-TO-WORK-DATE
                   PERFORM 610000-FIND-BAND
               END-IF

               MOVE DEPM-BAL TO WS-CONV-AMT
               PERFORM 900500-CONVERT-TO-HOME
               ADD WS-CONV-HOME-AMT TO WS-BAND-LIAB (WS-BAND-HIT-IX)
           ELSE
               ADD 1 TO WS-CTL-NORATE-CNT
           END-IF

           PERFORM 400100-FETCH-ONE-DEPOSIT.
      ******************************************************************
      * 600000-DAYS-TO-WORK-DATE COUNTS THE 30/360 DAYS FROM TODAY

           WRITE RE-RGAPRPT FROM WS-GAP-LINE.
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
                       DISPLAY 'RGAP100 - NO RATE FOR CURRENCY '
                               WS-CONV-CCY ' - ITS POSITIONS ARE '
                               'LEFT OUT OF THE GAP'
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
           DISPLAY '  FIXED LOANS BUCKETED ............. : '
                   WS-CTL-FIXL-CNT
           DISPLAY '  TERM DEPOSITS BUCKETED ........... : '
                   WS-CTL-DEPO-CNT
           DISPLAY '  POSITIONS WITH NO RATE (LEFT OUT)  : '
                   WS-CTL-NORATE-CNT.
      ******************************************************************
