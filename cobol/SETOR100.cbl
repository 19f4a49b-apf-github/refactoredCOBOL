      * SET-OFF CANDIDATES BY RECOVERABLE AMOUNT (THE LESSER OF THE
      * SETTABLE DEPOSITS AND THE EXPOSURE) SO THE COLLECTIONS TEAM
      * WORKS THE BIGGEST RECOVERIES FIRST.
      * LOANS AND DEPOSITS ARE HELD IN THEIR OWN CURRENCIES
      * (LOANM_CCY, DEPM_CCY), SO EACH CUSTOMER'S EXPOSURE AND
      * DEPOSITS ARE TOTALLED PER CURRENCY AND EACH CURRENCY TOTAL
      * IS CONVERTED TO THE HOME CURRENCY AT THE QBEC9900 RATE
      * BEFORE THE NETTING; EVERY AMOUNT ON THE REPORT IS IN THE
      * HOME CURRENCY. A CURRENCY WITH NO RATE CANNOT BE VALUED: ITS
      * TOTAL IS LEFT OUT, THE CUSTOMER'S LINE IS NOTED 'UNVALUED',
      * AND THE RUN ENDS CC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-GRP-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-GRP-EOF                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
                                                         VALUE ZEROS.
           05  WS-CTL-CAND-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FOR THE MATURED-DEPOSIT PREDICATE.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
                                                         VALUE ZEROS.
       01  WS-DELQ-SW                       PIC X(1)    VALUE 'N'.
           88  WS-DELINQUENT                            VALUE 'Y'.
       01  WS-NORATE-SW                     PIC X(1)    VALUE 'N'.
           88  WS-UNVALUED                              VALUE 'Y'.
      ******************************************************************
      * ONE CURRENCY TOTAL FROM THE EXPOSURE OR DEPOSIT CURSOR.
       01  WS-GRP-CCY                       PIC X(3)    VALUE SPACES.
       01  WS-GRP-BAL                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-SETTABLE                  PIC S9(13)V9(2) COMP-3
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
      * THE RANKED SET-OFF CANDIDATE TABLE, KEPT IN DESCENDING
      * RECOVERABLE-AMOUNT ORDER BY INSERTION (300000-RANK-
           05  WS-NP-SETTABLE               PIC Z(12)9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-NP-FLAG                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-NP-NOTE                   PIC X(8).
           05  FILLER                       PIC X(18)   VALUE SPACES.
       01  WS-CAND-LINE.
           05  WS-CD-RANK                   PIC ZZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR READS EVERY CUSTOMER WITH ACTIVE LENDING, IN
      * CUSTOMER ORDER.
           EXEC SQL
               DECLARE SETOR100-CSR CURSOR FOR
                   SELECT DISTINCT LOANM_CUST_NO
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_ST = 'A'
                    ORDER BY LOANM_CUST_NO
           END-EXEC.
      ******************************************************************
      * EXPOSURE CURSOR: THE CUSTOMER'S OUTSTANDING ACTIVE LOAN
      * BALANCES, TOTALLED PER LOAN CURRENCY.
           EXEC SQL
               DECLARE SETOR-EXPO-CSR CURSOR FOR
                   SELECT LOANM_CCY, SUM(LOANM_MAX_AMT)
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_CUST_NO = :WS-CUST-NO
                      AND LOANM_ST      = 'A'
                    GROUP BY LOANM_CCY
           END-EXEC.
      ******************************************************************
      * DEPOSIT CURSOR: THE CUSTOMER'S ACTIVE DEPOSIT BALANCES, AND
      * SEPARATELY THE SETTABLE ONES, TOTALLED PER ACCOUNT CURRENCY.
           EXEC SQL
               DECLARE SETOR-DEPO-CSR CURSOR FOR
                   SELECT DEPM_CCY, SUM(DEPM_BAL),
                          SUM(CASE
                                WHEN DEPM_MAT_DATE <= :WS-TODAY-DATE-X
                                  OR DEPM_MAT_DATE = '9999-12-31'
                                THEN DEPM_BAL
                                ELSE 0 END)
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_CUST_NO = :WS-CUST-NO
                      AND DEPM_ST      = 'A'
                    GROUP BY DEPM_CCY
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

      -        'F'
               TO RE-SETORPT
           WRITE RE-SETORPT
           MOVE SPACES TO RE-SETORPT
           STRING 'ALL AMOUNTS IN ' WS-HOME-CCY
                  DELIMITED BY SIZE
               INTO RE-SETORPT
           END-STRING
           WRITE RE-SETORPT
           MOVE 'CUSTOMER          EXPOSURE         DEPOSITS
      -        '  NET         SETTABLE   FLAG        NOTE'
               TO RE-SETORPT
           WRITE RE-SETORPT


           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
       100200-FETCH-ONE-CUSTOMER.

           EXEC SQL
               FETCH SETOR100-CSR
                INTO :WS-CUST-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               END-IF
           END-IF.
      ******************************************************************
      * 200000-PROCESS-ONE-CUSTOMER GATHERS THE CUSTOMER'S EXPOSURE,
      * DEPOSIT AND DELINQUENCY FIGURES, PRINTS THE NET-POSITION
      * LINE, AND
      * RANKS A DELINQUENT BORROWER WITH SETTABLE DEPOSITS INTO THE
      * CANDIDATE TABLE.
       200000-PROCESS-ONE-CUSTOMER.

           ADD 1 TO WS-CTL-CUST-CNT

           MOVE 'N' TO WS-NORATE-SW

           PERFORM 205000-SUM-EXPOSURE
           PERFORM 210000-SUM-DEPOSITS
           PERFORM 220000-CHECK-DELINQUENCY

               MOVE SPACES TO WS-NP-FLAG
           END-IF

           IF WS-UNVALUED
               MOVE 'UNVALUED' TO WS-NP-NOTE
           ELSE
               MOVE SPACES     TO WS-NP-NOTE
           END-IF

           WRITE RE-SETORPT FROM WS-NETP-LINE

           PERFORM 100200-FETCH-ONE-CUSTOMER.
      ******************************************************************
      * 205000-SUM-EXPOSURE TOTALS THE CUSTOMER'S ACTIVE LOAN
      * BALANCES IN THE HOME CURRENCY, ONE LOAN CURRENCY AT A TIME.
       205000-SUM-EXPOSURE.

           MOVE ZEROS TO WS-LOAN-EXPO
           MOVE 'N'   TO WS-GRP-EOF-SW

           EXEC SQL
               OPEN SETOR-EXPO-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-GRP-EOF-SW
               MOVE 'LOANMSTR'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           PERFORM 205100-ADD-ONE-LOAN-CCY UNTIL WS-GRP-EOF

           EXEC SQL
               CLOSE SETOR-EXPO-CSR
           END-EXEC.
      ******************************************************************
       205100-ADD-ONE-LOAN-CCY.

           EXEC SQL
               FETCH SETOR-EXPO-CSR
                INTO :WS-GRP-CCY, :WS-GRP-BAL
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-GRP-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'LOANMSTR'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               MOVE WS-GRP-CCY TO WS-CONV-REQ-CCY
               PERFORM 900400-LOOKUP-RATE

               IF WS-CONV-RATE-OK
                   MOVE WS-GRP-BAL TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   ADD WS-CONV-HOME-AMT TO WS-LOAN-EXPO
               ELSE
                   PERFORM 215000-NOTE-NO-RATE
               END-IF
           END-IF.
      ******************************************************************
      * 210000-SUM-DEPOSITS TOTALS THE CUSTOMER'S ACTIVE DEPOSIT
      * BALANCES, AND SEPARATELY THE SETTABLE ONES: MATURED TERM
      * DEPOSITS AND CALL DEPOSITS (THE 9999-12-31 OPEN MATURITY).
      * A LIVE TERM DEPOSIT CANNOT LEGALLY BE SET OFF BEFORE ITS
      * MATURITY, SO IT COUNTS IN THE NET POSITION BUT NOT HERE.
      * BOTH ARE TOTALLED IN THE HOME CURRENCY, ONE ACCOUNT CURRENCY
      * AT A TIME.
       210000-SUM-DEPOSITS.

           MOVE ZEROS TO WS-DEP-TOTAL
           MOVE ZEROS TO WS-DEP-SETTABLE
           MOVE 'N'   TO WS-GRP-EOF-SW

           EXEC SQL
               OPEN SETOR-DEPO-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-GRP-EOF-SW
               MOVE 'DEPOMSTR'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           PERFORM 210100-ADD-ONE-DEPOSIT-CCY UNTIL WS-GRP-EOF

           EXEC SQL
               CLOSE SETOR-DEPO-CSR
           END-EXEC.
      ******************************************************************
       210100-ADD-ONE-DEPOSIT-CCY.

           EXEC SQL
               FETCH SETOR-DEPO-CSR
                INTO :WS-GRP-CCY, :WS-GRP-BAL, :WS-GRP-SETTABLE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-GRP-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'DEPOMSTR'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               MOVE WS-GRP-CCY TO WS-CONV-REQ-CCY
               PERFORM 900400-LOOKUP-RATE

               IF WS-CONV-RATE-OK
                   MOVE WS-GRP-BAL TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   ADD WS-CONV-HOME-AMT TO WS-DEP-TOTAL

                   MOVE WS-GRP-SETTABLE TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   ADD WS-CONV-HOME-AMT TO WS-DEP-SETTABLE
               ELSE
                   PERFORM 215000-NOTE-NO-RATE
               END-IF
           END-IF.
      ******************************************************************
      * 215000-NOTE-NO-RATE RECORDS A CURRENCY TOTAL THAT COULD NOT
      * BE VALUED FOR LACK OF A RATE.
       215000-NOTE-NO-RATE.

           ADD 1 TO WS-CTL-NORATE-CNT
           MOVE 'Y' TO WS-NORATE-SW

           DISPLAY 'SETOR100 - NO RATE FOR CURRENCY ' WS-GRP-CCY
                   ' - CUSTOMER ' WS-CUST-NO ' NOT FULLY VALUED'.
      ******************************************************************
      * 220000-CHECK-DELINQUENCY FLAGS THE CUSTOMER WHEN ANY OF
      * THEIR LOANS CARRIES AN OPEN COLLECTIONS CASE (THE SAME

           WRITE RE-SETORPT FROM WS-CAND-LINE.
      ******************************************************************
      * 900400-LOOKUP-RATE TAKES THE RATE AND QUOTATION FLAG OF THE
      * CURRENCY IN WS-CONV-REQ-CCY FROM QBEC9900, UNLESS THEY ARE
      * ALREADY HELD FOR THAT CURRENCY. THE HOME CURRENCY (OR NONE
      * RECORDED) NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A ZERO RATE
      * (NO RATE MAINTAINED), CLEARS WS-CONV-RATE-OK.
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
           DISPLAY '  SET-OFF CANDIDATES ............... : '
                   WS-CTL-CAND-CNT
           DISPLAY '  CANDIDATES NOT RANKED (OVERFLOW) . : '
                   WS-CAND-OVFL-CNT
           DISPLAY '  CURRENCY TOTALS WITH NO RATE ..... : '
                   WS-CTL-NORATE-CNT.
      ******************************************************************
