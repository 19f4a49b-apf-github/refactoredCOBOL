      * TERM DEPOSIT STOPS BEING A MANUAL DEPOM100 MODIFY THAT LOSES
      * THE PENALTY. THE CLOSEOUT LEAVES A DEPOMVHST 'E' MOVEMENT
      * ROW AND A DEPOINTHST 'W' PENALTY ROW SO BOTH SIDES OF THE
      * BREAK CAN BE EXPLAINED LATER. THE NET PAYOUT ALSO GOES TO
      * THE SHARED PR1DQ001 PAYMENT-REQUEST EXTRACT, FROM WHICH
      * PAYO100 BUILDS THE CUSTOMER'S CREDIT TRANSFER. THE SAME
      * VAL4C100 SUSPENSE, AUD4C100 AUDIT AND BL1DQ001 BALANCING
      * SERVICES AS THE OTHER DEPOSIT BATCHES APPLY.
      * A FOREIGN-CURRENCY DEPOSIT IS PAID OUT IN ITS OWN CURRENCY
      * (DEPM_CCY, CARRIED ON THE PAYMENT REQUEST), WHILE BOTH GL
      * LEGS ARE CONVERTED TO THE HOME CURRENCY AT THE QBEC9900 RATE
      * AND CARRY THE ACCOUNT CURRENCY AND RATE, AS LOANR100'S
      * FOREIGN-CURRENCY REPAYMENTS DO. A BREAK WHOSE CURRENCY HAS NO
      * RATE MAINTAINED IS REJECTED.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT PENSCHD-FILE  ASSIGN PS1DQ001.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT PAYREQ-FILE   ASSIGN PR1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * PAYREQ-FILE IS THE SHARED OUTBOUND PAYMENT-REQUEST EXTRACT
      * (SEE PAYREQ.cpy, COPIED INTO WORKING-STORAGE BELOW): ONE
      * REQUEST PER APPLIED BREAK, FOR THE NET PAYOUT.
       FD  PAYREQ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAYREQ                        PIC X(80).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * WORKING-STORAGE FOR THE GL CURRENCY CONVERSION. WS-GL-RATE
      * AND WS-GL-FLAG ARE THE ACCOUNT CURRENCY'S QBEC9900 RATE AND
      * QUOTATION FLAG (ZERO RATE FOR A HOME-CURRENCY ACCOUNT, WHICH
      * POSTS UNCONVERTED); WS-GL-ACC-AMT IS THE AMOUNT TO POST IN
      * THE ACCOUNT CURRENCY, SET BY THE CALLER OF
      * 900810-WRITE-GL-POSTING.
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
       01  WS-GL-RATE-OK-SW                 PIC X(1)    VALUE 'Y'.
           88  WS-GL-RATE-OK                            VALUE 'Y'.
       01  WS-GL-RATE                       PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-GL-FLAG                       PIC X(1)    VALUE SPACE.
           88  WS-GL-INDIRECT                           VALUE 'I'.
       01  WS-GL-ACC-AMT                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
       COPY DEPOTRAN.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY PAYREQ.
      ******************************************************************
       COPY VALSUS.
      ******************************************************************
           OPEN OUTPUT DEPOREJ-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN EXTEND GLPOST-FILE
           OPEN EXTEND PAYREQ-FILE

           PERFORM 100200-READ-INPUT


           CLOSE BALANCE-FILE
           CLOSE GLPOST-FILE
           CLOSE PAYREQ-FILE

           PERFORM 900900-REGISTER-RUN-END

               MOVE WS-AUD-BAL-X    TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 900600-WRITE-GL-POSTINGS
               PERFORM 900700-WRITE-PAYMENT-REQUEST
           ELSE
               MOVE '07'               TO DREJ-REQ-TYPE
               MOVE DEPOEW-DEPM-ACC    TO DREJ-DEPM-ACC
           MOVE 'N' TO WS-ACCT-FOUND-SW

           EXEC SQL
               SELECT DEPM_BAL, DEPM_ST, DEPM_MAT_DATE, DEPM_CUST_NO,
                      DEPM_HELD_AMT, DEPM_CCY
                 INTO :DEPM-BAL, :DEPM-ST, :DEPM-MAT-DATE,
                      :DEPM-CUST-NO, :DEPM-HELD-AMT, :DEPM-CCY
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC
      ******************************************************************
      * 200200-VALIDATE-AND-PRICE REJECTS A BREAK ON AN INACTIVE OR
      * ALREADY-MATURED DEPOSIT (A MATURED ONE BELONGS TO DEPOX100'S
      * MATURITY PROCESSING, NOT HERE) OR ON A DEPOSIT WITH FUNDS
      * HELD UNDER A GARNISHMENT ORDER - A BREAK PAYS OUT THE WHOLE
      * BALANCE, HELD PART INCLUDED - THEN PRICES THE PENALTY:
      * THE SCHEDULE BAND WITH THE HIGHEST FLOOR NOT ABOVE THE
      * REMAINING WHOLE MONTHS APPLIES TO THE BALANCE. A DEPOSIT IN A
      * CURRENCY WITH NO RATE MAINTAINED IS REJECTED BEFORE PRICING,
      * AS ITS GL LEGS COULD NOT BE POSTED IN THE HOME CURRENCY.
       200200-VALIDATE-AND-PRICE.

           MOVE 'Y'    TO WS-EWD-OK-SW
                   MOVE 'N' TO WS-EWD-OK-SW
                   MOVE 'ACCOUNT BALANCE IS ZERO'
                                TO WS-EWD-REJ-REASON
               WHEN DEPM-HELD-AMT > ZERO
                   MOVE 'N' TO WS-EWD-OK-SW
                   MOVE 'FUNDS HELD UNDER GARNISHMENT ORDER'
                                TO WS-EWD-REJ-REASON
           END-EVALUATE

           IF WS-EWD-OK
               PERFORM 900800-LOOKUP-GL-RATE
               IF NOT WS-GL-RATE-OK
                   MOVE 'N' TO WS-EWD-OK-SW
                   MOVE 'NO RATE MAINTAINED FOR ACCOUNT CURRENCY'
                                TO WS-EWD-REJ-REASON
               END-IF
           END-IF

           IF WS-EWD-OK
               MOVE DEPM-MAT-DATE TO WS-MAT-DATE-X

               MOVE DEPM-BAL        TO DINT-BAL-AMT
               MOVE WS-PEN-AMT      TO DINT-AMT
               MOVE 'W'             TO DINT-TYPE
               MOVE ZEROS           TO DINT-WHT-AMT
               MOVE WS-PEN-AMT      TO DINT-NET-AMT

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200330-INSERT-DEPOINTHST-ROW
           EXEC SQL
               INSERT INTO IDC015.DEPOINTHST
                   ( DEPINT_ACC, DEPINT_DATE, DEPINT_BAL_AMT,
                     DEPINT_AMT, DEPINT_TYPE, DEPINT_WHT_AMT,
                     DEPINT_NET_AMT )
               VALUES
                   ( :DINT-ACC, :DINT-DATE, :DINT-BAL-AMT,
                     :DINT-AMT, :DINT-TYPE, :DINT-WHT-AMT,
                     :DINT-NET-AMT )
           END-EXEC.
      ******************************************************************
       900100-WRITE-REJECT.

           MOVE DEPOEW-DEPM-ACC  TO GLPOST-LLOANM-NO
           MOVE 'DEPEWDR'        TO GLPOST-TRAN-TYPE
           MOVE WS-PAYOUT-AMT    TO WS-GL-ACC-AMT
           MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
           PERFORM 900810-WRITE-GL-POSTING

           IF WS-PEN-AMT > ZERO
               MOVE DEPOEW-DEPM-ACC  TO GLPOST-LLOANM-NO
               MOVE 'DEPEWPEN'       TO GLPOST-TRAN-TYPE
               MOVE WS-PEN-AMT       TO WS-GL-ACC-AMT
               MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
               PERFORM 900810-WRITE-GL-POSTING
           END-IF.
      ******************************************************************
      * 900700-WRITE-PAYMENT-REQUEST APPENDS THE OUTBOUND PAYMENT
      * REQUEST FOR THE NET PAYOUT - THE PENALTY STAYS WITH THE BANK,
      * SO ONLY WHAT THE CUSTOMER IS ACTUALLY OWED IS SENT.
       900700-WRITE-PAYMENT-REQUEST.

           MOVE 'DEPOW100'       TO PAYREQ-SRC-PGM
           MOVE 'DEPEWDR'        TO PAYREQ-EVENT
           MOVE 'D'              TO PAYREQ-KEY-TYPE
           MOVE DEPOEW-DEPM-ACC  TO PAYREQ-KEY
           MOVE DEPM-CUST-NO     TO PAYREQ-CUST-NO
           MOVE WS-PAYOUT-AMT    TO PAYREQ-AMT
           MOVE DEPM-CCY         TO PAYREQ-CCY
           MOVE WS-TODAY-DATE-X  TO PAYREQ-REQ-DATE
           WRITE RE-PAYREQ FROM PAYREQ-REC.
      ******************************************************************
      * 900800-LOOKUP-GL-RATE TAKES THE ACCOUNT CURRENCY'S RATE AND
      * QUOTATION FLAG FROM QBEC9900 FOR 900810-WRITE-GL-POSTING. A
      * HOME-CURRENCY ACCOUNT (OR ONE WITH NO CURRENCY RECORDED)
      * NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A ZERO RATE (NO RATE
      * MAINTAINED - SEE QBEC9900.cpy), CLEARS WS-GL-RATE-OK.
       900800-LOOKUP-GL-RATE.

           MOVE 'Y'   TO WS-GL-RATE-OK-SW
           MOVE ZEROS TO WS-GL-RATE
           MOVE SPACE TO WS-GL-FLAG

           IF DEPM-CCY NOT = SPACES AND DEPM-CCY NOT = WS-HOME-CCY
               MOVE DEPM-CCY            TO QBEC9900-COD-ENTITY
               MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
               SET QBEC9900-FUNC-INQUIRE TO TRUE

               CALL 'QBEC9900' USING WS-QBEC9900-AREA

               IF QBEC9900-88-COD-RETURN-OK
                AND QBEC9900-EXCH-RATE NOT = ZERO
                   MOVE QBEC9900-EXCH-RATE    TO WS-GL-RATE
                   MOVE QBEC9900-FLG-EXCHANGE TO WS-GL-FLAG
               ELSE
                   MOVE 'N' TO WS-GL-RATE-OK-SW
               END-IF
           END-IF.
      ******************************************************************
      * 900810-WRITE-GL-POSTING WRITES THE GL RECORD THE CALLER HAS
      * BUILT, WITH WS-GL-ACC-AMT CONVERTED TO THE HOME CURRENCY -
      * DIVIDING FOR AN INDIRECTLY QUOTED CURRENCY AND MULTIPLYING
      * OTHERWISE, AS RV3C0100'S 220050-CONVERT-TO-BASE-CCY DOES -
      * AND THE ACCOUNT CURRENCY AND RATE RECORDED ALONGSIDE IT. A
      * HOME-CURRENCY AMOUNT IS POSTED AS IT STANDS.
       900810-WRITE-GL-POSTING.

           EVALUATE TRUE
               WHEN WS-GL-RATE = ZERO
                   MOVE WS-GL-ACC-AMT TO GLPOST-AMOUNT
                   MOVE SPACES        TO GLPOST-ORIG-CCY
                   MOVE ZEROS         TO GLPOST-EXCH-RATE
               WHEN WS-GL-INDIRECT
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT / WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
               WHEN OTHER
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT * WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
           END-EVALUATE

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S BREAK RUN.
       900000-PRINT-CONTROL-TOTALS.
