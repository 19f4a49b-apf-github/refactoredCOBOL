      *   'C' MOVE THE BALANCE TO THE CALL (DEMAND) PRODUCT NAMED ON
      *       THE SAME CARD, CLEARING THE MATURITY DATE,
      *   'P' PAY THE BALANCE AWAY THROUGH THE GL EXTRACT AND CLOSE
      *       THE ACCOUNT, WRITING THE PAYMENT REQUEST FROM WHICH
      *       PAYO100 BUILDS THE CUSTOMER'S CREDIT TRANSFER AND A
      *       DEPOMVHST 'P' MOVEMENT FOR THE AMOUNT PAID OUT, SO THE
      *       CLOSING DEBIT APPEARS ON THE DSTMT100 STATEMENT -
      * WITH EVERY DISPOSITION WRITTEN TO THE DEPOMATH HISTORY AND
      * THE CONSUMED INSTRUCTION DELETED. A MATURED DEPOSIT WITH NO
      * INSTRUCTION ON FILE IS LEFT UNTOUCHED AND LISTED ON THE
      * RPODQ001 CHASE REPORT SO BRANCHES PURSUE THE CUSTOMER BEFORE
      * THE MONEY GOES STALE AT THE DEAD CONTRACT RATE. A 'P'
      * INSTRUCTION ON A DEPOSIT WITH FUNDS HELD UNDER A GARNISHMENT
      * ORDER (DEPM_HELD_AMT) IS NOT APPLIED: THE DEPOSIT IS LISTED
      * AS 'GARN HELD' AND THE INSTRUCTION KEPT UNTIL THE ORDER IS
      * REMITTED OR LIFTED.
      * A FOREIGN-CURRENCY DEPOSIT IS PAID AWAY IN ITS OWN CURRENCY
      * (DEPM_CCY, CARRIED ON THE PAYMENT REQUEST), WHILE ITS GL
      * POSTING IS CONVERTED TO THE HOME CURRENCY AT THE QBEC9900
      * RATE AND CARRIES THE ACCOUNT CURRENCY AND RATE, AS
      * LOANR100'S FOREIGN-CURRENCY REPAYMENTS DO. A PAY-AWAY WHOSE
      * CURRENCY HAS NO RATE MAINTAINED IS LISTED AS 'NO RATE', ITS
      * INSTRUCTION KEPT FOR THE NEXT RUN, AND THE STEP ENDS RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT MATPARM-FILE  ASSIGN PM1DQ004.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT PAYREQ-FILE   ASSIGN PR1DQ001.
           SELECT MATRPT-FILE   ASSIGN RPODQ001.
      ******************************************************************

           RECORDING MODE IS F.

       01  RE-MATPARM.
           05  MPARM-ROLL-ROI               PIC 9(2)V9(2).
           05  MPARM-CALL-PROD              PIC X(2).
           05  FILLER                       PIC X(74).
      ******************************************************************

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * PAYREQ-FILE IS THE SHARED OUTBOUND PAYMENT-REQUEST EXTRACT
      * (SEE PAYREQ.cpy, COPIED INTO WORKING-STORAGE BELOW): ONE
      * REQUEST PER PAID-AWAY MATURITY.
       FD  PAYREQ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAYREQ                        PIC X(80).
      ******************************************************************
      * MATRPT-FILE IS THE PRINTED MATURITY DISPOSITION REPORT - ONE
      * LINE PER MATURED DEPOSIT, WITH THE NO-INSTRUCTION ONES
      * FLAGGED FOR BRANCH CHASING.
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HELD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PAID-TOTAL            PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE BOARD RATE AND CALL PRODUCT OFF THE CONTROL CARD.
       01  WS-ROLL-ROI                      PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CALL-PROD                     PIC X(2)    VALUE SPACES.
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
      * 900500-WRITE-GL-POSTING.
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
       COPY DEPOMSTR.
      ******************************************************************
       COPY DEPOMINS.
      ******************************************************************
       COPY DEPOMATH.
      ******************************************************************
       COPY DEPOMVH.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY PAYREQ.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
           EXEC SQL
               DECLARE DEPOX100-CSR CURSOR FOR
                   SELECT DEPM_ACC, DEPM_CUST_NO, DEPM_BAL,
                          DEPM_MAT_DATE, DEPM_OPEN_DATE, DEPM_HELD_AMT,
                          DEPM_CCY
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_ST = 'A'
                      AND DEPM_MAT_DATE <= :WS-TODAY-DATE-X
           PERFORM 100010-READ-CONTROL-CARD

           OPEN EXTEND GLPOST-FILE
           OPEN EXTEND PAYREQ-FILE
           OPEN OUTPUT MATRPT-FILE

           MOVE 'DEPOX100 - TERM-DEPOSIT MATURITY DISPOSITIONS'

           CLOSE MATRPT-FILE
           CLOSE GLPOST-FILE
           CLOSE PAYREQ-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
           EXEC SQL
               FETCH DEPOX100-CSR
                   INTO :DEPM-ACC, :DEPM-CUST-NO, :DEPM-BAL,
                        :DEPM-MAT-DATE, :DEPM-OPEN-DATE, :DEPM-HELD-AMT,
                        :DEPM-CCY
           END-EXEC.
      ******************************************************************
      * 200000-PROCESS-ONE-MATURITY LOOKS UP THE ACCOUNT'S MATURITY
      * INSTRUCTION AND DISPATCHES THE DISPOSITION; A MATURED
      * DEPOSIT WITH NO INSTRUCTION ON FILE IS ONLY REPORTED. A
      * PAY-AWAY TAKES ITS CURRENCY RATE BEFORE THE MASTER IS
      * TOUCHED, SO ONE THAT CANNOT BE POSTED IN THE HOME CURRENCY
      * IS NOT APPLIED AT ALL.
       200000-PROCESS-ONE-MATURITY.

           ADD 1 TO WS-CTL-MAT-CNT
                   WHEN 'C'
                       PERFORM 220000-APPLY-MOVE-TO-CALL
                   WHEN 'P'
                       IF DEPM-HELD-AMT > ZERO
                           MOVE 'N' TO WS-APPLY-OK-SW
                           ADD 1 TO WS-CTL-HELD-CNT
                           MOVE 'GARN HELD'   TO WS-MX-DISP
                           PERFORM 900100-WRITE-REPORT-LINE
                       ELSE
                           PERFORM 900400-LOOKUP-GL-RATE
                           IF WS-GL-RATE-OK
                               PERFORM 230000-APPLY-PAY-AWAY
                           ELSE
                               MOVE 'N' TO WS-APPLY-OK-SW
                               ADD 1 TO WS-CTL-NORATE-CNT
                               MOVE 'NO RATE'     TO WS-MX-DISP
                               PERFORM 900100-WRITE-REPORT-LINE
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-APPLY-OK-SW
                       DISPLAY 'DEPOX100 - UNRECOGNIZED '
      * 230000-APPLY-PAY-AWAY PAYS THE BALANCE OUT THROUGH THE GL
      * EXTRACT AND CLOSES THE ACCOUNT. THE GL POSTING IS ONLY
      * WRITTEN AFTER THE MASTER UPDATE SUCCEEDS SO THE LEDGER NEVER
      * SHOWS CASH THE BOOK STILL HOLDS. THE DEPOMVHST 'P' ROW TAKES
      * THE WHOLE BALANCE OUT, LEAVING A ZERO BALANCE AFTER IT.
       230000-APPLY-PAY-AWAY.

           MOVE ZERO TO WS-DB2-RETRY-CNT

           IF SQLCODE = ZERO
               ADD 1        TO WS-CTL-PAID-CNT

               MOVE DEPM-ACC        TO DMVH-ACC
               MOVE WS-TODAY-DATE-X TO DMVH-DATE
               MOVE 'P'             TO DMVH-TYPE
               MOVE DEPM-BAL        TO DMVH-AMT
               MOVE ZEROS           TO DMVH-BAL

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 230020-INSERT-DEPOMVHST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   MOVE 'DEPOMVHS' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF

               MOVE DEPM-ACC         TO GLPOST-LLOANM-NO
               MOVE 'DEPMAT'         TO GLPOST-TRAN-TYPE
               MOVE DEPM-BAL         TO WS-GL-ACC-AMT
               MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
               PERFORM 900500-WRITE-GL-POSTING
               ADD GLPOST-AMOUNT     TO WS-CTL-PAID-TOTAL

               MOVE 'DEPOX100'       TO PAYREQ-SRC-PGM
               MOVE 'DEPMAT'         TO PAYREQ-EVENT
               MOVE 'D'              TO PAYREQ-KEY-TYPE
               MOVE DEPM-ACC         TO PAYREQ-KEY
               MOVE DEPM-CUST-NO     TO PAYREQ-CUST-NO
               MOVE DEPM-BAL         TO PAYREQ-AMT
               MOVE DEPM-CCY         TO PAYREQ-CCY
               MOVE WS-TODAY-DATE-X  TO PAYREQ-REQ-DATE
               WRITE RE-PAYREQ FROM PAYREQ-REC

               MOVE 'PAID AWAY'   TO WS-MX-DISP
               PERFORM 900100-WRITE-REPORT-LINE
                      DEPM_ST  = 'C'
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC.
      ******************************************************************
       230020-INSERT-DEPOMVHST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.DEPOMVHST
                   ( DMVH_ACC, DMVH_DATE, DMVH_TYPE,
                     DMVH_AMT, DMVH_BAL )
               VALUES
                   ( :DMVH-ACC, :DMVH-DATE, :DMVH-TYPE,
                     :DMVH-AMT, :DMVH-BAL )
           END-EXEC.
      ******************************************************************
      * 240000-WRITE-DISPOSITION-HIST LEAVES THE DEPOMATH ROW THAT
      * EXPLAINS WHAT HAPPENED TO THE MATURED DEPOSIT. THE NEW

           WRITE RE-MATRPT FROM WS-MATX-LINE.
      ******************************************************************
      * 900400-LOOKUP-GL-RATE TAKES THE ACCOUNT CURRENCY'S RATE AND
      * QUOTATION FLAG FROM QBEC9900 FOR 900500-WRITE-GL-POSTING. A
      * HOME-CURRENCY ACCOUNT (OR ONE WITH NO CURRENCY RECORDED)
      * NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A ZERO RATE (NO RATE
      * MAINTAINED - SEE QBEC9900.cpy), CLEARS WS-GL-RATE-OK.
       900400-LOOKUP-GL-RATE.

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
      * 900500-WRITE-GL-POSTING WRITES THE GL RECORD THE CALLER HAS
      * BUILT, WITH WS-GL-ACC-AMT CONVERTED TO THE HOME CURRENCY -
      * DIVIDING FOR AN INDIRECTLY QUOTED CURRENCY AND MULTIPLYING
      * OTHERWISE, AS RV3C0100'S 220050-CONVERT-TO-BASE-CCY DOES -
      * AND THE ACCOUNT CURRENCY AND RATE RECORDED ALONGSIDE IT. A
      * HOME-CURRENCY AMOUNT IS POSTED AS IT STANDS.
       900500-WRITE-GL-POSTING.

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
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
                   WS-CTL-NOINS-CNT
           DISPLAY '  DISPOSITIONS FAILED ............... : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  PAY-AWAY HELD BY GARNISHMENT ...... : '
                   WS-CTL-HELD-CNT
           DISPLAY '  PAY-AWAY HELD - NO CURRENCY RATE .. : '
                   WS-CTL-NORATE-CNT
           DISPLAY '  TOTAL PAID AWAY ................... : '
                   WS-CTL-PAID-TOTAL ' ' WS-HOME-CCY.
      ******************************************************************
