      ******************************************************************
      * PAYO100 BUILDS THE OUTBOUND CUSTOMER CREDIT-TRANSFER FILE.
      * LOAN DISBURSEMENTS AND DRAWDOWNS (LOANM100), MATURITY
      * PAY-AWAYS (DEPOX100) AND EARLY-WITHDRAWAL PAYOUTS (DEPOW100)
      * USED TO STOP AT THE GL POSTING, AND THE MONEY REACHED THE
      * CUSTOMER ONLY WHEN SOMEBODY KEYED A TRANSFER BY HAND. EACH
      * OF THOSE PROGRAMS NOW APPENDS A PAYMENT REQUEST TO THE
      * SHARED PR1DQ001 EXTRACT (SEE PAYREQ.cpy), AND THIS RUN:
      *   - RESOLVES THE BENEFICIARY OF EVERY REQUEST - THE
      *     CUSTOMER OFF THE LOAN OR DEPOSIT MASTER ROW, THE NAME
      *     OFF CUSTM_TABLE, AND THE ACCOUNT OFF THE PAYACCT
      *     PAYOUT-ACCOUNT REGISTRY (FOR A LOAN, FALLING BACK TO
      *     THE ACTIVE DDMANDT MANDATE ACCOUNT THE INSTALLMENTS ARE
      *     COLLECTED FROM);
      *   - WRITES ONE CREDIT-TRANSFER RECORD PER RESOLVED REQUEST
      *     TO THE O1DQ0809 FILE, IN AN HDR/TRL WRAPPER CARRYING THE
      *     BUSINESS DATE, THE RECORD COUNT AND THE AMOUNT TOTAL,
      *     WITH A PAYMENT REFERENCE BUILT FROM THE LOAN OR DEPOSIT
      *     KEY SO THE RETURN FROM THE BANK CAN BE TIED BACK;
      *   - SETTLES ON THE BUSINESS DATE ROLLED FORWARD TO THE
      *     NEAREST BUSINESS DAY THROUGH DAT4C100;
      *   - LISTS EVERY REQUEST IT COULD NOT PAY (NO REGISTERED
      *     ACCOUNT, UNKNOWN KEY, DECEASED CUSTOMER, BAD AMOUNT) ON
      *     THE RPYDQ001 EXCEPTION REPORT AND CARRIES IT FORWARD ON
      *     O1DQ0810, CONCATENATED AHEAD OF THE NEXT NIGHT'S
      *     EXTRACT, SO A PAYOUT IS DELAYED UNTIL THE ACCOUNT IS
      *     REGISTERED RATHER THAN LOST. ENDS CC 4 WHEN ANY REQUEST
      *     WAS HELD BACK.
      * THE FILE IS REGISTERED ON XMITREG BY XMIT100 (XF1DQ005).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYO100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT PAYREQ-FILE  ASSIGN PR1DQ001.
           SELECT PAYOUT-FILE  ASSIGN O1DQ0809.
           SELECT PAYCFWD-FILE ASSIGN O1DQ0810.
           SELECT PAYRPT-FILE  ASSIGN RPYDQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PAYREQ-FILE IS THE NIGHT'S PAYMENT-REQUEST EXTRACT, WITH THE
      * PRIOR NIGHT'S CARRIED-FORWARD REQUESTS CONCATENATED AHEAD OF
      * IT (SEE PAYREQ.cpy, COPIED INTO WORKING-STORAGE BELOW).
       FD  PAYREQ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAYREQ                        PIC X(80).
      ******************************************************************
      * PAYOUT-FILE IS THE OUTBOUND CREDIT-TRANSFER FILE SENT TO THE
      * CLEARING HOUSE. THE FIRST THREE BYTES OF A CONTROL RECORD
      * CARRY HDR OR TRL; A DETAIL RECORD ALWAYS OPENS WITH THE
      * PAYMENT REFERENCE, WHOSE FIRST BYTE IS THE KEY TYPE.
       FD  PAYOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAYOUT.
      * THE PAYMENT REFERENCE: KEY TYPE, LOAN OR DEPOSIT KEY, THE
      * BUSINESS DATE AND THE RUN SEQUENCE, UNIQUE PER TRANSFER AND
      * READABLE BACK TO THE BOOK IT CAME FROM.
           05  PTX-PAY-REF.
               10  PTX-REF-KEY-TYPE         PIC X(1).
               10  PTX-REF-KEY              PIC X(10).
               10  PTX-REF-DATE             PIC 9(8).
               10  PTX-REF-SEQ              PIC 9(5).
           05  PTX-EVENT                    PIC X(8).
           05  PTX-KEY-TYPE                 PIC X(1).
           05  PTX-KEY                      PIC X(10).
           05  PTX-CUST-NO                  PIC X(10).
           05  PTX-BENEF-NAME               PIC X(40).
           05  PTX-BANK-ACC                 PIC X(20).
           05  PTX-AMT                      PIC 9(11)V9(2).
           05  PTX-CCY                      PIC X(3).
           05  PTX-EXEC-DATE                PIC X(10).
           05  FILLER                       PIC X(11).
       01  RE-PAYOUT-HDR.
           05  PHDR-TYPE                    PIC X(3).
           05  PHDR-BUS-DATE                PIC X(10).
           05  PHDR-ORIG-PGM                PIC X(8).
           05  FILLER                       PIC X(129).
       01  RE-PAYOUT-TRL.
           05  PTRL-TYPE                    PIC X(3).
           05  PTRL-REC-CNT                 PIC 9(9).
           05  PTRL-AMT-TOT                 PIC 9(13)V9(2).
           05  FILLER                       PIC X(123).
      ******************************************************************
      * PAYCFWD-FILE CARRIES EVERY REQUEST THAT COULD NOT BE PAID
      * TONIGHT, UNCHANGED, FOR THE NEXT NIGHT'S RUN.
       FD  PAYCFWD-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAYCFWD                       PIC X(80).
      ******************************************************************
      * PAYRPT-FILE IS THE PRINTED EXCEPTION REPORT.
       FD  PAYRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAYRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE READ LOOP AND THE PER-REQUEST RESOLUTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-RESOLVED-SW               PIC X(1)    VALUE 'Y'.
               88  WS-RESOLVED                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SENT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SENT-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-AMT               PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE BENEFICIARY DETAILS BEING RESOLVED FOR THE CURRENT
      * REQUEST.
       01  WS-PAY-CUST-NO                   PIC X(10)   VALUE SPACES.
       01  WS-PAY-CCY                       PIC X(3)    VALUE SPACES.
       01  WS-PAY-BANK-ACC                  PIC X(20)   VALUE SPACES.
       01  WS-PAY-NAME                      PIC X(40)   VALUE SPACES.
       01  WS-EXC-REASON                    PIC X(40)   VALUE SPACES.
      ******************************************************************
      * THE SETTLEMENT DATE: THE BUSINESS DATE ROLLED FORWARD TO THE
      * NEAREST BUSINESS DAY THROUGH DAT4C100 ON THE HOME CALENDAR.
       01  WS-EXEC-DATE                     PIC X(10)   VALUE SPACES.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS).
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
      ******************************************************************
      * EXCEPTION REPORT LINE.
       01  WS-PX-LINE.
           05  WS-PX-SRC-PGM                PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PX-EVENT                  PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PX-KEY-TYPE               PIC X(1).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-PX-KEY                    PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PX-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PX-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PX-REQ-DATE               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PX-REASON                 PIC X(40).
           05  FILLER                       PIC X(16)   VALUE SPACES.
      ******************************************************************
       COPY PAYREQ.
      ******************************************************************
       COPY PAYACCT.
      ******************************************************************
       COPY DDMANDT.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE WRITES THE FILE HEADER, LOOPS OVER THE
      * PAYMENT REQUESTS PAYING OR HOLDING BACK EACH ONE, WRITES THE
      * TRAILER, AND PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-ROLL-EXECUTION-DATE

           OPEN INPUT  PAYREQ-FILE
           OPEN OUTPUT PAYOUT-FILE
           OPEN OUTPUT PAYCFWD-FILE
           OPEN OUTPUT PAYRPT-FILE

           MOVE 'PAYO100 - CUSTOMER PAYMENTS HELD BACK'
               TO RE-PAYRPT
           WRITE RE-PAYRPT
           MOVE 'SOURCE    EVENT     KEY           CUSTOMER
      -        '        AMOUNT  REQUESTED   REASON'
               TO RE-PAYRPT
           WRITE RE-PAYRPT

           MOVE SPACES          TO RE-PAYOUT-HDR
           MOVE 'HDR'           TO PHDR-TYPE
           MOVE WS-TODAY-DATE-X TO PHDR-BUS-DATE
           MOVE 'PAYO100 '      TO PHDR-ORIG-PGM
           WRITE RE-PAYOUT-HDR

           PERFORM 100200-READ-INPUT

           PERFORM 200000-PROCESS-ONE-REQUEST UNTIL WS-EOF-YES

           MOVE SPACES          TO RE-PAYOUT-TRL
           MOVE 'TRL'           TO PTRL-TYPE
           MOVE WS-CTL-SENT-CNT TO PTRL-REC-CNT
           MOVE WS-CTL-SENT-AMT TO PTRL-AMT-TOT
           WRITE RE-PAYOUT-TRL

           CLOSE PAYREQ-FILE
           CLOSE PAYOUT-FILE
           CLOSE PAYCFWD-FILE
           CLOSE PAYRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-EXC-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SECOND CREDIT-TRANSFER FILE FOR THE
      * SAME BUSINESS DATE WOULD PAY EVERY CUSTOMER TWICE, SO A
      * DUPLICATE RUN IS REFUSED. THE OFFICIAL BUSINESS DATE
      * REPLACES THE MACHINE DATE; WITH RUN CONTROL UNAVAILABLE THE
      * RUN CONTINUES ON THE MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'PAYO100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'PAYO100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'PAYO100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'PAYO100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-ROLL-EXECUTION-DATE ROLLS THE BUSINESS DATE FORWARD TO
      * THE NEAREST BUSINESS DAY. IF THE DATE SERVICE CANNOT ANSWER
      * THE BUSINESS DATE ITSELF STANDS.
       100010-ROLL-EXECUTION-DATE.

           SET DATSRV-FUNC-ROLL-FWD TO TRUE
           MOVE WS-HOME-COUNTRY TO DATSRV-COUNTRY
           MOVE WS-TODAY-DATE-X TO DATSRV-DATE-1

           CALL 'DAT4C100' USING DATSRV-AREA

           IF DATSRV-88-OK
               MOVE DATSRV-DATE-1   TO WS-EXEC-DATE
           ELSE
               MOVE WS-TODAY-DATE-X TO WS-EXEC-DATE
           END-IF.
      ******************************************************************
       100200-READ-INPUT.

           READ PAYREQ-FILE INTO PAYREQ-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 200000-PROCESS-ONE-REQUEST RESOLVES THE REQUEST'S
      * BENEFICIARY AND EITHER WRITES THE CREDIT TRANSFER OR HOLDS
      * THE REQUEST BACK FOR THE EXCEPTION REPORT AND CARRY-FORWARD.
       200000-PROCESS-ONE-REQUEST.

           MOVE 'Y'            TO WS-RESOLVED-SW
           MOVE SPACES         TO WS-EXC-REASON
           MOVE PAYREQ-CUST-NO TO WS-PAY-CUST-NO
           MOVE PAYREQ-CCY     TO WS-PAY-CCY
           MOVE SPACES         TO WS-PAY-BANK-ACC
           MOVE SPACES         TO WS-PAY-NAME

           IF PAYREQ-AMT IS NOT NUMERIC
               MOVE 'N' TO WS-RESOLVED-SW
               MOVE 'PAYMENT AMOUNT NOT NUMERIC'
                                TO WS-EXC-REASON
           ELSE
               IF PAYREQ-AMT = ZERO
                   MOVE 'N' TO WS-RESOLVED-SW
                   MOVE 'PAYMENT AMOUNT IS ZERO'
                                    TO WS-EXC-REASON
               END-IF
           END-IF

           IF WS-RESOLVED
               EVALUATE TRUE
                   WHEN PAYREQ-KEY-LOAN
                       PERFORM 200100-RESOLVE-LOAN
                   WHEN PAYREQ-KEY-DEPOSIT
                       PERFORM 200200-RESOLVE-DEPOSIT
                   WHEN OTHER
                       MOVE 'N' TO WS-RESOLVED-SW
                       MOVE 'UNRECOGNIZED PAYMENT KEY TYPE'
                                    TO WS-EXC-REASON
               END-EVALUATE
           END-IF

           IF WS-RESOLVED
               PERFORM 200300-CHECK-CUSTOMER
           END-IF

           IF WS-RESOLVED
               PERFORM 200400-RESOLVE-ACCOUNT
           END-IF

           IF WS-RESOLVED
               PERFORM 210000-WRITE-TRANSFER
           ELSE
               PERFORM 220000-HOLD-BACK-REQUEST
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 200100-RESOLVE-LOAN TAKES THE BORROWER AND THE LOAN'S
      * CURRENCY OFF LOANMSTR WHERE THE REQUEST LEFT THEM BLANK (A
      * DRAWDOWN CARRIES NEITHER).
       200100-RESOLVE-LOAN.

           IF PAYREQ-KEY IS NOT NUMERIC
               MOVE 'N' TO WS-RESOLVED-SW
               MOVE 'LOAN KEY NOT NUMERIC' TO WS-EXC-REASON
           ELSE
               MOVE PAYREQ-KEY TO LLOANM-NO

               EXEC SQL
                   SELECT LOANM_CAT, LOANM_CUST_NO, LOANM_CCY
                     INTO :LLOANM-CAT, :LLOANM-CUST-NO, :LLOANM-CCY
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_NO = :LLOANM-NO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       IF WS-PAY-CUST-NO = SPACES
                           MOVE LLOANM-CUST-NO TO WS-PAY-CUST-NO
                       END-IF
                       IF WS-PAY-CCY = SPACES
                           MOVE LLOANM-CCY     TO WS-PAY-CCY
                       END-IF
                   WHEN SQLCODE = +100
                       MOVE 'N' TO WS-RESOLVED-SW
                       MOVE 'LOAN NOT ON LOANMSTR' TO WS-EXC-REASON
                   WHEN OTHER
                       MOVE 'N' TO WS-RESOLVED-SW
                       MOVE 'LOANMSTR LOOKUP FAILED - SEE SQLCODE'
                                    TO WS-EXC-REASON
                       MOVE 'LOANMSTR' TO DB2-OBJECT
                       MOVE 'SELECT'   TO DB2-STATEMENT
                       MOVE PAYREQ-KEY TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 200200-RESOLVE-DEPOSIT TAKES THE HOLDER AND THE ACCOUNT
      * CURRENCY OFF DEPOMSTR WHERE THE REQUEST LEFT THEM BLANK. THE
      * ROW IS ALREADY CLOSED BY THE TIME THIS RUNS, WHICH IS
      * EXPECTED - ONLY ITS EXISTENCE, OWNER AND CURRENCY MATTER
      * HERE.
       200200-RESOLVE-DEPOSIT.

           MOVE PAYREQ-KEY TO DEPM-ACC

           EXEC SQL
               SELECT DEPM_CUST_NO, DEPM_CCY
                 INTO :DEPM-CUST-NO, :DEPM-CCY
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   IF WS-PAY-CUST-NO = SPACES
                       MOVE DEPM-CUST-NO TO WS-PAY-CUST-NO
                   END-IF
                   IF WS-PAY-CCY = SPACES
                       MOVE DEPM-CCY     TO WS-PAY-CCY
                   END-IF
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-RESOLVED-SW
                   MOVE 'DEPOSIT NOT ON DEPOMSTR' TO WS-EXC-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-RESOLVED-SW
                   MOVE 'DEPOMSTR LOOKUP FAILED - SEE SQLCODE'
                                TO WS-EXC-REASON
                   MOVE 'DEPOMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE PAYREQ-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 200300-CHECK-CUSTOMER TAKES THE BENEFICIARY NAME OFF
      * CUSTM_TABLE. A DECEASED CUSTOMER ('F') IS HELD BACK FOR THE
      * ESTATES PROCESS - THE MONEY BELONGS TO THE ESTATE, NOT TO
      * WHATEVER ACCOUNT WAS ON FILE WHEN THE CUSTOMER WAS ALIVE.
       200300-CHECK-CUSTOMER.

           IF WS-PAY-CUST-NO IS NOT NUMERIC
               MOVE 'N' TO WS-RESOLVED-SW
               MOVE 'NO CUSTOMER NUMBER FOR PAYMENT'
                                TO WS-EXC-REASON
           ELSE
               MOVE WS-PAY-CUST-NO TO ACN-CUSTM-NO

               EXEC SQL
                   SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                          CUSTM_ST
                     INTO :ACN-CUSTM-NAME-FRSTNM,
                          :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ST
                     FROM IDC015.CUSTM_TABLE
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       IF ACN-CUSTM-ST = 'F'
                           MOVE 'N' TO WS-RESOLVED-SW
                           MOVE 'CUSTOMER DECEASED - REFER TO ESTATES'
                                        TO WS-EXC-REASON
                       ELSE
                           STRING ACN-CUSTM-NAME-FRSTNM
                                      DELIMITED BY '  '
                                  ' '  DELIMITED BY SIZE
                                  ACN-CUSTM-NAME-LASTNM
                                      DELIMITED BY '  '
                               INTO WS-PAY-NAME
                           END-STRING
                       END-IF
                   WHEN SQLCODE = +100
                       MOVE 'N' TO WS-RESOLVED-SW
                       MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                                    TO WS-EXC-REASON
                   WHEN OTHER
                       MOVE 'N' TO WS-RESOLVED-SW
                       MOVE 'CUSTOMER LOOKUP FAILED - SEE SQLCODE'
                                    TO WS-EXC-REASON
                       MOVE 'CUSTMTBL'     TO DB2-OBJECT
                       MOVE 'SELECT'       TO DB2-STATEMENT
                       MOVE WS-PAY-CUST-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 200400-RESOLVE-ACCOUNT TAKES THE CUSTOMER'S ACTIVE PAYACCT
      * PAYOUT ACCOUNT. A LOAN WITH NO REGISTERED PAYOUT ACCOUNT IS
      * PAID INTO THE ACCOUNT ITS ACTIVE DIRECT-DEBIT MANDATE
      * COLLECTS FROM - THE BORROWER HAS ALREADY SIGNED FOR THAT
      * ACCOUNT AND ITS CHECK DIGITS WERE VALIDATED BY DDMN100. WITH
      * NEITHER, THE REQUEST IS HELD BACK.
       200400-RESOLVE-ACCOUNT.

           MOVE WS-PAY-CUST-NO TO PACC-CUST-NO

           EXEC SQL
               SELECT PACC_BANK_ACC
                 INTO :PACC-BANK-ACC
                 FROM IDC015.PAYACCT
                WHERE PACC_CUST_NO = :PACC-CUST-NO
                  AND PACC_ST      = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE PACC-BANK-ACC TO WS-PAY-BANK-ACC
               WHEN SQLCODE = +100
                   IF PAYREQ-KEY-LOAN
                       PERFORM 200410-RESOLVE-MANDATE-ACCOUNT
                   END-IF
               WHEN OTHER
                   MOVE 'PAYACCT'      TO DB2-OBJECT
                   MOVE 'SELECT'       TO DB2-STATEMENT
                   MOVE WS-PAY-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE

           IF WS-PAY-BANK-ACC = SPACES
               MOVE 'N' TO WS-RESOLVED-SW
               MOVE 'NO PAYOUT ACCOUNT REGISTERED'
                                TO WS-EXC-REASON
           END-IF.
      ******************************************************************
       200410-RESOLVE-MANDATE-ACCOUNT.

           MOVE LLOANM-CAT TO DDMN-LOAN-CAT
           MOVE LLOANM-NO  TO DDMN-LOAN-NO

           EXEC SQL
               SELECT DDMN_BANK_ACC
                 INTO :DDMN-BANK-ACC
                 FROM IDC015.DDMANDT
                WHERE DDMN_LOAN_CAT = :DDMN-LOAN-CAT
                  AND DDMN_LOAN_NO  = :DDMN-LOAN-NO
                  AND DDMN_ST       = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE DDMN-BANK-ACC TO WS-PAY-BANK-ACC
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'DDMANDT'  TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE PAYREQ-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 210000-WRITE-TRANSFER WRITES THE CREDIT-TRANSFER RECORD.
       210000-WRITE-TRANSFER.

           ADD 1          TO WS-CTL-SENT-CNT
           ADD PAYREQ-AMT TO WS-CTL-SENT-AMT

           MOVE SPACES            TO RE-PAYOUT
           MOVE PAYREQ-KEY-TYPE   TO PTX-REF-KEY-TYPE
           MOVE PAYREQ-KEY        TO PTX-REF-KEY
           MOVE WS-TODAY-YYYYMMDD TO PTX-REF-DATE
           MOVE WS-CTL-SENT-CNT   TO PTX-REF-SEQ
           MOVE PAYREQ-EVENT      TO PTX-EVENT
           MOVE PAYREQ-KEY-TYPE   TO PTX-KEY-TYPE
           MOVE PAYREQ-KEY        TO PTX-KEY
           MOVE WS-PAY-CUST-NO    TO PTX-CUST-NO
           MOVE WS-PAY-NAME       TO PTX-BENEF-NAME
           MOVE WS-PAY-BANK-ACC   TO PTX-BANK-ACC
           MOVE PAYREQ-AMT        TO PTX-AMT
           MOVE WS-PAY-CCY        TO PTX-CCY
           MOVE WS-EXEC-DATE      TO PTX-EXEC-DATE

           WRITE RE-PAYOUT.
      ******************************************************************
      * 220000-HOLD-BACK-REQUEST LISTS THE REQUEST ON THE EXCEPTION
      * REPORT AND CARRIES IT FORWARD UNCHANGED.
       220000-HOLD-BACK-REQUEST.

           ADD 1 TO WS-CTL-EXC-CNT
           IF PAYREQ-AMT IS NUMERIC
               ADD PAYREQ-AMT TO WS-CTL-EXC-AMT
               MOVE PAYREQ-AMT TO WS-PX-AMT
           ELSE
               MOVE ZEROS      TO WS-PX-AMT
           END-IF

           MOVE PAYREQ-SRC-PGM  TO WS-PX-SRC-PGM
           MOVE PAYREQ-EVENT    TO WS-PX-EVENT
           MOVE PAYREQ-KEY-TYPE TO WS-PX-KEY-TYPE
           MOVE PAYREQ-KEY      TO WS-PX-KEY
           MOVE WS-PAY-CUST-NO  TO WS-PX-CUST-NO
           MOVE PAYREQ-REQ-DATE TO WS-PX-REQ-DATE
           MOVE WS-EXC-REASON   TO WS-PX-REASON
           WRITE RE-PAYRPT FROM WS-PX-LINE

           WRITE RE-PAYCFWD FROM PAYREQ-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'PAYO100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE CREDIT-TRANSFER FILE
      * AGAINST WHAT THE BANK ACKNOWLEDGES RECEIVING.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'PAYO100 CONTROL TOTALS'
           DISPLAY '  PAYMENT REQUESTS READ ............ : '
                   WS-CTL-IN-CNT
           DISPLAY '  CREDIT TRANSFERS WRITTEN ......... : '
                   WS-CTL-SENT-CNT
           DISPLAY '  TOTAL AMOUNT SENT ................ : '
                   WS-CTL-SENT-AMT
           DISPLAY '  REQUESTS HELD BACK ............... : '
                   WS-CTL-EXC-CNT
           DISPLAY '  TOTAL AMOUNT HELD BACK ........... : '
                   WS-CTL-EXC-AMT.
      ******************************************************************
