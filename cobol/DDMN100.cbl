      * LOANM_DD_MAND TO 'Y'; A CANCELLATION (02) STAMPS THE
      * CANCELLATION DATE, FLIPS THE MANDATE TO 'C' AND THE LOAN TO
      * MANUAL PAY ('N'), SO DDGEN100 STOPS COLLECTING ON A DEAD
      * MANDATE THE SAME NIGHT. THE SAME STREAM ALSO MAINTAINS THE
      * PAYACCT PAYOUT-ACCOUNT REGISTRY THE CREDIT-TRANSFER BUILDER
      * PAYO100 PAYS CUSTOMERS INTO: A PAYOUT-ACCOUNT REGISTRATION
      * (03) RUNS THE SAME CHECK-DIGIT VALIDATION AND UPSERTS THE
      * CUSTOMER'S ROW, A CANCELLATION (04) FLIPS IT TO 'C'. A
      * BORROWER MAY INSTEAD HAVE THE INSTALLMENTS SWEPT OFF ONE OF
      * THEIR OWN DEPOSIT ACCOUNTS: A NOMINATION (05) CHECKS THE
      * ACCOUNT IS AN ACTIVE DEPOMSTR ACCOUNT HELD BY THE LOAN'S
      * BORROWER IN THE LOAN'S OWN CURRENCY, UPSERTS THE LOANSWEEP
      * ROW AND FLIPS LOANM_DD_MAND TO 'I' SO LSWP100 SWEEPS THE LOAN
      * AND DDGEN100 LEAVES IT ALONE; ENDING IT (06) FLIPS THE ROW TO
      * 'C' AND THE LOAN BACK TO ITS MANDATE ('Y') OR TO MANUAL PAY
      * ('N'). THE
      * SAME VAL4C100 SUSPENSE, AUD4C100 AUDIT AND BL1DQ001
      * BALANCING SERVICES AS THE OTHER MAINTENANCE PROGRAMS APPLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
      * DDMNTRAN-FILE CARRIES THE DAY'S MANDATE TRANSACTIONS:
      * 01-REGISTER (LOAN KEY, DEBTOR ACCOUNT, MANDATE REFERENCE,
      * SIGNATURE DATE) OR 02-CANCEL (LOAN KEY ALONE), AND THE
      * PAYOUT-ACCOUNT AND INTERNAL SWEEP TYPES IN THE DMPA AND DMSW
      * VIEWS BELOW.
       FD  DDMNTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  DMIN-MAND-REF                PIC X(16).
           05  DMIN-SIGN-DATE               PIC X(10).
           05  FILLER                       PIC X(20).
      * ALTERNATE VIEW FOR THE PAYOUT-ACCOUNT TYPES: 03-REGISTER
      * (CUSTOMER NUMBER AND THE 20-DIGIT ACCOUNT PAYOUTS ARE
      * CREDITED TO) OR 04-CANCEL (CUSTOMER NUMBER ALONE). THE
      * CUSTOMER NUMBER AND ACCOUNT SIT WHERE THE LOAN KEY AND
      * DEBTOR ACCOUNT DO, SO THE SAME FRONT-END EDITS COVER BOTH.
       01  RE-DDMNPA REDEFINES RE-DDMNIN.
           05  DMPA-REQ-TYPE                PIC X(2).
           05  FILLER                       PIC X(2).
           05  DMPA-CUST-NO                 PIC X(10).
           05  DMPA-BANK-ACC                PIC X(20).
           05  FILLER                       PIC X(46).
      * ALTERNATE VIEW FOR THE INTERNAL SWEEP TYPES: 05-NOMINATE
      * (LOAN KEY AND THE BORROWER'S OWN DEPOSIT ACCOUNT NUMBER THE
      * INSTALLMENTS ARE SWEPT FROM) OR 06-END (LOAN KEY ALONE). THE
      * DEPOSIT ACCOUNT SITS WHERE THE DEBTOR ACCOUNT DOES.
       01  RE-DDMNSW REDEFINES RE-DDMNIN.
           05  DMSW-REQ-TYPE                PIC X(2).
           05  DMSW-LOAN-CAT                PIC X(2).
           05  DMSW-LOAN-NO                 PIC X(10).
           05  DMSW-DEP-ACC                 PIC X(10).
           05  FILLER                       PIC X(56).
      ******************************************************************
      * DDMNREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE.
               88  WS-LOAN-FOUND                        VALUE 'Y'.
           05  WS-CCC-OK-SW                 PIC X(1)    VALUE 'Y'.
               88  WS-CCC-OK                            VALUE 'Y'.
           05  WS-CUST-FOUND-SW             PIC X(1)    VALUE 'N'.
               88  WS-CUST-FOUND                        VALUE 'Y'.
           05  WS-SWEEP-ACTIVE-SW           PIC X(1)    VALUE 'N'.
               88  WS-SWEEP-ACTIVE                      VALUE 'Y'.
           05  WS-MAND-ACTIVE-SW            PIC X(1)    VALUE 'N'.
               88  WS-MAND-ACTIVE                       VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PAREG-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PACAN-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SWREG-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SWCAN-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS.
       01  WS-EDITS-OK-SW                   PIC X(1)    VALUE 'Y'.
           88  WS-EDITS-OK                              VALUE 'Y'.
       01  WS-EDIT-REASON                   PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 240000-APPLY-SWEEP-ACCOUNT: THE LOAN'S
      * BORROWER, WHO MUST ALSO HOLD THE NOMINATED DEPOSIT ACCOUNT,
      * AND THE REASON A NOMINATION IS TURNED AWAY.
       01  WS-SWP-CUST-NO                   PIC X(10)   VALUE SPACES.
       01  WS-SWP-REJ-REASON                PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 190000-VALIDATE-CHECK-DIGITS: THE
      * STANDARD 20-DIGIT ACCOUNT IS ENTITY(4) OFFICE(4) CHECK(2)
      * ACCOUNT(10); THE FIRST CHECK DIGIT COVERS THE ENTITY AND
                                                         VALUE 3.
      ******************************************************************
       COPY DDMANDT.
      ******************************************************************
       COPY PAYACCT.
      ******************************************************************
       COPY LOANSWP.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
                       PERFORM 200000-APPLY-REGISTRATION
                   WHEN '02'
                       PERFORM 210000-APPLY-CANCELLATION
                   WHEN '03'
                       PERFORM 220000-APPLY-PAYOUT-ACCOUNT
                   WHEN '04'
                       PERFORM 230000-CANCEL-PAYOUT-ACCOUNT
                   WHEN '05'
                       PERFORM 240000-APPLY-SWEEP-ACCOUNT
                   WHEN '06'
                       PERFORM 250000-CANCEL-SWEEP-ACCOUNT
                   WHEN OTHER
                       MOVE DMIN-REQ-TYPE  TO MREJ-REQ-TYPE
                       MOVE DMIN-LOAN-NO   TO MREJ-LOAN-NO
           END-IF

           IF WS-EDITS-OK
            AND (DMIN-REQ-TYPE = '01' OR DMIN-REQ-TYPE = '03')
            AND DMIN-BANK-ACC IS NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'DMIN-BANK-ACC NOT NUMERIC'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND DMIN-REQ-TYPE = '05'
            AND DMSW-DEP-ACC = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'DMSW-DEP-ACC NOT PRESENT'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
       100200-READ-INPUT.
      ******************************************************************
      * 210000-APPLY-CANCELLATION FLIPS THE MANDATE TO 'C' WITH
      * TODAY'S CANCELLATION DATE AND THE LOAN TO MANUAL PAY, SO
      * THE DEAD MANDATE IS NEVER COLLECTED AGAIN. A LOAN BEING
      * SWEPT FROM AN INTERNAL ACCOUNT KEEPS ITS 'I' FLAG - THE
      * MANDATE IT STOOD BEHIND WAS NOT BEING COLLECTED ANYWAY.
       210000-APPLY-CANCELLATION.

           MOVE DMIN-LOAN-CAT   TO DDMN-LOAN-CAT

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE DMIN-LOAN-CAT TO LSWP-LOAN-CAT
                   MOVE DMIN-LOAN-NO  TO LSWP-LOAN-NO
                   PERFORM 260000-CHECK-ACTIVE-SWEEP
                   IF WS-SWEEP-ACTIVE
                       MOVE 'I' TO WS-MAND-FLAG
                   ELSE
                       MOVE 'N' TO WS-MAND-FLAG
                   END-IF
                   PERFORM 200030-SET-LOAN-FLAG
                   ADD 1 TO WS-CTL-CAN-CNT
                   MOVE 'MANDCAN'      TO WS-AUD-TRAN-TYPE
                  AND DDMN_LOAN_NO  = :DDMN-LOAN-NO
                  AND DDMN_ST       = 'A'
           END-EXEC.
      ******************************************************************
      * 220000-APPLY-PAYOUT-ACCOUNT REGISTERS (OR REPLACES) THE
      * ACCOUNT A CUSTOMER'S LOAN DISBURSEMENTS AND DEPOSIT PAYOUTS
      * ARE CREDITED TO. THE ACCOUNT GETS THE SAME CHECK-DIGIT
      * VALIDATION AS A MANDATE ACCOUNT AND THE CUSTOMER MUST BE ON
      * CUSTM_TABLE - A CREDIT TRANSFER TO A MIS-KEYED ACCOUNT IS
      * FAR HARDER TO GET BACK THAN A FAILED DEBIT.
       220000-APPLY-PAYOUT-ACCOUNT.

           PERFORM 190000-VALIDATE-CHECK-DIGITS

           IF NOT WS-CCC-OK
               MOVE '03'           TO MREJ-REQ-TYPE
               MOVE DMPA-CUST-NO   TO MREJ-LOAN-NO
               MOVE ZEROS          TO MREJ-SQLCODE
               MOVE 'ACCOUNT CHECK DIGITS DO NOT VERIFY'
                                   TO MREJ-REASON
               PERFORM 900100-WRITE-REJECT
           ELSE
               PERFORM 225000-CHECK-CUSTOMER-EXISTS

               IF NOT WS-CUST-FOUND
                   MOVE '03'           TO MREJ-REQ-TYPE
                   MOVE DMPA-CUST-NO   TO MREJ-LOAN-NO
                   MOVE ZEROS          TO MREJ-SQLCODE
                   MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                                       TO MREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               ELSE
                   MOVE DMPA-CUST-NO    TO PACC-CUST-NO
                   MOVE DMPA-BANK-ACC   TO PACC-BANK-ACC
                   MOVE WS-TODAY-DATE-X TO PACC-REG-DATE
                   MOVE '9999-12-31'    TO PACC-CANC-DATE
                   MOVE 'A'             TO PACC-ST

                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 220010-UPDATE-PAYACCT-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND
                              SQLCODE NOT = -913)

                   IF SQLCODE = +100
                       MOVE ZERO TO WS-DB2-RETRY-CNT
                       PERFORM 220020-INSERT-PAYACCT-ROW
                           WITH TEST AFTER
                           UNTIL SQLCODE = ZERO
                              OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                              OR (SQLCODE NOT = -911 AND
                                  SQLCODE NOT = -913)
                   END-IF

                   IF SQLCODE = ZERO
                       ADD 1 TO WS-CTL-PAREG-CNT
                       MOVE 'PAYACCREG'    TO WS-AUD-TRAN-TYPE
                       MOVE DMPA-CUST-NO   TO WS-AUD-KEY
                       MOVE SPACES         TO WS-AUD-BEFORE
                       MOVE DMPA-BANK-ACC  TO WS-AUD-AFTER
                       PERFORM 900400-WRITE-AUDIT-TRAIL
                   ELSE
                       MOVE '03'           TO MREJ-REQ-TYPE
                       MOVE DMPA-CUST-NO   TO MREJ-LOAN-NO
                       MOVE SQLCODE        TO MREJ-SQLCODE
                       MOVE 'PAYOUT ACCOUNT UPSERT FAILED - SQLCODE'
                                           TO MREJ-REASON
                       MOVE 'PAYACCT'      TO DB2-OBJECT
                       MOVE 'UPSERT'       TO DB2-STATEMENT
                       MOVE DMPA-CUST-NO   TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                       PERFORM 900100-WRITE-REJECT
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       220010-UPDATE-PAYACCT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.PAYACCT
                  SET PACC_BANK_ACC  = :PACC-BANK-ACC,
                      PACC_REG_DATE  = :PACC-REG-DATE,
                      PACC_CANC_DATE = :PACC-CANC-DATE,
                      PACC_ST        = :PACC-ST
                WHERE PACC_CUST_NO = :PACC-CUST-NO
           END-EXEC.
      ******************************************************************
       220020-INSERT-PAYACCT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.PAYACCT
                   ( PACC_CUST_NO, PACC_BANK_ACC, PACC_REG_DATE,
                     PACC_CANC_DATE, PACC_ST )
               VALUES
                   ( :PACC-CUST-NO, :PACC-BANK-ACC, :PACC-REG-DATE,
                     :PACC-CANC-DATE, :PACC-ST )
           END-EXEC.
      ******************************************************************
       225000-CHECK-CUSTOMER-EXISTS.

           MOVE 'N'          TO WS-CUST-FOUND-SW
           MOVE DMPA-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_ST
                 INTO :ACN-CUSTM-ST
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CUST-FOUND-SW
           END-IF.
      ******************************************************************
      * 230000-CANCEL-PAYOUT-ACCOUNT FLIPS THE CUSTOMER'S PAYOUT
      * ACCOUNT TO 'C' WITH TODAY'S CANCELLATION DATE. PAYO100 THEN
      * LISTS THE CUSTOMER'S NEXT PAYOUT AS UNRESOLVED INSTEAD OF
      * CREDITING A CLOSED ACCOUNT.
       230000-CANCEL-PAYOUT-ACCOUNT.

           MOVE DMPA-CUST-NO    TO PACC-CUST-NO
           MOVE WS-TODAY-DATE-X TO PACC-CANC-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 230010-CANCEL-PAYACCT-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CTL-PACAN-CNT
                   MOVE 'PAYACCCAN'    TO WS-AUD-TRAN-TYPE
                   MOVE DMPA-CUST-NO   TO WS-AUD-KEY
                   MOVE 'A'            TO WS-AUD-BEFORE
                   MOVE 'C'            TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               WHEN SQLCODE = +100
                   MOVE '04'           TO MREJ-REQ-TYPE
                   MOVE DMPA-CUST-NO   TO MREJ-LOAN-NO
                   MOVE ZEROS          TO MREJ-SQLCODE
                   MOVE 'NO ACTIVE PAYOUT ACCOUNT ON PAYACCT'
                                       TO MREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN OTHER
                   MOVE '04'           TO MREJ-REQ-TYPE
                   MOVE DMPA-CUST-NO   TO MREJ-LOAN-NO
                   MOVE SQLCODE        TO MREJ-SQLCODE
                   MOVE 'CANCEL FAILED - SEE SQLCODE'
                                       TO MREJ-REASON
                   MOVE 'PAYACCT'      TO DB2-OBJECT
                   MOVE 'UPDATE'       TO DB2-STATEMENT
                   MOVE DMPA-CUST-NO   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
           END-EVALUATE.
      ******************************************************************
       230010-CANCEL-PAYACCT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.PAYACCT
                  SET PACC_ST        = 'C',
                      PACC_CANC_DATE = :PACC-CANC-DATE
                WHERE PACC_CUST_NO = :PACC-CUST-NO
                  AND PACC_ST      = 'A'
           END-EXEC.
      ******************************************************************
      * 240000-APPLY-SWEEP-ACCOUNT NOMINATES (OR REPLACES) THE
      * BORROWER'S OWN DEPOSIT ACCOUNT THE LOAN'S INSTALLMENTS ARE
      * SWEPT FROM. THE LOAN MUST BE ACTIVE AND THE ACCOUNT AN
      * ACTIVE DEPOMSTR ACCOUNT HELD BY THE SAME CUSTOMER - THE
      * BANK MAY NOT DEBIT ONE CUSTOMER'S DEPOSIT FOR ANOTHER'S
      * LOAN - AND IN THE LOAN'S CURRENCY, AS A SWEEP MOVES THE
      * INSTALLMENT UNCONVERTED. ON SUCCESS THE LOAN'S FLAG GOES TO
      * 'I'.
       240000-APPLY-SWEEP-ACCOUNT.

           MOVE SPACES TO WS-SWP-REJ-REASON

           PERFORM 245000-CHECK-SWEEP-LOAN

           IF WS-SWP-REJ-REASON = SPACES
               PERFORM 246000-CHECK-DEPOSIT-ACCOUNT
           END-IF

           IF WS-SWP-REJ-REASON NOT = SPACES
               MOVE '05'              TO MREJ-REQ-TYPE
               MOVE DMSW-LOAN-NO      TO MREJ-LOAN-NO
               MOVE ZEROS             TO MREJ-SQLCODE
               MOVE WS-SWP-REJ-REASON TO MREJ-REASON
               PERFORM 900100-WRITE-REJECT
           ELSE
               MOVE DMSW-LOAN-CAT   TO LSWP-LOAN-CAT
               MOVE DMSW-LOAN-NO    TO LSWP-LOAN-NO
               MOVE DMSW-DEP-ACC    TO LSWP-DEP-ACC
               MOVE WS-TODAY-DATE-X TO LSWP-REG-DATE
               MOVE '9999-12-31'    TO LSWP-CANC-DATE
               MOVE 'A'             TO LSWP-ST

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 240010-UPDATE-LOANSWEEP-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = +100
                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 240020-INSERT-LOANSWEEP-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND
                              SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   MOVE DMSW-LOAN-NO   TO DDMN-LOAN-NO
                   MOVE 'I'            TO WS-MAND-FLAG
                   PERFORM 200030-SET-LOAN-FLAG
                   ADD 1 TO WS-CTL-SWREG-CNT
                   MOVE 'SWEEPREG'     TO WS-AUD-TRAN-TYPE
                   MOVE DMSW-LOAN-NO   TO WS-AUD-KEY
                   MOVE SPACES         TO WS-AUD-BEFORE
                   MOVE DMSW-DEP-ACC   TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE '05'           TO MREJ-REQ-TYPE
                   MOVE DMSW-LOAN-NO   TO MREJ-LOAN-NO
                   MOVE SQLCODE        TO MREJ-SQLCODE
                   MOVE 'SWEEP ACCOUNT UPSERT FAILED - SQLCODE'
                                       TO MREJ-REASON
                   MOVE 'LOANSWEEP'    TO DB2-OBJECT
                   MOVE 'UPSERT'       TO DB2-STATEMENT
                   MOVE DMSW-LOAN-NO   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
               END-IF
           END-IF.
      ******************************************************************
       240010-UPDATE-LOANSWEEP-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANSWEEP
                  SET LSWP_DEP_ACC   = :LSWP-DEP-ACC,
                      LSWP_REG_DATE  = :LSWP-REG-DATE,
                      LSWP_CANC_DATE = :LSWP-CANC-DATE,
                      LSWP_ST        = :LSWP-ST
                WHERE LSWP_LOAN_CAT = :LSWP-LOAN-CAT
                  AND LSWP_LOAN_NO  = :LSWP-LOAN-NO
           END-EXEC.
      ******************************************************************
       240020-INSERT-LOANSWEEP-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.LOANSWEEP
                   ( LSWP_LOAN_CAT, LSWP_LOAN_NO, LSWP_DEP_ACC,
                     LSWP_REG_DATE, LSWP_CANC_DATE, LSWP_ST )
               VALUES
                   ( :LSWP-LOAN-CAT, :LSWP-LOAN-NO, :LSWP-DEP-ACC,
                     :LSWP-REG-DATE, :LSWP-CANC-DATE, :LSWP-ST )
           END-EXEC.
      ******************************************************************
      * 245000-CHECK-SWEEP-LOAN READS THE LOAN'S STATUS, BORROWER
      * AND CURRENCY; ONLY A LIVE LOAN HAS INSTALLMENTS LEFT TO SWEEP.
       245000-CHECK-SWEEP-LOAN.

           MOVE DMSW-LOAN-CAT TO LLOANM-CAT
           MOVE DMSW-LOAN-NO  TO LLOANM-NO

           EXEC SQL
               SELECT LOANM_ST, LOANM_CUST_NO, LOANM_CCY
                 INTO :LLOANM-ST, :LLOANM-CUST-NO, :LLOANM-CCY
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CAT = :LLOANM-CAT
                  AND LOANM_NO  = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'LOAN NOT ON LOANMSTR' TO WS-SWP-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'LOAN LOOKUP FAILED - SEE PROBLEM LOG'
                                               TO WS-SWP-REJ-REASON
                   MOVE 'LOANMSTR'    TO DB2-OBJECT
                   MOVE 'SELECT'      TO DB2-STATEMENT
                   MOVE DMSW-LOAN-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN LLOANM-ST NOT = 'A'
                   MOVE 'LOAN NOT ACTIVE' TO WS-SWP-REJ-REASON
               WHEN OTHER
                   MOVE LLOANM-CUST-NO TO WS-SWP-CUST-NO
           END-EVALUATE.
      ******************************************************************
      * 246000-CHECK-DEPOSIT-ACCOUNT CONFIRMS THE NOMINATED ACCOUNT IS
      * AN ACTIVE DEPOMSTR ACCOUNT IN THE BORROWER'S OWN NAME, HELD
      * IN THE LOAN'S CURRENCY. A DORMANT ACCOUNT IS REFUSED - IT
      * MUST BE REACTIVATED FIRST.
       246000-CHECK-DEPOSIT-ACCOUNT.

           MOVE DMSW-DEP-ACC TO DEPM-ACC

           EXEC SQL
               SELECT DEPM_CUST_NO, DEPM_ST, DEPM_CCY
                 INTO :DEPM-CUST-NO, :DEPM-ST, :DEPM-CCY
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'DEPOSIT ACCOUNT NOT ON DEPOMSTR'
                                               TO WS-SWP-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'ACCOUNT LOOKUP FAILED - SEE PROBLEM LOG'
                                               TO WS-SWP-REJ-REASON
                   MOVE 'DEPOMSTR'    TO DB2-OBJECT
                   MOVE 'SELECT'      TO DB2-STATEMENT
                   MOVE DMSW-DEP-ACC  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN DEPM-ST NOT = 'A'
                   MOVE 'DEPOSIT ACCOUNT NOT ACTIVE'
                                               TO WS-SWP-REJ-REASON
               WHEN DEPM-CUST-NO NOT = WS-SWP-CUST-NO
                   MOVE 'ACCOUNT NOT HELD BY THE BORROWER'
                                               TO WS-SWP-REJ-REASON
               WHEN DEPM-CCY NOT = LLOANM-CCY
                   MOVE 'ACCOUNT CURRENCY DIFFERS FROM THE LOAN'
                                               TO WS-SWP-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 250000-CANCEL-SWEEP-ACCOUNT ENDS THE NOMINATION WITH TODAY'S
      * CANCELLATION DATE. THE LOAN GOES BACK TO ITS DIRECT-DEBIT
      * MANDATE WHEN ONE IS STILL ACTIVE ON DDMANDT, OTHERWISE TO
      * MANUAL PAY.
       250000-CANCEL-SWEEP-ACCOUNT.

           MOVE DMSW-LOAN-CAT   TO LSWP-LOAN-CAT
           MOVE DMSW-LOAN-NO    TO LSWP-LOAN-NO
           MOVE WS-TODAY-DATE-X TO LSWP-CANC-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 250010-CANCEL-LOANSWEEP-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   PERFORM 260100-CHECK-ACTIVE-MANDATE
                   IF WS-MAND-ACTIVE
                       MOVE 'Y' TO WS-MAND-FLAG
                   ELSE
                       MOVE 'N' TO WS-MAND-FLAG
                   END-IF
                   MOVE DMSW-LOAN-NO   TO DDMN-LOAN-NO
                   PERFORM 200030-SET-LOAN-FLAG
                   ADD 1 TO WS-CTL-SWCAN-CNT
                   MOVE 'SWEEPCAN'     TO WS-AUD-TRAN-TYPE
                   MOVE DMSW-LOAN-NO   TO WS-AUD-KEY
                   MOVE 'A'            TO WS-AUD-BEFORE
                   MOVE 'C'            TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               WHEN SQLCODE = +100
                   MOVE '06'           TO MREJ-REQ-TYPE
                   MOVE DMSW-LOAN-NO   TO MREJ-LOAN-NO
                   MOVE ZEROS          TO MREJ-SQLCODE
                   MOVE 'NO ACTIVE SWEEP ACCOUNT ON LOANSWEEP'
                                       TO MREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN OTHER
                   MOVE '06'           TO MREJ-REQ-TYPE
                   MOVE DMSW-LOAN-NO   TO MREJ-LOAN-NO
                   MOVE SQLCODE        TO MREJ-SQLCODE
                   MOVE 'CANCEL FAILED - SEE SQLCODE'
                                       TO MREJ-REASON
                   MOVE 'LOANSWEEP'    TO DB2-OBJECT
                   MOVE 'UPDATE'       TO DB2-STATEMENT
                   MOVE DMSW-LOAN-NO   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
           END-EVALUATE.
      ******************************************************************
       250010-CANCEL-LOANSWEEP-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANSWEEP
                  SET LSWP_ST        = 'C',
                      LSWP_CANC_DATE = :LSWP-CANC-DATE
                WHERE LSWP_LOAN_CAT = :LSWP-LOAN-CAT
                  AND LSWP_LOAN_NO  = :LSWP-LOAN-NO
                  AND LSWP_ST       = 'A'
           END-EXEC.
      ******************************************************************
      * 260000-CHECK-ACTIVE-SWEEP TELLS 210000-APPLY-CANCELLATION
      * WHETHER THE LOAN IS BEING SWEPT FROM AN INTERNAL ACCOUNT.
       260000-CHECK-ACTIVE-SWEEP.

           MOVE 'N' TO WS-SWEEP-ACTIVE-SW

           EXEC SQL
               SELECT LSWP_ST
                 INTO :LSWP-ST
                 FROM IDC015.LOANSWEEP
                WHERE LSWP_LOAN_CAT = :LSWP-LOAN-CAT
                  AND LSWP_LOAN_NO  = :LSWP-LOAN-NO
                  AND LSWP_ST       = 'A'
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-SWEEP-ACTIVE-SW
           END-IF.
      ******************************************************************
      * 260100-CHECK-ACTIVE-MANDATE TELLS 250000-CANCEL-SWEEP-ACCOUNT
      * WHETHER THE LOAN STILL HAS A LIVE DIRECT-DEBIT MANDATE TO
      * FALL BACK ON.
       260100-CHECK-ACTIVE-MANDATE.

           MOVE 'N'           TO WS-MAND-ACTIVE-SW
           MOVE DMSW-LOAN-CAT TO DDMN-LOAN-CAT
           MOVE DMSW-LOAN-NO  TO DDMN-LOAN-NO

           EXEC SQL
               SELECT DDMN_ST
                 INTO :DDMN-ST
                 FROM IDC015.DDMANDT
                WHERE DDMN_LOAN_CAT = :DDMN-LOAN-CAT
                  AND DDMN_LOAN_NO  = :DDMN-LOAN-NO
                  AND DDMN_ST       = 'A'
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-MAND-ACTIVE-SW
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

                   WS-CTL-REG-CNT
           DISPLAY '  MANDATES CANCELLED ............... : '
                   WS-CTL-CAN-CNT
           DISPLAY '  PAYOUT ACCOUNTS REGISTERED ....... : '
                   WS-CTL-PAREG-CNT
           DISPLAY '  PAYOUT ACCOUNTS CANCELLED ........ : '
                   WS-CTL-PACAN-CNT
           DISPLAY '  SWEEP ACCOUNTS NOMINATED ......... : '
                   WS-CTL-SWREG-CNT
           DISPLAY '  SWEEP ACCOUNTS ENDED ............. : '
                   WS-CTL-SWCAN-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '  TRANSACTIONS SUSPENDED ........... : '
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-REG-CNT + WS-CTL-CAN-CNT
             + WS-CTL-PAREG-CNT + WS-CTL-PACAN-CNT
             + WS-CTL-SWREG-CNT + WS-CTL-SWCAN-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

