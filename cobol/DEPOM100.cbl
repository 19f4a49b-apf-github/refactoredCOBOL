      * (DEPOIN-REQ-TYPE 01/02/03) AGAINST THE DEPOMSTR DB2 TABLE,
      * AND MATURITY-INSTRUCTION TRANSACTIONS (REQ-TYPE 04) AGAINST
      * THE DEPOMINS REGISTRY THE NIGHTLY MATURITY BATCH DEPOX100
      * CONSUMES. A REQ-TYPE 08 REACTIVATES A DORMANT ACCOUNT ONCE
      * ITS HOLDER HAS BEEN RE-IDENTIFIED ON AN UNEXPIRED CUSTIDOC
      * DOCUMENT, LEAVING A DEPOMVHST 'R' ROW. DEPOMSTR IS
      * THE DEPOSIT MASTER BEHIND THE 'D' PRODUCT CODES IN RV3C0100'S
      * PRODUCT TABLE, SO DEPOSIT POSITIONS STOP BEING PASS-THROUGH
      * VALUES THAT ONLY EVER LIVE IN THE INBOUND EXTRACT RECORD.
      * THE CUSTOMER MUST EXIST ON CUSTM_TABLE, DUPLICATE ADDS ARE
      * REJECTED WITH A CLEAR REASON, AND THE SAME VAL4C100 SUSPENSE,
      * AUD4C100 AUDIT AND BL1DQ001 BALANCING SERVICES AS CUSTM100
      * APPLY. AN ADD OPENS THE ACCOUNT IN THE KEYED CURRENCY, WHICH
      * MUST CARRY A MAINTAINED QBEC9900 RATE, OR IN THE HOME
      * CURRENCY WHEN NONE IS KEYED.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-INS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REA-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
       01  WS-DUP-ACC-HOLD                  PIC X(10)   VALUE SPACES.
       01  WS-DUP-ACC-SW                    PIC X(1)    VALUE 'N'.
           88  WS-DUP-ACC-FOUND                         VALUE 'Y'.
       01  WS-IDOC-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CCY-OK-SW                     PIC X(1)    VALUE 'Y'.
           88  WS-CCY-OK                                VALUE 'Y'.
      ******************************************************************
      * ACCOUNT-CURRENCY CHECK: A DEPOSIT OPENED WITHOUT A CURRENCY IS
      * A HOME-CURRENCY ACCOUNT; ANY OTHER CURRENCY MUST BE ON THE
      * QBEC9900 REFERENCE WITH A NON-ZERO RATE SO THE MONTH-END
      * REVALUATION (FXRV100) CAN VALUE IT.
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD FOR DEPM_OPEN_DATE AND
      * THE BALANCING STAMP.
       COPY DEPOMINS.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY DEPOMVH.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
                       PERFORM 200200-APPLY-DEL
                   WHEN '04'
                       PERFORM 200300-APPLY-MAT-INSTR
                   WHEN '08'
                       PERFORM 200400-APPLY-REACTIVATE
                   WHEN OTHER
                       MOVE DEPOIN-REQ-TYPE    TO DREJ-REQ-TYPE
                       MOVE DEPOIN-DEPM-ACC    TO DREJ-DEPM-ACC
           IF DEPOIN-REQ-TYPE NOT = '01' AND
              DEPOIN-REQ-TYPE NOT = '02' AND
              DEPOIN-REQ-TYPE NOT = '03' AND
              DEPOIN-REQ-TYPE NOT = '04' AND
              DEPOIN-REQ-TYPE NOT = '08'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'DEPOIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
               MOVE 'DEPOMI-INSTR NOT R, C OR P'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND DEPOIN-REQ-TYPE = '08'
            AND (DEPORE-DOC-TYPE = SPACES OR DEPORE-DOC-NO = SPACES)
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'DEPORE IDENTITY DOCUMENT MISSING'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * THE DEPOSIT INPUT STREAM IS SHARED WITH THE POSTING BATCH
      * DEPOP100 AND THE EARLY-WITHDRAWAL BATCH DEPOW100; THIS JOB
      * OWNS THE MAINTENANCE, INSTRUCTION AND REACTIVATION (01-04,
      * 08) REQUEST TYPES
      * AND READS PAST ITS SIBLINGS' TYPES (05/06/07) WITHOUT
      * COUNTING THEM AS INPUT OR REJECTING THEM, SO BALD100'S
      * IN = APPLIED + REJECTED STILL HOLDS PER PROGRAM.
           END-READ.
      ******************************************************************
      * 200000-APPLY-ADD INSERTS A NEW DEPOMSTR ROW FOR AN 01/ADD
      * TRANSACTION, AFTER CONFIRMING THE CUSTOMER EXISTS, THE
      * ACCOUNT IS NOT ALREADY ON FILE AND ITS CURRENCY IS KNOWN.
       200000-APPLY-ADD.

           MOVE 'Y' TO WS-CCY-OK-SW

           PERFORM 195000-CHECK-CUSTOMER-EXISTS

           IF WS-CUST-EXISTS
           END-IF

           IF WS-CUST-EXISTS AND NOT WS-DUP-ACC-FOUND
               PERFORM 197000-CHECK-ACCOUNT-CCY
           END-IF

           IF WS-CUST-EXISTS AND NOT WS-DUP-ACC-FOUND AND WS-CCY-OK
               MOVE DEPOIN-DEPM-ACC      TO DEPM-ACC
               MOVE DEPOIN-DEPM-CUST-NO  TO DEPM-CUST-NO
               MOVE DEPOIN-DEPM-COD-PROD TO DEPM-COD-PROD
                   PERFORM 900100-WRITE-REJECT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-CUST-EXISTS
                       MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                                          TO DREJ-REASON
                   WHEN WS-DUP-ACC-FOUND
                       MOVE 'DUPLICATE DEPM_ACC - ACCOUNT EXISTS'
                                          TO DREJ-REASON
                   WHEN OTHER
                       MOVE 'NO RATE MAINTAINED FOR DEPOSIT CURRENCY'
                                          TO DREJ-REASON
               END-EVALUATE
               MOVE '01'              TO DREJ-REQ-TYPE
               MOVE DEPOIN-DEPM-ACC   TO DREJ-DEPM-ACC
               MOVE ZEROS             TO DREJ-SQLCODE
               INSERT INTO IDC015.DEPOMSTR
                   ( DEPM_ACC, DEPM_CUST_NO, DEPM_COD_PROD,
                     DEPM_BAL, DEPM_MAT_DATE, DEPM_ROI,
                     DEPM_ST, DEPM_OPEN_DATE, DEPM_HELD_AMT,
                     DEPM_CCY )
               VALUES
                   ( :DEPM-ACC, :DEPM-CUST-NO, :DEPM-COD-PROD,
                     :DEPM-BAL, :DEPM-MAT-DATE, :DEPM-ROI,
                     :DEPM-ST, :DEPM-OPEN-DATE, 0,
                     :DEPM-CCY )
           END-EXEC.
      ******************************************************************
       200100-APPLY-MOD.
               VALUES
                   ( :DMIN-ACC, :DMIN-INSTR, :DMIN-REG-DATE )
           END-EXEC.
      ******************************************************************
      * 200400-APPLY-REACTIVATE RETURNS A DORMANT ACCOUNT TO ACTIVE
      * FOR AN 08 TRANSACTION. THE ACCOUNT MUST BE DORMANT AND THE
      * DOCUMENT THE HOLDER WAS RE-IDENTIFIED ON MUST BE ONE OF THE
      * CUSTOMER'S UNEXPIRED CUSTIDOC DOCUMENTS. THE DEPOMVHST 'R'
      * ROW RESTARTS DEPOD100'S DORMANCY CLOCK.
       200400-APPLY-REACTIVATE.

           MOVE SPACES          TO DREJ-REASON
           MOVE DEPORE-DEPM-ACC TO DEPM-ACC

           EXEC SQL
               SELECT DEPM_CUST_NO, DEPM_BAL, DEPM_ST
                 INTO :DEPM-CUST-NO, :DEPM-BAL, :DEPM-ST
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'ACCOUNT NOT ON DEPOMSTR'
                                          TO DREJ-REASON
                   MOVE ZEROS             TO DREJ-SQLCODE
               WHEN SQLCODE NOT = ZERO
                   MOVE 'SELECT FAILED - SEE SQLCODE'
                                          TO DREJ-REASON
                   MOVE SQLCODE           TO DREJ-SQLCODE
                   MOVE 'DEPOMSTR'        TO DB2-OBJECT
                   MOVE 'SELECT'          TO DB2-STATEMENT
                   MOVE DEPORE-DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN DEPM-ST NOT = 'D'
                   MOVE 'ACCOUNT NOT DORMANT'
                                          TO DREJ-REASON
                   MOVE ZEROS             TO DREJ-SQLCODE
               WHEN OTHER
                   PERFORM 200410-CHECK-ID-DOCUMENT
                   IF WS-IDOC-CNT = ZERO
                       MOVE 'DOCUMENT NOT ON FILE OR EXPIRED'
                                          TO DREJ-REASON
                       MOVE ZEROS         TO DREJ-SQLCODE
                   ELSE
                       PERFORM 200420-REACTIVATE-ACCOUNT
                   END-IF
           END-EVALUATE

           IF DREJ-REASON NOT = SPACES
               MOVE '08'              TO DREJ-REQ-TYPE
               MOVE DEPORE-DEPM-ACC   TO DREJ-DEPM-ACC
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
       200410-CHECK-ID-DOCUMENT.

           MOVE ZEROS TO WS-IDOC-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-IDOC-CNT
                 FROM IDC015.CUSTIDOC
                WHERE CID_CUST_NO  = :DEPM-CUST-NO
                  AND CID_DOC_TYPE = :DEPORE-DOC-TYPE
                  AND CID_DOC_NO   = :DEPORE-DOC-NO
                  AND CID_EXP_DATE >= :WS-TODAY-DATE-X
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'CUSTIDOC'        TO DB2-OBJECT
               MOVE 'SELECT'          TO DB2-STATEMENT
               MOVE DEPORE-DEPM-ACC   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE ZEROS             TO WS-IDOC-CNT
           END-IF.
      ******************************************************************
      * 200420-REACTIVATE-ACCOUNT FLIPS THE ACCOUNT BACK TO ACTIVE
      * AND, ONCE THAT HAS TAKEN, LEAVES THE 'R' MOVEMENT ROW.
       200420-REACTIVATE-ACCOUNT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200430-UPDATE-REACTIVATE
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               MOVE DEPM-ACC        TO DMVH-ACC
               MOVE WS-TODAY-DATE-X TO DMVH-DATE
               MOVE 'R'             TO DMVH-TYPE
               MOVE ZEROS           TO DMVH-AMT
               MOVE DEPM-BAL        TO DMVH-BAL

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200440-INSERT-DEPOMVHST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   MOVE 'DEPOMVHS'        TO DB2-OBJECT
                   MOVE 'INSERT'          TO DB2-STATEMENT
                   MOVE DEPORE-DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF

               ADD 1 TO WS-CTL-REA-CNT
               MOVE 'REACTIVATE'      TO WS-AUD-TRAN-TYPE
               MOVE DEPORE-DEPM-ACC   TO WS-AUD-KEY
               MOVE 'D'               TO WS-AUD-BEFORE
               MOVE 'A'               TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               MOVE SQLCODE           TO DREJ-SQLCODE
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                                      TO DREJ-REASON
               MOVE 'DEPOMSTR'        TO DB2-OBJECT
               MOVE 'UPDATE'          TO DB2-STATEMENT
               MOVE DEPORE-DEPM-ACC   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       200430-UPDATE-REACTIVATE.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DEPOMSTR
                  SET DEPM_ST = 'A'
                WHERE DEPM_ACC = :DEPM-ACC
                  AND DEPM_ST  = 'D'
           END-EXEC.
      ******************************************************************
       200440-INSERT-DEPOMVHST-ROW.

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
       195000-CHECK-CUSTOMER-EXISTS.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-DUP-ACC-SW
           END-IF.
      ******************************************************************
      * 197000-CHECK-ACCOUNT-CCY SETTLES THE NEW ACCOUNT'S CURRENCY:
      * THE HOME CURRENCY WHEN NONE IS KEYED, OTHERWISE THE KEYED
      * CURRENCY PROVIDED QBEC9900 KNOWS IT AND A NON-ZERO RATE IS
      * MAINTAINED FOR IT.
       197000-CHECK-ACCOUNT-CCY.

           IF DEPOIN-DEPM-CCY = SPACES
            OR DEPOIN-DEPM-CCY = WS-HOME-CCY
               MOVE WS-HOME-CCY TO DEPM-CCY
           ELSE
               MOVE DEPOIN-DEPM-CCY     TO DEPM-CCY
               MOVE DEPOIN-DEPM-CCY     TO QBEC9900-COD-ENTITY
               MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
               SET QBEC9900-FUNC-INQUIRE TO TRUE

               CALL 'QBEC9900' USING WS-QBEC9900-AREA

               IF NOT QBEC9900-88-COD-RETURN-OK
                OR QBEC9900-EXCH-RATE = ZERO
                   MOVE 'N' TO WS-CCY-OK-SW
               END-IF
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

                   WS-CTL-DEL-CNT
           DISPLAY '  MATURITY INSTRUCTIONS REGISTERED . : '
                   WS-CTL-INS-CNT
           DISPLAY '  DORMANT ACCOUNTS REACTIVATED ..... : '
                   WS-CTL-REA-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '  TRANSACTIONS SUSPENDED ........... : '
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-ADD-CNT + WS-CTL-MOD-CNT + WS-CTL-DEL-CNT
             + WS-CTL-INS-CNT + WS-CTL-REA-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

