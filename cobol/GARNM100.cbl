      ******************************************************************
      * GARNM100 MAINTAINS THE GARNORD GARNISHMENT (EMBARGO) ORDER
      * REGISTER FROM THE WEEKLY FILE OF COURT, TAX-AUTHORITY AND
      * SOCIAL-SECURITY ORDERS (SEE GARNTRAN.cpy), SO AN ORDER TO
      * FREEZE A CUSTOMER'S DEPOSIT STOPS BEING A PIECE OF PAPER A
      * TELLER MAY NEVER SEE. A NEW ORDER ('N') IS REGISTERED AGAINST
      * THE NAMED ACCOUNT, WHICH MUST BE ON DEPOMSTR, OPEN AND HELD
      * BY THE CUSTOMER THE ORDER NAMES; AN AMENDMENT ('A') CHANGES
      * THE ORDERED AMOUNT, NEVER BELOW WHAT HAS ALREADY BEEN
      * REMITTED; A LIFT ('L') RELEASES WHAT IS STILL HELD. EVERY
      * ACTION MOVES DEPM_HELD_AMT BY THE CHANGE IN THE AMOUNT STILL
      * TO BE REMITTED, AND DEPOP100, DEPOW100 AND DEPOX100 REFUSE
      * ANY PAYOUT THAT WOULD REACH THE HELD FUNDS. GARNR100 PAYS THE
      * RETAINED AMOUNT TO THE AUTHORITY ON THE REMITTANCE DATE. THE
      * SAME VAL4C100 SUSPENSE, AUD4C100 AUDIT AND BL1DQ001
      * BALANCING SERVICES AS DEPOM100 APPLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT GARNTRAN-FILE ASSIGN I1DQ2301.
           SELECT GARNREJ-FILE  ASSIGN O1DQ2302.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * GARNTRAN-FILE CARRIES THE WEEK'S ORDER ACTIONS (SEE
      * GARNTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO
      * WORKING-STORAGE BELOW).
       FD  GARNTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GARNIN                        PIC X(100).
      ******************************************************************
      * GARNREJ-FILE CARRIES ORDER ACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO AN ORDER THAT COULD NOT BE REGISTERED IS
      * RETURNED TO THE LEGAL DEPARTMENT RATHER THAN LOST.
       FD  GARNREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GARNREJ.
           05  GREJ-ACTION                  PIC X(1).
           05  GREJ-AUTH                    PIC X(10).
           05  GREJ-REF                     PIC X(20).
           05  GREJ-ACC                     PIC X(10).
           05  GREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  GREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(14).
      ******************************************************************
      * BALANCE-FILE IS THE SHARED END-OF-DAY BALANCING FILE (SEE
      * BALTOT.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  BALANCE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BALANCE                       PIC X(65).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE STANDALONE BATCH DRIVER (100000-MAINLINE).
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-NEW-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AMD-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LFT-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HOLD-TOTAL            PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RLSE-TOTAL            PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS.
       01  WS-EDITS-OK-SW                   PIC X(1)    VALUE 'Y'.
           88  WS-EDITS-OK                              VALUE 'Y'.
       01  WS-EDIT-REASON                   PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE VALIDATION LOOKUPS AND THE HOLD
      * ADJUSTMENT.
       01  WS-ACCT-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-ACCT-FOUND                            VALUE 'Y'.
       01  WS-ORDER-FOUND-SW                PIC X(1)    VALUE 'N'.
           88  WS-ORDER-FOUND                           VALUE 'Y'.
       01  WS-OLD-ORD-AMT                   PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-OUTSTANDING-AMT               PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HOLD-DELTA                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD FOR THE ORDER DATES AND
      * THE BALANCING STAMP.
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
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-BAL-X                     PIC Z(12)9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY GARNTRAN.
      ******************************************************************
       COPY GARNORD.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY BALTOT.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY VALSUS.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE ORDER AND REJECT FILES, LOOPS
      * CALLING 100100-PROCESS-ONE-ORDER PER RECORD, AND PRINTS THE
      * END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  GARNTRAN-FILE
           OPEN OUTPUT GARNREJ-FILE
           OPEN EXTEND BALANCE-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-ORDER UNTIL WS-EOF-YES

           CLOSE GARNTRAN-FILE
           CLOSE GARNREJ-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-ORDER.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE SPACES TO GREJ-REASON
               MOVE ZEROS  TO GREJ-SQLCODE
               EVALUATE GARNIN-ACTION
                   WHEN 'N'
                       PERFORM 200000-APPLY-NEW-ORDER
                   WHEN 'A'
                       PERFORM 200100-APPLY-AMEND-ORDER
                   WHEN 'L'
                       PERFORM 200200-APPLY-LIFT-ORDER
               END-EVALUATE

               IF GREJ-REASON NOT = SPACES
                   PERFORM 900100-WRITE-REJECT
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-FRONT-END-EDITS CATCHES OUTRIGHT MALFORMED
      * ORDER ACTIONS AND ROUTES THEM TO THE COMMON SUSPENSE FILE VIA
      * 900500-WRITE-SUSPENSE FOR NEXT-DAY CORRECTION.
       100150-VALIDATE-FRONT-END-EDITS.

           MOVE 'Y' TO WS-EDITS-OK-SW

           IF GARNIN-ACTION NOT = 'N' AND
              GARNIN-ACTION NOT = 'A' AND
              GARNIN-ACTION NOT = 'L'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'GARNIN-ACTION NOT N, A OR L'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND (GARNIN-AUTH = SPACES OR GARNIN-REF = SPACES)
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'GARNIN AUTHORITY OR ORDER REF MISSING'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND GARNIN-ACC IS NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'GARNIN-ACC NOT NUMERIC'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND GARNIN-ACTION = 'N'
            AND GARNIN-AUTH-TYPE NOT = 'C'
            AND GARNIN-AUTH-TYPE NOT = 'T'
            AND GARNIN-AUTH-TYPE NOT = 'S'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'GARNIN-AUTH-TYPE NOT C, T OR S'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND GARNIN-ACTION NOT = 'L'
            AND (GARNIN-AMT IS NOT NUMERIC OR GARNIN-AMT = ZERO)
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'GARNIN-AMT NOT NUMERIC OR ZERO'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
       100200-READ-INPUT.

           READ GARNTRAN-FILE INTO GARNINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 200000-APPLY-NEW-ORDER REGISTERS A NEW ORDER AND HOLDS ITS
      * FULL AMOUNT ON THE ACCOUNT. THE HOLD MAY EXCEED TODAY'S
      * BALANCE - CREDITS THAT ARRIVE LATER ARE FROZEN UP TO IT.
       200000-APPLY-NEW-ORDER.

           PERFORM 195000-LOOKUP-ORDER

           IF WS-ORDER-FOUND
               MOVE 'ORDER ALREADY REGISTERED FOR ACCOUNT'
                                          TO GREJ-REASON
           ELSE
               PERFORM 196000-LOOKUP-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT WS-ACCT-FOUND
                       MOVE 'ACCOUNT NOT ON DEPOMSTR'
                                          TO GREJ-REASON
                   WHEN DEPM-CUST-NO NOT = GARNIN-CUST-NO
                       MOVE 'ACCOUNT NOT HELD BY ORDERED CUSTOMER'
                                          TO GREJ-REASON
                   WHEN DEPM-ST = 'C'
                       MOVE 'ACCOUNT CLOSED'
                                          TO GREJ-REASON
                   WHEN OTHER
                       PERFORM 200010-REGISTER-ORDER
               END-EVALUATE
           END-IF.
      ******************************************************************
       200010-REGISTER-ORDER.

           MOVE GARNIN-AUTH       TO GARN-AUTH
           MOVE GARNIN-REF        TO GARN-REF
           MOVE GARNIN-ACC        TO GARN-ACC
           MOVE GARNIN-AUTH-TYPE  TO GARN-AUTH-TYPE
           MOVE GARNIN-CUST-NO    TO GARN-CUST-NO
           MOVE GARNIN-AMT        TO GARN-ORD-AMT
           MOVE ZEROS             TO GARN-REM-AMT
           MOVE WS-TODAY-DATE-X   TO GARN-RECV-DATE
           IF GARNIN-REMIT-DATE = SPACES
               MOVE WS-TODAY-DATE-X   TO GARN-REMIT-DATE
           ELSE
               MOVE GARNIN-REMIT-DATE TO GARN-REMIT-DATE
           END-IF
           MOVE 'A'               TO GARN-ST
           MOVE WS-TODAY-DATE-X   TO GARN-ST-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200020-INSERT-GARNORD-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               MOVE GARNIN-AMT TO WS-HOLD-DELTA
               PERFORM 210000-ADJUST-HOLD
               IF GREJ-REASON = SPACES
                   ADD 1          TO WS-CTL-NEW-CNT
                   MOVE 'GARNNEW' TO WS-AUD-TRAN-TYPE
                   MOVE SPACES    TO WS-AUD-BEFORE
                   MOVE GARNIN-AMT TO WS-AUD-BAL-X
                   MOVE WS-AUD-BAL-X TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               END-IF
           ELSE
               MOVE SQLCODE           TO GREJ-SQLCODE
               MOVE 'INSERT FAILED - SEE SQLCODE'
                                      TO GREJ-REASON
               MOVE 'GARNORD'         TO DB2-OBJECT
               MOVE 'INSERT'          TO DB2-STATEMENT
               MOVE GARNIN-ACC        TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       200020-INSERT-GARNORD-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.GARNORD
                   ( GARN_AUTH, GARN_REF, GARN_ACC, GARN_AUTH_TYPE,
                     GARN_CUST_NO, GARN_ORD_AMT, GARN_REM_AMT,
                     GARN_RECV_DATE, GARN_REMIT_DATE, GARN_ST,
                     GARN_ST_DATE )
               VALUES
                   ( :GARN-AUTH, :GARN-REF, :GARN-ACC, :GARN-AUTH-TYPE,
                     :GARN-CUST-NO, :GARN-ORD-AMT, :GARN-REM-AMT,
                     :GARN-RECV-DATE, :GARN-REMIT-DATE, :GARN-ST,
                     :GARN-ST-DATE )
           END-EXEC.
      ******************************************************************
      * 200100-APPLY-AMEND-ORDER CHANGES THE ORDERED AMOUNT OF AN
      * ACTIVE ORDER AND MOVES THE HOLD BY THE DIFFERENCE. AN AMOUNT
      * EQUAL TO WHAT HAS ALREADY BEEN REMITTED SETTLES THE ORDER.
       200100-APPLY-AMEND-ORDER.

           PERFORM 195000-LOOKUP-ORDER

           EVALUATE TRUE
               WHEN NOT WS-ORDER-FOUND
                   MOVE 'ORDER NOT ON GARNORD'
                                          TO GREJ-REASON
               WHEN GARN-ST NOT = 'A'
                   MOVE 'ORDER NOT ACTIVE'
                                          TO GREJ-REASON
               WHEN GARNIN-AMT < GARN-REM-AMT
                   MOVE 'AMOUNT BELOW AMOUNT ALREADY REMITTED'
                                          TO GREJ-REASON
               WHEN OTHER
                   MOVE GARN-ORD-AMT TO WS-OLD-ORD-AMT
                   MOVE GARNIN-AMT   TO GARN-ORD-AMT
                   IF GARNIN-REMIT-DATE NOT = SPACES
                       MOVE GARNIN-REMIT-DATE TO GARN-REMIT-DATE
                   END-IF
                   IF GARN-ORD-AMT = GARN-REM-AMT
                       MOVE 'R' TO GARN-ST
                   END-IF
                   MOVE WS-TODAY-DATE-X TO GARN-ST-DATE

                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 200110-UPDATE-GARNORD-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND
                              SQLCODE NOT = -913)

                   IF SQLCODE = ZERO
                       COMPUTE WS-HOLD-DELTA =
                           GARN-ORD-AMT - WS-OLD-ORD-AMT
                       PERFORM 210000-ADJUST-HOLD
                       IF GREJ-REASON = SPACES
                           ADD 1              TO WS-CTL-AMD-CNT
                           MOVE 'GARNAMEND'   TO WS-AUD-TRAN-TYPE
                           MOVE WS-OLD-ORD-AMT TO WS-AUD-BAL-X
                           MOVE WS-AUD-BAL-X  TO WS-AUD-BEFORE
                           MOVE GARN-ORD-AMT  TO WS-AUD-BAL-X
                           MOVE WS-AUD-BAL-X  TO WS-AUD-AFTER
                           PERFORM 900400-WRITE-AUDIT-TRAIL
                       END-IF
                   ELSE
                       MOVE SQLCODE           TO GREJ-SQLCODE
                       MOVE 'UPDATE FAILED - SEE SQLCODE'
                                              TO GREJ-REASON
                       MOVE 'GARNORD'         TO DB2-OBJECT
                       MOVE 'UPDATE'          TO DB2-STATEMENT
                       MOVE GARNIN-ACC        TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF
           END-EVALUATE.
      ******************************************************************
       200110-UPDATE-GARNORD-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.GARNORD
                  SET GARN_ORD_AMT    = :GARN-ORD-AMT,
                      GARN_REMIT_DATE = :GARN-REMIT-DATE,
                      GARN_ST         = :GARN-ST,
                      GARN_ST_DATE    = :GARN-ST-DATE
                WHERE GARN_AUTH = :GARN-AUTH
                  AND GARN_REF  = :GARN-REF
                  AND GARN_ACC  = :GARN-ACC
           END-EXEC.
      ******************************************************************
      * 200200-APPLY-LIFT-ORDER LIFTS AN ACTIVE ORDER AND RELEASES
      * WHATEVER OF IT IS STILL HELD; WHAT HAS ALREADY BEEN REMITTED
      * STAYS REMITTED.
       200200-APPLY-LIFT-ORDER.

           PERFORM 195000-LOOKUP-ORDER

           EVALUATE TRUE
               WHEN NOT WS-ORDER-FOUND
                   MOVE 'ORDER NOT ON GARNORD'
                                          TO GREJ-REASON
               WHEN GARN-ST NOT = 'A'
                   MOVE 'ORDER NOT ACTIVE'
                                          TO GREJ-REASON
               WHEN OTHER
                   COMPUTE WS-OUTSTANDING-AMT =
                       GARN-ORD-AMT - GARN-REM-AMT
                   MOVE 'L'             TO GARN-ST
                   MOVE WS-TODAY-DATE-X TO GARN-ST-DATE

                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 200110-UPDATE-GARNORD-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND
                              SQLCODE NOT = -913)

                   IF SQLCODE = ZERO
                       COMPUTE WS-HOLD-DELTA = ZERO - WS-OUTSTANDING-AMT
                       PERFORM 210000-ADJUST-HOLD
                       IF GREJ-REASON = SPACES
                           ADD 1              TO WS-CTL-LFT-CNT
                           MOVE 'GARNLIFT'    TO WS-AUD-TRAN-TYPE
                           MOVE WS-OUTSTANDING-AMT TO WS-AUD-BAL-X
                           MOVE WS-AUD-BAL-X  TO WS-AUD-BEFORE
                           MOVE SPACES        TO WS-AUD-AFTER
                           PERFORM 900400-WRITE-AUDIT-TRAIL
                       END-IF
                   ELSE
                       MOVE SQLCODE           TO GREJ-SQLCODE
                       MOVE 'UPDATE FAILED - SEE SQLCODE'
                                              TO GREJ-REASON
                       MOVE 'GARNORD'         TO DB2-OBJECT
                       MOVE 'UPDATE'          TO DB2-STATEMENT
                       MOVE GARNIN-ACC        TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * 210000-ADJUST-HOLD MOVES THE ACCOUNT'S DEPM_HELD_AMT BY
      * WS-HOLD-DELTA (NEGATIVE TO RELEASE), NEVER BELOW ZERO. A
      * FAILURE HERE LEAVES THE REGISTER CHANGED BUT THE HOLD NOT,
      * SO THE ACTION IS REJECTED FOR THE LEGAL DEPARTMENT TO CHASE.
       210000-ADJUST-HOLD.

           MOVE GARNIN-ACC TO DEPM-ACC

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 210010-UPDATE-HELD-AMT
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               IF WS-HOLD-DELTA > ZERO
                   ADD WS-HOLD-DELTA      TO WS-CTL-HOLD-TOTAL
               ELSE
                   SUBTRACT WS-HOLD-DELTA FROM WS-CTL-RLSE-TOTAL
               END-IF
           ELSE
               MOVE SQLCODE           TO GREJ-SQLCODE
               MOVE 'HOLD UPDATE FAILED - SEE SQLCODE'
                                      TO GREJ-REASON
               MOVE 'DEPOMSTR'        TO DB2-OBJECT
               MOVE 'UPDATE'          TO DB2-STATEMENT
               MOVE GARNIN-ACC        TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       210010-UPDATE-HELD-AMT.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DEPOMSTR
                  SET DEPM_HELD_AMT =
                      CASE WHEN DEPM_HELD_AMT + :WS-HOLD-DELTA < 0
                           THEN 0
                           ELSE DEPM_HELD_AMT + :WS-HOLD-DELTA
                      END
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC.
      ******************************************************************
      * 195000-LOOKUP-ORDER READS THE REGISTER ROW FOR THE ACTION'S
      * AUTHORITY, ORDER REFERENCE AND ACCOUNT.
       195000-LOOKUP-ORDER.

           MOVE 'N'         TO WS-ORDER-FOUND-SW
           MOVE GARNIN-AUTH TO GARN-AUTH
           MOVE GARNIN-REF  TO GARN-REF
           MOVE GARNIN-ACC  TO GARN-ACC

           EXEC SQL
               SELECT GARN_ORD_AMT, GARN_REM_AMT, GARN_REMIT_DATE,
                      GARN_ST
                 INTO :GARN-ORD-AMT, :GARN-REM-AMT, :GARN-REMIT-DATE,
                      :GARN-ST
                 FROM IDC015.GARNORD
                WHERE GARN_AUTH = :GARN-AUTH
                  AND GARN_REF  = :GARN-REF
                  AND GARN_ACC  = :GARN-ACC
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-ORDER-FOUND-SW
           END-IF.
      ******************************************************************
       196000-LOOKUP-ACCOUNT.

           MOVE 'N'        TO WS-ACCT-FOUND-SW
           MOVE GARNIN-ACC TO DEPM-ACC

           EXEC SQL
               SELECT DEPM_CUST_NO, DEPM_ST
                 INTO :DEPM-CUST-NO, :DEPM-ST
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           MOVE GARNIN-ACTION TO GREJ-ACTION
           MOVE GARNIN-AUTH   TO GREJ-AUTH
           MOVE GARNIN-REF    TO GREJ-REF
           MOVE GARNIN-ACC    TO GREJ-ACC

           WRITE RE-GARNREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'GARNM100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED ORDER ACTION, KEYED BY THE
      * ACCOUNT THE ORDER IS SERVED ON. THE ORDER FILE CARRIES NO
      * USER/TERMINAL FIELD SO THOSE ARE LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE GARNIN-ACC       TO WS-AUD-KEY

           MOVE 'GARNM100'       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR AN ORDER ACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'GARNM100'      TO VALSUS-PGM-ID
           MOVE GARNIN-ACTION   TO VALSUS-REQ-TYPE
           MOVE GARNIN-ACC      TO VALSUS-KEY
           MOVE WS-EDIT-REASON  TO VALSUS-REASON
           MOVE RE-GARNIN       TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE WEEK'S ORDER FILE.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'GARNM100 CONTROL TOTALS'
           DISPLAY '  ORDER ACTIONS READ ............... : '
                   WS-CTL-IN-CNT
           DISPLAY '  NEW ORDERS REGISTERED ............ : '
                   WS-CTL-NEW-CNT
           DISPLAY '  ORDERS AMENDED ................... : '
                   WS-CTL-AMD-CNT
           DISPLAY '  ORDERS LIFTED .................... : '
                   WS-CTL-LFT-CNT
           DISPLAY '  ACTIONS REJECTED ................. : '
                   WS-CTL-REJ-CNT
           DISPLAY '  ACTIONS SUSPENDED ................ : '
                   WS-CTL-SUS-CNT
           DISPLAY '  TOTAL NEWLY HELD ................. : '
                   WS-CTL-HOLD-TOTAL
           DISPLAY '  TOTAL RELEASED ................... : '
                   WS-CTL-RLSE-TOTAL.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
      * ACTION COUNT READ MATCHES THE APPLIED-PLUS-REJECTED COUNT.
       900300-WRITE-BALANCE-TOTALS.

           MOVE 'GARNM100'      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-NEW-CNT + WS-CTL-AMD-CNT + WS-CTL-LFT-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
