      ******************************************************************
      * SODM100 APPLIES SODINPT-FILE ADD/MODIFY/DELETE TRANSACTIONS
      * (SODIN-REQ-TYPE 01/02/03) AGAINST THE SODRULE SEGREGATION-OF-
      * DUTIES RULE TABLE, THE SAME SHAPE AS UENTM100'S ENTITLEMENT
      * MAINTENANCE. A RULE NAMES TWO USERENTL FUNCTIONS ONE USER MUST
      * NOT HOLD TOGETHER, THE SCOPE IN WHICH THEY CONFLICT, AND
      * WHETHER UENTM100 REFUSES A CONFLICTING GRANT OR PARKS IT FOR
      * APPROVAL. THE PAIR IS UNORDERED, SO A PAIR ALREADY ON FILE THE
      * OTHER WAY ROUND IS REJECTED RATHER THAN ADDED TWICE. EVERY
      * APPLIED CHANGE IS WRITTEN THROUGH AUD4C100 - THE RULES THAT
      * GUARD THE ENTITLEMENTS ARE AS AUDITABLE AS THE ENTITLEMENTS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT SODTRAN-FILE ASSIGN I1DQ4001.
           SELECT SODREJ-FILE  ASSIGN O1DQ4002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * SODTRAN-FILE CARRIES THE INCOMING ADD/MODIFY/DELETE
      * TRANSACTIONS (SEE SODTRAN.cpy FOR THE FIELD LAYOUT, COPIED
      * INTO WORKING-STORAGE BELOW).
       FD  SODTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SODIN                         PIC X(70).
      ******************************************************************
      * SODREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE.
       FD  SODREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SODREJ.
           05  SREJ-REQ-TYPE                PIC X(2).
           05  SREJ-FUNC-A                  PIC X(8).
           05  SREJ-FUNC-B                  PIC X(8).
           05  SREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  SREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(17).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE STANDALONE BATCH DRIVER (100000-MAINLINE).
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-EDITS-SW                  PIC X(1)    VALUE 'Y'.
               88  WS-EDITS-OK                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ADD-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-MOD-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DEL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 100150-VALIDATE-TRANSACTION'S CHECK FOR
      * THE SAME PAIR ALREADY ON FILE THE OTHER WAY ROUND.
       01  WS-REV-CNT                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY SODTRAN.
      ******************************************************************
       COPY SODRULE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE TRANSACTION AND REJECT FILES, LOOPS
      * CALLING 100100-PROCESS-ONE-TRANSACTION PER RECORD, AND PRINTS
      * THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  SODTRAN-FILE
           OPEN OUTPUT SODREJ-FILE

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           CLOSE SODTRAN-FILE
           CLOSE SODREJ-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-TRANSACTION

           IF WS-EDITS-OK
               EVALUATE SODIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 200000-APPLY-ADD
                   WHEN '02'
                       PERFORM 200100-APPLY-MOD
                   WHEN '03'
                       PERFORM 200200-APPLY-DEL
               END-EVALUATE
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
       100200-READ-INPUT.

           READ SODTRAN-FILE INTO SODINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
      ******************************************************************
      * 100150-VALIDATE-TRANSACTION EDITS THE REQUEST TYPE AND THE
      * PAIR, AND FOR AN ADD OR MODIFY THE SCOPE AND ACTION CODES.
      * AN ADD WHOSE PAIR IS ALREADY ON FILE REVERSED IS REJECTED.
       100150-VALIDATE-TRANSACTION.

           MOVE 'Y'   TO WS-EDITS-SW
           MOVE ZEROS TO SREJ-SQLCODE

           EVALUATE TRUE
               WHEN SODIN-REQ-TYPE NOT = '01'
                AND SODIN-REQ-TYPE NOT = '02'
                AND SODIN-REQ-TYPE NOT = '03'
                   MOVE 'UNRECOGNIZED SODIN-REQ-TYPE'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN SODIN-FUNC-A = SPACES OR SODIN-FUNC-B = SPACES
                   MOVE 'BOTH FUNCTIONS OF THE PAIR REQUIRED'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN SODIN-FUNC-A = SODIN-FUNC-B
                   MOVE 'A FUNCTION CANNOT CONFLICT WITH ITSELF'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN SODIN-REQ-TYPE = '03'
                   CONTINUE
               WHEN SODIN-SCOPE NOT = 'A' AND SODIN-SCOPE NOT = 'E'
                AND SODIN-SCOPE NOT = 'B'
                   MOVE 'SCOPE NOT A, E OR B'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN SODIN-ACTION NOT = 'R' AND SODIN-ACTION NOT = 'P'
                   MOVE 'ACTION NOT R OR P'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EDITS-OK AND SODIN-REQ-TYPE = '01'
               MOVE ZEROS TO WS-REV-CNT

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-REV-CNT
                     FROM IDC015.SODRULE
                    WHERE SODR_FUNC_A = :SODIN-FUNC-B
                      AND SODR_FUNC_B = :SODIN-FUNC-A
               END-EXEC

               IF SQLCODE = ZERO AND WS-REV-CNT > ZERO
                   MOVE 'PAIR ALREADY ON FILE REVERSED'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               END-IF
           END-IF.
      ******************************************************************
       200000-APPLY-ADD.

           PERFORM 200300-LOAD-RULE-COLUMNS

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200010-INSERT-SODRULE-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-ADD-CNT
               MOVE 'ADD'       TO AUDTRL-TRAN-TYPE
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               MOVE SQLCODE TO SREJ-SQLCODE
               MOVE 'INSERT FAILED - SEE SQLCODE'
                            TO SREJ-REASON
               MOVE 'SODRULE'  TO DB2-OBJECT
               MOVE 'INSERT'   TO DB2-STATEMENT
               MOVE SODIN-PRI-KEY TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
       200010-INSERT-SODRULE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.SODRULE
                   ( SODR_FUNC_A, SODR_FUNC_B, SODR_SCOPE,
                     SODR_ACTION, SODR_PGM_A, SODR_PGM_B, SODR_DESC )
               VALUES
                   ( :SODR-FUNC-A, :SODR-FUNC-B, :SODR-SCOPE,
                     :SODR-ACTION, :SODR-PGM-A, :SODR-PGM-B,
                     :SODR-DESC )
           END-EXEC.
      ******************************************************************
       200100-APPLY-MOD.

           PERFORM 200300-LOAD-RULE-COLUMNS

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200110-UPDATE-SODRULE-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CTL-MOD-CNT
                   MOVE 'MOD'       TO AUDTRL-TRAN-TYPE
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               WHEN SQLCODE = +100
                   MOVE ZEROS TO SREJ-SQLCODE
                   MOVE 'SOD RULE NOT ON FILE'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN OTHER
                   MOVE SQLCODE TO SREJ-SQLCODE
                   MOVE 'UPDATE FAILED - SEE SQLCODE'
                                TO SREJ-REASON
                   MOVE 'SODRULE'  TO DB2-OBJECT
                   MOVE 'UPDATE'   TO DB2-STATEMENT
                   MOVE SODIN-PRI-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
           END-EVALUATE.
      ******************************************************************
       200110-UPDATE-SODRULE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.SODRULE
                  SET SODR_SCOPE  = :SODR-SCOPE,
                      SODR_ACTION = :SODR-ACTION,
                      SODR_PGM_A  = :SODR-PGM-A,
                      SODR_PGM_B  = :SODR-PGM-B,
                      SODR_DESC   = :SODR-DESC
                WHERE SODR_FUNC_A = :SODR-FUNC-A
                  AND SODR_FUNC_B = :SODR-FUNC-B
           END-EXEC.
      ******************************************************************
       200200-APPLY-DEL.

           MOVE SODIN-FUNC-A TO SODR-FUNC-A
           MOVE SODIN-FUNC-B TO SODR-FUNC-B

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200210-DELETE-SODRULE-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CTL-DEL-CNT
                   MOVE 'DEL'       TO AUDTRL-TRAN-TYPE
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               WHEN SQLCODE = +100
                   MOVE ZEROS TO SREJ-SQLCODE
                   MOVE 'SOD RULE NOT ON FILE'
                              TO SREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN OTHER
                   MOVE SQLCODE TO SREJ-SQLCODE
                   MOVE 'DELETE FAILED - SEE SQLCODE'
                                TO SREJ-REASON
                   MOVE 'SODRULE'  TO DB2-OBJECT
                   MOVE 'DELETE'   TO DB2-STATEMENT
                   MOVE SODIN-PRI-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
           END-EVALUATE.
      ******************************************************************
       200210-DELETE-SODRULE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               DELETE FROM IDC015.SODRULE
                WHERE SODR_FUNC_A = :SODR-FUNC-A
                  AND SODR_FUNC_B = :SODR-FUNC-B
           END-EXEC.
      ******************************************************************
       200300-LOAD-RULE-COLUMNS.

           MOVE SODIN-FUNC-A TO SODR-FUNC-A
           MOVE SODIN-FUNC-B TO SODR-FUNC-B
           MOVE SODIN-SCOPE  TO SODR-SCOPE
           MOVE SODIN-ACTION TO SODR-ACTION
           MOVE SODIN-PGM-A  TO SODR-PGM-A
           MOVE SODIN-PGM-B  TO SODR-PGM-B
           MOVE SODIN-DESC   TO SODR-DESC.
      ******************************************************************
       900100-WRITE-REJECT.

           MOVE 'N'            TO WS-EDITS-SW
           MOVE SODIN-REQ-TYPE TO SREJ-REQ-TYPE
           MOVE SODIN-FUNC-A   TO SREJ-FUNC-A
           MOVE SODIN-FUNC-B   TO SREJ-FUNC-B

           WRITE RE-SODREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'SODM100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL RECORDS EVERY APPLIED RULE CHANGE:
      * THE PAIR IS THE KEY (FUNCTION A, THEN THE FIRST SEVEN BYTES OF
      * FUNCTION B) AND THE TRANSACTION IMAGE RIDES IN THE AFTER VALUE.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'SODM100'             TO AUDTRL-PGM-ID
           MOVE SODIN-FUNC-A          TO AUDTRL-KEY(1:8)
           MOVE SODIN-FUNC-B          TO AUDTRL-KEY(9:7)
           MOVE SPACES                TO AUDTRL-BEFORE-VAL
           MOVE SODINPT-FILE(3:40)    TO AUDTRL-AFTER-VAL
           MOVE SPACES                TO AUDTRL-USER-ID
           MOVE SPACES                TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO SECURITY CAN RECONCILE THE RULE MAINTENANCE RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'SODM100 CONTROL TOTALS'
           DISPLAY '  SOD RULES ADDED .................. : '
                   WS-CTL-ADD-CNT
           DISPLAY '  SOD RULES MODIFIED ............... : '
                   WS-CTL-MOD-CNT
           DISPLAY '  SOD RULES DELETED ................ : '
                   WS-CTL-DEL-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT.
      ******************************************************************
