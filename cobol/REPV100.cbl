      ******************************************************************
      * REPV100 IS THE PERIODIC REVALUATION AND AGING RUN FOR THE
      * REPOSSESSED-ASSET REGISTER REPOASST. A FORECLOSED ITEM LEAVES
      * CLTRV100'S REACH ONCE LEGM100 MARKS IT COLTM_ST 'F', BUT IT
      * STILL NEEDS A CURRENT VALUE WHILE THE BANK HOLDS IT. EACH RUN:
      *   - LOADS THE SAME VX1DQ001 VALUATION-INDEX POLICY CLTRV100
      *     USES AND REVALUES EVERY HELD ASSET WHOSE TYPE THE POLICY
      *     COVERS (NEW FAIR VALUE = FAIR VALUE TIMES FACTOR). THE
      *     CARRYING VALUE IS THE LOWER OF THE NEW FAIR VALUE AND THE
      *     ACQUISITION VALUE, SO A RECOVERY NEVER WRITES THE ASSET
      *     UP PAST WHAT IT WAS TAKEN ON AT. A FALL IN CARRYING VALUE
      *     IS POSTED TO THE GL EXTRACT AS 'REPOIMPR' AND A RECOVERY
      *     OF AN EARLIER FALL AS 'REPOREVR'. THE NEW FAIR VALUE IS
      *     ALSO CARRIED ONTO COLTMSTR WITH A COLTVALH HISTORY ROW, SO
      *     THE ITEM'S VALUE HISTORY STAYS IN ONE PLACE;
      *   - PRINTS AN AGING REPORT OF EVERY HELD ASSET, OLDEST FIRST,
      *     FLAGGING THOSE HELD LONGER THAN THE REGULATORY HOLDING
      *     PERIOD NAMED ON THE PM1DQ008 CARD (36 MONTHS WHEN BLANK).
      * ENDS WITH CONDITION CODE 4 WHEN ANY ASSET IS BEYOND THE
      * HOLDING PERIOD.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPV100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT VALIDX-FILE   ASSIGN VX1DQ001.
           SELECT REPVPARM-FILE ASSIGN PM1DQ008.
           SELECT REPVRPT-FILE  ASSIGN RPTDQ002.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * VALIDX-FILE IS THE VALUATION-INDEX POLICY SHARED WITH
      * CLTRV100: ONE RECORD PER COLLATERAL TYPE WITH THE INDEX
      * FACTOR FOR THIS CYCLE AND THE TYPE HAIRCUT (RECORDED ON THE
      * HISTORY ROW ONLY - A HELD ASSET SECURES NOTHING).
       FD  VALIDX-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-VALIDX.
           05  VIX-COD-COLT                 PIC X(3).
           05  VIX-FACTOR                   PIC 9V9(4).
           05  VIX-HAIRCUT-PCT              PIC 9(3).
           05  FILLER                       PIC X(69).
      ******************************************************************
      * REPVPARM-FILE CARRIES THE OPTIONAL HOLDING-PERIOD CARD (IN
      * MONTHS, 3 DIGITS). NO CARD, OR A BLANK ONE, MEANS 36 MONTHS.
       FD  REPVPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-REPVPARM.
           05  RPARM-HOLD-MONTHS            PIC X(3).
           05  RPARM-HOLD-MONTHS-N REDEFINES RPARM-HOLD-MONTHS
                                            PIC 9(3).
           05  FILLER                       PIC X(77).
      ******************************************************************
      * REPVRPT-FILE IS THE PRINTED REVALUATION AND AGING REPORT.
       FD  REPVRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-REPVRPT                       PIC X(132).
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW) THAT CARRIES EVERY CHANGE IN CARRYING VALUE.
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE READ AND CURSOR LOOPS.
       01  WS-SWITCHES.
           05  WS-IDX-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-IDX-EOF                           VALUE 'Y'.
           05  WS-REPO-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-REPO-EOF                          VALUE 'Y'.
           05  WS-AGE-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-AGE-EOF                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ASSET-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REVAL-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOIDX-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IMPR-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REVR-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BEYOND-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE VALUATION-INDEX POLICY TABLE, LOADED UP FRONT.
       01  WS-IDX-CNT                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-IDX-IX                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-IDX-HIT-IX                    PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-IDX-TABLE.
           05  WS-IDX-ENTRY OCCURS 50 TIMES.
               10  WS-IDX-COD-COLT          PIC X(3).
               10  WS-IDX-FACTOR            PIC S9V9(4) COMP-3.
               10  WS-IDX-HAIRCUT-PCT       PIC S9(3)   COMP-3.
      ******************************************************************
      * REVALUATION WORK FIELDS.
       01  WS-NEW-FAIR                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-NEW-CARRY                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CARRY-DIFF                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * AGING WORK FIELDS: THE HOLDING PERIOD IN MONTHS AND EACH
      * ASSET'S AGE, IN WHOLE 30-DAY MONTHS ON THE 30/360 CALENDAR
      * THE REST OF THE SYSTEM USES.
       01  WS-HOLD-MONTHS                   PIC S9(4)   COMP
                                                         VALUE 36.
       01  WS-AGE-DAYS                      PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-AGE-MONTHS                    PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-ACQ-DATE-X.
           05  WS-ACQ-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-ACQ-MM                    PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-ACQ-DD                    PIC 9(2).
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN
      * RUN CONTROL ANSWERS).
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
      * PRINT LINES.
       01  WS-RV-LINE.
           05  WS-RV-CLTM-NO                PIC 9(9).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RV-COD-COLT               PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RV-OLD-FAIR               PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RV-NEW-FAIR               PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RV-OLD-CARRY              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RV-NEW-CARRY              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(58)   VALUE SPACES.
       01  WS-AG-LINE.
           05  WS-AG-CLTM-NO                PIC 9(9).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AG-COD-COLT               PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AG-NUM-RISK               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AG-ACQ-DATE               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AG-MONTHS                 PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AG-CARRY                  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AG-UPKEEP                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AG-FLAG                   PIC X(21).
           05  FILLER                       PIC X(32)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY REPOASST.
      ******************************************************************
       COPY COLTVALH.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * REVALUATION CURSOR: EVERY HELD ASSET IN ITEM ORDER.
           EXEC SQL
               DECLARE REPV-REPO-CSR CURSOR FOR
                   SELECT REPO_CLTM_NO, REPO_COD_COLT, REPO_NUM_RISK,
                          REPO_ACQ_VALUE, REPO_FAIR_VALUE,
                          REPO_CARRY_VALUE
                     FROM IDC015.REPOASST
                    WHERE REPO_ST = 'H'
                    ORDER BY REPO_CLTM_NO
           END-EXEC.
      ******************************************************************
      * AGING CURSOR: EVERY HELD ASSET, OLDEST ACQUISITION FIRST.
           EXEC SQL
               DECLARE REPV-AGE-CSR CURSOR FOR
                   SELECT REPO_CLTM_NO, REPO_COD_COLT, REPO_NUM_RISK,
                          REPO_ACQ_DATE, REPO_CARRY_VALUE,
                          REPO_UPKEEP_AMT
                     FROM IDC015.REPOASST
                    WHERE REPO_ST = 'H'
                    ORDER BY REPO_ACQ_DATE, REPO_CLTM_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOADS THE POLICY AND HOLDING PERIOD, REVALUES
      * THE HELD ASSETS, PRINTS THE AGING REPORT AND THE CONTROL
      * TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-LOAD-VALUATION-INDEX

           PERFORM 100020-READ-HOLDING-PERIOD

           OPEN OUTPUT REPVRPT-FILE
           OPEN EXTEND GLPOST-FILE

           MOVE 'REPV100 - REPOSSESSED ASSET REVALUATION'
               TO RE-REPVRPT
           WRITE RE-REPVRPT

           PERFORM 200000-REVALUE-HELD-ASSETS

           MOVE SPACES TO RE-REPVRPT
           WRITE RE-REPVRPT
           MOVE 'REPV100 - REPOSSESSED ASSET AGING (OLDEST FIRST, AGE
      -        ' IN MONTHS)'
               TO RE-REPVRPT
           WRITE RE-REPVRPT

           PERFORM 300000-AGE-HELD-ASSETS

           CLOSE REPVRPT-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-BEYOND-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: REVALUING THE SAME CYCLE TWICE WOULD
      * COMPOUND THE INDEX FACTOR INTO EVERY FAIR VALUE.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'REPV100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'REPV100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'REPV100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'REPV100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-LOAD-VALUATION-INDEX READS THE POLICY INTO THE MATCH
      * TABLE. AN EMPTY POLICY STOPS THE RUN, AS IN CLTRV100.
       100010-LOAD-VALUATION-INDEX.

           OPEN INPUT VALIDX-FILE

           PERFORM 100015-READ-ONE-INDEX UNTIL WS-IDX-EOF

           CLOSE VALIDX-FILE

           IF WS-IDX-CNT = ZERO
               DISPLAY 'REPV100 - NO VALUATION INDEXES ON POLICY '
                       'FILE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       100015-READ-ONE-INDEX.

           READ VALIDX-FILE
               AT END
                   MOVE 'Y' TO WS-IDX-EOF-SW
               NOT AT END
                   IF VIX-FACTOR IS NUMERIC
                    AND VIX-FACTOR > ZERO
                    AND VIX-HAIRCUT-PCT IS NUMERIC
                    AND VIX-HAIRCUT-PCT < 100
                    AND WS-IDX-CNT < 50
                       ADD 1 TO WS-IDX-CNT
                       MOVE VIX-COD-COLT
                           TO WS-IDX-COD-COLT (WS-IDX-CNT)
                       MOVE VIX-FACTOR
                           TO WS-IDX-FACTOR (WS-IDX-CNT)
                       MOVE VIX-HAIRCUT-PCT
                           TO WS-IDX-HAIRCUT-PCT (WS-IDX-CNT)
                   END-IF
           END-READ.
      ******************************************************************
      * 100020-READ-HOLDING-PERIOD TAKES THE HOLDING PERIOD OFF THE
      * PM1DQ008 CARD, OR LEAVES THE 36-MONTH DEFAULT. A CARD THAT IS
      * NOT A NUMBER OF MONTHS ABOVE ZERO STOPS THE RUN.
       100020-READ-HOLDING-PERIOD.

           OPEN INPUT REPVPARM-FILE

           READ REPVPARM-FILE
               AT END
                   MOVE SPACES TO RE-REPVPARM
           END-READ

           CLOSE REPVPARM-FILE

           IF RPARM-HOLD-MONTHS NOT = SPACES
               IF RPARM-HOLD-MONTHS IS NOT NUMERIC
                OR RPARM-HOLD-MONTHS-N = ZERO
                   DISPLAY 'REPV100 - HOLDING PERIOD ON PM1DQ008 IS '
                           'NOT 001-999 MONTHS - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RPARM-HOLD-MONTHS-N TO WS-HOLD-MONTHS
           END-IF

           DISPLAY 'REPV100 - HOLDING PERIOD ' WS-HOLD-MONTHS
                   ' MONTHS'.
      ******************************************************************
       200000-REVALUE-HELD-ASSETS.

           EXEC SQL
               OPEN REPV-REPO-CSR
           END-EXEC

           PERFORM 200100-FETCH-ONE-ASSET

           PERFORM 200200-REVALUE-ONE-ASSET UNTIL WS-REPO-EOF

           EXEC SQL
               CLOSE REPV-REPO-CSR
           END-EXEC.
      ******************************************************************
       200100-FETCH-ONE-ASSET.

           EXEC SQL
               FETCH REPV-REPO-CSR
                INTO :REPO-CLTM-NO, :REPO-COD-COLT, :REPO-NUM-RISK,
                     :REPO-ACQ-VALUE, :REPO-FAIR-VALUE,
                     :REPO-CARRY-VALUE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-REPO-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'REPOASST'   TO DB2-OBJECT
                   MOVE 'FETCH'      TO DB2-STATEMENT
                   MOVE REPO-CLTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200200-REVALUE-ONE-ASSET APPLIES THE TYPE'S INDEX FACTOR TO
      * THE FAIR VALUE AND CAPS THE CARRYING VALUE AT THE
      * ACQUISITION VALUE. A TYPE THE POLICY DOES NOT COVER IS LEFT
      * AS IT IS AND COUNTED.
       200200-REVALUE-ONE-ASSET.

           ADD 1 TO WS-CTL-ASSET-CNT

           MOVE ZERO TO WS-IDX-HIT-IX
           PERFORM 200210-MATCH-ONE-INDEX
               VARYING WS-IDX-IX FROM 1 BY 1
               UNTIL WS-IDX-IX > WS-IDX-CNT
                  OR WS-IDX-HIT-IX > ZERO

           IF WS-IDX-HIT-IX = ZERO
               ADD 1 TO WS-CTL-NOIDX-CNT
           ELSE
               COMPUTE WS-NEW-FAIR ROUNDED =
                   REPO-FAIR-VALUE * WS-IDX-FACTOR (WS-IDX-HIT-IX)

               IF WS-NEW-FAIR < REPO-ACQ-VALUE
                   MOVE WS-NEW-FAIR    TO WS-NEW-CARRY
               ELSE
                   MOVE REPO-ACQ-VALUE TO WS-NEW-CARRY
               END-IF

               PERFORM 200300-APPLY-REVALUATION
           END-IF

           PERFORM 200100-FETCH-ONE-ASSET.
      ******************************************************************
       200210-MATCH-ONE-INDEX.

           IF WS-IDX-COD-COLT (WS-IDX-IX) = REPO-COD-COLT
               MOVE WS-IDX-IX TO WS-IDX-HIT-IX
           END-IF.
      ******************************************************************
      * 200300-APPLY-REVALUATION UPDATES THE REGISTER FIRST; ONLY
      * WHEN THAT SUCCEEDS ARE THE CHANGE IN CARRYING VALUE POSTED,
      * THE COLLATERAL ITEM'S VALUE BROUGHT INTO LINE AND THE
      * COLTVALH HISTORY ROW WRITTEN, SO THE LEDGER NEVER CARRIES A
      * REVALUATION THE REGISTER NEVER RECEIVED.
       200300-APPLY-REVALUATION.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200310-UPDATE-REPO-VALUE
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'REPV100 - REVALUATION UPDATE FAILED FOR '
                       'ITEM ' REPO-CLTM-NO ' SQLCODE ' SQLCODE
               MOVE 'REPOASST'   TO DB2-OBJECT
               MOVE 'UPDATE'     TO DB2-STATEMENT
               MOVE REPO-CLTM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               ADD 1 TO WS-CTL-REVAL-CNT

               PERFORM 200400-POST-CARRY-CHANGE

               PERFORM 200500-UPDATE-COLLATERAL-ITEM

               MOVE REPO-CLTM-NO     TO WS-RV-CLTM-NO
               MOVE REPO-COD-COLT    TO WS-RV-COD-COLT
               MOVE REPO-FAIR-VALUE  TO WS-RV-OLD-FAIR
               MOVE WS-NEW-FAIR      TO WS-RV-NEW-FAIR
               MOVE REPO-CARRY-VALUE TO WS-RV-OLD-CARRY
               MOVE WS-NEW-CARRY     TO WS-RV-NEW-CARRY
               WRITE RE-REPVRPT FROM WS-RV-LINE
           END-IF.
      ******************************************************************
       200310-UPDATE-REPO-VALUE.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.REPOASST
                  SET REPO_FAIR_VALUE  = :WS-NEW-FAIR,
                      REPO_CARRY_VALUE = :WS-NEW-CARRY,
                      REPO_REVAL_DATE  = :WS-TODAY-DATE-X
                WHERE REPO_CLTM_NO = :REPO-CLTM-NO
                  AND REPO_ST      = 'H'
           END-EXEC.
      ******************************************************************
      * 200400-POST-CARRY-CHANGE POSTS THE MOVEMENT IN CARRYING VALUE
      * UNDER THE LOAN THE ASSET CAME FROM: A FALL AS AN IMPAIRMENT
      * ('REPOIMPR'), A RISE AS ITS REVERSAL ('REPOREVR').
       200400-POST-CARRY-CHANGE.

           COMPUTE WS-CARRY-DIFF = WS-NEW-CARRY - REPO-CARRY-VALUE

           MOVE REPO-NUM-RISK   TO GLPOST-LLOANM-NO
           MOVE WS-TODAY-DATE-X TO GLPOST-POST-DATE

           IF WS-CARRY-DIFF < ZERO
               COMPUTE WS-CARRY-DIFF = ZERO - WS-CARRY-DIFF
               ADD WS-CARRY-DIFF TO WS-CTL-IMPR-AMT
               MOVE 'REPOIMPR'    TO GLPOST-TRAN-TYPE
               MOVE WS-CARRY-DIFF TO GLPOST-AMOUNT
               WRITE RE-GLPOST FROM GLPOST-REC
           ELSE
               IF WS-CARRY-DIFF > ZERO
                   ADD WS-CARRY-DIFF TO WS-CTL-REVR-AMT
                   MOVE 'REPOREVR'    TO GLPOST-TRAN-TYPE
                   MOVE WS-CARRY-DIFF TO GLPOST-AMOUNT
                   WRITE RE-GLPOST FROM GLPOST-REC
               END-IF
           END-IF.
      ******************************************************************
      * 200500-UPDATE-COLLATERAL-ITEM CARRIES THE NEW FAIR VALUE ONTO
      * THE FORECLOSED COLTMSTR ITEM AND WRITES ITS COLTVALH HISTORY
      * ROW, THE SAME PAIR CLTRV100 WRITES FOR AN ACTIVE ITEM.
       200500-UPDATE-COLLATERAL-ITEM.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200510-UPDATE-COLTM-VALUE
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'REPV100 - COLLATERAL UPDATE FAILED FOR '
                       'ITEM ' REPO-CLTM-NO ' SQLCODE ' SQLCODE
               MOVE 'COLTMSTR'   TO DB2-OBJECT
               MOVE 'UPDATE'     TO DB2-STATEMENT
               MOVE REPO-CLTM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               MOVE REPO-CLTM-NO    TO CVH-CLTM-NO
               MOVE WS-TODAY-DATE-X TO CVH-REVAL-DATE
               MOVE REPO-FAIR-VALUE TO CVH-OLD-VALUE
               MOVE WS-NEW-FAIR     TO CVH-NEW-VALUE
               MOVE WS-IDX-FACTOR (WS-IDX-HIT-IX)
                                    TO CVH-FACTOR
               MOVE WS-IDX-HAIRCUT-PCT (WS-IDX-HIT-IX)
                                    TO CVH-HAIRCUT-PCT

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200520-INSERT-COLTVALH-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-FAIL-CNT
                   DISPLAY 'REPV100 - HISTORY INSERT FAILED FOR '
                           'ITEM ' REPO-CLTM-NO ' SQLCODE ' SQLCODE
                   MOVE 'COLTVALH'   TO DB2-OBJECT
                   MOVE 'INSERT'     TO DB2-STATEMENT
                   MOVE REPO-CLTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       200510-UPDATE-COLTM-VALUE.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.COLTMSTR
                  SET COLTM_VALUE = :WS-NEW-FAIR
                WHERE COLTM_NO = :REPO-CLTM-NO
           END-EXEC.
      ******************************************************************
       200520-INSERT-COLTVALH-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.COLTVALH
                   ( CVH_CLTM_NO, CVH_REVAL_DATE, CVH_OLD_VALUE,
                     CVH_NEW_VALUE, CVH_FACTOR, CVH_HAIRCUT_PCT )
               VALUES
                   ( :CVH-CLTM-NO, :CVH-REVAL-DATE, :CVH-OLD-VALUE,
                     :CVH-NEW-VALUE, :CVH-FACTOR, :CVH-HAIRCUT-PCT )
           END-EXEC.
      ******************************************************************
      * 300000-AGE-HELD-ASSETS PRINTS EVERY HELD ASSET, OLDEST FIRST,
      * WITH ITS AGE IN MONTHS AND A FLAG WHEN IT HAS BEEN HELD
      * LONGER THAN THE HOLDING PERIOD.
       300000-AGE-HELD-ASSETS.

           EXEC SQL
               OPEN REPV-AGE-CSR
           END-EXEC

           PERFORM 300100-FETCH-ONE-AGED-ASSET

           PERFORM 300200-AGE-ONE-ASSET UNTIL WS-AGE-EOF

           EXEC SQL
               CLOSE REPV-AGE-CSR
           END-EXEC.
      ******************************************************************
       300100-FETCH-ONE-AGED-ASSET.

           EXEC SQL
               FETCH REPV-AGE-CSR
                INTO :REPO-CLTM-NO, :REPO-COD-COLT, :REPO-NUM-RISK,
                     :REPO-ACQ-DATE, :REPO-CARRY-VALUE,
                     :REPO-UPKEEP-AMT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-AGE-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'REPOASST'   TO DB2-OBJECT
                   MOVE 'FETCH'      TO DB2-STATEMENT
                   MOVE REPO-CLTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 300200-AGE-ONE-ASSET WORKS OUT THE DAYS FROM ACQUISITION TO
      * TODAY ON THE 30/360 CALENDAR AND THE WHOLE MONTHS IN THEM.
       300200-AGE-ONE-ASSET.

           MOVE REPO-ACQ-DATE TO WS-ACQ-DATE-X

           COMPUTE WS-AGE-DAYS =
                 (WS-TODAY-YYYY - WS-ACQ-YYYY) * 360
               + (WS-TODAY-MM   - WS-ACQ-MM)   * 30
               + (WS-TODAY-DD   - WS-ACQ-DD)

           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF

           COMPUTE WS-AGE-MONTHS = WS-AGE-DAYS / 30

           MOVE REPO-CLTM-NO     TO WS-AG-CLTM-NO
           MOVE REPO-COD-COLT    TO WS-AG-COD-COLT
           MOVE REPO-NUM-RISK    TO WS-AG-NUM-RISK
           MOVE REPO-ACQ-DATE    TO WS-AG-ACQ-DATE
           MOVE WS-AGE-MONTHS    TO WS-AG-MONTHS
           MOVE REPO-CARRY-VALUE TO WS-AG-CARRY
           MOVE REPO-UPKEEP-AMT  TO WS-AG-UPKEEP

           IF WS-AGE-MONTHS > WS-HOLD-MONTHS
               ADD 1 TO WS-CTL-BEYOND-CNT
               MOVE 'BEYOND HOLDING PERIOD' TO WS-AG-FLAG
           ELSE
               MOVE SPACES                  TO WS-AG-FLAG
           END-IF

           WRITE RE-REPVRPT FROM WS-AG-LINE

           PERFORM 300100-FETCH-ONE-AGED-ASSET.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'REPV100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO RISK CAN RECONCILE THE CYCLE AGAINST THE LEDGER.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'REPV100 CONTROL TOTALS'
           DISPLAY '  HELD ASSETS ...................... : '
                   WS-CTL-ASSET-CNT
           DISPLAY '  ASSETS REVALUED .................. : '
                   WS-CTL-REVAL-CNT
           DISPLAY '  ASSETS WITH NO INDEX ON POLICY ... : '
                   WS-CTL-NOIDX-CNT
           DISPLAY '  IMPAIRMENT POSTED (AMOUNT) ....... : '
                   WS-CTL-IMPR-AMT
           DISPLAY '  IMPAIRMENT REVERSED (AMOUNT) ..... : '
                   WS-CTL-REVR-AMT
           DISPLAY '  ASSETS BEYOND HOLDING PERIOD ..... : '
                   WS-CTL-BEYOND-CNT
           DISPLAY '  UPDATES FAILED ................... : '
                   WS-CTL-FAIL-CNT.
      ******************************************************************
