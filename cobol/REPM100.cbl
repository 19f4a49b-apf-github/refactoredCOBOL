      ******************************************************************
      * REPM100 APPLIES REPOINPT-FILE TRANSACTIONS AGAINST THE
      * REPOSSESSED-ASSET REGISTER REPOASST. ONCE A FORECLOSURE ENDS
      * WITH THE BANK TAKING THE PROPERTY (LEGM100 CLOSING THE LEGAL
      * CASE 'RP'), THE ASSET SITS ON OUR OWN BALANCE SHEET UNTIL IT
      * IS SOLD. REPIN-REQ-TYPE IS:
      *   01 RECORD AN UPKEEP COST (PROPERTY TAX, INSURANCE, REPAIRS)
      *      ON A HELD ASSET - ADDED TO REPO_UPKEEP_AMT AND POSTED
      *      THROUGH THE SHARED GL EXTRACT AS 'REPOUPKP';
      *   02 RECORD THE SALE OF A HELD ASSET - THE PROCEEDS ARE
      *      POSTED AS 'REPOSALE' AND THE DIFFERENCE FROM THE
      *      CARRYING VALUE AS 'REPOGAIN' OR 'REPOLOSS', AND THE
      *      ASSET IS MARKED SOLD ('S') WITH ITS GAIN OR LOSS.
      * POSTINGS CARRY THE NUMBER OF THE LOAN THE ASSET CAME FROM.
      * REVALUATION IS REPV100'S JOB, OFF THE CLTRV100 INDEX. THE
      * SAME VAL4C100/AUD4C100/BL1DQ001 SERVICES AS THE OTHER
      * MAINTENANCE PROGRAMS APPLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT REPOTRAN-FILE ASSIGN I1DQ3001.
           SELECT REPOREJ-FILE  ASSIGN O1DQ3002.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * REPOTRAN-FILE CARRIES THE INCOMING REPOSSESSED-ASSET
      * TRANSACTIONS (SEE REPOTRAN.cpy FOR THE FIELD LAYOUT, COPIED
      * INTO WORKING-STORAGE BELOW).
       FD  REPOTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-REPOIN                        PIC X(80).
      ******************************************************************
      * REPOREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO A BAD TRANSACTION DOES NOT SIMPLY VANISH
      * FROM THE RUN.
       FD  REPOREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-REPOREJ.
           05  RREJ-REQ-TYPE                PIC X(2).
           05  RREJ-CLTM-NO                 PIC X(9).
           05  RREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  RREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(24).
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
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW) THAT CARRIES EVERY UPKEEP COST AND SALE RECORDED.
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
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
           05  WS-CTL-UPKP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-UPKP-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SALE-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SALE-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-GNLS-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS.
       01  WS-EDITS-OK-SW                   PIC X(1)    VALUE 'Y'.
           88  WS-EDITS-OK                              VALUE 'Y'.
       01  WS-EDIT-REASON                   PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 100190-CHECK-DATE-FORMAT, WHICH CHECKS A
      * KEYED DATE IS A WELL-FORMED YYYY-MM-DD.
       01  WS-EDIT-DATE-X.
           05  WS-ED-YYYY                   PIC X(4).
           05  WS-ED-DASH1                  PIC X(1).
           05  WS-ED-MM                     PIC X(2).
           05  WS-ED-MM-N REDEFINES WS-ED-MM
                                            PIC 9(2).
           05  WS-ED-DASH2                  PIC X(1).
           05  WS-ED-DD                     PIC X(2).
           05  WS-ED-DD-N REDEFINES WS-ED-DD
                                            PIC 9(2).
       01  WS-DATE-OK-SW                    PIC X(1)    VALUE 'N'.
           88  WS-DATE-OK                               VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE SHARED BY THE APPLY PARAGRAPHS. A FAILED
      * BUSINESS CHECK OR DB2 UPDATE CLEARS WS-REPO-OK-SW AND LEAVES
      * ITS REASON AND SQLCODE HERE FOR 900110-REJECT-REPO-TRAN.
       01  WS-REPO-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-REPO-OK                               VALUE 'Y'.
       01  WS-REPO-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-REPO-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE ABSOLUTE GAIN OR LOSS OF A SALE, AS THE GL EXTRACT TAKES
      * AN UNSIGNED AMOUNT AND THE TRAN TYPE CARRIES THE DIRECTION.
       01  WS-GNLS-ABS                      PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD.
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
       01  WS-AUD-AMT                       PIC -(11)9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY REPOTRAN.
      ******************************************************************
       COPY REPOASST.
      ******************************************************************
       COPY GLPOST.
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
      * 100000-MAINLINE OPENS THE TRANSACTION, REJECT AND GL FILES,
      * LOOPS CALLING 100100-PROCESS-ONE-TRANSACTION PER RECORD, AND
      * PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  REPOTRAN-FILE
           OPEN OUTPUT REPOREJ-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN EXTEND GLPOST-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           CLOSE REPOTRAN-FILE
           CLOSE REPOREJ-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE 'Y'    TO WS-REPO-OK-SW
               MOVE SPACES TO WS-REPO-REJ-REASON
               MOVE ZEROS  TO WS-REPO-SQLCODE

               PERFORM 150000-LOOKUP-HELD-ASSET

               IF WS-REPO-OK
                   EVALUATE REPIN-REQ-TYPE
                       WHEN '01'
                           PERFORM 200000-APPLY-UPKEEP
                       WHEN '02'
                           PERFORM 300000-APPLY-SALE
                       WHEN OTHER
                           MOVE 'N' TO WS-REPO-OK-SW
                           MOVE 'UNRECOGNIZED REPIN-REQ-TYPE'
                                    TO WS-REPO-REJ-REASON
                   END-EVALUATE
               END-IF

               IF NOT WS-REPO-OK
                   PERFORM 900110-REJECT-REPO-TRAN
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-FRONT-END-EDITS CATCHES OUTRIGHT MALFORMED
      * TRANSACTIONS AND ROUTES THEM TO THE COMMON SUSPENSE FILE VIA
      * 900500-WRITE-SUSPENSE FOR NEXT-DAY CORRECTION: BOTH REQUEST
      * TYPES NEED THE ITEM, A DATE NO LATER THAN TODAY AND AN AMOUNT
      * ABOVE ZERO.
       100150-VALIDATE-FRONT-END-EDITS.

           MOVE 'Y' TO WS-EDITS-OK-SW

           MOVE REPIN-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN REPIN-REQ-TYPE NOT = '01' AND
                    REPIN-REQ-TYPE NOT = '02'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'REPIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
               WHEN REPIN-CLTM-NO IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COLLATERAL ITEM NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN REPIN-CLTM-NO-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COLLATERAL ITEM MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN REPIN-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN REPIN-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AMOUNT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN REPIN-AMT-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AMOUNT MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-EDITS-OK
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * 100190-CHECK-DATE-FORMAT SETS WS-DATE-OK-SW WHEN THE DATE IN
      * WS-EDIT-DATE-X IS A WELL-FORMED YYYY-MM-DD WITH A REAL MONTH
      * AND A DAY OF 01 TO 31.
       100190-CHECK-DATE-FORMAT.

           MOVE 'N' TO WS-DATE-OK-SW

           IF WS-ED-YYYY IS NUMERIC AND
              WS-ED-MM   IS NUMERIC AND
              WS-ED-DD   IS NUMERIC AND
              WS-ED-DASH1 = '-' AND
              WS-ED-DASH2 = '-'
               IF WS-ED-MM-N >= 1 AND WS-ED-MM-N <= 12 AND
                  WS-ED-DD-N >= 1 AND WS-ED-DD-N <= 31
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.
      ******************************************************************
       100200-READ-INPUT.

           READ REPOTRAN-FILE INTO REPOINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 150000-LOOKUP-HELD-ASSET READS THE ASSET'S REGISTER ROW INTO
      * DCLREPOASST. BOTH REQUEST TYPES NEED AN ASSET STILL HELD, AND
      * NEITHER CAN BE DATED BEFORE THE BANK TOOK IT.
       150000-LOOKUP-HELD-ASSET.

           MOVE REPIN-CLTM-NO-N TO REPO-CLTM-NO

           EXEC SQL
               SELECT REPO_NUM_RISK, REPO_ACQ_DATE, REPO_CARRY_VALUE,
                      REPO_UPKEEP_AMT, REPO_ST
                 INTO :REPO-NUM-RISK, :REPO-ACQ-DATE,
                      :REPO-CARRY-VALUE, :REPO-UPKEEP-AMT, :REPO-ST
                 FROM IDC015.REPOASST
                WHERE REPO_CLTM_NO = :REPO-CLTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-REPO-OK-SW
                   MOVE 'NO REPOSSESSED ASSET FOR THIS ITEM'
                            TO WS-REPO-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'        TO WS-REPO-OK-SW
                   MOVE SQLCODE    TO WS-REPO-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-REPO-REJ-REASON
                   MOVE 'REPOASST' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE REPIN-CLTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN REPO-ST NOT = 'H'
                   MOVE 'N' TO WS-REPO-OK-SW
                   MOVE 'ASSET ALREADY SOLD'
                            TO WS-REPO-REJ-REASON
               WHEN REPIN-DATE < REPO-ACQ-DATE
                   MOVE 'N' TO WS-REPO-OK-SW
                   MOVE 'DATE BEFORE THE ASSET WAS TAKEN'
                            TO WS-REPO-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 200000-APPLY-UPKEEP ADDS AN UPKEEP COST TO THE ASSET'S TOTAL
      * AND, ONCE THE REGISTER IS UPDATED, POSTS IT TO THE GL EXTRACT.
      * UPKEEP IS AN EXPENSE OF HOLDING THE ASSET - IT DOES NOT RAISE
      * THE CARRYING VALUE.
       200000-APPLY-UPKEEP.

           MOVE SPACES          TO WS-AUD-BEFORE
           MOVE REPO-UPKEEP-AMT TO WS-AUD-AMT
           MOVE WS-AUD-AMT      TO WS-AUD-BEFORE(1:15)

           ADD REPIN-AMT-N TO REPO-UPKEEP-AMT
               ON SIZE ERROR
                   MOVE 'N' TO WS-REPO-OK-SW
                   MOVE 'UPKEEP TOTAL WOULD OVERFLOW'
                            TO WS-REPO-REJ-REASON
           END-ADD

           IF WS-REPO-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-UPDATE-REPO-UPKEEP
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1           TO WS-CTL-UPKP-CNT
                   ADD REPIN-AMT-N TO WS-CTL-UPKP-AMT

                   MOVE 'REPOUPKP'  TO GLPOST-TRAN-TYPE
                   MOVE REPIN-AMT-N TO GLPOST-AMOUNT
                   PERFORM 900600-WRITE-GL-POSTING

                   MOVE 'REPOUPKP'      TO WS-AUD-TRAN-TYPE
                   MOVE SPACES          TO WS-AUD-AFTER
                   MOVE REPO-UPKEEP-AMT TO WS-AUD-AMT
                   MOVE WS-AUD-AMT      TO WS-AUD-AFTER(1:15)
                   MOVE REPIN-DESC      TO WS-AUD-AFTER(17:24)
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
       200010-UPDATE-REPO-UPKEEP.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.REPOASST
                  SET REPO_UPKEEP_AMT = :REPO-UPKEEP-AMT
                WHERE REPO_CLTM_NO = :REPO-CLTM-NO
                  AND REPO_ST      = 'H'
           END-EXEC.
      ******************************************************************
      * 300000-APPLY-SALE MARKS THE ASSET SOLD WITH ITS PROCEEDS AND
      * THE GAIN OR LOSS AGAINST THE CARRYING VALUE, THEN POSTS THE
      * PROCEEDS AND THE GAIN OR LOSS TO THE GL EXTRACT. A SALE AT
      * EXACTLY THE CARRYING VALUE POSTS THE PROCEEDS ONLY.
       300000-APPLY-SALE.

           MOVE 'S'         TO REPO-ST
           MOVE REPIN-DATE  TO REPO-SALE-DATE
           MOVE REPIN-AMT-N TO REPO-SALE-AMT
           COMPUTE REPO-GAIN-LOSS = REPIN-AMT-N - REPO-CARRY-VALUE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 300010-UPDATE-REPO-SALE
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               ADD 1              TO WS-CTL-SALE-CNT
               ADD REPIN-AMT-N    TO WS-CTL-SALE-AMT
               ADD REPO-GAIN-LOSS TO WS-CTL-GNLS-AMT

               MOVE 'REPOSALE'  TO GLPOST-TRAN-TYPE
               MOVE REPIN-AMT-N TO GLPOST-AMOUNT
               PERFORM 900600-WRITE-GL-POSTING

               IF REPO-GAIN-LOSS > ZERO
                   MOVE 'REPOGAIN'     TO GLPOST-TRAN-TYPE
                   MOVE REPO-GAIN-LOSS TO GLPOST-AMOUNT
                   PERFORM 900600-WRITE-GL-POSTING
               END-IF
               IF REPO-GAIN-LOSS < ZERO
                   COMPUTE WS-GNLS-ABS = ZERO - REPO-GAIN-LOSS
                   MOVE 'REPOLOSS'  TO GLPOST-TRAN-TYPE
                   MOVE WS-GNLS-ABS TO GLPOST-AMOUNT
                   PERFORM 900600-WRITE-GL-POSTING
               END-IF

               MOVE 'REPOSALE'       TO WS-AUD-TRAN-TYPE
               MOVE SPACES           TO WS-AUD-BEFORE
               MOVE REPO-CARRY-VALUE TO WS-AUD-AMT
               MOVE WS-AUD-AMT       TO WS-AUD-BEFORE(1:15)
               MOVE SPACES           TO WS-AUD-AFTER
               MOVE REPO-GAIN-LOSS   TO WS-AUD-AMT
               MOVE WS-AUD-AMT       TO WS-AUD-AFTER(1:15)
               MOVE REPIN-DESC       TO WS-AUD-AFTER(17:24)
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               PERFORM 900210-UPDATE-FAILED
           END-IF.
      ******************************************************************
       300010-UPDATE-REPO-SALE.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.REPOASST
                  SET REPO_ST        = :REPO-ST,
                      REPO_SALE_DATE = :REPO-SALE-DATE,
                      REPO_SALE_AMT  = :REPO-SALE-AMT,
                      REPO_GAIN_LOSS = :REPO-GAIN-LOSS
                WHERE REPO_CLTM_NO = :REPO-CLTM-NO
                  AND REPO_ST      = 'H'
           END-EXEC.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-REPOREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900110-REJECT-REPO-TRAN WRITES THE REJECT FOR A TRANSACTION
      * AN APPLY PARAGRAPH REFUSED, FROM THE REASON AND SQLCODE IT
      * LEFT IN WS-REPO-REJ-REASON/WS-REPO-SQLCODE.
       900110-REJECT-REPO-TRAN.

           MOVE REPIN-REQ-TYPE     TO RREJ-REQ-TYPE
           MOVE REPIN-CLTM-NO      TO RREJ-CLTM-NO
           MOVE WS-REPO-SQLCODE    TO RREJ-SQLCODE
           MOVE WS-REPO-REJ-REASON TO RREJ-REASON

           PERFORM 900100-WRITE-REJECT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'REPM100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900210-UPDATE-FAILED MARKS THE TRANSACTION FOR REJECTION
      * AFTER A REPOASST UPDATE FAILED (+100 MEANS THE ASSET WAS
      * SOLD BETWEEN THE LOOKUP AND THE UPDATE).
       900210-UPDATE-FAILED.

           MOVE 'N'     TO WS-REPO-OK-SW
           MOVE SQLCODE TO WS-REPO-SQLCODE

           IF SQLCODE = +100
               MOVE 'ASSET ALREADY SOLD'
                            TO WS-REPO-REJ-REASON
           ELSE
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                            TO WS-REPO-REJ-REASON
               MOVE 'REPOASST'    TO DB2-OBJECT
               MOVE 'UPDATE'      TO DB2-STATEMENT
               MOVE REPIN-CLTM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED TRANSACTION, KEYED ON THE
      * COLLATERAL ITEM. REPOTRAN CARRIES NO USER/TERMINAL FIELD SO
      * THOSE ARE LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE SPACES           TO WS-AUD-KEY
           MOVE REPIN-CLTM-NO    TO WS-AUD-KEY(1:9)

           MOVE 'REPM100 '       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A TRANSACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'REPM100 '     TO VALSUS-PGM-ID
           MOVE REPIN-REQ-TYPE TO VALSUS-REQ-TYPE
           MOVE REPIN-CLTM-NO  TO VALSUS-KEY
           MOVE WS-EDIT-REASON TO VALSUS-REASON
           MOVE RE-REPOIN      TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900600-WRITE-GL-POSTING APPENDS ONE POSTING (TRAN TYPE AND
      * AMOUNT ALREADY SET) TO THE GL EXTRACT UNDER THE LOAN THE
      * ASSET CAME FROM, DATED THE DAY OF THE COST OR SALE.
       900600-WRITE-GL-POSTING.

           MOVE REPO-NUM-RISK TO GLPOST-LLOANM-NO
           MOVE REPIN-DATE    TO GLPOST-POST-DATE

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S REPOSSESSED-ASSET
      * RUN AND THE AMOUNTS SENT TO THE LEDGER.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'REPM100 CONTROL TOTALS'
           DISPLAY '  UPKEEP COSTS RECORDED ............ : '
                   WS-CTL-UPKP-CNT
           DISPLAY '  UPKEEP COSTS POSTED (AMOUNT) ..... : '
                   WS-CTL-UPKP-AMT
           DISPLAY '  ASSETS SOLD ...................... : '
                   WS-CTL-SALE-CNT
           DISPLAY '  SALE PROCEEDS POSTED (AMOUNT) .... : '
                   WS-CTL-SALE-AMT
           DISPLAY '  NET GAIN (LOSS) ON SALES ......... : '
                   WS-CTL-GNLS-AMT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '  TRANSACTIONS SUSPENDED ........... : '
                   WS-CTL-SUS-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
      * TRANSACTION COUNT READ MATCHES THE APPLIED-PLUS-REJECTED
      * COUNT.
       900300-WRITE-BALANCE-TOTALS.

           MOVE 'REPM100 '      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-UPKP-CNT + WS-CTL-SALE-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
