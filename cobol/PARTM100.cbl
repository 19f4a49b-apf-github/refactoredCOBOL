      ******************************************************************
      * PARTM100 APPLIES PARTINPT-FILE TRANSACTIONS (PARTIN-REQ-TYPE
      * 01 ADD/02 CHANGE/03 REMOVE) AGAINST THE PARTMSTR
      * PARTICIPATION REGISTER. SOME LARGE COMMERCIAL LOANS ARE
      * SHARED WITH OTHER BANKS: LOANMSTR CARRIES THE WHOLE FACILITY,
      * AND THE REGISTER RECORDS EACH PARTICIPANT BANK, ITS SHARE OF
      * THE FACILITY, WHICH BANK IS AGENT, AND WHICH ROW IS OUR OWN
      * SHARE. EVERY CHANGE:
      *   - REQUIRES THE LOAN TO BE ON LOANMSTR;
      *   - KEEPS THE ACTIVE SHARES OF THE LOAN AT OR BELOW 100
      *     PERCENT IN TOTAL;
      *   - ALLOWS ONE ACTIVE OWN ROW AND ONE ACTIVE AGENT PER LOAN.
      * A REMOVAL FLIPS PART_ST TO 'R' RATHER THAN DELETING, SO THE
      * HISTORY SURVIVES; ADDING A REMOVED PARTICIPANT BACK
      * REINSTATES ITS ROW WITH THE NEW TERMS. THE REGISTER IS READ
      * BY LOANR100 (REPAYMENT SPLIT), PDST100 (AGENT
      * DISTRIBUTIONS), RV3C0100 AND THE EXPOSURE PROGRAMS (OUR OWN
      * SHARE ONLY). THE SAME VAL4C100/AUD4C100/BL1DQ001 SERVICES AS
      * THE OTHER MAINTENANCE PROGRAMS APPLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT PARTTRAN-FILE ASSIGN I1DQ0H01.
           SELECT PARTREJ-FILE  ASSIGN O1DQ0H02.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PARTTRAN-FILE CARRIES THE INCOMING PARTICIPATION
      * TRANSACTIONS (SEE PARTTRAN.cpy FOR THE FIELD LAYOUT, COPIED
      * INTO WORKING-STORAGE BELOW).
       FD  PARTTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PARTIN                        PIC X(100).
      ******************************************************************
      * PARTREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO A BAD TRANSACTION DOES NOT SIMPLY VANISH
      * FROM THE RUN.
       FD  PARTREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PARTREJ.
           05  PREJ-REQ-TYPE                PIC X(2).
           05  PREJ-LOAN-CAT                PIC X(2).
           05  PREJ-LOAN-NO                 PIC X(10).
           05  PREJ-PART-ID                 PIC X(11).
           05  PREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  PREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(28).
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
           05  WS-CTL-ADD-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CHG-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REM-CNT               PIC S9(7)   COMP-3
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
      * WORKING-STORAGE SHARED BY THE APPLY PARAGRAPHS. A FAILED
      * BUSINESS CHECK OR DB2 UPDATE CLEARS WS-PART-OK-SW AND LEAVES
      * ITS REASON AND SQLCODE HERE FOR 900110-REJECT-PART-TRAN.
      * WS-PART-FOUND-SW/WS-PART-OLD-ST DESCRIBE THE PARTICIPANT'S
      * EXISTING ROW (ANY STATUS) AS 250000-LOOKUP-PARTICIPANT
      * FOUND IT.
       01  WS-PART-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-PART-OK                               VALUE 'Y'.
       01  WS-PART-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-PART-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-PART-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-PART-FOUND                            VALUE 'Y'.
       01  WS-PART-OLD-ST                   PIC X(1)    VALUE SPACE.
       01  WS-PART-OLD-PCT                  PIC S9(3)V9(4) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200200-CHECK-LOAN-SHARES: THE SHARES THE
      * LOAN'S OTHER ACTIVE PARTICIPANTS ALREADY HOLD, AND HOW MANY
      * OF THEM ARE OUR OWN ROW OR THE AGENT.
       01  WS-OTHER-SHARE-PCT               PIC S9(5)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-OTHER-OWN-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-OTHER-AGENT-CNT               PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-PCT-DISPLAY                   PIC 9(3).9(4) VALUE ZEROS.
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
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY PARTTRAN.
      ******************************************************************
       COPY PARTMSTR.
      ******************************************************************
       COPY LOANMSTR.
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
      * 100000-MAINLINE OPENS THE TRANSACTION AND REJECT FILES, LOOPS
      * CALLING 100100-PROCESS-ONE-TRANSACTION PER RECORD, AND PRINTS
      * THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  PARTTRAN-FILE
           OPEN OUTPUT PARTREJ-FILE
           OPEN EXTEND BALANCE-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           CLOSE PARTTRAN-FILE
           CLOSE PARTREJ-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE 'Y'    TO WS-PART-OK-SW
               MOVE SPACES TO WS-PART-REJ-REASON
               MOVE ZEROS  TO WS-PART-SQLCODE

               EVALUATE PARTIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 200000-APPLY-ADD
                   WHEN '02'
                       PERFORM 300000-APPLY-CHANGE
                   WHEN '03'
                       PERFORM 400000-APPLY-REMOVE
                   WHEN OTHER
                       MOVE 'N' TO WS-PART-OK-SW
                       MOVE 'UNRECOGNIZED PARTIN-REQ-TYPE'
                                TO WS-PART-REJ-REASON
               END-EVALUATE

               IF NOT WS-PART-OK
                   PERFORM 900110-REJECT-PART-TRAN
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-FRONT-END-EDITS CATCHES OUTRIGHT MALFORMED
      * TRANSACTIONS AND ROUTES THEM TO THE COMMON SUSPENSE FILE VIA
      * 900500-WRITE-SUSPENSE FOR NEXT-DAY CORRECTION. THE ADD AND
      * CHANGE FIELDS ARE EDITED BY 100160/100170.
       100150-VALIDATE-FRONT-END-EDITS.

           MOVE 'Y' TO WS-EDITS-OK-SW

           EVALUATE TRUE
               WHEN PARTIN-REQ-TYPE NOT = '01' AND
                    PARTIN-REQ-TYPE NOT = '02' AND
                    PARTIN-REQ-TYPE NOT = '03'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PARTIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-LOAN-CAT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOAN CATEGORY MISSING'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-LOAN-NO IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOAN NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-PART-ID = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PARTICIPANT BIC MISSING'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-REQ-TYPE = '01'
                   PERFORM 100160-EDIT-ADD-FIELDS
               WHEN PARTIN-REQ-TYPE = '02'
                   PERFORM 100170-EDIT-CHANGE-FIELDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-EDITS-OK
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * 100160-EDIT-ADD-FIELDS - AN ADD NEEDS EVERY TERM. OUR OWN ROW
      * NEEDS NO SETTLEMENT ACCOUNT - WE NEVER PAY OURSELVES.
       100160-EDIT-ADD-FIELDS.

           EVALUATE TRUE
               WHEN PARTIN-NAME = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PARTICIPANT NAME MISSING'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-SHARE-PCT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'SHARE PERCENTAGE NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-SHARE-PCT-N = ZERO
                OR PARTIN-SHARE-PCT-N > 100
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'SHARE PERCENTAGE NOT ABOVE 0 UP TO 100'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-OWN-FLG NOT = 'Y' AND
                    PARTIN-OWN-FLG NOT = 'N'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'OWN-SHARE FLAG NOT Y OR N'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-AGENT-FLG NOT = 'Y' AND
                    PARTIN-AGENT-FLG NOT = 'N'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AGENT FLAG NOT Y OR N'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-OWN-FLG = 'N' AND PARTIN-IBAN = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PARTICIPANT SETTLEMENT IBAN MISSING'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100170-EDIT-CHANGE-FIELDS - A CHANGE MAY CARRY ANY OF THE
      * CHANGEABLE TERMS; WHATEVER IS KEYED MUST BE VALID, AND IT
      * MUST CHANGE AT LEAST ONE. WHICH ROW IS OUR OWN CANNOT BE
      * CHANGED - REMOVE THE ROW AND ADD IT AGAIN.
       100170-EDIT-CHANGE-FIELDS.

           EVALUATE TRUE
               WHEN PARTIN-NAME = SPACES AND
                    PARTIN-SHARE-PCT = SPACES AND
                    PARTIN-AGENT-FLG = SPACE AND
                    PARTIN-IBAN = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CHANGE CHANGES NOTHING'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-OWN-FLG NOT = SPACE
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'OWN-SHARE FLAG CANNOT BE CHANGED'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-SHARE-PCT NOT = SPACES AND
                    PARTIN-SHARE-PCT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'SHARE PERCENTAGE NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-SHARE-PCT NOT = SPACES AND
                   (PARTIN-SHARE-PCT-N = ZERO OR
                    PARTIN-SHARE-PCT-N > 100)
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'SHARE PERCENTAGE NOT ABOVE 0 UP TO 100'
                                       TO WS-EDIT-REASON
               WHEN PARTIN-AGENT-FLG NOT = SPACE AND
                    PARTIN-AGENT-FLG NOT = 'Y' AND
                    PARTIN-AGENT-FLG NOT = 'N'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AGENT FLAG NOT Y OR N'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       100200-READ-INPUT.

           READ PARTTRAN-FILE INTO PARTINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 200000-APPLY-ADD VALIDATES THE LOAN AND THE LOAN'S SHARE
      * TOTALS, THEN INSERTS THE PARTICIPANT - OR, IF IT WAS ON THE
      * LOAN BEFORE AND WAS REMOVED, REINSTATES ITS ROW.
       200000-APPLY-ADD.

           PERFORM 250000-LOOKUP-PARTICIPANT

           IF WS-PART-OK AND WS-PART-FOUND AND WS-PART-OLD-ST = 'A'
               MOVE 'N' TO WS-PART-OK-SW
               MOVE 'PARTICIPANT ALREADY ACTIVE ON THIS LOAN'
                        TO WS-PART-REJ-REASON
           END-IF

           MOVE PARTIN-LOAN-CAT    TO PART-LOAN-CAT
           MOVE PARTIN-LOAN-NO     TO PART-LOAN-NO
           MOVE PARTIN-PART-ID     TO PART-ID
           MOVE PARTIN-NAME        TO PART-NAME
           MOVE PARTIN-SHARE-PCT-N TO PART-SHARE-PCT
           MOVE PARTIN-OWN-FLG     TO PART-OWN
           MOVE PARTIN-AGENT-FLG   TO PART-AGENT
           MOVE PARTIN-IBAN        TO PART-IBAN
           MOVE WS-TODAY-DATE-X    TO PART-REG-DATE
           MOVE 'A'                TO PART-ST
           MOVE WS-TODAY-DATE-X    TO PART-ST-DATE

           IF WS-PART-OK
               PERFORM 200100-VALIDATE-LOAN
           END-IF

           IF WS-PART-OK
               PERFORM 200200-CHECK-LOAN-SHARES
           END-IF

           IF WS-PART-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               IF WS-PART-FOUND
                   PERFORM 300010-UPDATE-PART-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               ELSE
                   PERFORM 200010-INSERT-PARTMSTR-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-ADD-CNT
                   MOVE PARTIN-SHARE-PCT-N TO WS-PCT-DISPLAY
                   MOVE 'PARTADD'          TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   MOVE SPACES             TO WS-AUD-BEFORE
                   MOVE WS-PCT-DISPLAY     TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-PART-OK-SW
                   MOVE SQLCODE TO WS-PART-SQLCODE
                   MOVE 'INSERT FAILED - SEE SQLCODE'
                                TO WS-PART-REJ-REASON
                   MOVE 'PARTMSTR' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE PARTIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       200010-INSERT-PARTMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.PARTMSTR
                   ( PART_LOAN_CAT, PART_LOAN_NO, PART_ID, PART_NAME,
                     PART_SHARE_PCT, PART_OWN, PART_AGENT, PART_IBAN,
                     PART_REG_DATE, PART_ST, PART_ST_DATE )
               VALUES
                   ( :PART-LOAN-CAT, :PART-LOAN-NO, :PART-ID,
                     :PART-NAME, :PART-SHARE-PCT, :PART-OWN,
                     :PART-AGENT, :PART-IBAN, :PART-REG-DATE,
                     :PART-ST, :PART-ST-DATE )
           END-EXEC.
      ******************************************************************
      * 200100-VALIDATE-LOAN CONFIRMS THE FACILITY IS ON LOANMSTR.
      * A PAID-OFF, WRITTEN-OFF OR SOLD LOAN MAY STILL HAVE ITS
      * REGISTER CORRECTED, SO THE STATUS IS NOT CHECKED.
       200100-VALIDATE-LOAN.

           MOVE PARTIN-LOAN-CAT TO LLOANM-CAT
           MOVE PARTIN-LOAN-NO  TO LLOANM-NO

           EXEC SQL
               SELECT LOANM_ST
                 INTO :LLOANM-ST
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CAT = :LLOANM-CAT
                  AND LOANM_NO  = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-PART-OK-SW
                   MOVE 'LOAN NOT ON LOANMSTR'
                            TO WS-PART-REJ-REASON
               WHEN OTHER
                   MOVE 'N'     TO WS-PART-OK-SW
                   MOVE SQLCODE TO WS-PART-SQLCODE
                   MOVE 'LOAN LOOKUP FAILED - SEE SQLCODE'
                                TO WS-PART-REJ-REASON
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE PARTIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 200200-CHECK-LOAN-SHARES CHECKS THE ROW AS IT WILL STAND
      * (PART-SHARE-PCT/PART-OWN/PART-AGENT) AGAINST THE LOAN'S OTHER
      * ACTIVE PARTICIPANTS: THE SHARES MAY NOT TOTAL MORE THAN 100,
      * AND THERE IS ONLY ONE OWN ROW AND ONE AGENT.
       200200-CHECK-LOAN-SHARES.

           MOVE ZEROS TO WS-OTHER-SHARE-PCT
           MOVE ZEROS TO WS-OTHER-OWN-CNT
           MOVE ZEROS TO WS-OTHER-AGENT-CNT

           EXEC SQL
               SELECT COALESCE(SUM(PART_SHARE_PCT), 0),
                      COALESCE(SUM(CASE WHEN PART_OWN = 'Y'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PART_AGENT = 'Y'
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WS-OTHER-SHARE-PCT, :WS-OTHER-OWN-CNT,
                      :WS-OTHER-AGENT-CNT
                 FROM IDC015.PARTMSTR
                WHERE PART_LOAN_CAT = :PART-LOAN-CAT
                  AND PART_LOAN_NO  = :PART-LOAN-NO
                  AND PART_ID       <> :PART-ID
                  AND PART_ST       = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-PART-OK-SW
                   MOVE SQLCODE TO WS-PART-SQLCODE
                   MOVE 'SHARE LOOKUP FAILED - SEE SQLCODE'
                                TO WS-PART-REJ-REASON
                   MOVE 'PARTMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE PARTIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-OTHER-SHARE-PCT + PART-SHARE-PCT > 100
                   MOVE 'N' TO WS-PART-OK-SW
                   MOVE 'LOAN SHARES WOULD TOTAL OVER 100 PERCENT'
                            TO WS-PART-REJ-REASON
               WHEN PART-OWN = 'Y' AND WS-OTHER-OWN-CNT > ZERO
                   MOVE 'N' TO WS-PART-OK-SW
                   MOVE 'LOAN ALREADY HAS AN OWN-SHARE ROW'
                            TO WS-PART-REJ-REASON
               WHEN PART-AGENT = 'Y' AND WS-OTHER-AGENT-CNT > ZERO
                   MOVE 'N' TO WS-PART-OK-SW
                   MOVE 'LOAN ALREADY HAS AN AGENT BANK'
                            TO WS-PART-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 250000-LOOKUP-PARTICIPANT READS THE PARTICIPANT'S ROW ON THE
      * LOAN WHATEVER ITS STATUS, LEAVING ITS CURRENT TERMS IN
      * DCLPARTMSTR. NOT FINDING IT IS NOT AN ERROR HERE - EACH
      * REQUEST TYPE DECIDES WHAT ABSENCE MEANS.
       250000-LOOKUP-PARTICIPANT.

           MOVE 'N'             TO WS-PART-FOUND-SW
           MOVE SPACE           TO WS-PART-OLD-ST
           MOVE PARTIN-LOAN-CAT TO PART-LOAN-CAT
           MOVE PARTIN-LOAN-NO  TO PART-LOAN-NO
           MOVE PARTIN-PART-ID  TO PART-ID

           EXEC SQL
               SELECT PART_NAME, PART_SHARE_PCT, PART_OWN,
                      PART_AGENT, PART_IBAN, PART_REG_DATE, PART_ST
                 INTO :PART-NAME, :PART-SHARE-PCT, :PART-OWN,
                      :PART-AGENT, :PART-IBAN, :PART-REG-DATE,
                      :PART-ST
                 FROM IDC015.PARTMSTR
                WHERE PART_LOAN_CAT = :PART-LOAN-CAT
                  AND PART_LOAN_NO  = :PART-LOAN-NO
                  AND PART_ID       = :PART-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'            TO WS-PART-FOUND-SW
                   MOVE PART-ST        TO WS-PART-OLD-ST
                   MOVE PART-SHARE-PCT TO WS-PART-OLD-PCT
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'        TO WS-PART-OK-SW
                   MOVE SQLCODE    TO WS-PART-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-PART-REJ-REASON
                   MOVE 'PARTMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE PARTIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 300000-APPLY-CHANGE CHANGES THE TERMS KEYED ON THE
      * TRANSACTION ON AN ACTIVE PARTICIPANT, RE-CHECKING THE LOAN'S
      * SHARE TOTAL AND SINGLE AGENT AGAINST THE CHANGED ROW.
       300000-APPLY-CHANGE.

           PERFORM 250000-LOOKUP-PARTICIPANT

           IF WS-PART-OK
            AND (NOT WS-PART-FOUND OR WS-PART-OLD-ST NOT = 'A')
               MOVE 'N' TO WS-PART-OK-SW
               MOVE 'NO ACTIVE PARTICIPANT ON FILE'
                        TO WS-PART-REJ-REASON
           END-IF

           IF WS-PART-OK
               IF PARTIN-NAME NOT = SPACES
                   MOVE PARTIN-NAME        TO PART-NAME
               END-IF
               IF PARTIN-SHARE-PCT NOT = SPACES
                   MOVE PARTIN-SHARE-PCT-N TO PART-SHARE-PCT
               END-IF
               IF PARTIN-AGENT-FLG NOT = SPACE
                   MOVE PARTIN-AGENT-FLG   TO PART-AGENT
               END-IF
               IF PARTIN-IBAN NOT = SPACES
                   MOVE PARTIN-IBAN        TO PART-IBAN
               END-IF
               MOVE WS-TODAY-DATE-X TO PART-ST-DATE

               PERFORM 200200-CHECK-LOAN-SHARES
           END-IF

           IF WS-PART-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-PART-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CHG-CNT
                   MOVE 'PARTCHG'       TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   MOVE WS-PART-OLD-PCT TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY  TO WS-AUD-BEFORE
                   MOVE PART-SHARE-PCT  TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY  TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 300010-UPDATE-PART-ROW REWRITES THE PARTICIPANT'S TERMS AND
      * STATUS FROM DCLPARTMSTR (A CHANGE, A REMOVAL, OR THE
      * REINSTATEMENT OF A REMOVED PARTICIPANT BY AN ADD).
       300010-UPDATE-PART-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.PARTMSTR
                  SET PART_NAME      = :PART-NAME,
                      PART_SHARE_PCT = :PART-SHARE-PCT,
                      PART_OWN       = :PART-OWN,
                      PART_AGENT     = :PART-AGENT,
                      PART_IBAN      = :PART-IBAN,
                      PART_REG_DATE  = :PART-REG-DATE,
                      PART_ST        = :PART-ST,
                      PART_ST_DATE   = :PART-ST-DATE
                WHERE PART_LOAN_CAT = :PART-LOAN-CAT
                  AND PART_LOAN_NO  = :PART-LOAN-NO
                  AND PART_ID       = :PART-ID
           END-EXEC.
      ******************************************************************
      * 400000-APPLY-REMOVE TAKES AN ACTIVE PARTICIPANT OFF THE LOAN.
      * ITS PENDING DISTRIBUTIONS ON PARTDIST ARE STILL OWED AND ARE
      * LEFT FOR PDST100 TO PAY.
       400000-APPLY-REMOVE.

           PERFORM 250000-LOOKUP-PARTICIPANT

           IF WS-PART-OK
            AND (NOT WS-PART-FOUND OR WS-PART-OLD-ST NOT = 'A')
               MOVE 'N' TO WS-PART-OK-SW
               MOVE 'NO ACTIVE PARTICIPANT ON FILE'
                        TO WS-PART-REJ-REASON
           END-IF

           IF WS-PART-OK
               MOVE 'R'             TO PART-ST
               MOVE WS-TODAY-DATE-X TO PART-ST-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-PART-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-REM-CNT
                   MOVE 'PARTREM'       TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   MOVE WS-PART-OLD-PCT TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY  TO WS-AUD-BEFORE
                   MOVE SPACES          TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-PARTREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900110-REJECT-PART-TRAN WRITES THE REJECT FOR A TRANSACTION
      * AN APPLY PARAGRAPH REFUSED, FROM THE REASON AND SQLCODE IT
      * LEFT IN WS-PART-REJ-REASON/WS-PART-SQLCODE.
       900110-REJECT-PART-TRAN.

           MOVE PARTIN-REQ-TYPE    TO PREJ-REQ-TYPE
           MOVE PARTIN-LOAN-CAT    TO PREJ-LOAN-CAT
           MOVE PARTIN-LOAN-NO     TO PREJ-LOAN-NO
           MOVE PARTIN-PART-ID     TO PREJ-PART-ID
           MOVE WS-PART-SQLCODE    TO PREJ-SQLCODE
           MOVE WS-PART-REJ-REASON TO PREJ-REASON

           PERFORM 900100-WRITE-REJECT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'PARTM100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900210-UPDATE-FAILED MARKS THE TRANSACTION FOR REJECTION
      * AFTER A PARTMSTR UPDATE FAILED (+100 MEANS THE ROW WENT AWAY
      * BETWEEN THE LOOKUP AND THE UPDATE).
       900210-UPDATE-FAILED.

           MOVE 'N'     TO WS-PART-OK-SW
           MOVE SQLCODE TO WS-PART-SQLCODE

           IF SQLCODE = +100
               MOVE 'NO ACTIVE PARTICIPANT ON FILE'
                            TO WS-PART-REJ-REASON
           ELSE
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                            TO WS-PART-REJ-REASON
               MOVE 'PARTMSTR'     TO DB2-OBJECT
               MOVE 'UPDATE'       TO DB2-STATEMENT
               MOVE PARTIN-LOAN-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED PARTICIPATION TRANSACTION, WITH
      * THE SHARE PERCENTAGE BEFORE AND AFTER. PARTTRAN CARRIES NO
      * USER/TERMINAL FIELD SO THOSE ARE LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'PARTM100'       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900410-BUILD-AUDIT-KEY KEYS THE AUDIT ENTRY ON THE LOAN
      * NUMBER AND THE PARTICIPANT'S BIC (ITS FIRST FIVE BYTES - THE
      * BANK CODE - IS ALL THE 15-BYTE KEY HAS ROOM FOR).
       900410-BUILD-AUDIT-KEY.

           MOVE SPACES              TO WS-AUD-KEY
           MOVE PARTIN-LOAN-NO      TO WS-AUD-KEY(1:10)
           MOVE PARTIN-PART-ID(1:5) TO WS-AUD-KEY(11:5).
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A TRANSACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'PARTM100'      TO VALSUS-PGM-ID
           MOVE PARTIN-REQ-TYPE TO VALSUS-REQ-TYPE
           MOVE PARTIN-LOAN-NO  TO VALSUS-KEY
           MOVE WS-EDIT-REASON  TO VALSUS-REASON
           MOVE RE-PARTIN       TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S PARTICIPATION
      * MAINTENANCE RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'PARTM100 CONTROL TOTALS'
           DISPLAY '  PARTICIPANTS ADDED ............... : '
                   WS-CTL-ADD-CNT
           DISPLAY '  PARTICIPANTS CHANGED ............. : '
                   WS-CTL-CHG-CNT
           DISPLAY '  PARTICIPANTS REMOVED ............. : '
                   WS-CTL-REM-CNT
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

           MOVE 'PARTM100'      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-ADD-CNT + WS-CTL-CHG-CNT + WS-CTL-REM-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
