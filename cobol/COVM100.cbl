      ******************************************************************
      * COVM100 APPLIES COVNINPT-FILE TRANSACTIONS AGAINST THE
      * COVENANT REGISTER OF COMMERCIAL LOANS (COVNMSTR) AND THE
      * FINANCIAL FIGURES THE BORROWERS SUBMIT FOR THE COVENANT TESTS
      * (COVNFIN). COVNIN-REQ-TYPE IS:
      *   01 ADD A COVENANT - THE LOAN MUST BE A LIVE LOANMSTR LOAN TO
      *      A LEGAL ENTITY (CUSTM_TYPE 'E'), WITH NO ACTIVE COVENANT
      *      OF THE SAME TYPE;
      *   02 CHANGE THE THRESHOLD, FREQUENCY OR NEXT TEST DATE OF AN
      *      ACTIVE COVENANT;
      *   03 REMOVE A COVENANT - COVN_ST FLIPS TO 'R' RATHER THAN
      *      DELETING, SO THE HISTORY SURVIVES; ADDING IT BACK
      *      REINSTATES ITS ROW WITH THE NEW TERMS;
      *   04 CAPTURE THE FIGURES FOR ONE ACCOUNTING PERIOD - THE LOAN
      *      MUST CARRY AT LEAST ONE ACTIVE COVENANT; A RESUBMISSION
      *      FOR A PERIOD ALREADY CAPTURED REPLACES ITS FIGURES.
      * COVT100 TESTS THE COVENANTS AGAINST THE FIGURES. THE SAME
      * VAL4C100/AUD4C100/BL1DQ001 SERVICES AS THE OTHER MAINTENANCE
      * PROGRAMS APPLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT COVNTRAN-FILE ASSIGN I1DQ2801.
           SELECT COVNREJ-FILE  ASSIGN O1DQ2802.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * COVNTRAN-FILE CARRIES THE INCOMING COVENANT TRANSACTIONS (SEE
      * COVNTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  COVNTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-COVNIN                        PIC X(100).
      ******************************************************************
      * COVNREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO A BAD TRANSACTION DOES NOT SIMPLY VANISH
      * FROM THE RUN.
       FD  COVNREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-COVNREJ.
           05  CREJ-REQ-TYPE                PIC X(2).
           05  CREJ-LOAN-CAT                PIC X(2).
           05  CREJ-LOAN-NO                 PIC X(10).
           05  CREJ-COV-TYPE                PIC X(2).
           05  CREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  CREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(37).
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
           05  WS-CTL-FIN-CNT               PIC S9(7)   COMP-3
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
      * BUSINESS CHECK OR DB2 UPDATE CLEARS WS-COVN-OK-SW AND LEAVES
      * ITS REASON AND SQLCODE HERE FOR 900110-REJECT-COVN-TRAN.
      * WS-COVN-FOUND-SW/WS-COVN-OLD-ST DESCRIBE THE COVENANT'S
      * EXISTING ROW (ANY STATUS) AS 250000-LOOKUP-COVENANT FOUND IT.
       01  WS-COVN-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-COVN-OK                               VALUE 'Y'.
       01  WS-COVN-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-COVN-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-COVN-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-COVN-FOUND                            VALUE 'Y'.
       01  WS-COVN-OLD-ST                   PIC X(1)    VALUE SPACE.
      ******************************************************************
      * WORKING-STORAGE FOR 200100-VALIDATE-LOAN (THE LOAN'S STATUS
      * AND ITS BORROWER'S CUSTOMER TYPE), 500100-CHECK-LOAN-COVENANTS
      * (HOW MANY ACTIVE COVENANTS THE LOAN CARRIES) AND
      * 500000-APPLY-FIGURES (WHETHER THE PERIOD WAS ALREADY
      * CAPTURED, AND WHEN).
       01  WS-COVN-CUST-TYPE                PIC X(1)    VALUE SPACE.
       01  WS-COVN-ACTIVE-CNT               PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-FIN-FOUND-SW                  PIC X(1)    VALUE 'N'.
           88  WS-FIN-FOUND                             VALUE 'Y'.
       01  WS-FIN-OLD-SUB-DATE              PIC X(10)   VALUE SPACES.
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
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL. WS-AUD-TERMS IS
      * THE COVENANT'S THRESHOLD, FREQUENCY AND NEXT TEST DATE AS
      * SHOWN IN THE BEFORE/AFTER VALUES.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-TERMS.
           05  WS-AT-THRESH                 PIC Z(4)9.99.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AT-FREQ                   PIC X(1).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AT-NEXT-TEST              PIC X(10).
           05  FILLER                       PIC X(19)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY COVNTRAN.
      ******************************************************************
       COPY COVNMSTR.
      ******************************************************************
       COPY COVNFIN.
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

           OPEN INPUT  COVNTRAN-FILE
           OPEN OUTPUT COVNREJ-FILE
           OPEN EXTEND BALANCE-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           CLOSE COVNTRAN-FILE
           CLOSE COVNREJ-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE 'Y'    TO WS-COVN-OK-SW
               MOVE SPACES TO WS-COVN-REJ-REASON
               MOVE ZEROS  TO WS-COVN-SQLCODE

               EVALUATE COVNIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 200000-APPLY-ADD
                   WHEN '02'
                       PERFORM 300000-APPLY-CHANGE
                   WHEN '03'
                       PERFORM 400000-APPLY-REMOVE
                   WHEN '04'
                       PERFORM 500000-APPLY-FIGURES
                   WHEN OTHER
                       MOVE 'N' TO WS-COVN-OK-SW
                       MOVE 'UNRECOGNIZED COVNIN-REQ-TYPE'
                                TO WS-COVN-REJ-REASON
               END-EVALUATE

               IF NOT WS-COVN-OK
                   PERFORM 900110-REJECT-COVN-TRAN
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-FRONT-END-EDITS CATCHES OUTRIGHT MALFORMED
      * TRANSACTIONS AND ROUTES THEM TO THE COMMON SUSPENSE FILE VIA
      * 900500-WRITE-SUSPENSE FOR NEXT-DAY CORRECTION. THE FIELDS OF
      * EACH REQUEST TYPE ARE EDITED BY 100160/100170/100180.
       100150-VALIDATE-FRONT-END-EDITS.

           MOVE 'Y' TO WS-EDITS-OK-SW

           EVALUATE TRUE
               WHEN COVNIN-REQ-TYPE NOT = '01' AND
                    COVNIN-REQ-TYPE NOT = '02' AND
                    COVNIN-REQ-TYPE NOT = '03' AND
                    COVNIN-REQ-TYPE NOT = '04'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COVNIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-LOAN-CAT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOAN CATEGORY MISSING'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-LOAN-NO IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOAN NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-REQ-TYPE = '04'
                   PERFORM 100180-EDIT-FIGURES
               WHEN COVNIN-COV-TYPE NOT = 'LV' AND
                    COVNIN-COV-TYPE NOT = 'IC' AND
                    COVNIN-COV-TYPE NOT = 'AC'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COVENANT TYPE NOT LV, IC OR AC'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-REQ-TYPE = '01'
                   PERFORM 100160-EDIT-ADD-FIELDS
               WHEN COVNIN-REQ-TYPE = '02'
                   PERFORM 100170-EDIT-CHANGE-FIELDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-EDITS-OK
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * 100160-EDIT-ADD-FIELDS - AN ADD NEEDS THE FREQUENCY AND THE
      * FIRST TEST DATE, AND A FINANCIAL-RATIO COVENANT ITS
      * THRESHOLD. THE ACCOUNTS COVENANT HAS NO THRESHOLD.
       100160-EDIT-ADD-FIELDS.

           MOVE COVNIN-NEXT-TEST TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN COVNIN-FREQ NOT = 'Q' AND
                    COVNIN-FREQ NOT = 'S' AND
                    COVNIN-FREQ NOT = 'A'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'TEST FREQUENCY NOT Q, S OR A'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'FIRST TEST DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-COV-TYPE = 'AC' AND
                    COVNIN-THRESH NOT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ACCOUNTS COVENANT TAKES NO THRESHOLD'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-COV-TYPE = 'AC'
                   CONTINUE
               WHEN COVNIN-THRESH IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'THRESHOLD NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-THRESH-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'THRESHOLD MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100170-EDIT-CHANGE-FIELDS - A CHANGE MAY CARRY ANY OF THE
      * CHANGEABLE TERMS; WHATEVER IS KEYED MUST BE VALID, AND IT
      * MUST CHANGE AT LEAST ONE. THE COVENANT TYPE ITSELF CANNOT BE
      * CHANGED - REMOVE THE COVENANT AND ADD THE NEW ONE.
       100170-EDIT-CHANGE-FIELDS.

           MOVE 'Y' TO WS-DATE-OK-SW
           IF COVNIN-NEXT-TEST NOT = SPACES
               MOVE COVNIN-NEXT-TEST TO WS-EDIT-DATE-X
               PERFORM 100190-CHECK-DATE-FORMAT
           END-IF

           EVALUATE TRUE
               WHEN COVNIN-THRESH = SPACES AND
                    COVNIN-FREQ = SPACE AND
                    COVNIN-NEXT-TEST = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CHANGE CHANGES NOTHING'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-FREQ NOT = SPACE AND
                    COVNIN-FREQ NOT = 'Q' AND
                    COVNIN-FREQ NOT = 'S' AND
                    COVNIN-FREQ NOT = 'A'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'TEST FREQUENCY NOT Q, S OR A'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'NEXT TEST DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-THRESH = SPACES
                   CONTINUE
               WHEN COVNIN-COV-TYPE = 'AC'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ACCOUNTS COVENANT TAKES NO THRESHOLD'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-THRESH IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'THRESHOLD NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-THRESH-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'THRESHOLD MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100180-EDIT-FIGURES - A FIGURES SUBMISSION IS FOR THE LOAN AS
      * A WHOLE (NO COVENANT TYPE) AND NEEDS A PERIOD END NO LATER
      * THAN TODAY, EVERY AMOUNT, AND THE ACCOUNTS FLAG.
       100180-EDIT-FIGURES.

           MOVE COVNIN-PERIOD-END TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN COVNIN-COV-TYPE NOT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'FIGURES TAKE NO COVENANT TYPE'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PERIOD END NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-PERIOD-END > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PERIOD END IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-DEBT-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'NET DEBT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-EBITDA-AMT-N IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'EBITDA NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-INT-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'INTEREST PAID NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN COVNIN-ACCTS-FLG NOT = 'Y' AND
                    COVNIN-ACCTS-FLG NOT = 'N'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ACCOUNTS FLAG NOT Y OR N'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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

           READ COVNTRAN-FILE INTO COVNINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 200000-APPLY-ADD VALIDATES THE LOAN, THEN INSERTS THE
      * COVENANT - OR, IF THE LOAN CARRIED IT BEFORE AND IT WAS
      * REMOVED, REINSTATES ITS ROW. EITHER WAY THE COVENANT STARTS
      * UNTESTED.
       200000-APPLY-ADD.

           PERFORM 250000-LOOKUP-COVENANT

           IF WS-COVN-OK AND WS-COVN-FOUND AND WS-COVN-OLD-ST = 'A'
               MOVE 'N' TO WS-COVN-OK-SW
               MOVE 'COVENANT ALREADY ACTIVE ON THIS LOAN'
                        TO WS-COVN-REJ-REASON
           END-IF

           MOVE COVNIN-LOAN-CAT    TO COVN-LOAN-CAT
           MOVE COVNIN-LOAN-NO     TO COVN-LOAN-NO
           MOVE COVNIN-COV-TYPE    TO COVN-TYPE
           IF COVNIN-COV-TYPE = 'AC'
               MOVE ZEROS          TO COVN-THRESH
           ELSE
               MOVE COVNIN-THRESH-N TO COVN-THRESH
           END-IF
           MOVE COVNIN-FREQ        TO COVN-FREQ
           MOVE COVNIN-NEXT-TEST   TO COVN-NEXT-TEST
           MOVE '0001-01-01'       TO COVN-LAST-TEST
           MOVE SPACE              TO COVN-LAST-RESULT
           MOVE ZEROS              TO COVN-LAST-RATIO
           MOVE WS-TODAY-DATE-X    TO COVN-REG-DATE
           MOVE 'A'                TO COVN-ST
           MOVE WS-TODAY-DATE-X    TO COVN-ST-DATE

           IF WS-COVN-OK
               PERFORM 200100-VALIDATE-LOAN
           END-IF

           IF WS-COVN-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               IF WS-COVN-FOUND
                   PERFORM 300010-UPDATE-COVN-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               ELSE
                   PERFORM 200010-INSERT-COVNMSTR-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-ADD-CNT
                   MOVE 'COVNADD'          TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   MOVE SPACES             TO WS-AUD-BEFORE
                   PERFORM 900420-BUILD-AUDIT-TERMS
                   MOVE WS-AUD-TERMS       TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-COVN-OK-SW
                   MOVE SQLCODE TO WS-COVN-SQLCODE
                   MOVE 'INSERT FAILED - SEE SQLCODE'
                                TO WS-COVN-REJ-REASON
                   MOVE 'COVNMSTR' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE COVNIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       200010-INSERT-COVNMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.COVNMSTR
                   ( COVN_LOAN_CAT, COVN_LOAN_NO, COVN_TYPE,
                     COVN_THRESH, COVN_FREQ, COVN_NEXT_TEST,
                     COVN_LAST_TEST, COVN_LAST_RESULT,
                     COVN_LAST_RATIO, COVN_REG_DATE, COVN_ST,
                     COVN_ST_DATE )
               VALUES
                   ( :COVN-LOAN-CAT, :COVN-LOAN-NO, :COVN-TYPE,
                     :COVN-THRESH, :COVN-FREQ, :COVN-NEXT-TEST,
                     :COVN-LAST-TEST, :COVN-LAST-RESULT,
                     :COVN-LAST-RATIO, :COVN-REG-DATE, :COVN-ST,
                     :COVN-ST-DATE )
           END-EXEC.
      ******************************************************************
      * 200100-VALIDATE-LOAN CONFIRMS THE LOAN IS A LIVE LOANMSTR
      * LOAN AND THAT ITS BORROWER IS A LEGAL ENTITY - COVENANTS ARE
      * A COMMERCIAL-LENDING TERM, NOT ONE A PRIVATE BORROWER SIGNS.
       200100-VALIDATE-LOAN.

           MOVE COVNIN-LOAN-CAT TO LLOANM-CAT
           MOVE COVNIN-LOAN-NO  TO LLOANM-NO
           MOVE SPACE           TO WS-COVN-CUST-TYPE

           EXEC SQL
               SELECT L.LOANM_ST,
                      COALESCE(
                        (SELECT C.CUSTM_TYPE
                           FROM IDC015.CUSTM_TABLE C
                          WHERE C.CUSTM_NO =
                                CAST(L.LOANM_CUST_NO AS INTEGER)),
                        ' ')
                 INTO :LLOANM-ST, :WS-COVN-CUST-TYPE
                 FROM IDC015.LOANMSTR L
                WHERE L.LOANM_CAT = :LLOANM-CAT
                  AND L.LOANM_NO  = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-COVN-OK-SW
                   MOVE 'LOAN NOT ON LOANMSTR'
                            TO WS-COVN-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-COVN-OK-SW
                   MOVE SQLCODE TO WS-COVN-SQLCODE
                   MOVE 'LOAN LOOKUP FAILED - SEE SQLCODE'
                                TO WS-COVN-REJ-REASON
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE COVNIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN LLOANM-ST NOT = 'A'
                   MOVE 'N' TO WS-COVN-OK-SW
                   MOVE 'LOAN IS NOT ACTIVE'
                            TO WS-COVN-REJ-REASON
               WHEN WS-COVN-CUST-TYPE NOT = 'E'
                   MOVE 'N' TO WS-COVN-OK-SW
                   MOVE 'BORROWER IS NOT A LEGAL ENTITY'
                            TO WS-COVN-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 250000-LOOKUP-COVENANT READS THE COVENANT'S ROW ON THE LOAN
      * WHATEVER ITS STATUS, LEAVING ITS CURRENT TERMS IN
      * DCLCOVNMSTR. NOT FINDING IT IS NOT AN ERROR HERE - EACH
      * REQUEST TYPE DECIDES WHAT ABSENCE MEANS.
       250000-LOOKUP-COVENANT.

           MOVE 'N'             TO WS-COVN-FOUND-SW
           MOVE SPACE           TO WS-COVN-OLD-ST
           MOVE COVNIN-LOAN-CAT TO COVN-LOAN-CAT
           MOVE COVNIN-LOAN-NO  TO COVN-LOAN-NO
           MOVE COVNIN-COV-TYPE TO COVN-TYPE

           EXEC SQL
               SELECT COVN_THRESH, COVN_FREQ, COVN_NEXT_TEST,
                      COVN_LAST_TEST, COVN_LAST_RESULT,
                      COVN_LAST_RATIO, COVN_REG_DATE, COVN_ST
                 INTO :COVN-THRESH, :COVN-FREQ, :COVN-NEXT-TEST,
                      :COVN-LAST-TEST, :COVN-LAST-RESULT,
                      :COVN-LAST-RATIO, :COVN-REG-DATE, :COVN-ST
                 FROM IDC015.COVNMSTR
                WHERE COVN_LOAN_CAT = :COVN-LOAN-CAT
                  AND COVN_LOAN_NO  = :COVN-LOAN-NO
                  AND COVN_TYPE     = :COVN-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'     TO WS-COVN-FOUND-SW
                   MOVE COVN-ST TO WS-COVN-OLD-ST
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'        TO WS-COVN-OK-SW
                   MOVE SQLCODE    TO WS-COVN-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-COVN-REJ-REASON
                   MOVE 'COVNMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE COVNIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 300000-APPLY-CHANGE CHANGES THE TERMS KEYED ON THE
      * TRANSACTION ON AN ACTIVE COVENANT. THE LATEST TEST RESULT IS
      * LEFT AS IT STANDS - A NEW THRESHOLD APPLIES FROM THE NEXT
      * TEST ON.
       300000-APPLY-CHANGE.

           PERFORM 250000-LOOKUP-COVENANT

           IF WS-COVN-OK
            AND (NOT WS-COVN-FOUND OR WS-COVN-OLD-ST NOT = 'A')
               MOVE 'N' TO WS-COVN-OK-SW
               MOVE 'NO ACTIVE COVENANT ON FILE'
                        TO WS-COVN-REJ-REASON
           END-IF

           IF WS-COVN-OK
               PERFORM 900420-BUILD-AUDIT-TERMS
               MOVE WS-AUD-TERMS TO WS-AUD-BEFORE

               IF COVNIN-THRESH NOT = SPACES
                   MOVE COVNIN-THRESH-N  TO COVN-THRESH
               END-IF
               IF COVNIN-FREQ NOT = SPACE
                   MOVE COVNIN-FREQ      TO COVN-FREQ
               END-IF
               IF COVNIN-NEXT-TEST NOT = SPACES
                   MOVE COVNIN-NEXT-TEST TO COVN-NEXT-TEST
               END-IF
               MOVE WS-TODAY-DATE-X TO COVN-ST-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-COVN-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CHG-CNT
                   MOVE 'COVNCHG'       TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   PERFORM 900420-BUILD-AUDIT-TERMS
                   MOVE WS-AUD-TERMS    TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 300010-UPDATE-COVN-ROW REWRITES THE COVENANT'S TERMS, TEST
      * STATE AND STATUS FROM DCLCOVNMSTR (A CHANGE, A REMOVAL, OR
      * THE REINSTATEMENT OF A REMOVED COVENANT BY AN ADD).
       300010-UPDATE-COVN-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.COVNMSTR
                  SET COVN_THRESH      = :COVN-THRESH,
                      COVN_FREQ        = :COVN-FREQ,
                      COVN_NEXT_TEST   = :COVN-NEXT-TEST,
                      COVN_LAST_TEST   = :COVN-LAST-TEST,
                      COVN_LAST_RESULT = :COVN-LAST-RESULT,
                      COVN_LAST_RATIO  = :COVN-LAST-RATIO,
                      COVN_REG_DATE    = :COVN-REG-DATE,
                      COVN_ST          = :COVN-ST,
                      COVN_ST_DATE     = :COVN-ST-DATE
                WHERE COVN_LOAN_CAT = :COVN-LOAN-CAT
                  AND COVN_LOAN_NO  = :COVN-LOAN-NO
                  AND COVN_TYPE     = :COVN-TYPE
           END-EXEC.
      ******************************************************************
      * 400000-APPLY-REMOVE TAKES AN ACTIVE COVENANT OFF THE LOAN. A
      * BREACH IT LEAVES STANDING NO LONGER HOLDS THE LOAN AT WATCH;
      * A COLLECTIONS CASE ALREADY OPENED FOR IT IS WORKED AS NORMAL.
       400000-APPLY-REMOVE.

           PERFORM 250000-LOOKUP-COVENANT

           IF WS-COVN-OK
            AND (NOT WS-COVN-FOUND OR WS-COVN-OLD-ST NOT = 'A')
               MOVE 'N' TO WS-COVN-OK-SW
               MOVE 'NO ACTIVE COVENANT ON FILE'
                        TO WS-COVN-REJ-REASON
           END-IF

           IF WS-COVN-OK
               MOVE 'R'             TO COVN-ST
               MOVE WS-TODAY-DATE-X TO COVN-ST-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-COVN-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-REM-CNT
                   MOVE 'COVNREM'       TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   PERFORM 900420-BUILD-AUDIT-TERMS
                   MOVE WS-AUD-TERMS    TO WS-AUD-BEFORE
                   MOVE SPACES          TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 500000-APPLY-FIGURES CAPTURES THE BORROWER'S FIGURES FOR ONE
      * PERIOD ON A LOAN WITH ACTIVE COVENANTS, REPLACING THE
      * FIGURES OF A PERIOD ALREADY CAPTURED. THE SUBMISSION DATE IS
      * TODAY EITHER WAY, SO A CORRECTED SUBMISSION IS PICKED UP BY
      * THE NEXT COVT100 TEST.
       500000-APPLY-FIGURES.

           PERFORM 500100-CHECK-LOAN-COVENANTS

           MOVE 'N'                 TO WS-FIN-FOUND-SW
           MOVE SPACES              TO WS-FIN-OLD-SUB-DATE
           MOVE COVNIN-LOAN-CAT     TO COVF-LOAN-CAT
           MOVE COVNIN-LOAN-NO      TO COVF-LOAN-NO
           MOVE COVNIN-PERIOD-END   TO COVF-PERIOD-END

           IF WS-COVN-OK
               EXEC SQL
                   SELECT COVF_SUB_DATE
                     INTO :COVF-SUB-DATE
                     FROM IDC015.COVNFIN
                    WHERE COVF_LOAN_CAT   = :COVF-LOAN-CAT
                      AND COVF_LOAN_NO    = :COVF-LOAN-NO
                      AND COVF_PERIOD_END = :COVF-PERIOD-END
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       MOVE 'Y'           TO WS-FIN-FOUND-SW
                       MOVE COVF-SUB-DATE TO WS-FIN-OLD-SUB-DATE
                   WHEN SQLCODE = +100
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N'     TO WS-COVN-OK-SW
                       MOVE SQLCODE TO WS-COVN-SQLCODE
                       MOVE 'FIGURES LOOKUP FAILED - SEE SQLCODE'
                                    TO WS-COVN-REJ-REASON
                       MOVE 'COVNFIN'  TO DB2-OBJECT
                       MOVE 'SELECT'   TO DB2-STATEMENT
                       MOVE COVNIN-LOAN-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF

           IF WS-COVN-OK
               MOVE WS-TODAY-DATE-X     TO COVF-SUB-DATE
               MOVE COVNIN-DEBT-AMT-N   TO COVF-DEBT-AMT
               MOVE COVNIN-EBITDA-AMT-N TO COVF-EBITDA-AMT
               MOVE COVNIN-INT-AMT-N    TO COVF-INT-AMT
               MOVE COVNIN-ACCTS-FLG    TO COVF-ACCTS-FLG

               MOVE ZERO TO WS-DB2-RETRY-CNT
               IF WS-FIN-FOUND
                   PERFORM 500020-UPDATE-COVNFIN-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               ELSE
                   PERFORM 500010-INSERT-COVNFIN-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-FIN-CNT
                   MOVE 'COVNFIN'           TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   MOVE WS-FIN-OLD-SUB-DATE TO WS-AUD-BEFORE
                   MOVE SPACES              TO WS-AUD-AFTER
                   MOVE COVNIN-PERIOD-END   TO WS-AUD-AFTER(1:10)
                   MOVE COVNIN-ACCTS-FLG    TO WS-AUD-AFTER(12:1)
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-COVN-OK-SW
                   MOVE SQLCODE TO WS-COVN-SQLCODE
                   MOVE 'FIGURES UPDATE FAILED - SEE SQLCODE'
                                TO WS-COVN-REJ-REASON
                   MOVE 'COVNFIN'  TO DB2-OBJECT
                   IF WS-FIN-FOUND
                       MOVE 'UPDATE' TO DB2-STATEMENT
                   ELSE
                       MOVE 'INSERT' TO DB2-STATEMENT
                   END-IF
                   MOVE COVNIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       500010-INSERT-COVNFIN-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.COVNFIN
                   ( COVF_LOAN_CAT, COVF_LOAN_NO, COVF_PERIOD_END,
                     COVF_SUB_DATE, COVF_DEBT_AMT, COVF_EBITDA_AMT,
                     COVF_INT_AMT, COVF_ACCTS_FLG )
               VALUES
                   ( :COVF-LOAN-CAT, :COVF-LOAN-NO, :COVF-PERIOD-END,
                     :COVF-SUB-DATE, :COVF-DEBT-AMT, :COVF-EBITDA-AMT,
                     :COVF-INT-AMT, :COVF-ACCTS-FLG )
           END-EXEC.
      ******************************************************************
       500020-UPDATE-COVNFIN-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.COVNFIN
                  SET COVF_SUB_DATE   = :COVF-SUB-DATE,
                      COVF_DEBT_AMT   = :COVF-DEBT-AMT,
                      COVF_EBITDA_AMT = :COVF-EBITDA-AMT,
                      COVF_INT_AMT    = :COVF-INT-AMT,
                      COVF_ACCTS_FLG  = :COVF-ACCTS-FLG
                WHERE COVF_LOAN_CAT   = :COVF-LOAN-CAT
                  AND COVF_LOAN_NO    = :COVF-LOAN-NO
                  AND COVF_PERIOD_END = :COVF-PERIOD-END
           END-EXEC.
      ******************************************************************
      * 500100-CHECK-LOAN-COVENANTS REFUSES FIGURES FOR A LOAN WITH
      * NO ACTIVE COVENANT - NOTHING WOULD EVER TEST THEM.
       500100-CHECK-LOAN-COVENANTS.

           MOVE COVNIN-LOAN-CAT TO COVN-LOAN-CAT
           MOVE COVNIN-LOAN-NO  TO COVN-LOAN-NO
           MOVE ZEROS           TO WS-COVN-ACTIVE-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-COVN-ACTIVE-CNT
                 FROM IDC015.COVNMSTR
                WHERE COVN_LOAN_CAT = :COVN-LOAN-CAT
                  AND COVN_LOAN_NO  = :COVN-LOAN-NO
                  AND COVN_ST       = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-COVN-OK-SW
                   MOVE SQLCODE TO WS-COVN-SQLCODE
                   MOVE 'COVENANT LOOKUP FAILED - SEE SQLCODE'
                                TO WS-COVN-REJ-REASON
                   MOVE 'COVNMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE COVNIN-LOAN-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-COVN-ACTIVE-CNT = ZERO
                   MOVE 'N' TO WS-COVN-OK-SW
                   MOVE 'LOAN HAS NO ACTIVE COVENANT'
                            TO WS-COVN-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-COVNREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900110-REJECT-COVN-TRAN WRITES THE REJECT FOR A TRANSACTION
      * AN APPLY PARAGRAPH REFUSED, FROM THE REASON AND SQLCODE IT
      * LEFT IN WS-COVN-REJ-REASON/WS-COVN-SQLCODE.
       900110-REJECT-COVN-TRAN.

           MOVE COVNIN-REQ-TYPE    TO CREJ-REQ-TYPE
           MOVE COVNIN-LOAN-CAT    TO CREJ-LOAN-CAT
           MOVE COVNIN-LOAN-NO     TO CREJ-LOAN-NO
           MOVE COVNIN-COV-TYPE    TO CREJ-COV-TYPE
           MOVE WS-COVN-SQLCODE    TO CREJ-SQLCODE
           MOVE WS-COVN-REJ-REASON TO CREJ-REASON

           PERFORM 900100-WRITE-REJECT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'COVM100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900210-UPDATE-FAILED MARKS THE TRANSACTION FOR REJECTION
      * AFTER A COVNMSTR UPDATE FAILED (+100 MEANS THE ROW WENT AWAY
      * BETWEEN THE LOOKUP AND THE UPDATE).
       900210-UPDATE-FAILED.

           MOVE 'N'     TO WS-COVN-OK-SW
           MOVE SQLCODE TO WS-COVN-SQLCODE

           IF SQLCODE = +100
               MOVE 'NO ACTIVE COVENANT ON FILE'
                            TO WS-COVN-REJ-REASON
           ELSE
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                            TO WS-COVN-REJ-REASON
               MOVE 'COVNMSTR'     TO DB2-OBJECT
               MOVE 'UPDATE'       TO DB2-STATEMENT
               MOVE COVNIN-LOAN-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED COVENANT TRANSACTION. COVNTRAN
      * CARRIES NO USER/TERMINAL FIELD SO THOSE ARE LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'COVM100 '       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900410-BUILD-AUDIT-KEY KEYS THE AUDIT ENTRY ON THE LOAN
      * NUMBER AND THE COVENANT TYPE (BLANK ON A FIGURES SUBMISSION).
       900410-BUILD-AUDIT-KEY.

           MOVE SPACES          TO WS-AUD-KEY
           MOVE COVNIN-LOAN-NO  TO WS-AUD-KEY(1:10)
           MOVE COVNIN-COV-TYPE TO WS-AUD-KEY(11:2).
      ******************************************************************
      * 900420-BUILD-AUDIT-TERMS SHOWS THE COVENANT'S TERMS AS THEY
      * STAND IN DCLCOVNMSTR.
       900420-BUILD-AUDIT-TERMS.

           MOVE COVN-THRESH    TO WS-AT-THRESH
           MOVE COVN-FREQ      TO WS-AT-FREQ
           MOVE COVN-NEXT-TEST TO WS-AT-NEXT-TEST.
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A TRANSACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'COVM100 '      TO VALSUS-PGM-ID
           MOVE COVNIN-REQ-TYPE TO VALSUS-REQ-TYPE
           MOVE COVNIN-LOAN-NO  TO VALSUS-KEY
           MOVE WS-EDIT-REASON  TO VALSUS-REASON
           MOVE RE-COVNIN       TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S COVENANT
      * MAINTENANCE RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'COVM100 CONTROL TOTALS'
           DISPLAY '  COVENANTS ADDED .................. : '
                   WS-CTL-ADD-CNT
           DISPLAY '  COVENANTS CHANGED ................ : '
                   WS-CTL-CHG-CNT
           DISPLAY '  COVENANTS REMOVED ................ : '
                   WS-CTL-REM-CNT
           DISPLAY '  FIGURES CAPTURED ................. : '
                   WS-CTL-FIN-CNT
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

           MOVE 'COVM100 '      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-ADD-CNT + WS-CTL-CHG-CNT + WS-CTL-REM-CNT
             + WS-CTL-FIN-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
