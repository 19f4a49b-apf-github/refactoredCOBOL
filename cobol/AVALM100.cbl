      ******************************************************************
      * AVALM100 APPLIES AVALINPT-FILE TRANSACTIONS (AVALIN-REQ-TYPE
      * 01 ISSUE/02 AMEND/03 REDUCE/04 RELEASE/05 CALL) AGAINST THE
      * AVALMSTR ISSUED-GUARANTEE MASTER. A GUARANTEE IS CONTINGENT
      * RISK, SO AN ISSUE (OR AN AMENDMENT RAISING THE AMOUNT):
      *   - VALIDATES THE ORDERING CUSTOMER EXISTS ON CUSTM_TABLE,
      *     THE SAME WAY LOANM100 VALIDATES BORROWERS;
      *   - CHECKS THE CUSTOMER'S TOTAL COMMITMENT (OWN ACTIVE LOANS
      *     PLUS GUARANTEED BALANCES PLUS LIVE ISSUED GUARANTEES PLUS
      *     THE NEW AMOUNT) AGAINST ANY CUSTLIMIT CEILING, THE SAME
      *     WAY GUARM100 CHECKS A GUARANTOR.
      * A REDUCTION LOWERS THE LIVE AMOUNT (TO ZERO RELEASES IT); A
      * RELEASE FLIPS AVAL_ST TO 'R' RATHER THAN DELETING, SO THE
      * HISTORY SURVIVES. A CALL MEANS THE BENEFICIARY HAS CLAIMED
      * AND WE HAVE PAID: THE AMOUNT PAID COMES OFF THE LIVE AMOUNT
      * (A FULL CALL FLIPS AVAL_ST TO 'C') AND A REQ-TYPE 18
      * GUARANTEE-CALL CONVERSION IS GENERATED ON LOANOUT-FILE SO
      * LOANM100 BOOKS IT AS A FUNDED LOAN TO THE CUSTOMER. THE MONEY
      * HAS ALREADY GONE TO THE BENEFICIARY, SO LOANM100 BOOKS AN 18
      * WITHOUT THE ORIGINATION CHECKS OR A PAYMENT REQUEST AND
      * POSTS IT AGAINST THE GUARANTEE-CALL ACCOUNT ('AVALCALL')
      * RATHER THAN AS A DISBURSEMENT; A CALL WHOSE LOAN CATEGORY IS
      * NOT ON LOANPROD IS REJECTED HERE, BEFORE THE GUARANTEE IS
      * TOUCHED. THE PERIODIC COMMISSION IS
      * BILLED BY FEEB100 AND THE LIVE AMOUNTS ARE REPORTED BY
      * RV3C0100 AS CONTINGENT CIRBE POSITIONS. THE SAME VAL4C100/
      * AUD4C100/BL1DQ001 SERVICES AS THE OTHER MAINTENANCE PROGRAMS
      * APPLY, AND RUN CONTROL REFUSES A SECOND RUN FOR THE SAME
      * BUSINESS DATE SO NO CALL IS BOOKED AS A LOAN TWICE.
      * O1DQ0G03 IS WRITTEN AS ONE HDR/TRL-WRAPPED SECTION OF
      * LOANM100'S INPUT - HEADER WITH THE BUSINESS DATE AND A
      * DATE-DERIVED SEQUENCE (YYMMDD, AS CUSQ100 AND SUSPR100 BUILD
      * THEIRS), TRAILER WITH THE COUNT OF 18S - AND IS CONCATENATED
      * INTO LOANM100'S I1DQ0201 IN RVNITE1, WHICH RUNS THIS PROGRAM
      * AS STEP015. A NIGHT WITH NO CALL STILL GETS ITS HDR/TRL PAIR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT AVALTRAN-FILE ASSIGN I1DQ0G01.
           SELECT AVALREJ-FILE  ASSIGN O1DQ0G02.
           SELECT LOANOUT-FILE  ASSIGN O1DQ0G03.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AVALTRAN-FILE CARRIES THE INCOMING GUARANTEE TRANSACTIONS
      * (SEE AVALTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO
      * WORKING-STORAGE BELOW).
       FD  AVALTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AVALIN                        PIC X(100).
      ******************************************************************
      * AVALREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO A BAD TRANSACTION DOES NOT SIMPLY VANISH
      * FROM THE RUN.
       FD  AVALREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AVALREJ.
           05  AREJ-REQ-TYPE                PIC X(2).
           05  AREJ-AVAL-NO                 PIC X(10).
           05  AREJ-CUST-NO                 PIC X(10).
           05  AREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  AREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(31).
      ******************************************************************
      * LOANOUT-FILE RECEIVES THE GENERATED REQ-TYPE 18 CONVERSION
      * TRANSACTIONS FOR CALLED GUARANTEES, IN THE 40-BYTE LOANTRAN
      * LAYOUT LOANM100 READS, BETWEEN THEIR HDR AND TRL CONTROL
      * RECORDS - CONCATENATE IT INTO LOANM100'S I1DQ0201 INPUT.
       FD  LOANOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LOANOUT                       PIC X(40).
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
           05  WS-CTL-ISS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AMD-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RED-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CALL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LOAN-CNT              PIC S9(7)   COMP-3
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
      * BUSINESS CHECK OR DB2 UPDATE CLEARS WS-AVAL-OK-SW AND LEAVES
      * ITS REASON AND SQLCODE HERE FOR 900110-REJECT-AVAL-TRAN.
       01  WS-AVAL-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-AVAL-OK                               VALUE 'Y'.
       01  WS-AVAL-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-AVAL-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-AVAL-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-AVAL-FOUND                            VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 200200-CHECK-CUSTOMER-LIMIT. WS-NEW-
      * COMMIT-AMT IS THE ADDITIONAL AMOUNT THE TRANSACTION WOULD
      * COMMIT - THE WHOLE AMOUNT ON AN ISSUE, ONLY THE INCREASE ON
      * AN AMENDMENT.
       01  WS-NEW-COMMIT-AMT                PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUST-LIMIT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-OWN-EXPOSURE                  PIC S9(13)  COMP-3
                                                         VALUE ZEROS.
       01  WS-GTD-EXPOSURE                  PIC S9(13)  COMP-3
                                                         VALUE ZEROS.
       01  WS-AVAL-EXPOSURE                 PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE AMEND/REDUCE/CALL AMOUNT ARITHMETIC
      * AND THE GENERATED CONVERSION TRANSACTION. WS-CALL-PROD-CAT
      * RECEIVES THE LOANPROD CATEGORY THE CALL IS BOOKED UNDER.
       01  WS-AVAL-BEFORE-AMT               PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CALL-AMT                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-AMT-DISPLAY                   PIC 9(9).99 VALUE ZEROS.
       01  WS-CALL-PROD-CAT                 PIC X(2)    VALUE SPACES.
      ******************************************************************
      * EXPIRY-DATE EDIT WORK AREA: A KEYED DATE MUST BE YYYY-MM-DD
      * WITH A REAL MONTH AND DAY, AND LATER THAN TODAY.
       01  WS-WORK-DATE-X.
           05  WS-WD-YYYY                   PIC X(4).
           05  WS-WD-SEP1                   PIC X(1).
           05  WS-WD-MM                     PIC X(2).
           05  WS-WD-MM-N REDEFINES WS-WD-MM
                                            PIC 9(2).
           05  WS-WD-SEP2                   PIC X(1).
           05  WS-WD-DD                     PIC X(2).
           05  WS-WD-DD-N REDEFINES WS-WD-DD
                                            PIC 9(2).
       01  WS-DATE-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-DATE-OK                               VALUE 'Y'.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD.
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
      * HDR/TRL CONTROL IMAGES FOR O1DQ0G03, IN THE LAYOUT LOANM100'S
      * 100030-VALIDATE-FILE-CONTROLS PROVES.
       01  WS-OUT-HDR-REC.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  WS-OUT-HDR-DATE              PIC X(10).
           05  WS-OUT-HDR-SEQ               PIC X(6).
           05  FILLER                       PIC X(21)   VALUE SPACES.
       01  WS-OUT-TRL-REC.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  WS-OUT-TRL-CNT               PIC 9(9).
           05  FILLER                       PIC X(28)   VALUE SPACES.
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
       COPY AVALTRAN.
      ******************************************************************
       COPY AVALMSTR.
      ******************************************************************
       COPY LOANTRAN.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTLIMT.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY RUNCTL.
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
      * 100000-MAINLINE OPENS THE TRANSACTION, REJECT AND GENERATED
      * LOAN FILES, LOOPS CALLING 100100-PROCESS-ONE-TRANSACTION PER
      * RECORD, AND PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           OPEN INPUT  AVALTRAN-FILE
           OPEN OUTPUT AVALREJ-FILE
           OPEN OUTPUT LOANOUT-FILE
           OPEN EXTEND BALANCE-FILE

           MOVE WS-TODAY-DATE-X        TO WS-OUT-HDR-DATE
           MOVE WS-TODAY-YYYYMMDD(3:6) TO WS-OUT-HDR-SEQ
           WRITE RE-LOANOUT FROM WS-OUT-HDR-REC

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           MOVE WS-CTL-LOAN-CNT TO WS-OUT-TRL-CNT
           WRITE RE-LOANOUT FROM WS-OUT-TRL-REC

           CLOSE AVALTRAN-FILE
           CLOSE AVALREJ-FILE
           CLOSE LOANOUT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE - A SECOND RUN ON THE SAME BUSINESS DATE
      * WOULD BOOK EVERY CALL AS A LOAN A SECOND TIME. THE OFFICIAL
      * BUSINESS DATE REPLACES THE MACHINE DATE FOR ALL STAMPING, SO
      * THE O1DQ0G03 HEADER CARRIES THE DATE LOANM100 CHECKS IT
      * AGAINST; WITH RUN CONTROL UNAVAILABLE THE RUN CONTINUES ON
      * THE MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'AVALM100' TO RUNCTL-PGM-ID

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
                   DISPLAY 'AVALM100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'AVALM100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'AVALM100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE 'Y'    TO WS-AVAL-OK-SW
               MOVE SPACES TO WS-AVAL-REJ-REASON
               MOVE ZEROS  TO WS-AVAL-SQLCODE
               MOVE SPACES TO AVAL-CUST-NO

               EVALUATE AVALIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 200000-APPLY-ISSUE
                   WHEN '02'
                       PERFORM 300000-APPLY-AMEND
                   WHEN '03'
                       PERFORM 400000-APPLY-REDUCE
                   WHEN '04'
                       PERFORM 500000-APPLY-RELEASE
                   WHEN '05'
                       PERFORM 600000-APPLY-CALL
                   WHEN OTHER
                       MOVE 'N' TO WS-AVAL-OK-SW
                       MOVE 'UNRECOGNIZED AVALIN-REQ-TYPE'
                                TO WS-AVAL-REJ-REASON
               END-EVALUATE

               IF NOT WS-AVAL-OK
                   PERFORM 900110-REJECT-AVAL-TRAN
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-FRONT-END-EDITS CATCHES OUTRIGHT MALFORMED
      * TRANSACTIONS AND ROUTES THEM TO THE COMMON SUSPENSE FILE VIA
      * 900500-WRITE-SUSPENSE FOR NEXT-DAY CORRECTION. EACH REQUEST
      * TYPE'S OWN FIELDS ARE EDITED BY ITS 1001nn PARAGRAPH.
       100150-VALIDATE-FRONT-END-EDITS.

           MOVE 'Y' TO WS-EDITS-OK-SW

           IF AVALIN-REQ-TYPE NOT = '01' AND
              AVALIN-REQ-TYPE NOT = '02' AND
              AVALIN-REQ-TYPE NOT = '03' AND
              AVALIN-REQ-TYPE NOT = '04' AND
              AVALIN-REQ-TYPE NOT = '05'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'AVALIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
           END-IF

           IF WS-EDITS-OK
            AND AVALIN-AVAL-NO IS NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'GUARANTEE NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
           END-IF

           IF WS-EDITS-OK
               EVALUATE AVALIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 100160-EDIT-ISSUE-FIELDS
                   WHEN '02'
                       PERFORM 100170-EDIT-AMEND-FIELDS
                   WHEN '03'
                       IF AVALIN-AMT IS NOT NUMERIC
                        OR AVALIN-AMT-N = ZERO
                           MOVE 'N' TO WS-EDITS-OK-SW
                           MOVE 'REDUCTION AMOUNT MISSING OR INVALID'
                                       TO WS-EDIT-REASON
                       END-IF
                   WHEN '05'
                       PERFORM 100180-EDIT-CALL-FIELDS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT WS-EDITS-OK
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * 100160-EDIT-ISSUE-FIELDS - AN ISSUE NEEDS EVERY TERM.
       100160-EDIT-ISSUE-FIELDS.

           EVALUATE TRUE
               WHEN AVALIN-CUST-NO IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CUSTOMER NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-ENT = SPACES OR AVALIN-BRN = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ENTITY OR BRANCH MISSING'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-TYPE NOT = 'P' AND AVALIN-TYPE NOT = 'F'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'GUARANTEE TYPE NOT P OR F'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-BENEF = SPACES OR AVALIN-CCY = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'BENEFICIARY OR CURRENCY MISSING'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'GUARANTEED AMOUNT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-AMT-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'GUARANTEED AMOUNT IS ZERO'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-COMM-PCT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COMMISSION RATE NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-COMM-FREQ NOT = 'M' AND
                    AVALIN-COMM-FREQ NOT = 'Q' AND
                    AVALIN-COMM-FREQ NOT = 'A'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COMMISSION FREQUENCY NOT M, Q OR A'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 100190-EDIT-EXPIRY-DATE
           END-EVALUATE.
      ******************************************************************
      * 100170-EDIT-AMEND-FIELDS - AN AMENDMENT MAY CARRY ANY OF THE
      * CHANGEABLE TERMS; WHATEVER IS KEYED MUST BE VALID, AND IT
      * MUST CHANGE AT LEAST ONE.
       100170-EDIT-AMEND-FIELDS.

           EVALUATE TRUE
               WHEN AVALIN-BENEF = SPACES AND
                    AVALIN-EXPIRY-DATE = SPACES AND
                    AVALIN-AMT = SPACES AND
                    AVALIN-COMM-PCT = SPACES AND
                    AVALIN-COMM-FREQ = SPACE
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AMENDMENT CHANGES NOTHING'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-AMT NOT = SPACES AND
                    AVALIN-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'GUARANTEED AMOUNT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-COMM-PCT NOT = SPACES AND
                    AVALIN-COMM-PCT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COMMISSION RATE NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-COMM-FREQ NOT = SPACE AND
                    AVALIN-COMM-FREQ NOT = 'M' AND
                    AVALIN-COMM-FREQ NOT = 'Q' AND
                    AVALIN-COMM-FREQ NOT = 'A'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COMMISSION FREQUENCY NOT M, Q OR A'
                                       TO WS-EDIT-REASON
               WHEN AVALIN-EXPIRY-DATE NOT = SPACES
                   PERFORM 100190-EDIT-EXPIRY-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100180-EDIT-CALL-FIELDS - A CALL NEEDS THE NEW LOAN'S NUMBER,
      * CATEGORY AND TERM, AND A NUMERIC AMOUNT (ZERO = WHOLE LIVE
      * AMOUNT).
       100180-EDIT-CALL-FIELDS.

           EVALUATE TRUE
               WHEN AVALCL-LOAN-NO IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'NEW LOAN NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AVALCL-LOAN-CAT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'NEW LOAN CATEGORY MISSING'
                                       TO WS-EDIT-REASON
               WHEN AVALCL-LOAN-TERM IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'NEW LOAN TERM NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AVALCL-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CALLED AMOUNT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100190-EDIT-EXPIRY-DATE CHECKS AVALIN-EXPIRY-DATE IS A
      * YYYY-MM-DD DATE LATER THAN TODAY.
       100190-EDIT-EXPIRY-DATE.

           MOVE 'Y'                TO WS-DATE-OK-SW
           MOVE AVALIN-EXPIRY-DATE TO WS-WORK-DATE-X

           IF WS-WD-YYYY IS NOT NUMERIC
            OR WS-WD-MM  IS NOT NUMERIC
            OR WS-WD-DD  IS NOT NUMERIC
            OR WS-WD-SEP1 NOT = '-'
            OR WS-WD-SEP2 NOT = '-'
               MOVE 'N' TO WS-DATE-OK-SW
           ELSE
               IF WS-WD-MM-N < 1 OR WS-WD-MM-N > 12
                OR WS-WD-DD-N < 1 OR WS-WD-DD-N > 31
                   MOVE 'N' TO WS-DATE-OK-SW
               END-IF
           END-IF

           IF NOT WS-DATE-OK
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'EXPIRY DATE NOT A VALID YYYY-MM-DD'
                                   TO WS-EDIT-REASON
           ELSE
               IF AVALIN-EXPIRY-DATE NOT > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'EXPIRY DATE NOT IN THE FUTURE'
                                   TO WS-EDIT-REASON
               END-IF
           END-IF.
      ******************************************************************
       100200-READ-INPUT.

           READ AVALTRAN-FILE INTO AVALINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 200000-APPLY-ISSUE VALIDATES THE ORDERING CUSTOMER AND THEIR
      * LIMIT, THEN INSERTS THE LIVE GUARANTEE. THE FIRST COMMISSION
      * FALLS DUE TODAY - COMMISSION IS BILLED IN ADVANCE, SO
      * FEEB100'S NEXT RUN RAISES THE FIRST PERIOD.
       200000-APPLY-ISSUE.

           MOVE AVALIN-AVAL-NO     TO AVAL-NO
           MOVE AVALIN-ENT         TO AVAL-ENT
           MOVE AVALIN-BRN         TO AVAL-BRN
           MOVE AVALIN-CUST-NO     TO AVAL-CUST-NO
           MOVE AVALIN-TYPE        TO AVAL-TYPE
           MOVE AVALIN-BENEF       TO AVAL-BENEF
           MOVE AVALIN-CCY         TO AVAL-CCY
           MOVE AVALIN-AMT-N       TO AVAL-ORIG-AMT
           MOVE AVALIN-AMT-N       TO AVAL-AMT
           MOVE WS-TODAY-DATE-X    TO AVAL-ISSUE-DATE
           MOVE AVALIN-EXPIRY-DATE TO AVAL-EXPIRY-DATE
           MOVE AVALIN-COMM-PCT-N  TO AVAL-COMM-PCT
           MOVE AVALIN-COMM-FREQ   TO AVAL-COMM-FREQ
           MOVE WS-TODAY-DATE-X    TO AVAL-NEXT-COMM
           MOVE SPACES             TO AVAL-LOAN-CAT
           MOVE ZEROS              TO AVAL-LOAN-NO
           MOVE 'L'                TO AVAL-ST
           MOVE WS-TODAY-DATE-X    TO AVAL-ST-DATE

           PERFORM 200100-VALIDATE-CUSTOMER

           IF WS-AVAL-OK
               MOVE AVALIN-AMT-N TO WS-NEW-COMMIT-AMT
               PERFORM 200200-CHECK-CUSTOMER-LIMIT
           END-IF

           IF WS-AVAL-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-INSERT-AVALMSTR-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       ADD 1 TO WS-CTL-ISS-CNT
                       MOVE AVALIN-AMT-N     TO WS-AMT-DISPLAY
                       MOVE 'AVALISSUE'      TO WS-AUD-TRAN-TYPE
                       MOVE AVALIN-AVAL-NO   TO WS-AUD-KEY
                       MOVE SPACES           TO WS-AUD-BEFORE
                       MOVE WS-AMT-DISPLAY   TO WS-AUD-AFTER
                       PERFORM 900400-WRITE-AUDIT-TRAIL
                   WHEN SQLCODE = -803
                       MOVE 'N'     TO WS-AVAL-OK-SW
                       MOVE SQLCODE TO WS-AVAL-SQLCODE
                       MOVE 'GUARANTEE NUMBER ALREADY ON FILE'
                                    TO WS-AVAL-REJ-REASON
                   WHEN OTHER
                       MOVE 'N'     TO WS-AVAL-OK-SW
                       MOVE SQLCODE TO WS-AVAL-SQLCODE
                       MOVE 'INSERT FAILED - SEE SQLCODE'
                                    TO WS-AVAL-REJ-REASON
                       MOVE 'AVALMSTR' TO DB2-OBJECT
                       MOVE 'INSERT'   TO DB2-STATEMENT
                       MOVE AVALIN-AVAL-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
       200010-INSERT-AVALMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.AVALMSTR
                   ( AVAL_NO, AVAL_ENT, AVAL_BRN, AVAL_CUST_NO,
                     AVAL_TYPE, AVAL_BENEF, AVAL_CCY, AVAL_ORIG_AMT,
                     AVAL_AMT, AVAL_ISSUE_DATE, AVAL_EXPIRY_DATE,
                     AVAL_COMM_PCT, AVAL_COMM_FREQ, AVAL_NEXT_COMM,
                     AVAL_LOAN_CAT, AVAL_LOAN_NO, AVAL_ST,
                     AVAL_ST_DATE )
               VALUES
                   ( :AVAL-NO, :AVAL-ENT, :AVAL-BRN, :AVAL-CUST-NO,
                     :AVAL-TYPE, :AVAL-BENEF, :AVAL-CCY,
                     :AVAL-ORIG-AMT, :AVAL-AMT, :AVAL-ISSUE-DATE,
                     :AVAL-EXPIRY-DATE, :AVAL-COMM-PCT,
                     :AVAL-COMM-FREQ, :AVAL-NEXT-COMM,
                     :AVAL-LOAN-CAT, :AVAL-LOAN-NO, :AVAL-ST,
                     :AVAL-ST-DATE )
           END-EXEC.
      ******************************************************************
      * 200100-VALIDATE-CUSTOMER CONFIRMS THE ORDERING CUSTOMER IS ON
      * CUSTM_TABLE.
       200100-VALIDATE-CUSTOMER.

           MOVE AVAL-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NO INTO :ACN-CUSTM-NO
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-AVAL-OK-SW
               MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                        TO WS-AVAL-REJ-REASON
           END-IF.
      ******************************************************************
      * 200200-CHECK-CUSTOMER-LIMIT ENFORCES THE CUSTOMER'S OWN
      * CUSTLIMIT CEILING AGAINST THEIR FULL COMMITMENT - OWN ACTIVE
      * LOANS, ACTIVE BALANCES THEY GUARANTEE, LIVE GUARANTEES WE
      * HAVE ISSUED FOR THEM, PLUS WS-NEW-COMMIT-AMT. A CUSTOMER WITH
      * NO CUSTLIMIT ROW HAS NO MAINTAINED LIMIT, AND THE COMMITMENT
      * FIGURES ARE REPORTED ON SYSOUT FOR THE CREDIT OFFICER EITHER
      * WAY.
       200200-CHECK-CUSTOMER-LIMIT.

           MOVE ZEROS TO WS-OWN-EXPOSURE

           EXEC SQL
               SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                          * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                 INTO :WS-OWN-EXPOSURE
                 FROM IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE L.LOANM_CUST_NO = :AVAL-CUST-NO
                  AND L.LOANM_ST      = 'A'
           END-EXEC

           MOVE ZEROS TO WS-GTD-EXPOSURE

           EXEC SQL
               SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                          * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                 INTO :WS-GTD-EXPOSURE
                 FROM IDC015.GUARMSTR G,
                      IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE G.GUAR_CUST_NO = :AVAL-CUST-NO
                  AND G.GUAR_ST      = 'A'
                  AND L.LOANM_NO     = G.GUAR_LOAN_NO
                  AND L.LOANM_ST     = 'A'
           END-EXEC

           MOVE ZEROS TO WS-AVAL-EXPOSURE

           EXEC SQL
               SELECT COALESCE(SUM(AVAL_AMT), 0)
                 INTO :WS-AVAL-EXPOSURE
                 FROM IDC015.AVALMSTR
                WHERE AVAL_CUST_NO = :AVAL-CUST-NO
                  AND AVAL_ST      = 'L'
           END-EXEC

           DISPLAY 'AVALM100 - CUSTOMER ' AVAL-CUST-NO
                   ' OWN EXPOSURE ' WS-OWN-EXPOSURE
                   ' GUARANTEED ' WS-GTD-EXPOSURE
                   ' AVALES ' WS-AVAL-EXPOSURE

           MOVE AVAL-CUST-NO TO CLIM-CUST-NO

           EXEC SQL
               SELECT CLIM_LIMIT_AMT
                 INTO :WS-CUST-LIMIT
                 FROM IDC015.CUSTLIMIT
                WHERE CLIM_CUST_NO = :CLIM-CUST-NO
           END-EXEC

           IF SQLCODE = ZERO
               IF WS-OWN-EXPOSURE + WS-GTD-EXPOSURE + WS-AVAL-EXPOSURE
                    + WS-NEW-COMMIT-AMT > WS-CUST-LIMIT
                   MOVE 'N' TO WS-AVAL-OK-SW
                   MOVE 'CUSTOMER LIMIT WOULD BE BREACHED'
                            TO WS-AVAL-REJ-REASON
               END-IF
           END-IF.
      ******************************************************************
      * 250000-LOOKUP-LIVE-AVAL READS THE LIVE GUARANTEE THE
      * TRANSACTION NAMES. AMEND, REDUCE, RELEASE AND CALL ALL NEED
      * IT LIVE; ONE RELEASED OR ALREADY CALLED IN FULL IS REJECTED.
       250000-LOOKUP-LIVE-AVAL.

           MOVE 'N'            TO WS-AVAL-FOUND-SW
           MOVE AVALIN-AVAL-NO TO AVAL-NO

           EXEC SQL
               SELECT AVAL_CUST_NO, AVAL_CCY, AVAL_BENEF,
                      AVAL_ORIG_AMT, AVAL_AMT, AVAL_EXPIRY_DATE,
                      AVAL_COMM_PCT, AVAL_COMM_FREQ,
                      AVAL_LOAN_CAT, AVAL_LOAN_NO
                 INTO :AVAL-CUST-NO, :AVAL-CCY, :AVAL-BENEF,
                      :AVAL-ORIG-AMT, :AVAL-AMT, :AVAL-EXPIRY-DATE,
                      :AVAL-COMM-PCT, :AVAL-COMM-FREQ,
                      :AVAL-LOAN-CAT, :AVAL-LOAN-NO
                 FROM IDC015.AVALMSTR
                WHERE AVAL_NO = :AVAL-NO
                  AND AVAL_ST = 'L'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'        TO WS-AVAL-FOUND-SW
                   MOVE AVAL-AMT   TO WS-AVAL-BEFORE-AMT
               WHEN SQLCODE = +100
                   MOVE 'N'        TO WS-AVAL-OK-SW
                   MOVE 'NO LIVE GUARANTEE ON FILE'
                                   TO WS-AVAL-REJ-REASON
               WHEN OTHER
                   MOVE 'N'        TO WS-AVAL-OK-SW
                   MOVE SQLCODE    TO WS-AVAL-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-AVAL-REJ-REASON
                   MOVE 'AVALMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE AVALIN-AVAL-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 300000-APPLY-AMEND CHANGES THE TERMS KEYED ON THE
      * TRANSACTION. A HIGHER AMOUNT IS A NEW COMMITMENT FOR THE
      * DIFFERENCE, SO IT GOES THROUGH THE SAME LIMIT CHECK AS AN
      * ISSUE AND RAISES AVAL_ORIG_AMT BY THE SAME DIFFERENCE.
       300000-APPLY-AMEND.

           PERFORM 250000-LOOKUP-LIVE-AVAL

           IF WS-AVAL-FOUND
               IF AVALIN-BENEF NOT = SPACES
                   MOVE AVALIN-BENEF       TO AVAL-BENEF
               END-IF
               IF AVALIN-EXPIRY-DATE NOT = SPACES
                   MOVE AVALIN-EXPIRY-DATE TO AVAL-EXPIRY-DATE
               END-IF
               IF AVALIN-COMM-PCT NOT = SPACES
                   MOVE AVALIN-COMM-PCT-N  TO AVAL-COMM-PCT
               END-IF
               IF AVALIN-COMM-FREQ NOT = SPACE
                   MOVE AVALIN-COMM-FREQ   TO AVAL-COMM-FREQ
               END-IF

               IF AVALIN-AMT NOT = SPACES
                   IF AVALIN-AMT-N NOT > AVAL-AMT
                       MOVE 'N' TO WS-AVAL-OK-SW
                       MOVE 'AMENDED AMOUNT NOT ABOVE LIVE AMOUNT'
                                TO WS-AVAL-REJ-REASON
                   ELSE
                       COMPUTE WS-NEW-COMMIT-AMT =
                           AVALIN-AMT-N - AVAL-AMT
                       PERFORM 200200-CHECK-CUSTOMER-LIMIT
                       IF WS-AVAL-OK
                           ADD WS-NEW-COMMIT-AMT TO AVAL-ORIG-AMT
                           MOVE AVALIN-AMT-N     TO AVAL-AMT
                       END-IF
                   END-IF
               END-IF

               IF WS-AVAL-OK
                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 300010-UPDATE-AVAL-TERMS
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)

                   IF SQLCODE = ZERO
                       ADD 1 TO WS-CTL-AMD-CNT
                       MOVE 'AVALAMEND'       TO WS-AUD-TRAN-TYPE
                       MOVE AVALIN-AVAL-NO    TO WS-AUD-KEY
                       MOVE WS-AVAL-BEFORE-AMT TO WS-AMT-DISPLAY
                       MOVE WS-AMT-DISPLAY    TO WS-AUD-BEFORE
                       MOVE AVAL-AMT          TO WS-AMT-DISPLAY
                       MOVE WS-AMT-DISPLAY    TO WS-AUD-AFTER
                       PERFORM 900400-WRITE-AUDIT-TRAIL
                   ELSE
                       PERFORM 900210-UPDATE-FAILED
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       300010-UPDATE-AVAL-TERMS.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.AVALMSTR
                  SET AVAL_BENEF       = :AVAL-BENEF,
                      AVAL_EXPIRY_DATE = :AVAL-EXPIRY-DATE,
                      AVAL_COMM_PCT    = :AVAL-COMM-PCT,
                      AVAL_COMM_FREQ   = :AVAL-COMM-FREQ,
                      AVAL_ORIG_AMT    = :AVAL-ORIG-AMT,
                      AVAL_AMT         = :AVAL-AMT
                WHERE AVAL_NO = :AVAL-NO
                  AND AVAL_ST = 'L'
           END-EXEC.
      ******************************************************************
      * 400000-APPLY-REDUCE LOWERS THE LIVE AMOUNT - A PARTIAL
      * RELEASE AS THE UNDERLYING OBLIGATION IS PERFORMED. REDUCED
      * TO ZERO, THE GUARANTEE IS RELEASED.
       400000-APPLY-REDUCE.

           PERFORM 250000-LOOKUP-LIVE-AVAL

           IF WS-AVAL-FOUND
               IF AVALIN-AMT-N > AVAL-AMT
                   MOVE 'N' TO WS-AVAL-OK-SW
                   MOVE 'REDUCTION EXCEEDS LIVE AMOUNT'
                            TO WS-AVAL-REJ-REASON
               ELSE
                   SUBTRACT AVALIN-AMT-N FROM AVAL-AMT
                   IF AVAL-AMT = ZERO
                       MOVE 'R' TO AVAL-ST
                   ELSE
                       MOVE 'L' TO AVAL-ST
                   END-IF

                   PERFORM 400100-UPDATE-AVAL-STATUS

                   IF WS-AVAL-OK
                       ADD 1 TO WS-CTL-RED-CNT
                       MOVE 'AVALREDUCE'     TO WS-AUD-TRAN-TYPE
                       PERFORM 400200-AUDIT-AMOUNT-CHANGE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 400100-UPDATE-AVAL-STATUS WRITES BACK THE LIVE AMOUNT,
      * STATUS AND CONVERTED-LOAN KEY FOR A REDUCE, RELEASE OR CALL,
      * IN THE STANDARD BOUNDED RETRY LOOP.
       400100-UPDATE-AVAL-STATUS.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 400110-UPDATE-AVAL-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               PERFORM 900210-UPDATE-FAILED
           END-IF.
      ******************************************************************
       400110-UPDATE-AVAL-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF AVAL-ST = 'L'
               EXEC SQL
                   UPDATE IDC015.AVALMSTR
                      SET AVAL_AMT      = :AVAL-AMT,
                          AVAL_LOAN_CAT = :AVAL-LOAN-CAT,
                          AVAL_LOAN_NO  = :AVAL-LOAN-NO
                    WHERE AVAL_NO = :AVAL-NO
                      AND AVAL_ST = 'L'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE IDC015.AVALMSTR
                      SET AVAL_AMT      = :AVAL-AMT,
                          AVAL_LOAN_CAT = :AVAL-LOAN-CAT,
                          AVAL_LOAN_NO  = :AVAL-LOAN-NO,
                          AVAL_ST       = :AVAL-ST,
                          AVAL_ST_DATE  = :WS-TODAY-DATE-X
                    WHERE AVAL_NO = :AVAL-NO
                      AND AVAL_ST = 'L'
               END-EXEC
           END-IF.
      ******************************************************************
      * 400200-AUDIT-AMOUNT-CHANGE AUDITS THE LIVE AMOUNT BEFORE AND
      * AFTER, UNDER THE TRANSACTION TYPE THE CALLER HAS SET.
       400200-AUDIT-AMOUNT-CHANGE.

           MOVE AVALIN-AVAL-NO     TO WS-AUD-KEY
           MOVE WS-AVAL-BEFORE-AMT TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY     TO WS-AUD-BEFORE
           MOVE AVAL-AMT           TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY     TO WS-AUD-AFTER

           PERFORM 900400-WRITE-AUDIT-TRAIL.
      ******************************************************************
      * 500000-APPLY-RELEASE FLIPS THE GUARANTEE TO RELEASED. THE
      * LAST LIVE AMOUNT IS KEPT ON THE ROW FOR THE HISTORY.
       500000-APPLY-RELEASE.

           PERFORM 250000-LOOKUP-LIVE-AVAL

           IF WS-AVAL-FOUND
               MOVE 'R' TO AVAL-ST

               PERFORM 400100-UPDATE-AVAL-STATUS

               IF WS-AVAL-OK
                   ADD 1 TO WS-CTL-REL-CNT
                   MOVE 'AVALREL'          TO WS-AUD-TRAN-TYPE
                   MOVE AVALIN-AVAL-NO     TO WS-AUD-KEY
                   MOVE WS-AVAL-BEFORE-AMT TO WS-AMT-DISPLAY
                   MOVE WS-AMT-DISPLAY     TO WS-AUD-BEFORE
                   MOVE 'RELEASED'         TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               END-IF
           END-IF.
      ******************************************************************
      * 600000-APPLY-CALL TAKES THE AMOUNT PAID TO THE BENEFICIARY
      * OFF THE LIVE AMOUNT (THE WHOLE OF IT WHEN THE CALL CARRIES
      * ZERO) AND GENERATES THE CONVERSION TRANSACTION THAT TURNS IT
      * INTO A FUNDED LOAN TO THE ORDERING CUSTOMER. A FULL CALL
      * FLIPS THE GUARANTEE TO 'C'; A PARTIAL CALL LEAVES THE
      * REMAINDER LIVE. THE LOAN CATEGORY MUST BE ON LOANPROD, SINCE
      * LOANM100 TAKES THE NEW LOAN'S RATE AND TITLE FROM IT.
       600000-APPLY-CALL.

           PERFORM 250000-LOOKUP-LIVE-AVAL

           IF WS-AVAL-FOUND
               IF AVALCL-AMT-N = ZERO
                   MOVE AVAL-AMT     TO WS-CALL-AMT
               ELSE
                   MOVE AVALCL-AMT-N TO WS-CALL-AMT
               END-IF

               IF WS-CALL-AMT > AVAL-AMT
                   MOVE 'N' TO WS-AVAL-OK-SW
                   MOVE 'CALLED AMOUNT EXCEEDS LIVE AMOUNT'
                            TO WS-AVAL-REJ-REASON
               ELSE
                   PERFORM 600010-CHECK-LOAN-PRODUCT
               END-IF

               IF WS-AVAL-OK
                   SUBTRACT WS-CALL-AMT FROM AVAL-AMT
                   IF AVAL-AMT = ZERO
                       MOVE 'C' TO AVAL-ST
                   ELSE
                       MOVE 'L' TO AVAL-ST
                   END-IF
                   MOVE AVALCL-LOAN-CAT TO AVAL-LOAN-CAT
                   MOVE AVALCL-LOAN-NO  TO AVAL-LOAN-NO

                   PERFORM 400100-UPDATE-AVAL-STATUS

                   IF WS-AVAL-OK
                       ADD 1 TO WS-CTL-CALL-CNT
                       PERFORM 600100-GENERATE-LOANTRAN
                       MOVE 'AVALCALL'       TO WS-AUD-TRAN-TYPE
                       PERFORM 400200-AUDIT-AMOUNT-CHANGE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 600010-CHECK-LOAN-PRODUCT CONFIRMS THE CALL'S LOAN CATEGORY
      * IS ON LOANPROD.
       600010-CHECK-LOAN-PRODUCT.

           EXEC SQL
               SELECT LOANP_CAT
                 INTO :WS-CALL-PROD-CAT
                 FROM IDC015.LOANPROD
                WHERE LOANP_CAT = :AVALCL-LOAN-CAT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'N'        TO WS-AVAL-OK-SW
                   MOVE 'NEW LOAN CATEGORY NOT ON LOANPROD'
                                   TO WS-AVAL-REJ-REASON
               WHEN OTHER
                   MOVE 'N'        TO WS-AVAL-OK-SW
                   MOVE SQLCODE    TO WS-AVAL-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-AVAL-REJ-REASON
                   MOVE 'LOANPROD' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE AVALIN-AVAL-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 600100-GENERATE-LOANTRAN BUILDS THE 40-BYTE REQ-TYPE 18
      * GUARANTEE-CALL CONVERSION FOR THE CALLED AMOUNT, IN THE
      * GUARANTEE'S OWN CURRENCY, IN THE REQ-TYPE 04 LAYOUT. THE
      * CALLED AMOUNT IS BOOKED TO THE CENT.
       600100-GENERATE-LOANTRAN.

           MOVE SPACES           TO LOANINPT-FILE
           MOVE '18'             TO LOANIN-REQ-TYPE
           MOVE AVALCL-LOAN-NO   TO LOANIN-LLOANM-NO
           MOVE AVALCL-LOAN-CAT  TO LOANIN-LLOANM-CAT
           MOVE AVALCL-LOAN-TERM TO LOANIN-LLOANM-TERM
           MOVE WS-CALL-AMT      TO LOANIN-LLOANM-MAX-AMT
           MOVE AVAL-CUST-NO     TO LOANIN-LLOANM-CUST-NO
           MOVE AVAL-CCY         TO LOANIN-LLOANM-CCY

           WRITE RE-LOANOUT FROM LOANINPT-FILE

           ADD 1 TO WS-CTL-LOAN-CNT.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-AVALREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900110-REJECT-AVAL-TRAN WRITES THE REJECT FOR A TRANSACTION
      * AN APPLY PARAGRAPH REFUSED, FROM THE REASON AND SQLCODE IT
      * LEFT IN WS-AVAL-REJ-REASON/WS-AVAL-SQLCODE.
       900110-REJECT-AVAL-TRAN.

           MOVE AVALIN-REQ-TYPE    TO AREJ-REQ-TYPE
           MOVE AVALIN-AVAL-NO     TO AREJ-AVAL-NO
           MOVE AVAL-CUST-NO       TO AREJ-CUST-NO
           MOVE WS-AVAL-SQLCODE    TO AREJ-SQLCODE
           MOVE WS-AVAL-REJ-REASON TO AREJ-REASON

           PERFORM 900100-WRITE-REJECT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'AVALM100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900210-UPDATE-FAILED MARKS THE TRANSACTION FOR REJECTION
      * AFTER AN AVALMSTR UPDATE FAILED (+100 MEANS THE ROW STOPPED
      * BEING LIVE BETWEEN THE LOOKUP AND THE UPDATE).
       900210-UPDATE-FAILED.

           MOVE 'N'     TO WS-AVAL-OK-SW
           MOVE SQLCODE TO WS-AVAL-SQLCODE

           IF SQLCODE = +100
               MOVE 'NO LIVE GUARANTEE ON FILE'
                            TO WS-AVAL-REJ-REASON
           ELSE
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                            TO WS-AVAL-REJ-REASON
               MOVE 'AVALMSTR'     TO DB2-OBJECT
               MOVE 'UPDATE'       TO DB2-STATEMENT
               MOVE AVALIN-AVAL-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED GUARANTEE TRANSACTION. AVALTRAN
      * CARRIES NO USER/TERMINAL FIELD SO THOSE ARE LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'AVALM100'       TO AUDTRL-PGM-ID
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

           MOVE 'AVALM100'      TO VALSUS-PGM-ID
           MOVE AVALIN-REQ-TYPE TO VALSUS-REQ-TYPE
           MOVE AVALIN-AVAL-NO  TO VALSUS-KEY
           MOVE WS-EDIT-REASON  TO VALSUS-REASON
           MOVE RE-AVALIN       TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S GUARANTEE
      * MAINTENANCE RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'AVALM100 CONTROL TOTALS'
           DISPLAY '  GUARANTEES ISSUED ................ : '
                   WS-CTL-ISS-CNT
           DISPLAY '  GUARANTEES AMENDED ............... : '
                   WS-CTL-AMD-CNT
           DISPLAY '  GUARANTEES REDUCED ............... : '
                   WS-CTL-RED-CNT
           DISPLAY '  GUARANTEES RELEASED .............. : '
                   WS-CTL-REL-CNT
           DISPLAY '  GUARANTEES CALLED ................ : '
                   WS-CTL-CALL-CNT
           DISPLAY '  GUARANTEE-CALL LOANS GENERATED ... : '
                   WS-CTL-LOAN-CNT
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

           MOVE 'AVALM100'      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-ISS-CNT + WS-CTL-AMD-CNT + WS-CTL-RED-CNT
             + WS-CTL-REL-CNT + WS-CTL-CALL-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
