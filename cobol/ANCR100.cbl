      ******************************************************************
      * ANCR100 IS THE MONTHLY ANACREDIT EXTRACT: THE LOAN-BY-LOAN,
      * COUNTERPARTY-LEVEL RETURN THE REGULATOR WANTS BEYOND THE
      * CIRBE RECORD RV3C0100 WRITES. IT RUNS OFF THE MONTH-END CIRBE
      * OUTPUT EXTRACT AND, FOR EVERY POSITION THAT JOINS TO A LOAN
      * ON LOANMSTR (THE SAME F007-NUM-RISK = LOANM_NO JOIN CPRO10M
      * AND EXPO10M USE), ASSEMBLES THE TEMPLATES ON O1DQ2502:
      *   'CP' COUNTERPARTY REFERENCE DATA - NAME, NATIONAL ID,
      *        ADDRESS, ACTIVITY CODE - FROM CUSTM_TABLE AND
      *        CUSTADDR, ONCE PER COUNTERPARTY PER SUBMISSION,
      *        WHETHER DEBTOR OR PROTECTION PROVIDER;
      *   'IN' INSTRUMENT DATA - ORIGINATION DATE (LOANMSTR),
      *        MATURITY, AMOUNTS AND ARREARS (THE EXTRACT), INTEREST
      *        RATE TYPE AND REFERENCE INDEX (LOANRATE - NO ROW MEANS
      *        FIXED), AMORTIZATION TYPE (LOANSCHED - SEVERAL
      *        PRINCIPAL INSTALLMENTS FRENCH, ONE BULLET, NONE
      *        OTHER);
      *   'PR' PROTECTION RECEIVED - EACH PLEDGED COLLATERAL ITEM
      *        (COLTMSTR, VALUED AT ITS LAST COLTVALH REVALUATION
      *        DATE) ONCE, AND EACH ACTIVE GUARANTEE (GUARMSTR,
      *        COVERING THE OUTSTANDING BALANCE);
      *   'PI' INSTRUMENT-PROTECTION LINK - THE SHARE OF EACH
      *        PROTECTION ALLOCATED TO THE INSTRUMENT (COLTPLDG).
      * BEFORE ANYTHING IS WRITTEN EACH INSTRUMENT IS HELD TO THE
      * REGULATOR'S CROSS-TEMPLATE RULES (SEE 900150-DESCRIBE-RULE):
      * AN INSTRUMENT FAILING ONE IS HELD BACK WHOLE, A PROTECTION
      * FAILING ONE IS LEFT OFF THE INSTRUMENT, AND BOTH ARE LISTED
      * ON THE RPBDQ002 VALIDATION REPORT. EVERY INSTRUMENT IS THEN
      * REGISTERED ON ANCRSUBM THE WAY RV3C0100 REGISTERS CIRBE
      * POSITIONS ON CIRBSUBM - 'S' SUBMITTED, OR 'V' HELD BACK WITH
      * THE RULE IT FAILED. THE REFERENCE DATE COMES FROM THE
      * PM1DQ005 CARD, DEFAULTING TO THE LAST MONTH-END. ENDS CC 4
      * WHEN ANYTHING WAS HELD BACK OR LEFT OFF.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT ANCRIN-FILE   ASSIGN I1DQ2501.
           SELECT ANCROUT-FILE  ASSIGN O1DQ2502.
           SELECT ANCRPARM-FILE ASSIGN PM1DQ005.
           SELECT ANCRRPT-FILE  ASSIGN RPBDQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ANCRIN-FILE IS RV3C0100'S CIRBE OUTPUT EXTRACT (750-BYTE
      * RVFC007 ROWS IN PER-ENTITY HDR/TRL WRAPPERS, SKIPPED HERE).
       FD  ANCRIN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ANCRIN                        PIC X(750).
      ******************************************************************
      * ANCROUT-FILE IS THE ANACREDIT SUBMISSION: ONE 300-BYTE RECORD
      * PER TEMPLATE ROW, THE TEMPLATE NAMED IN THE FIRST TWO BYTES.
      * AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS, RATES WITH
      * SIX.
       FD  ANCROUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ANCROUT.
           05  ANC-TEMPLATE                 PIC X(2).
           05  ANC-REF-DATE                 PIC X(10).
           05  ANC-ENT                      PIC X(4).
           05  ANC-DATA                     PIC X(284).
           05  ANC-CP-DATA REDEFINES ANC-DATA.
               10  ANC-CP-ID                PIC X(10).
               10  ANC-CP-NAME              PIC X(45).
               10  ANC-CP-TYPE              PIC X(1).
               10  ANC-CP-NATL-ID           PIC X(9).
               10  ANC-CP-BIRTH-DATE        PIC X(10).
               10  ANC-CP-STREET            PIC X(30).
               10  ANC-CP-TOWN              PIC X(20).
               10  ANC-CP-POSTCODE          PIC X(10).
               10  ANC-CP-COUNTRY           PIC X(3).
               10  ANC-CP-ACTIVITY          PIC X(4).
               10  FILLER                   PIC X(142).
           05  ANC-IN-DATA REDEFINES ANC-DATA.
               10  ANC-IN-INSTR-ID          PIC X(10).
               10  ANC-IN-CONTRACT-ID       PIC X(12).
               10  ANC-IN-DEBTOR-ID         PIC X(10).
               10  ANC-IN-PRODUCT           PIC X(2).
               10  ANC-IN-CCY               PIC X(3).
               10  ANC-IN-ORIG-DATE         PIC X(10).
               10  ANC-IN-MAT-DATE          PIC X(10).
               10  ANC-IN-RATE-TYPE         PIC X(1).
               10  ANC-IN-RATE              PIC 9(3)V9(6).
               10  ANC-IN-REF-RATE          PIC X(4).
               10  ANC-IN-RESET-FREQ        PIC 9(3).
               10  ANC-IN-AMORT-TYPE        PIC X(1).
               10  ANC-IN-COMMIT-AMT        PIC 9(15)V9(2).
               10  ANC-IN-OUTSTANDING       PIC 9(15)V9(2).
               10  ANC-IN-OFF-BALANCE       PIC 9(15)V9(2).
               10  ANC-IN-ARREARS           PIC 9(15)V9(2).
               10  ANC-IN-PAST-DUE-DATE     PIC X(10).
               10  ANC-IN-IMPAIRMENT        PIC 9(15)V9(2).
               10  FILLER                   PIC X(114).
           05  ANC-PR-DATA REDEFINES ANC-DATA.
               10  ANC-PR-PROT-ID           PIC X(20).
               10  ANC-PR-KIND              PIC X(1).
               10  ANC-PR-TYPE              PIC X(3).
               10  ANC-PR-PROVIDER-ID       PIC X(10).
               10  ANC-PR-VALUE             PIC 9(15)V9(2).
               10  ANC-PR-VAL-DATE          PIC X(10).
               10  FILLER                   PIC X(223).
           05  ANC-PI-DATA REDEFINES ANC-DATA.
               10  ANC-PI-INSTR-ID          PIC X(10).
               10  ANC-PI-PROT-ID           PIC X(20).
               10  ANC-PI-PLEDGE-PCT        PIC 9(3).
               10  ANC-PI-ALLOC-VALUE       PIC 9(15)V9(2).
               10  FILLER                   PIC X(234).
      ******************************************************************
      * ANCRPARM-FILE CARRIES THE OPTIONAL REFERENCE-DATE CARD
      * (YYYY-MM-DD). NO CARD, OR A BLANK ONE, MEANS THE LAST DAY OF
      * THE PREVIOUS MONTH.
       FD  ANCRPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ANCRPARM.
           05  APARM-REF-DATE.
               10  APARM-REF-YYYY           PIC X(4).
               10  FILLER                   PIC X(1).
               10  APARM-REF-MM             PIC X(2).
               10  FILLER                   PIC X(1).
               10  APARM-REF-DD             PIC X(2).
           05  FILLER                       PIC X(70).
      ******************************************************************
      * ANCRRPT-FILE IS THE PRINTED VALIDATION REPORT.
       FD  ANCRRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ANCRRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE READ AND FETCH LOOPS AND THE LOOKUPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-PROT-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-PROT-EOF                          VALUE 'Y'.
           05  WS-LOAN-FOUND-SW             PIC X(1)    VALUE 'N'.
               88  WS-LOAN-FOUND                        VALUE 'Y'.
           05  WS-CPTY-FOUND-SW             PIC X(1)    VALUE 'N'.
               88  WS-CPTY-FOUND                        VALUE 'Y'.
           05  WS-PROT-FOUND-SW             PIC X(1)    VALUE 'N'.
               88  WS-PROT-FOUND                        VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-REC-CNT               PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOLOAN-CNT            PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IN-CNT                PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HELD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CP-CNT                PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PR-CNT                PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PI-CNT                PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DROP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REG-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OUT-TOTAL             PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE COUNTERPARTIES ALREADY RESOLVED THIS RUN, WITH THE RULE
      * EACH FAILED (SPACES WHEN IT IS GOOD), SO A COUNTERPARTY IS
      * READ AND WRITTEN ONCE HOWEVER MANY INSTRUMENTS IT IS PARTY
      * TO.
       01  WS-CPTY-USED                     PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-CPTY-TABLE.
           05  WS-CPTY-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-CPTY-IDX.
               10  WS-CPTY-ID               PIC X(10).
               10  WS-CPTY-RULE             PIC X(4).
      ******************************************************************
      * THE COLLATERAL PROTECTIONS ALREADY WRITTEN THIS RUN - ONE
      * ITEM CAN SECURE SEVERAL LOANS BUT IS REPORTED ONCE.
       01  WS-PROT-USED                     PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-PROT-TABLE.
           05  WS-PROT-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-PROT-IDX.
               10  WS-PROT-ID               PIC X(20).
      ******************************************************************
      * THE REFERENCE DATE OF THE SUBMISSION AND TODAY'S DATE.
       01  WS-REF-DATE.
           05  WS-REF-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-REF-MM                    PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-REF-DD                    PIC 9(2).
       01  WS-DAYS-IN-MONTH                 PIC 9(2)    VALUE ZEROS.
       01  WS-LEAP-REM                      PIC 9(4)    VALUE ZEROS.
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
      * PER-INSTRUMENT WORK FIELDS.
       01  WS-RULE-CODE                     PIC X(4)    VALUE SPACES.
       01  WS-RULE-DESC                     PIC X(50)   VALUE SPACES.
       01  WS-CPTY-KEY                      PIC X(10)   VALUE SPACES.
       01  WS-CPTY-RULE-OUT                 PIC X(4)    VALUE SPACES.
       01  WS-CONTRACT-ID.
           05  WS-CI-CAT                    PIC X(2).
           05  WS-CI-NO                     PIC 9(9).
           05  FILLER                       PIC X(1)    VALUE SPACE.
       01  WS-RATE-TYPE                     PIC X(1)    VALUE SPACE.
       01  WS-SCHED-CNT                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-AMOUNT-WORK                   PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE PROTECTION ROW UNDER THE CURSOR.
       01  WS-PROT-KIND                     PIC X(1)    VALUE SPACE.
       01  WS-PROT-ID-WORK                  PIC X(20)   VALUE SPACES.
       01  WS-PROT-TYPE                     PIC X(3)    VALUE SPACES.
       01  WS-PROT-PROVIDER                 PIC X(10)   VALUE SPACES.
       01  WS-PROT-VALUE                    PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PROT-VAL-DATE                 PIC X(10)   VALUE SPACES.
       01  WS-PROT-PCT                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-PROT-TOTAL-PCT                PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * REPORT LINES.
       01  WS-RPT-TITLE-LINE.
           05  FILLER                       PIC X(47)   VALUE
                   'ANCR100 - ANACREDIT VALIDATION - REFERENCE DATE'.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-RT-REF-DATE               PIC X(10).
           05  FILLER                       PIC X(74)   VALUE SPACES.
       01  WS-HELD-LINE.
           05  FILLER                       PIC X(17)   VALUE
                   'INSTRUMENT HELD  '.
           05  WS-HL-ENT                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-HL-INSTR                  PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-HL-PROT                   PIC X(20).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-HL-RULE                   PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-HL-DESC                   PIC X(50).
           05  FILLER                       PIC X(20)   VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                  PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(79)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY RVFC007.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY LOANRATE.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY ANCRSUBM.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * PROTECTION CURSOR: THE COLLATERAL STILL PLEDGED TO THE LOAN,
      * WITH ITS LAST VALUATION DATE AND THE TOTAL SHARE OF IT
      * PLEDGED ACROSS EVERY LOAN, THEN THE LOAN'S ACTIVE GUARANTEES
      * (VALUED IN 250100-CHECK-ONE-PROTECTION AT THE OUTSTANDING
      * BALANCE THEY COVER).
           EXEC SQL
               DECLARE ANCR-PROT-CSR CURSOR FOR
                   SELECT 'C', 'C' || DIGITS(M.COLTM_NO),
                          M.COLTM_COD_COLT, M.COLTM_CUST_NO,
                          DECIMAL(M.COLTM_VALUE, 15, 2),
                          COALESCE((SELECT MAX(V.CVH_REVAL_DATE)
                                      FROM IDC015.COLTVALH V
                                     WHERE V.CVH_CLTM_NO = M.COLTM_NO),
                                   M.COLTM_REG_DATE),
                          P.CPLG_PLEDGE_PCT,
                          (SELECT SUM(P2.CPLG_PLEDGE_PCT)
                             FROM IDC015.COLTPLDG P2
                            WHERE P2.CPLG_CLTM_NO = M.COLTM_NO
                              AND P2.CPLG_REL_DATE IS NULL)
                     FROM IDC015.COLTPLDG P,
                          IDC015.COLTMSTR M
                    WHERE P.CPLG_LOAN_CAT = :LLOANM-CAT
                      AND P.CPLG_LOAN_NO  = :LLOANM-NO
                      AND P.CPLG_REL_DATE IS NULL
                      AND M.COLTM_NO      = P.CPLG_CLTM_NO
                      AND M.COLTM_ST      = 'A'
                   UNION ALL
                   SELECT 'G', 'G' || DIGITS(G.GUAR_LOAN_NO)
                                   || G.GUAR_CUST_NO,
                          'GUA', G.GUAR_CUST_NO,
                          DECIMAL(0, 15, 2), G.GUAR_REG_DATE,
                          100, 100
                     FROM IDC015.GUARMSTR G
                    WHERE G.GUAR_LOAN_CAT = :LLOANM-CAT
                      AND G.GUAR_LOAN_NO  = :LLOANM-NO
                      AND G.GUAR_ST       = 'A'
                    ORDER BY 1, 2
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE SETS THE REFERENCE DATE, BUILDS THE TEMPLATES
      * FOR EVERY LOAN POSITION ON THE EXTRACT AND PRINTS THE
      * SUBMISSION TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY TO WS-TD-YYYY
           MOVE WS-TODAY-MM   TO WS-TD-MM
           MOVE WS-TODAY-DD   TO WS-TD-DD

           PERFORM 100010-READ-REFERENCE-DATE

           OPEN INPUT  ANCRIN-FILE
           OPEN OUTPUT ANCROUT-FILE
           OPEN OUTPUT ANCRRPT-FILE

           MOVE WS-REF-DATE TO WS-RT-REF-DATE
           WRITE RE-ANCRRPT FROM WS-RPT-TITLE-LINE
           MOVE SPACES TO RE-ANCRRPT
           WRITE RE-ANCRRPT

           PERFORM 100200-READ-INPUT

           PERFORM 200000-BUILD-ONE-INSTRUMENT UNTIL WS-EOF-YES

           CLOSE ANCRIN-FILE
           CLOSE ANCROUT-FILE

           PERFORM 300000-PRINT-SUBMISSION-TOTALS

           CLOSE ANCRRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-HELD-CNT > ZERO
            OR WS-CTL-DROP-CNT > ZERO
            OR WS-CTL-REG-ERR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100010-READ-REFERENCE-DATE TAKES THE REFERENCE DATE OFF THE
      * PM1DQ005 CARD, OR DEFAULTS IT TO THE LAST DAY OF THE
      * PREVIOUS MONTH. A CARD THAT IS NOT A DATE STOPS THE RUN.
       100010-READ-REFERENCE-DATE.

           OPEN INPUT ANCRPARM-FILE

           READ ANCRPARM-FILE
               AT END
                   MOVE SPACES TO RE-ANCRPARM
           END-READ

           CLOSE ANCRPARM-FILE

           IF APARM-REF-DATE = SPACES
               MOVE WS-TODAY-YYYY TO WS-REF-YYYY
               IF WS-TODAY-MM = 1
                   SUBTRACT 1 FROM WS-REF-YYYY
                   MOVE 12 TO WS-REF-MM
               ELSE
                   COMPUTE WS-REF-MM = WS-TODAY-MM - 1
               END-IF
               PERFORM 650000-SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-REF-DD
           ELSE
               IF APARM-REF-YYYY IS NOT NUMERIC
                OR APARM-REF-MM IS NOT NUMERIC
                OR APARM-REF-DD IS NOT NUMERIC
                   DISPLAY 'ANCR100 - REFERENCE DATE ON PM1DQ005 IS '
                           'NOT YYYY-MM-DD - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE APARM-REF-YYYY TO WS-REF-YYYY
               MOVE APARM-REF-MM   TO WS-REF-MM
               MOVE APARM-REF-DD   TO WS-REF-DD
               IF WS-REF-MM < 1 OR WS-REF-MM > 12
                   DISPLAY 'ANCR100 - REFERENCE MONTH ON PM1DQ005 '
                           'IS NOT 01-12 - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 650000-SET-DAYS-IN-MONTH
               IF WS-REF-DD < 1 OR WS-REF-DD > WS-DAYS-IN-MONTH
                   DISPLAY 'ANCR100 - REFERENCE DAY ON PM1DQ005 IS '
                           'NOT IN THE MONTH - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY 'ANCR100 - REFERENCE DATE ' WS-REF-DATE.
      ******************************************************************
       100200-READ-INPUT.

           READ ANCRIN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
      ******************************************************************
      * 200000-BUILD-ONE-INSTRUMENT TAKES ONE EXTRACT POSITION. A
      * POSITION THAT DOES NOT JOIN TO A LOAN IS NOT A CREDIT
      * INSTRUMENT AND IS PASSED OVER. A LOAN IS CHECKED AGAINST THE
      * INSTRUMENT RULES AND ITS DEBTOR RESOLVED; IF BOTH HOLD, ITS
      * INSTRUMENT RECORD AND PROTECTIONS ARE WRITTEN, OTHERWISE IT
      * IS HELD BACK. EITHER WAY IT IS REGISTERED ON ANCRSUBM.
       200000-BUILD-ONE-INSTRUMENT.

           IF RE-ANCRIN(1:3) NOT = 'HDR' AND
              RE-ANCRIN(1:3) NOT = 'TRL'
               ADD 1 TO WS-CTL-REC-CNT
               MOVE RE-ANCRIN TO RVFC007

               PERFORM 210000-FETCH-LOAN

               IF WS-LOAN-FOUND
                   PERFORM 220000-CHECK-INSTRUMENT

                   IF WS-RULE-CODE = SPACES
                       MOVE LLOANM-CUST-NO TO WS-CPTY-KEY
                       PERFORM 400000-RESOLVE-COUNTERPARTY
                       MOVE WS-CPTY-RULE-OUT TO WS-RULE-CODE
                   END-IF

                   IF WS-RULE-CODE = SPACES
                       PERFORM 240000-WRITE-INSTRUMENT
                       PERFORM 250000-ATTACH-PROTECTIONS
                       MOVE SPACES TO WS-RULE-CODE
                       MOVE 'S' TO ANCS-STATUS
                   ELSE
                       ADD 1 TO WS-CTL-HELD-CNT
                       MOVE SPACES TO WS-HL-PROT
                       PERFORM 260000-LIST-RULE-FAILURE
                       MOVE 'V' TO ANCS-STATUS
                   END-IF

                   PERFORM 270000-REGISTER-SUBMISSION
               ELSE
                   ADD 1 TO WS-CTL-NOLOAN-CNT
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 210000-FETCH-LOAN JOINS THE POSITION TO ITS LOAN. A LOAN THAT
      * CANNOT BE READ IS HELD BACK RATHER THAN PASSED OVER, SO IT IS
      * NOT QUIETLY MISSING FROM THE SUBMISSION.
       210000-FETCH-LOAN.

           MOVE 'N'    TO WS-LOAN-FOUND-SW
           MOVE SPACES TO WS-RULE-CODE
           MOVE F007-NUM-RISK TO LLOANM-NO

           EXEC SQL
               SELECT LOANM_CAT, LOANM_CUST_NO, LOANM_ORIG_DATE,
                      LOANM_CCY
                 INTO :LLOANM-CAT, :LLOANM-CUST-NO,
                      :LLOANM-ORIG-DATE, :LLOANM-CCY
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y' TO WS-LOAN-FOUND-SW
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'LOANMSTR'    TO DB2-OBJECT
                   MOVE 'SELECT'      TO DB2-STATEMENT
                   MOVE F007-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'Y'    TO WS-LOAN-FOUND-SW
                   MOVE 'IN00' TO WS-RULE-CODE
           END-EVALUATE.
      ******************************************************************
      * 220000-CHECK-INSTRUMENT APPLIES THE INSTRUMENT RULES: THE
      * INSTRUMENT MUST HAVE BEGUN BY THE REFERENCE DATE, CANNOT
      * MATURE BEFORE IT BEGAN, MUST CARRY A CURRENCY, AND CANNOT
      * HAVE A NEGATIVE OUTSTANDING NOMINAL.
       220000-CHECK-INSTRUMENT.

           EVALUATE TRUE
               WHEN WS-RULE-CODE NOT = SPACES
                   CONTINUE
               WHEN LLOANM-ORIG-DATE > WS-REF-DATE
                   MOVE 'IN01' TO WS-RULE-CODE
               WHEN F007-DAT-MAT NOT = SPACES
                AND F007-DAT-MAT < LLOANM-ORIG-DATE
                   MOVE 'IN02' TO WS-RULE-CODE
               WHEN LLOANM-CCY = SPACES
                   MOVE 'IN03' TO WS-RULE-CODE
               WHEN F007-DEBTBAL < ZERO
                   MOVE 'IN04' TO WS-RULE-CODE
           END-EVALUATE.
      ******************************************************************
      * 240000-WRITE-INSTRUMENT LOOKS UP THE PRICING BASIS AND THE
      * AMORTIZATION PROFILE AND WRITES THE INSTRUMENT RECORD.
       240000-WRITE-INSTRUMENT.

           MOVE LLOANM-CAT TO LRATE-CAT
           MOVE LLOANM-NO  TO LRATE-NO

           EXEC SQL
               SELECT LRATE_IDX_CODE, LRATE_RESET_FREQ
                 INTO :LRATE-IDX-CODE, :LRATE-RESET-FREQ
                 FROM IDC015.LOANRATE
                WHERE LRATE_CAT = :LRATE-CAT
                  AND LRATE_NO  = :LRATE-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'V' TO WS-RATE-TYPE
           ELSE
               MOVE 'F'    TO WS-RATE-TYPE
               MOVE SPACES TO LRATE-IDX-CODE
               MOVE ZERO   TO LRATE-RESET-FREQ
               IF SQLCODE NOT = +100
                   MOVE 'LOANRATE'    TO DB2-OBJECT
                   MOVE 'SELECT'      TO DB2-STATEMENT
                   MOVE F007-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SCHED-CNT
                 FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT      = :LLOANM-CAT
                  AND LOANSCH_NO       = :LLOANM-NO
                  AND LOANSCH_PRIN_AMT > 0
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'LOANSCHED'   TO DB2-OBJECT
               MOVE 'SELECT'      TO DB2-STATEMENT
               MOVE F007-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE ZERO TO WS-SCHED-CNT
           END-IF

           MOVE LLOANM-CAT TO WS-CI-CAT
           MOVE LLOANM-NO  TO WS-CI-NO

           MOVE SPACES          TO RE-ANCROUT
           MOVE 'IN'            TO ANC-TEMPLATE
           MOVE WS-REF-DATE     TO ANC-REF-DATE
           MOVE F007-ENT        TO ANC-ENT
           MOVE F007-NUM-RISK   TO ANC-IN-INSTR-ID
           MOVE WS-CONTRACT-ID  TO ANC-IN-CONTRACT-ID
           MOVE LLOANM-CUST-NO  TO ANC-IN-DEBTOR-ID
           MOVE F007-COD-PROD   TO ANC-IN-PRODUCT
           MOVE LLOANM-CCY      TO ANC-IN-CCY
           MOVE LLOANM-ORIG-DATE TO ANC-IN-ORIG-DATE
           MOVE F007-DAT-MAT    TO ANC-IN-MAT-DATE
           MOVE WS-RATE-TYPE    TO ANC-IN-RATE-TYPE
           MOVE F007-IRT        TO ANC-IN-RATE
           MOVE LRATE-IDX-CODE  TO ANC-IN-REF-RATE
           MOVE LRATE-RESET-FREQ TO ANC-IN-RESET-FREQ
           EVALUATE TRUE
               WHEN WS-SCHED-CNT > 1
                   MOVE 'F' TO ANC-IN-AMORT-TYPE
               WHEN WS-SCHED-CNT = 1
                   MOVE 'B' TO ANC-IN-AMORT-TYPE
               WHEN OTHER
                   MOVE 'O' TO ANC-IN-AMORT-TYPE
           END-EVALUATE
           MOVE F007-AMT-FML    TO ANC-IN-COMMIT-AMT
           MOVE F007-DEBTBAL    TO ANC-IN-OUTSTANDING
           MOVE F007-AMT-AVA    TO ANC-IN-OFF-BALANCE
           MOVE F007-AMT-NPAY   TO ANC-IN-ARREARS
           MOVE F007-DAT-NPAY   TO ANC-IN-PAST-DUE-DATE
           MOVE F007-AMT-PROV   TO ANC-IN-IMPAIRMENT
           WRITE RE-ANCROUT

           ADD 1            TO WS-CTL-IN-CNT
           ADD F007-DEBTBAL TO WS-CTL-OUT-TOTAL.
      ******************************************************************
      * 250000-ATTACH-PROTECTIONS WRITES THE PROTECTION AND LINK
      * RECORDS FOR EVERY COLLATERAL ITEM AND GUARANTEE BEHIND THE
      * LOAN THAT PASSES THE PROTECTION RULES.
       250000-ATTACH-PROTECTIONS.

           MOVE 'N' TO WS-PROT-EOF-SW

           EXEC SQL
               OPEN ANCR-PROT-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'COLTPLDG'    TO DB2-OBJECT
               MOVE 'OPEN'        TO DB2-STATEMENT
               MOVE F007-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'PR00'        TO WS-RULE-CODE
               MOVE SPACES        TO WS-HL-PROT
               PERFORM 260000-LIST-RULE-FAILURE
               ADD 1 TO WS-CTL-DROP-CNT
           ELSE
               PERFORM 250200-FETCH-ONE-PROTECTION
               PERFORM 250100-CHECK-ONE-PROTECTION
                   UNTIL WS-PROT-EOF

               EXEC SQL
                   CLOSE ANCR-PROT-CSR
               END-EXEC
           END-IF.
      ******************************************************************
      * 250100-CHECK-ONE-PROTECTION HOLDS THE PROTECTION TO ITS
      * RULES: THE PROVIDER MUST BE A REPORTABLE COUNTERPARTY, THE
      * PROTECTION MUST HAVE A VALUE, AND NO MORE THAN THE WHOLE OF A
      * COLLATERAL ITEM CAN BE PLEDGED ACROSS ITS LOANS. A GUARANTEE
      * COVERS THE OUTSTANDING BALANCE OF THE LOAN IT GUARANTEES.
       250100-CHECK-ONE-PROTECTION.

           MOVE SPACES TO WS-RULE-CODE

           IF WS-PROT-KIND = 'G'
               MOVE F007-DEBTBAL TO WS-PROT-VALUE
           END-IF

           MOVE WS-PROT-PROVIDER TO WS-CPTY-KEY
           PERFORM 400000-RESOLVE-COUNTERPARTY

           EVALUATE TRUE
               WHEN WS-CPTY-RULE-OUT = 'CP01'
                   MOVE 'PR01' TO WS-RULE-CODE
               WHEN WS-CPTY-RULE-OUT NOT = SPACES
                   MOVE WS-CPTY-RULE-OUT TO WS-RULE-CODE
               WHEN WS-PROT-VALUE NOT > ZERO
                   MOVE 'PR02' TO WS-RULE-CODE
               WHEN WS-PROT-TOTAL-PCT > 100
                   MOVE 'PI01' TO WS-RULE-CODE
           END-EVALUATE

           IF WS-RULE-CODE = SPACES
               PERFORM 250300-WRITE-PROTECTION
           ELSE
               ADD 1 TO WS-CTL-DROP-CNT
               MOVE WS-PROT-ID-WORK TO WS-HL-PROT
               PERFORM 260000-LIST-RULE-FAILURE
           END-IF

           PERFORM 250200-FETCH-ONE-PROTECTION.
      ******************************************************************
       250200-FETCH-ONE-PROTECTION.

           EXEC SQL
               FETCH ANCR-PROT-CSR
                INTO :WS-PROT-KIND, :WS-PROT-ID-WORK, :WS-PROT-TYPE,
                     :WS-PROT-PROVIDER, :WS-PROT-VALUE,
                     :WS-PROT-VAL-DATE, :WS-PROT-PCT,
                     :WS-PROT-TOTAL-PCT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PROT-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'COLTPLDG'    TO DB2-OBJECT
                   MOVE 'FETCH'       TO DB2-STATEMENT
                   MOVE F007-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 250300-WRITE-PROTECTION WRITES THE PROTECTION RECORD THE
      * FIRST TIME THE PROTECTION IS MET THIS RUN, THEN THE LINK
      * RECORD CARRYING THE SHARE ALLOCATED TO THIS INSTRUMENT.
       250300-WRITE-PROTECTION.

           MOVE 'N' TO WS-PROT-FOUND-SW
           IF WS-PROT-KIND = 'C'
               SET WS-PROT-IDX TO 1
               SEARCH WS-PROT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PROT-IDX > WS-PROT-USED
                       CONTINUE
                   WHEN WS-PROT-ID (WS-PROT-IDX) = WS-PROT-ID-WORK
                       MOVE 'Y' TO WS-PROT-FOUND-SW
               END-SEARCH
           END-IF

           IF NOT WS-PROT-FOUND
               IF WS-PROT-KIND = 'C'
                   IF WS-PROT-USED >= 20000
                       DISPLAY 'ANCR100 - PROTECTION TABLE FULL - '
                               'RUN STOPPED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PROT-USED
                   MOVE WS-PROT-ID-WORK TO WS-PROT-ID (WS-PROT-USED)
               END-IF

               MOVE SPACES           TO RE-ANCROUT
               MOVE 'PR'             TO ANC-TEMPLATE
               MOVE WS-REF-DATE      TO ANC-REF-DATE
               MOVE F007-ENT         TO ANC-ENT
               MOVE WS-PROT-ID-WORK  TO ANC-PR-PROT-ID
               MOVE WS-PROT-KIND     TO ANC-PR-KIND
               MOVE WS-PROT-TYPE     TO ANC-PR-TYPE
               MOVE WS-PROT-PROVIDER TO ANC-PR-PROVIDER-ID
               MOVE WS-PROT-VALUE    TO ANC-PR-VALUE
               MOVE WS-PROT-VAL-DATE TO ANC-PR-VAL-DATE
               WRITE RE-ANCROUT
               ADD 1 TO WS-CTL-PR-CNT
           END-IF

           COMPUTE WS-AMOUNT-WORK ROUNDED =
               WS-PROT-VALUE * WS-PROT-PCT / 100

           MOVE SPACES           TO RE-ANCROUT
           MOVE 'PI'             TO ANC-TEMPLATE
           MOVE WS-REF-DATE      TO ANC-REF-DATE
           MOVE F007-ENT         TO ANC-ENT
           MOVE F007-NUM-RISK    TO ANC-PI-INSTR-ID
           MOVE WS-PROT-ID-WORK  TO ANC-PI-PROT-ID
           MOVE WS-PROT-PCT      TO ANC-PI-PLEDGE-PCT
           MOVE WS-AMOUNT-WORK   TO ANC-PI-ALLOC-VALUE
           WRITE RE-ANCROUT
           ADD 1 TO WS-CTL-PI-CNT.
      ******************************************************************
      * 260000-LIST-RULE-FAILURE PUTS A HELD-BACK INSTRUMENT, OR A
      * PROTECTION LEFT OFF ONE, ON THE VALIDATION REPORT.
       260000-LIST-RULE-FAILURE.

           PERFORM 900150-DESCRIBE-RULE

           MOVE F007-ENT      TO WS-HL-ENT
           MOVE F007-NUM-RISK TO WS-HL-INSTR
           MOVE WS-RULE-CODE  TO WS-HL-RULE
           MOVE WS-RULE-DESC  TO WS-HL-DESC
           IF WS-HL-PROT = SPACES
               MOVE 'INSTRUMENT HELD  ' TO WS-HELD-LINE(1:17)
           ELSE
               MOVE 'PROTECTION LEFT  ' TO WS-HELD-LINE(1:17)
           END-IF
           WRITE RE-ANCRRPT FROM WS-HELD-LINE.
      ******************************************************************
      * 270000-REGISTER-SUBMISSION STAMPS THE ANACREDIT SUBMISSION
      * REGISTRY FOR THE INSTRUMENT - 'S' WHEN IT WENT OUT, 'V' WITH
      * THE RULE IT FAILED WHEN IT WAS HELD BACK - UPDATE FIRST,
      * INSERT ON +100 FOR ITS FIRST SUBMISSION.
       270000-REGISTER-SUBMISSION.

           MOVE F007-ENT        TO ANCS-ENT
           MOVE F007-NUM-RISK   TO ANCS-INSTR-ID
           MOVE WS-REF-DATE     TO ANCS-REF-DATE
           MOVE WS-TODAY-DATE-X TO ANCS-SUBMIT-DATE
           MOVE WS-RULE-CODE    TO ANCS-ERR-CODE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 270010-UPDATE-ANCRSUBM-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = +100
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 270020-INSERT-ANCRSUBM-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE 'ANCRSUBM'    TO DB2-OBJECT
               MOVE 'UPSERT'      TO DB2-STATEMENT
               MOVE F007-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               ADD 1 TO WS-CTL-REG-ERR-CNT
           END-IF.
      ******************************************************************
       270010-UPDATE-ANCRSUBM-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.ANCRSUBM
                  SET ANCS_REF_DATE    = :ANCS-REF-DATE,
                      ANCS_SUBMIT_DATE = :ANCS-SUBMIT-DATE,
                      ANCS_STATUS      = :ANCS-STATUS,
                      ANCS_ERR_CODE    = :ANCS-ERR-CODE
                WHERE ANCS_ENT      = :ANCS-ENT
                  AND ANCS_INSTR_ID = :ANCS-INSTR-ID
           END-EXEC.
      ******************************************************************
       270020-INSERT-ANCRSUBM-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.ANCRSUBM
                   ( ANCS_ENT, ANCS_INSTR_ID, ANCS_REF_DATE,
                     ANCS_SUBMIT_DATE, ANCS_STATUS, ANCS_ERR_CODE )
               VALUES
                   ( :ANCS-ENT, :ANCS-INSTR-ID, :ANCS-REF-DATE,
                     :ANCS-SUBMIT-DATE, :ANCS-STATUS, :ANCS-ERR-CODE )
           END-EXEC.
      ******************************************************************
      * 300000-PRINT-SUBMISSION-TOTALS CLOSES THE VALIDATION REPORT
      * WITH WHAT WAS SUBMITTED AND WHAT WAS HELD BACK.
       300000-PRINT-SUBMISSION-TOTALS.

           MOVE SPACES TO RE-ANCRRPT
           WRITE RE-ANCRRPT

           MOVE 'INSTRUMENTS SUBMITTED'      TO WS-TL-LABEL
           MOVE WS-CTL-IN-CNT                TO WS-TL-AMT
           WRITE RE-ANCRRPT FROM WS-TOTAL-LINE
           MOVE 'INSTRUMENTS HELD BACK'      TO WS-TL-LABEL
           MOVE WS-CTL-HELD-CNT              TO WS-TL-AMT
           WRITE RE-ANCRRPT FROM WS-TOTAL-LINE
           MOVE 'COUNTERPARTIES SUBMITTED'   TO WS-TL-LABEL
           MOVE WS-CTL-CP-CNT                TO WS-TL-AMT
           WRITE RE-ANCRRPT FROM WS-TOTAL-LINE
           MOVE 'PROTECTIONS SUBMITTED'      TO WS-TL-LABEL
           MOVE WS-CTL-PR-CNT                TO WS-TL-AMT
           WRITE RE-ANCRRPT FROM WS-TOTAL-LINE
           MOVE 'INSTRUMENT-PROTECTION LINKS' TO WS-TL-LABEL
           MOVE WS-CTL-PI-CNT                TO WS-TL-AMT
           WRITE RE-ANCRRPT FROM WS-TOTAL-LINE
           MOVE 'PROTECTIONS LEFT OFF'       TO WS-TL-LABEL
           MOVE WS-CTL-DROP-CNT              TO WS-TL-AMT
           WRITE RE-ANCRRPT FROM WS-TOTAL-LINE
           MOVE 'OUTSTANDING NOMINAL'        TO WS-TL-LABEL
           MOVE WS-CTL-OUT-TOTAL             TO WS-TL-AMT
           WRITE RE-ANCRRPT FROM WS-TOTAL-LINE.
      ******************************************************************
      * 400000-RESOLVE-COUNTERPARTY RETURNS IN WS-CPTY-RULE-OUT THE
      * RULE THE COUNTERPARTY IN WS-CPTY-KEY FAILS, OR SPACES. THE
      * FIRST TIME A COUNTERPARTY IS MET IT IS READ AND, IF GOOD,
      * ITS REFERENCE RECORD WRITTEN: IT MUST BE ON CUSTM_TABLE AND
      * CARRY A NATIONAL IDENTIFIER.
       400000-RESOLVE-COUNTERPARTY.

           MOVE 'N' TO WS-CPTY-FOUND-SW
           SET WS-CPTY-IDX TO 1
           SEARCH WS-CPTY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CPTY-IDX > WS-CPTY-USED
                   CONTINUE
               WHEN WS-CPTY-ID (WS-CPTY-IDX) = WS-CPTY-KEY
                   MOVE 'Y' TO WS-CPTY-FOUND-SW
                   MOVE WS-CPTY-RULE (WS-CPTY-IDX)
                       TO WS-CPTY-RULE-OUT
           END-SEARCH

           IF NOT WS-CPTY-FOUND
               PERFORM 410000-FETCH-COUNTERPARTY

               IF WS-CPTY-USED >= 20000
                   DISPLAY 'ANCR100 - COUNTERPARTY TABLE FULL - '
                           'RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CPTY-USED
               MOVE WS-CPTY-KEY      TO WS-CPTY-ID (WS-CPTY-USED)
               MOVE WS-CPTY-RULE-OUT TO WS-CPTY-RULE (WS-CPTY-USED)

               IF WS-CPTY-RULE-OUT = SPACES
                   PERFORM 420000-WRITE-COUNTERPARTY
               END-IF
           END-IF.
      ******************************************************************
       410000-FETCH-COUNTERPARTY.

           MOVE SPACES      TO WS-CPTY-RULE-OUT
           MOVE WS-CPTY-KEY TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                      CUSTM_NAME_LASTNM, CUSTM_DOB, CUSTM_TYPE,
                      CUSTM_REG_NAME, CUSTM_TAX_ID, CUSTM_CNAE
                 INTO :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-MDLNM,
                      :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-DOB,
                      :ACN-CUSTM-TYPE, :ACN-CUSTM-REG-NAME,
                      :ACN-CUSTM-TAX-ID, :ACN-CUSTM-CNAE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'CP01' TO WS-CPTY-RULE-OUT
               WHEN SQLCODE NOT = ZERO
                   MOVE 'CUSTM_TBL' TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CPTY-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'CP01' TO WS-CPTY-RULE-OUT
               WHEN ACN-CUSTM-TAX-ID = SPACES
                   MOVE 'CP02' TO WS-CPTY-RULE-OUT
               WHEN OTHER
                   MOVE WS-CPTY-KEY TO CADR-CUST-NO

                   EXEC SQL
                       SELECT CADR_STREET, CADR_TOWN, CADR_POSTCODE,
                              CADR_COUNTRY
                         INTO :CADR-STREET, :CADR-TOWN,
                              :CADR-POSTCODE, :CADR-COUNTRY
                         FROM IDC015.CUSTADDR
                        WHERE CADR_CUST_NO = :CADR-CUST-NO
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       MOVE 'CP03' TO WS-CPTY-RULE-OUT
                       IF SQLCODE NOT = +100
                           MOVE 'CUSTADDR'  TO DB2-OBJECT
                           MOVE 'SELECT'    TO DB2-STATEMENT
                           MOVE WS-CPTY-KEY TO DB2-REFERENCE1
                           PERFORM 900200-LOG-DB2-ERROR
                       END-IF
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * 420000-WRITE-COUNTERPARTY WRITES THE REFERENCE RECORD. AN
      * ENTITY IS REPORTED BY ITS REGISTERED NAME WITH NO BIRTH DATE.
       420000-WRITE-COUNTERPARTY.

           MOVE SPACES           TO RE-ANCROUT
           MOVE 'CP'             TO ANC-TEMPLATE
           MOVE WS-REF-DATE      TO ANC-REF-DATE
           MOVE F007-ENT         TO ANC-ENT
           MOVE WS-CPTY-KEY      TO ANC-CP-ID
           IF ACN-CUSTM-TYPE = 'E'
               MOVE ACN-CUSTM-REG-NAME TO ANC-CP-NAME
               MOVE 'J'                TO ANC-CP-TYPE
           ELSE
               STRING ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                      ' '                   DELIMITED BY SIZE
                      ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                      ' '                   DELIMITED BY SIZE
                      ACN-CUSTM-NAME-MDLNM  DELIMITED BY '  '
                   INTO ANC-CP-NAME
               END-STRING
               MOVE 'F'                TO ANC-CP-TYPE
               MOVE ACN-CUSTM-DOB      TO ANC-CP-BIRTH-DATE
           END-IF
           MOVE ACN-CUSTM-TAX-ID TO ANC-CP-NATL-ID
           MOVE CADR-STREET      TO ANC-CP-STREET
           MOVE CADR-TOWN        TO ANC-CP-TOWN
           MOVE CADR-POSTCODE    TO ANC-CP-POSTCODE
           MOVE CADR-COUNTRY     TO ANC-CP-COUNTRY
           MOVE ACN-CUSTM-CNAE   TO ANC-CP-ACTIVITY
           WRITE RE-ANCROUT

           ADD 1 TO WS-CTL-CP-CNT.
      ******************************************************************
      * 650000-SET-DAYS-IN-MONTH RESOLVES THE REFERENCE MONTH'S
      * LENGTH, LEAP YEARS INCLUDED (DIVISIBLE BY 4, EXCEPT CENTURIES
      * NOT DIVISIBLE BY 400).
       650000-SET-DAYS-IN-MONTH.

           EVALUATE WS-REF-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REM = WS-REF-YYYY -
                       (WS-REF-YYYY / 4) * 4
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REM = WS-REF-YYYY -
                           (WS-REF-YYYY / 100) * 100
                       IF WS-LEAP-REM = ZERO
                           COMPUTE WS-LEAP-REM = WS-REF-YYYY -
                               (WS-REF-YYYY / 400) * 400
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
      ******************************************************************
      * 900150-DESCRIBE-RULE GIVES THE REPORT TEXT FOR THE RULE IN
      * WS-RULE-CODE. THE 'IN' RULES HOLD BACK AN INSTRUMENT, THE
      * 'CP' RULES A COUNTERPARTY AND EVERYTHING IT IS PARTY TO, THE
      * 'PR' AND 'PI' RULES A PROTECTION OR ITS LINK.
       900150-DESCRIBE-RULE.

           EVALUATE WS-RULE-CODE
               WHEN 'IN00'
                   MOVE 'LOAN COULD NOT BE READ'
                       TO WS-RULE-DESC
               WHEN 'IN01'
                   MOVE 'ORIGINATED AFTER THE REFERENCE DATE'
                       TO WS-RULE-DESC
               WHEN 'IN02'
                   MOVE 'MATURES BEFORE ITS ORIGINATION DATE'
                       TO WS-RULE-DESC
               WHEN 'IN03'
                   MOVE 'NO CURRENCY ON LOANMSTR'
                       TO WS-RULE-DESC
               WHEN 'IN04'
                   MOVE 'NEGATIVE OUTSTANDING NOMINAL'
                       TO WS-RULE-DESC
               WHEN 'CP01'
                   MOVE 'DEBTOR NOT IN COUNTERPARTY REFERENCE DATA'
                       TO WS-RULE-DESC
               WHEN 'CP02'
                   MOVE 'COUNTERPARTY HAS NO NATIONAL IDENTIFIER'
                       TO WS-RULE-DESC
               WHEN 'CP03'
                   MOVE 'COUNTERPARTY HAS NO STRUCTURED ADDRESS'
                       TO WS-RULE-DESC
               WHEN 'PR00'
                   MOVE 'PROTECTION COULD NOT BE READ'
                       TO WS-RULE-DESC
               WHEN 'PR01'
                   MOVE 'PROVIDER NOT IN COUNTERPARTY REFERENCE DATA'
                       TO WS-RULE-DESC
               WHEN 'PR02'
                   MOVE 'PROTECTION HAS NO VALUE'
                       TO WS-RULE-DESC
               WHEN 'PI01'
                   MOVE 'COLLATERAL PLEDGED OVER 100 PERCENT'
                       TO WS-RULE-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-RULE-DESC
           END-EVALUATE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'ANCR100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO THE SUBMISSION CAN BE TIED TO THE EXTRACT IT CAME
      * FROM.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'ANCR100 CONTROL TOTALS'
           DISPLAY '  EXTRACT POSITIONS READ ........... : '
                   WS-CTL-REC-CNT
           DISPLAY '  POSITIONS NOT A LOAN ............. : '
                   WS-CTL-NOLOAN-CNT
           DISPLAY '  INSTRUMENTS SUBMITTED ............ : '
                   WS-CTL-IN-CNT
           DISPLAY '  INSTRUMENTS HELD BACK ............ : '
                   WS-CTL-HELD-CNT
           DISPLAY '  COUNTERPARTIES SUBMITTED ......... : '
                   WS-CTL-CP-CNT
           DISPLAY '  PROTECTIONS SUBMITTED ............ : '
                   WS-CTL-PR-CNT
           DISPLAY '  INSTRUMENT-PROTECTION LINKS ...... : '
                   WS-CTL-PI-CNT
           DISPLAY '  PROTECTIONS LEFT OFF ............. : '
                   WS-CTL-DROP-CNT
           DISPLAY '  REGISTRY UPDATES FAILED .......... : '
                   WS-CTL-REG-ERR-CNT
           DISPLAY '  OUTSTANDING NOMINAL SUBMITTED .... : '
                   WS-CTL-OUT-TOTAL.
      ******************************************************************
