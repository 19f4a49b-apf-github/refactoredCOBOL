      * LOANSCHED SCHEDULE IT GETS TODAY. THE RUN ENDS WITH A
      * PIPELINE SUMMARY - APPLICATIONS BY STATUS - SO THE APPROVAL
      * RATE IS FINALLY A NUMBER.
      * EVERY IN-PRINCIPLE APPROVAL ALSO ISSUES THE CUSTOMER'S
      * PRE-CONTRACTUAL INFORMATION SHEET ON RPLDQ003: THE PROPOSED
      * INSTALLMENT TABLE AT THE PRODUCT RATE WITH THE CATEGORY'S
      * FEESCHED FEES, THE TOTAL AMOUNT PAYABLE AND THE APR. THE APR
      * AND THE SHEET DATE ARE STAMPED ON LOANAPPL SO LOANM100 CAN
      * REFUSE TO BOOK A LOAN WHOSE SHEET WAS NEVER ISSUED OR HAS
      * LAPSED WITH THE APPROVAL.
      * BEFORE AN APPROVAL ISSUES, A PERSON'S APPLICATION IS TESTED
      * FOR AFFORDABILITY WHEN ITS PRODUCT CARRIES A DEBT-SERVICE
      * CEILING (LOANP_MAX_DSTI): THE FIRST PROPOSED INSTALLMENT,
      * PLUS THE NEXT DUE INSTALLMENT OF EVERY ACTIVE LOAN THE
      * BORROWER HOLDS HERE, PLUS A MONTHLY SERVICE ESTIMATE FOR
      * THE DEBT THE CIRBE BUREAU SHOWS AT OTHER BANKS, OVER THE
      * VERIFIED NET MONTHLY INCOME ON CUSTM_TABLE. THE RATIO IS
      * STAMPED ON LOANAPPL (LAPP_DSTI). ABOVE THE CEILING - OR WITH
      * NO INCOME VERIFIED IN THE LAST 12 MONTHS - THE PRODUCT SAYS
      * WHAT HAPPENS: 'D' DECLINES THE APPLICATION (LAPP_ST 'D'),
      * 'R' PARKS THE APPROVAL ON THE PENDTXN MAKER-CHECKER QUEUE,
      * AND THE NEXT RUN REPLAYS THE ONES A CHECKER APPROVED THROUGH
      * APPRM100 WITH THE CEILING WAIVED.
      * AN APPLICANT ON THE RELPARTY REGISTER ON THE DAY - AN
      * EMPLOYEE, A DIRECTOR OR A CLOSE RELATIVE OF EITHER - NEVER
      * GETS AN APPROVAL STRAIGHT THROUGH: ONE THAT PASSES (OR IS
      * REFERRED ON DEBT SERVICE) IS PARKED IN THE RELATED-PARTY
      * APPROVAL CLASS ('RP') OF THE PENDTXN QUEUE, WHICH ONLY A
      * CHECKER HOLDING THE RPAPPR ENTITLEMENT CAN RELEASE.
      * A CUSTOMER ANSWERING AN OFFR100 PRE-APPROVED OFFER IS FAST-
      * TRACKED: AN APPLICATION THAT FALLS WITHIN AN OPEN, UNEXPIRED
      * CROFFER OFFER FOR ITS CATEGORY - NO MORE THAN THE OFFERED
      * AMOUNT OR TERM - GOES STRAIGHT ON TO APPROVAL IN PRINCIPLE IN
      * THE SAME RUN, WITH NO SEPARATE 02 TRANSACTION. THE SHEET,
      * DEBT-SERVICE AND RELATED-PARTY CHECKS STILL APPLY TO IT, AND
      * THE OFFER IS TAKEN (COFR_ST 'R') ONLY ONCE THE APPLICATION IS
      * APPROVED.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT LOANOUT-FILE  ASSIGN O1DQ0209.
           SELECT APPARM-FILE   ASSIGN AP1DQ001.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT PCISHEET-FILE ASSIGN RPLDQ003.
           SELECT BURPARM-FILE  ASSIGN PB1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-BALANCE                       PIC X(65).
      ******************************************************************
      * PCISHEET-FILE RECEIVES THE PRINTED PRE-CONTRACTUAL
      * INFORMATION SHEETS, ONE PER APPROVAL ISSUED.
       FD  PCISHEET-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PCISHEET                      PIC X(132).
      ******************************************************************
      * BURPARM-FILE IS LOANM100'S CIRBE BUREAU CONTROL CARD. THIS
      * PROGRAM READS ONLY BPARM-SVC-PCT, THE MONTHLY SERVICE FACTOR
      * APPLIED TO THE BORROWER'S OTHER-BANK DEBT (0.0150 = 1.5% OF
      * THE BALANCE A MONTH); BLANK OR ZERO LEAVES THE DEFAULT.
       FD  BURPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BURPARM.
           05  BPARM-REFER-AMT              PIC 9(13).
           05  BPARM-SVC-PCT                PIC 9V9(4).
           05  FILLER                       PIC X(62).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PCI-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DCL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DREF-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-QAPP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RREF-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS.
       01  WS-EDITS-OK-SW                   PIC X(1)    VALUE 'Y'.
       01  WS-PIPE-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 260000-BUILD-PRECONTRACT-INFO. THE
      * PROPOSED SCHEDULE IS BUILT THE WAY LOANM100 WILL BUILD THE
      * REAL ONE - PRINCIPAL SPREAD EVENLY WITH THE LAST INSTALLMENT
      * ABSORBING THE ROUNDING, INTEREST ONE MONTH AT THE PRODUCT
      * RATE ON THE OPENING BALANCE - WITH THE CATEGORY'S FEESCHED
      * FEES LAID ON IT AS FEEB100 WILL RAISE THEM: ONE-OFF FEES AT
      * DRAWDOWN, MONTHLY FEES WITH EVERY INSTALLMENT, ANNUAL FEES
      * WITH THE FIRST AND EVERY TWELFTH INSTALLMENT AFTER IT. A
      * PERCENTAGE FEE IS PRICED ON THE BALANCE OUTSTANDING WHEN IT
      * FALLS DUE (THE LOAN AMOUNT FOR A ONE-OFF FEE).
       01  WS-PCI-OK-SW                     PIC X(1)    VALUE 'Y'.
           88  WS-PCI-OK                                VALUE 'Y'.
       01  WS-PCI-REASON                    PIC X(40)   VALUE SPACES.
       01  WS-PCI-TITLE                     PIC X(15)   VALUE SPACES.
       01  WS-PCI-ROI                       PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-TERM                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-PCI-SUB                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-PCI-BALANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-OPEN-BAL                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-PRIN                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-UPFRONT                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-ADVANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-TOT-INT                   PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-TOT-FEES                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-TOT-PAYABLE               PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PCI-DUE-YYYY                  PIC 9(4)    VALUE ZEROS.
       01  WS-PCI-DUE-MM                    PIC 9(2)    VALUE ZEROS.
       01  WS-PCI-DUE-DATE-X.
           05  WS-PCI-DX-YYYY               PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PCI-DX-MM                 PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PCI-DX-DD                 PIC 9(2).
       01  WS-PCI-TABLE.
           05  WS-PCI-ENTRY OCCURS 999 TIMES.
               10  WS-PCI-E-DUE-DATE        PIC X(10).
               10  WS-PCI-E-PRIN            PIC S9(9)V9(2) COMP-3.
               10  WS-PCI-E-INT             PIC S9(7)V9(2) COMP-3.
               10  WS-PCI-E-FEES            PIC S9(7)V9(2) COMP-3.
               10  WS-PCI-E-PAY             PIC S9(9)V9(2) COMP-3.
               10  WS-PCI-E-BAL             PIC S9(9)V9(2) COMP-3.
      * THE CATEGORY'S RECURRING FEES, LOADED OFF FEESCHED.
       01  WS-FEE-EOF-SW                    PIC X(1)    VALUE 'N'.
           88  WS-FEE-EOF                               VALUE 'Y'.
       01  WS-FEE-CNT                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-FEE-SUB                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 50 TIMES.
               10  WS-FEE-TYPE              PIC X(3).
               10  WS-FEE-BASIS             PIC X(1).
               10  WS-FEE-AMT               PIC S9(7)V9(2) COMP-3.
               10  WS-FEE-PCT               PIC S9(1)V9(4) COMP-3.
               10  WS-FEE-FREQ              PIC X(1).
       01  WS-FEE-CHARGE                    PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-FEE-MONTH-IX                  PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-FEE-YEARS                     PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-FEE-MONTH-REM                 PIC S9(4)   COMP
                                                         VALUE ZEROS.
      * THE APR IS THE ANNUAL RATE AT WHICH EVERY PAYMENT IN THE
      * TABLE, DISCOUNTED MONTHLY, ADDS BACK TO THE AMOUNT ACTUALLY
      * ADVANCED (THE LOAN LESS THE ONE-OFF FEES). THE MONTHLY RATE
      * IS FOUND BY HALVING THE INTERVAL 0 - 25 PERCENT A MONTH UNTIL
      * IT IS CLOSED, THEN COMPOUNDED OVER TWELVE MONTHS.
       01  WS-APR-LO                        PIC S9(1)V9(15) COMP-3
                                                         VALUE ZEROS.
       01  WS-APR-HI                        PIC S9(1)V9(15) COMP-3
                                                         VALUE ZEROS.
       01  WS-APR-MID                       PIC S9(1)V9(15) COMP-3
                                                         VALUE ZEROS.
       01  WS-APR-V                         PIC S9(1)V9(15) COMP-3
                                                         VALUE ZEROS.
       01  WS-APR-DISC                      PIC S9(1)V9(15) COMP-3
                                                         VALUE ZEROS.
       01  WS-APR-FACTOR                    PIC S9(3)V9(15) COMP-3
                                                         VALUE ZEROS.
       01  WS-APR-NPV                       PIC S9(11)V9(6) COMP-3
                                                         VALUE ZEROS.
       01  WS-APR-MAX-MONTHLY               PIC S9(1)V9(2) COMP-3
                                                         VALUE 0.25.
       01  WS-APR-HALVINGS                  PIC S9(4)   COMP
                                                         VALUE 48.
      * PRE-CONTRACTUAL INFORMATION SHEET PRINT LINES.
       01  WS-PCI-RULE-LINE                 PIC X(132)  VALUE ALL '*'.
       01  WS-PCI-HEAD-LINE.
           05  FILLER                       PIC X(34)   VALUE
               'PRE-CONTRACTUAL INFORMATION SHEET '.
           05  FILLER                       PIC X(98)   VALUE
               '- STANDARDISED CREDIT INFORMATION'.
       01  WS-PCI-ID-LINE.
           05  FILLER                       PIC X(12)   VALUE
               'APPLICATION '.
           05  WS-PI-LAPP-NO                PIC 9(9).
           05  FILLER                       PIC X(12)   VALUE
               '   CUSTOMER '.
           05  WS-PI-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(10)   VALUE
               '   ISSUED '.
           05  WS-PI-ISSUED                 PIC X(10).
           05  FILLER                       PIC X(15)   VALUE
               '   VALID UNTIL '.
           05  WS-PI-VALID                  PIC X(10).
           05  FILLER                       PIC X(44)   VALUE SPACES.
       01  WS-PCI-LOAN-LINE.
           05  FILLER                       PIC X(8)    VALUE
               'PRODUCT '.
           05  WS-PL-CAT                    PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-TITLE                  PIC X(15).
           05  FILLER                       PIC X(10)   VALUE
               '   AMOUNT '.
           05  WS-PL-AMT                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-CCY                    PIC X(3).
           05  FILLER                       PIC X(8)    VALUE
               '   TERM '.
           05  WS-PL-TERM                   PIC ZZ9.
           05  FILLER                       PIC X(23)   VALUE
               ' MONTHS   NOMINAL RATE '.
           05  WS-PL-ROI                    PIC ZZ9.99.
           05  FILLER                       PIC X(4)    VALUE ' PCT'.
           05  FILLER                       PIC X(37)   VALUE SPACES.
       01  WS-PCI-FEE-LINE.
           05  FILLER                       PIC X(6)    VALUE
               '  FEE '.
           05  WS-PF-TYPE                   PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PF-FREQ-DESC              PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PF-VALUE                  PIC ZZZ,ZZ9.9999.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PF-UNIT                   PIC X(20).
           05  FILLER                       PIC X(76)   VALUE SPACES.
       01  WS-PCI-COL-LINE.
           05  FILLER                       PIC X(7)    VALUE
               '   NO  '.
           05  FILLER                       PIC X(12)   VALUE
               'DUE DATE    '.
           05  FILLER                       PIC X(16)   VALUE
               '     PRINCIPAL  '.
           05  FILLER                       PIC X(14)   VALUE
               '    INTEREST  '.
           05  FILLER                       PIC X(14)   VALUE
               '        FEES  '.
           05  FILLER                       PIC X(16)   VALUE
               '       PAYMENT  '.
           05  FILLER                       PIC X(14)   VALUE
               '       BALANCE'.
           05  FILLER                       PIC X(39)   VALUE SPACES.
       01  WS-PCI-INST-LINE.
           05  WS-PN-SEQ                    PIC ZZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PN-DUE-DATE               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PN-PRIN                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PN-INT                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PN-FEES                   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PN-PAY                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PN-BAL                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(39)   VALUE SPACES.
       01  WS-PCI-TOT-LINE.
           05  WS-PT-LABEL                  PIC X(40).
           05  WS-PT-AMT                    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(74)   VALUE SPACES.
       01  WS-PCI-APR-LINE.
           05  FILLER                       PIC X(40)   VALUE
               'ANNUAL PERCENTAGE RATE OF CHARGE (APR)'.
           05  WS-PA-APR                    PIC ZZZ9.999.
           05  FILLER                       PIC X(4)    VALUE ' PCT'.
           05  FILLER                       PIC X(80)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 280000-CHECK-DEBT-SERVICE. THE OUTCOME IS
      * 'P' PASSED, 'N' NOT APPLICABLE (NO CEILING ON THE PRODUCT,
      * OR AN ENTITY BORROWER), 'D' DECLINE, 'R' REFER, OR 'E' THE
      * CHECK COULD NOT BE RUN. INCOME VERIFIED BEFORE THE CUTOFF
      * (TODAY LESS 12 MONTHS) COUNTS AS NO INCOME, AND A RATIO
      * THAT CANNOT BE COMPUTED OR EXCEEDS 9.9999 IS HELD AT 9.9999.
       01  WS-DSTI-OUTCOME-SW               PIC X(1)    VALUE 'N'.
           88  WS-DSTI-PASSED                           VALUE 'P'.
           88  WS-DSTI-NOT-APPLIED                      VALUE 'N'.
           88  WS-DSTI-DECLINED                         VALUE 'D'.
           88  WS-DSTI-REFERRED                         VALUE 'R'.
           88  WS-DSTI-ERROR                            VALUE 'E'.
       01  WS-DSTI-REASON                   PIC X(40)   VALUE SPACES.
       01  WS-DSTI-MAX                      PIC S9(1)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-ACT                      PIC X(1)    VALUE SPACES.
       01  WS-DSTI-CUST-TYPE                PIC X(1)    VALUE SPACES.
       01  WS-DSTI-INCOME                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-VER-DATE                 PIC X(10)   VALUE SPACES.
       01  WS-DSTI-CUTOFF-X.
           05  WS-DSTI-CO-YYYY              PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-DSTI-CO-MM                PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-DSTI-CO-DD                PIC 9(2).
       01  WS-DSTI-NEW-INST                 PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-EXIST-INST               PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-OWN-BAL                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-EXT-DEBT                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-EXT-INST                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-TOT-SVC                  PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-RATIO                    PIC S9(1)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-DSTI-RATIO-CAP                PIC S9(1)V9(4) COMP-3
                                                         VALUE 9.9999.
       01  WS-DSTI-SVC-PCT                  PIC S9(1)V9(4) COMP-3
                                                         VALUE 0.0150.
       01  WS-DSTI-EDIT                     PIC 9.9999.
      ******************************************************************
      * WORKING-STORAGE FOR THE PENDTXN APPROVAL-QUEUE REPLAY
      * (150000-APPLY-APPROVED-PENDING): AN APPROVAL A CHECKER
      * ACCEPTED THROUGH APPRM100 IS REPLAYED AT STARTUP WITH THE
      * DEBT-SERVICE CEILING WAIVED - THE HUMAN DECISION STANDS -
      * WHILE THE STATUS AND SHEET CHECKS STILL RUN.
       01  WS-PQ-EOF-SW                     PIC X(1)    VALUE 'N'.
           88  WS-PQ-EOF                                VALUE 'Y'.
       01  WS-FROM-QUEUE-SW                 PIC X(1)    VALUE 'N'.
           88  WS-FROM-QUEUE                            VALUE 'Y'.
       01  WS-PQ-CLASS                      PIC X(2)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 284000-CHECK-RELATED-PARTY. AN APPLICANT
      * ON THE RELPARTY REGISTER TODAY SETS WS-RELP-REFERRED, WHICH
      * PARKS THE APPROVAL IN THE 'RP' APPROVAL CLASS.
       01  WS-RELP-REFERRED-SW              PIC X(1)    VALUE 'N'.
           88  WS-RELP-REFERRED                         VALUE 'Y'.
       01  WS-RELP-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 205000-CHECK-PRE-APPROVED-OFFER.
       01  WS-OFFER-SW                      PIC X(1)    VALUE 'N'.
           88  WS-OFFER-TAKEN                           VALUE 'Y'.
      * SET BY 211000-ISSUE-APPROVAL ONCE THE APPLICATION IS IN 'P'.
       01  WS-APPR-ISSUED-SW                PIC X(1)    VALUE 'N'.
           88  WS-APPR-ISSUED                           VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       COPY LOANTRAN.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY LOANPROD.
      ******************************************************************
       COPY FEESCHED.
      ******************************************************************
       COPY CIRBBURO.
      ******************************************************************
       COPY PENDTXN.
      ******************************************************************
       COPY CROFFER.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      * CURSOR OVER THE CHECKER-APPROVED PENDTXN ITEMS PARKED BY THIS
      * PROGRAM'S DEBT-SERVICE AND RELATED-PARTY REFERRALS, OLDEST
      * FIRST.
           EXEC SQL
               DECLARE LAPP-PQ-CSR CURSOR FOR
                   SELECT PTXN_SEQ, PTXN_RAW, PTXN_MAKER, PTXN_CHECKER,
                          PTXN_CLASS
                     FROM IDC015.PENDTXN
                    WHERE PTXN_PGM    = 'LAPP100'
                      AND PTXN_STATUS = 'A'
                    ORDER BY PTXN_SEQ
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE FEE SCHEDULE OF THE APPLICATION'S CATEGORY.
      * A REVOLVING LINE'S UNDRAWN-BASIS ('U') COMMITMENT FEE HAS NO
      * PLACE ON AN INSTALLMENT LOAN'S SHEET AND IS LEFT OFF.
           EXEC SQL
               DECLARE LAPP-FEE-CSR CURSOR FOR
                   SELECT FEES_TYPE, FEES_BASIS, FEES_AMT, FEES_PCT,
                          FEES_FREQ
                     FROM IDC015.FEESCHED
                    WHERE FEES_CAT = :LAPP-CAT
                      AND FEES_BASIS <> 'U'
                    ORDER BY FEES_TYPE
           END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************

           PERFORM 100010-READ-VALIDITY-DAYS

           PERFORM 100011-READ-SERVICE-FACTOR

           OPEN INPUT  LAPPTRAN-FILE
           OPEN OUTPUT LAPPREJ-FILE
           OPEN OUTPUT LOANOUT-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN OUTPUT PCISHEET-FILE

           PERFORM 110000-SWEEP-EXPIRED-APPROVALS

           PERFORM 150000-APPLY-APPROVED-PENDING

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES
           CLOSE LAPPTRAN-FILE
           CLOSE LAPPREJ-FILE
           CLOSE LOANOUT-FILE
           CLOSE PCISHEET-FILE

           PERFORM 800000-PRINT-PIPELINE-SUMMARY
           PERFORM 900000-PRINT-CONTROL-TOTALS
                   ' DAYS - TODAY''S APPROVALS EXPIRE '
                   WS-EXPIRY-DATE-X.
      ******************************************************************
      * 100011-READ-SERVICE-FACTOR READS THE OTHER-BANK DEBT SERVICE
      * FACTOR OFF THE BUREAU CARD AND BUILDS THE 12-MONTH INCOME
      * VERIFICATION CUTOFF. WITH NO CARD (OR A BLANK FACTOR) THE
      * 1.5% DEFAULT STANDS.
       100011-READ-SERVICE-FACTOR.

           OPEN INPUT BURPARM-FILE

           READ BURPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BPARM-SVC-PCT IS NUMERIC
                    AND BPARM-SVC-PCT > ZERO
                       MOVE BPARM-SVC-PCT TO WS-DSTI-SVC-PCT
                   END-IF
           END-READ

           CLOSE BURPARM-FILE

           COMPUTE WS-DSTI-CO-YYYY = WS-TODAY-YYYY - 1
           MOVE WS-TODAY-MM TO WS-DSTI-CO-MM
           MOVE WS-TODAY-DD TO WS-DSTI-CO-DD

           MOVE WS-DSTI-SVC-PCT TO WS-DSTI-EDIT
           DISPLAY 'LAPP100 - OTHER-BANK DEBT SERVICED AT '
                   WS-DSTI-EDIT ' A MONTH - INCOME MUST BE VERIFIED '
                   'SINCE ' WS-DSTI-CUTOFF-X.
      ******************************************************************
      * 110000-SWEEP-EXPIRED-APPROVALS LAPSES EVERY UNEXERCISED
      * IN-PRINCIPLE APPROVAL WHOSE EXPIRY DATE HAS PASSED, BEFORE
      * THE DAY'S TRANSACTIONS RUN - A BOOK AGAINST A LAPSED
                WHERE LAPP_ST = 'P'
                  AND LAPP_EXP_DATE < :WS-TODAY-DATE-X
           END-EXEC.
      ******************************************************************
      * 150000-APPLY-APPROVED-PENDING REPLAYS THE DEBT-SERVICE
      * REFERRALS A CHECKER APPROVED THROUGH APPRM100 SINCE THE LAST
      * RUN, OLDEST FIRST, THEN MARKS EACH ONE DONE. THE CEILING IS
      * WAIVED ON THE REPLAY - THE HUMAN DECISION STANDS - BUT THE
      * APPLICATION MUST STILL BE IN 'A' AND ITS SHEET STILL PRICE.
       150000-APPLY-APPROVED-PENDING.

           MOVE 'N' TO WS-PQ-EOF-SW

           EXEC SQL
               OPEN LAPP-PQ-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PQ-EOF-SW
           END-IF

           PERFORM 150100-APPLY-ONE-APPROVED UNTIL WS-PQ-EOF

           EXEC SQL
               CLOSE LAPP-PQ-CSR
           END-EXEC.
      ******************************************************************
       150100-APPLY-ONE-APPROVED.

           EXEC SQL
               FETCH LAPP-PQ-CSR
                INTO :PTXN-SEQ, :PTXN-RAW, :PTXN-MAKER, :PTXN-CHECKER,
                     :WS-PQ-CLASS
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PQ-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'PENDTXN'  TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE 'LAPP100'  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-CTL-QAPP-CNT
               MOVE PTXN-RAW(1:60) TO LAPPINPT-FILE
      * THE FD RECORD GETS THE REPLAYED IMAGE TOO: THE SUSPENSE
      * WRITER CAPTURES THE RAW TRANSACTION FROM RE-LAPPIN.
               MOVE PTXN-RAW(1:60) TO RE-LAPPIN
               MOVE 'Y'            TO WS-FROM-QUEUE-SW

               PERFORM 100150-VALIDATE-FRONT-END-EDITS
               IF WS-EDITS-OK
                   IF LAPPIN-REQ-TYPE = '02'
                       PERFORM 210000-APPLY-APPROVAL
                   ELSE
                       MOVE LAPPIN-REQ-TYPE  TO AREJ-REQ-TYPE
                       MOVE LAPPIN-LAPP-NO   TO AREJ-LAPP-NO
                       MOVE ZEROS            TO AREJ-SQLCODE
                       MOVE 'QUEUED REQUEST TYPE NOT REPLAYABLE'
                                             TO AREJ-REASON
                       PERFORM 900100-WRITE-REJECT
                   END-IF
               END-IF

               MOVE 'N'    TO WS-FROM-QUEUE-SW
               MOVE SPACES TO WS-PQ-CLASS

               EXEC SQL
                   UPDATE IDC015.PENDTXN
                      SET PTXN_STATUS = 'D'
                    WHERE PTXN_PGM = 'LAPP100'
                      AND PTXN_SEQ = :PTXN-SEQ
               END-EXEC
           END-IF.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

      ******************************************************************
      * 200000-APPLY-INTAKE OPENS A NEW APPLICATION IN 'A', AFTER
      * CONFIRMING THE CUSTOMER EXISTS AND THE APPLICATION NUMBER IS
      * NOT ALREADY IN USE. ONE ANSWERING A PRE-APPROVED OFFER IS
      * THEN APPROVED STRAIGHT AWAY.
       200000-APPLY-INTAKE.

           PERFORM 195000-CHECK-CUSTOMER-EXISTS
                   MOVE SPACES           TO WS-AUD-BEFORE
                   MOVE 'A'              TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
                   PERFORM 205000-CHECK-PRE-APPROVED-OFFER
               ELSE
                   MOVE '01'             TO AREJ-REQ-TYPE
                   MOVE LAPPIN-LAPP-NO   TO AREJ-LAPP-NO
                     :LAPP-TERM, :LAPP-CCY, :LAPP-ST,
                     :LAPP-APPL-DATE, :LAPP-EXP-DATE, :LAPP-LOAN-NO )
           END-EXEC.
      ******************************************************************
      * 205000-CHECK-PRE-APPROVED-OFFER LOOKS FOR AN OPEN, UNEXPIRED
      * CROFFER OFFER TO THE APPLICANT IN THE APPLICATION'S CATEGORY
      * THAT COVERS ITS AMOUNT AND TERM (THE MOST RECENT, IF MORE
      * THAN ONE DOES). THE APPLICATION IS RUN THROUGH
      * 210000-APPLY-APPROVAL AS IF AN 02 HAD FOLLOWED IT: THE
      * TRANSACTION IMAGE BECOMES AN 02 SO A REJECT, OR A REFERRAL
      * PARKED FOR REPLAY, CARRIES THE APPROVAL AND NOT THE INTAKE.
      * ONLY WHEN 211000-ISSUE-APPROVAL HAS MOVED THE APPLICATION TO
      * 'P' IS THE OFFER TAKEN - MARKED 'R' WITH THE APPLICATION
      * NUMBER AND TODAY'S DATE. A DECLINED, REJECTED OR REFERRED
      * APPLICATION LEAVES THE OFFER OPEN. NO OFFER LEAVES THE
      * APPLICATION IN 'A' FOR THE NORMAL 02.
       205000-CHECK-PRE-APPROVED-OFFER.

           MOVE 'N'          TO WS-OFFER-SW
           MOVE 'N'          TO WS-APPR-ISSUED-SW
           MOVE LAPP-CUST-NO TO COFR-CUST-NO
           MOVE LAPP-CAT     TO COFR-CAT

           EXEC SQL
               SELECT COFR_CAMP_DATE
                 INTO :COFR-CAMP-DATE
                 FROM IDC015.CROFFER
                WHERE COFR_CUST_NO   = :COFR-CUST-NO
                  AND COFR_CAT       = :COFR-CAT
                  AND COFR_ST        = 'O'
                  AND COFR_EXP_DATE >= :WS-TODAY-DATE-X
                  AND COFR_AMT      >= :LAPP-AMT
                  AND COFR_TERM     >= :LAPP-TERM
                ORDER BY COFR_CAMP_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CTL-FAST-CNT
                   MOVE '02' TO LAPPIN-REQ-TYPE
                   PERFORM 210000-APPLY-APPROVAL
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'CROFFER'    TO DB2-OBJECT
                   MOVE 'SELECT'     TO DB2-STATEMENT
                   MOVE LAPP-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE

           IF WS-APPR-ISSUED
               MOVE LAPP-NO         TO COFR-LAPP-NO
               MOVE WS-TODAY-DATE-X TO COFR-RESP-DATE
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 205010-UPDATE-TAKEN-OFFER
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               IF SQLCODE = ZERO
                   MOVE 'Y' TO WS-OFFER-SW
               ELSE
                   IF SQLCODE NOT = +100
                       MOVE 'CROFFER'    TO DB2-OBJECT
                       MOVE 'UPDATE'     TO DB2-STATEMENT
                       MOVE LAPP-CUST-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF
               END-IF
           END-IF

           IF WS-OFFER-TAKEN
               MOVE 'OFFER-TAKE'     TO WS-AUD-TRAN-TYPE
               MOVE LAPPIN-LAPP-NO   TO WS-AUD-KEY
               MOVE SPACES           TO WS-AUD-BEFORE
               MOVE LAPP-CUST-NO     TO WS-AUD-BEFORE(1:10)
               MOVE COFR-CAMP-DATE   TO WS-AUD-BEFORE(12:10)
               MOVE 'O'              TO WS-AUD-BEFORE(23:1)
               MOVE 'R'              TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
           END-IF.
      ******************************************************************
       205010-UPDATE-TAKEN-OFFER.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CROFFER
                  SET COFR_ST        = 'R',
                      COFR_LAPP_NO   = :COFR-LAPP-NO,
                      COFR_RESP_DATE = :COFR-RESP-DATE
                WHERE COFR_CUST_NO   = :COFR-CUST-NO
                  AND COFR_CAMP_DATE = :COFR-CAMP-DATE
                  AND COFR_ST        = 'O'
           END-EXEC.
      ******************************************************************
       195000-CHECK-CUSTOMER-EXISTS.

           END-IF.
      ******************************************************************
      * 210000-APPLY-APPROVAL MOVES AN 'A' APPLICATION TO 'P' WITH
      * TODAY'S VALIDITY-WINDOW EXPIRY DATE, STAMPING THE APR AND
      * SHEET DATE AND PRINTING THE PRE-CONTRACTUAL INFORMATION
      * SHEET. AN APPROVAL WHOSE SHEET CANNOT BE BUILT IS REJECTED -
      * THE CUSTOMER MAY NOT BE OFFERED A LOAN WITHOUT ONE. A PRICED
      * APPLICATION THEN FACES THE DEBT-SERVICE CHECK, WHICH MAY
      * DECLINE IT OR PARK IT FOR A CHECKER INSTEAD, AND THE
      * RELATED-PARTY CHECK, WHICH PARKS IT IN THE 'RP' CLASS.
       210000-APPLY-APPROVAL.

           PERFORM 196000-LOOKUP-APPLICATION
                                         TO AREJ-REASON
                   PERFORM 905000-REJECT-LIFECYCLE
               WHEN OTHER
                   PERFORM 260000-BUILD-PRECONTRACT-INFO
                   MOVE 'N' TO WS-RELP-REFERRED-SW
                   IF WS-PCI-OK
                       PERFORM 280000-CHECK-DEBT-SERVICE
                   END-IF
                   IF WS-PCI-OK AND NOT WS-DSTI-ERROR
                    AND NOT WS-DSTI-DECLINED
                       PERFORM 284000-CHECK-RELATED-PARTY
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-PCI-OK
                           MOVE WS-PCI-REASON    TO AREJ-REASON
                           PERFORM 905000-REJECT-LIFECYCLE
                       WHEN WS-DSTI-ERROR
                           MOVE WS-DSTI-REASON   TO AREJ-REASON
                           PERFORM 905000-REJECT-LIFECYCLE
                       WHEN WS-DSTI-DECLINED
                           PERFORM 281000-DECLINE-APPLICATION
                       WHEN WS-DSTI-REFERRED
                        OR WS-RELP-REFERRED
                           PERFORM 282000-REFER-APPLICATION
                       WHEN OTHER
                           PERFORM 211000-ISSUE-APPROVAL
                   END-EVALUATE
           END-EVALUATE.
      ******************************************************************
      * 211000-ISSUE-APPROVAL MOVES THE APPLICATION TO 'P', STAMPING
      * THE EXPIRY DATE, APR, SHEET DATE AND DEBT-SERVICE RATIO, AND
      * PRINTS THE INFORMATION SHEET.
       211000-ISSUE-APPROVAL.

           MOVE 'P'              TO LAPP-ST
           MOVE WS-EXPIRY-DATE-X TO LAPP-EXP-DATE
           MOVE WS-TODAY-DATE-X  TO LAPP-SHEET-DATE
           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 210010-UPDATE-APPROVAL-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-APPR-ISSUED-SW
               ADD 1 TO WS-CTL-APR-CNT
               MOVE 'APPROVE'        TO WS-AUD-TRAN-TYPE
               MOVE LAPPIN-LAPP-NO   TO WS-AUD-KEY
               MOVE 'A'              TO WS-AUD-BEFORE
               MOVE 'P'              TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 270000-PRINT-INFO-SHEET
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'LOANAPPL' TO DB2-OBJECT
                   MOVE 'UPDATE'   TO DB2-STATEMENT
                   MOVE LAPPIN-LAPP-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                                     TO AREJ-REASON
               PERFORM 905000-REJECT-LIFECYCLE
           END-IF.
      ******************************************************************
       210010-UPDATE-APPROVAL-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANAPPL
                  SET LAPP_ST         = :LAPP-ST,
                      LAPP_EXP_DATE   = :LAPP-EXP-DATE,
                      LAPP_APR        = :LAPP-APR,
                      LAPP_SHEET_DATE = :LAPP-SHEET-DATE,
                      LAPP_DSTI       = :LAPP-DSTI
                WHERE LAPP_NO = :LAPP-NO
           END-EXEC.
      ******************************************************************
      * 220000-APPLY-WITHDRAWAL MOVES AN 'A' OR 'P' APPLICATION TO
      * 'W' - A BOOKED, EXPIRED OR ALREADY-WITHDRAWN ONE HAS NO
      * LIFECYCLE LEFT TO WITHDRAW.
                      LAPP_LOAN_NO  = :LAPP-LOAN-NO
                WHERE LAPP_NO = :LAPP-NO
           END-EXEC.
      ******************************************************************
      * 260000-BUILD-PRECONTRACT-INFO PRICES THE APPLICATION FOR ITS
      * INFORMATION SHEET: THE PRODUCT RATE OFF LOANPROD, THE FEES
      * OFF FEESCHED, THE PROPOSED INSTALLMENT TABLE AND TOTALS, AND
      * THE APR INTO LAPP-APR. WS-PCI-OK-SW SAYS WHETHER IT COULD.
       260000-BUILD-PRECONTRACT-INFO.

           MOVE 'Y'    TO WS-PCI-OK-SW
           MOVE SPACES TO WS-PCI-REASON

           IF LAPP-TERM < 1 OR LAPP-TERM > 999
               MOVE 'N' TO WS-PCI-OK-SW
               MOVE 'TERM MUST BE 1-999 MONTHS - NO SHEET'
                                        TO WS-PCI-REASON
           END-IF

           IF WS-PCI-OK
               MOVE LAPP-CAT TO LLOANP-CAT

               EXEC SQL
                   SELECT LOANP_TITLE, LOANP_ROI, LOANP_MAX_DSTI,
                          LOANP_DSTI_ACT
                     INTO :LLOANP-TITLE, :LLOANP-ROI,
                          :LLOANP-MAX-DSTI, :LLOANP-DSTI-ACT
                     FROM IDC015.LOANPROD
                    WHERE LOANP_CAT = :LLOANP-CAT
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE LLOANP-TITLE    TO WS-PCI-TITLE
                   MOVE LLOANP-ROI      TO WS-PCI-ROI
                   MOVE LLOANP-MAX-DSTI TO WS-DSTI-MAX
                   MOVE LLOANP-DSTI-ACT TO WS-DSTI-ACT
               ELSE
                   MOVE 'N' TO WS-PCI-OK-SW
                   MOVE 'UNKNOWN LOAN CATEGORY - NO PRODUCT ON FILE'
                                        TO WS-PCI-REASON
               END-IF
           END-IF

           IF WS-PCI-OK
               PERFORM 260100-LOAD-CATEGORY-FEES
           END-IF

           IF WS-PCI-OK
               PERFORM 260200-BUILD-PROPOSED-SCHEDULE
               PERFORM 260400-SOLVE-APR
           END-IF.
      ******************************************************************
      * 260100-LOAD-CATEGORY-FEES PRICES THE ONE-OFF FEES INTO
      * WS-PCI-UPFRONT AND KEEPS THE RECURRING ONES FOR THE SCHEDULE.
       260100-LOAD-CATEGORY-FEES.

           MOVE ZEROS TO WS-PCI-UPFRONT
           MOVE ZEROS TO WS-FEE-CNT
           MOVE 'N'   TO WS-FEE-EOF-SW

           EXEC SQL
               OPEN LAPP-FEE-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-PCI-OK-SW
               MOVE 'FEE SCHEDULE UNAVAILABLE - SEE SQLCODE'
                                        TO WS-PCI-REASON
               MOVE 'FEESCHED'     TO DB2-OBJECT
               MOVE 'OPEN'         TO DB2-STATEMENT
               MOVE LAPPIN-LAPP-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 260120-FETCH-ONE-FEE
               PERFORM 260110-STORE-ONE-FEE UNTIL WS-FEE-EOF

               EXEC SQL
                   CLOSE LAPP-FEE-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       260110-STORE-ONE-FEE.

           IF FEES-FREQ = 'O'
               IF FEES-BASIS = 'P'
                   COMPUTE WS-FEE-CHARGE ROUNDED = LAPP-AMT * FEES-PCT
               ELSE
                   MOVE FEES-AMT TO WS-FEE-CHARGE
               END-IF
               ADD WS-FEE-CHARGE TO WS-PCI-UPFRONT
           ELSE
               IF WS-FEE-CNT < 50
                   ADD 1 TO WS-FEE-CNT
                   MOVE FEES-TYPE  TO WS-FEE-TYPE (WS-FEE-CNT)
                   MOVE FEES-BASIS TO WS-FEE-BASIS (WS-FEE-CNT)
                   MOVE FEES-AMT   TO WS-FEE-AMT (WS-FEE-CNT)
                   MOVE FEES-PCT   TO WS-FEE-PCT (WS-FEE-CNT)
                   MOVE FEES-FREQ  TO WS-FEE-FREQ (WS-FEE-CNT)
               ELSE
                   DISPLAY 'LAPP100 - MORE THAN 50 RECURRING FEES FOR '
                           'CATEGORY ' LAPP-CAT ' - ' FEES-TYPE
                           ' LEFT OFF THE SHEET'
               END-IF
           END-IF

           PERFORM 260120-FETCH-ONE-FEE.
      ******************************************************************
       260120-FETCH-ONE-FEE.

           EXEC SQL
               FETCH LAPP-FEE-CSR
                INTO :FEES-TYPE, :FEES-BASIS, :FEES-AMT, :FEES-PCT,
                     :FEES-FREQ
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-FEE-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'N' TO WS-PCI-OK-SW
                   MOVE 'FEE SCHEDULE UNAVAILABLE - SEE SQLCODE'
                                        TO WS-PCI-REASON
                   MOVE 'FEESCHED'     TO DB2-OBJECT
                   MOVE 'FETCH'        TO DB2-STATEMENT
                   MOVE LAPPIN-LAPP-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 260200-BUILD-PROPOSED-SCHEDULE BUILDS THE INSTALLMENT TABLE
      * AND ITS TOTALS. DUE DATES ADVANCE A MONTH AT A TIME FROM
      * TODAY WITH THE DAY CLAMPED TO 28, AS LOANM100 DOES.
       260200-BUILD-PROPOSED-SCHEDULE.

           MOVE LAPP-TERM      TO WS-PCI-TERM
           MOVE LAPP-AMT       TO WS-PCI-BALANCE
           MOVE ZEROS          TO WS-PCI-TOT-INT
           MOVE WS-PCI-UPFRONT TO WS-PCI-TOT-FEES

           COMPUTE WS-PCI-PRIN ROUNDED = LAPP-AMT / WS-PCI-TERM

           MOVE WS-TODAY-YYYY TO WS-PCI-DUE-YYYY
           MOVE WS-TODAY-MM   TO WS-PCI-DUE-MM
           IF WS-TODAY-DD > 28
               MOVE 28 TO WS-PCI-DX-DD
           ELSE
               MOVE WS-TODAY-DD TO WS-PCI-DX-DD
           END-IF

           PERFORM 260210-BUILD-ONE-INSTALLMENT
               VARYING WS-PCI-SUB FROM 1 BY 1
               UNTIL WS-PCI-SUB > WS-PCI-TERM

           COMPUTE WS-PCI-ADVANCE = LAPP-AMT - WS-PCI-UPFRONT
           COMPUTE WS-PCI-TOT-PAYABLE =
               LAPP-AMT + WS-PCI-TOT-INT + WS-PCI-TOT-FEES.
      ******************************************************************
       260210-BUILD-ONE-INSTALLMENT.

           ADD 1 TO WS-PCI-DUE-MM
           IF WS-PCI-DUE-MM > 12
               MOVE 1 TO WS-PCI-DUE-MM
               ADD 1 TO WS-PCI-DUE-YYYY
           END-IF
           MOVE WS-PCI-DUE-YYYY TO WS-PCI-DX-YYYY
           MOVE WS-PCI-DUE-MM   TO WS-PCI-DX-MM
           MOVE WS-PCI-DUE-DATE-X TO WS-PCI-E-DUE-DATE (WS-PCI-SUB)

           MOVE WS-PCI-BALANCE TO WS-PCI-OPEN-BAL

           COMPUTE WS-PCI-E-INT (WS-PCI-SUB) ROUNDED =
               WS-PCI-BALANCE * WS-PCI-ROI / 12 / 100

           IF WS-PCI-SUB = WS-PCI-TERM
               MOVE WS-PCI-BALANCE TO WS-PCI-PRIN
           END-IF
           MOVE WS-PCI-PRIN TO WS-PCI-E-PRIN (WS-PCI-SUB)
           SUBTRACT WS-PCI-PRIN FROM WS-PCI-BALANCE
           MOVE WS-PCI-BALANCE TO WS-PCI-E-BAL (WS-PCI-SUB)

           MOVE ZEROS TO WS-PCI-E-FEES (WS-PCI-SUB)
           COMPUTE WS-FEE-MONTH-IX = WS-PCI-SUB - 1
           DIVIDE WS-FEE-MONTH-IX BY 12
               GIVING WS-FEE-YEARS REMAINDER WS-FEE-MONTH-REM
           PERFORM 260220-CHARGE-ONE-FEE
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-CNT

           COMPUTE WS-PCI-E-PAY (WS-PCI-SUB) =
               WS-PCI-E-PRIN (WS-PCI-SUB) + WS-PCI-E-INT (WS-PCI-SUB)
             + WS-PCI-E-FEES (WS-PCI-SUB)

           ADD WS-PCI-E-INT (WS-PCI-SUB)  TO WS-PCI-TOT-INT
           ADD WS-PCI-E-FEES (WS-PCI-SUB) TO WS-PCI-TOT-FEES.
      ******************************************************************
      * 260220-CHARGE-ONE-FEE ADDS A MONTHLY FEE TO EVERY INSTALLMENT
      * AND AN ANNUAL FEE TO THE FIRST OF EACH TWELVE.
       260220-CHARGE-ONE-FEE.

           IF WS-FEE-FREQ (WS-FEE-SUB) = 'M'
            OR (WS-FEE-FREQ (WS-FEE-SUB) = 'A'
                AND WS-FEE-MONTH-REM = ZERO)
               IF WS-FEE-BASIS (WS-FEE-SUB) = 'P'
                   COMPUTE WS-FEE-CHARGE ROUNDED =
                       WS-PCI-OPEN-BAL * WS-FEE-PCT (WS-FEE-SUB)
               ELSE
                   MOVE WS-FEE-AMT (WS-FEE-SUB) TO WS-FEE-CHARGE
               END-IF
               ADD WS-FEE-CHARGE TO WS-PCI-E-FEES (WS-PCI-SUB)
           END-IF.
      ******************************************************************
      * 260400-SOLVE-APR FINDS THE MONTHLY RATE AT WHICH THE
      * DISCOUNTED PAYMENTS EQUAL THE AMOUNT ADVANCED AND ANNUALISES
      * IT INTO LAPP-APR. PAYMENTS THAT DO NOT EVEN RETURN THE
      * ADVANCE GIVE AN APR OF ZERO; A COST BEYOND THE SEARCH
      * INTERVAL IS SHOWN AT ITS CEILING.
       260400-SOLVE-APR.

           MOVE ZEROS TO WS-APR-LO
           MOVE WS-APR-MAX-MONTHLY TO WS-APR-HI

           MOVE ZEROS TO WS-APR-MID
           PERFORM 260410-DISCOUNT-SCHEDULE

           IF WS-APR-NPV NOT > ZERO
               MOVE ZEROS TO LAPP-APR
           ELSE
               MOVE WS-APR-HI TO WS-APR-MID
               PERFORM 260410-DISCOUNT-SCHEDULE
               IF WS-APR-NPV < ZERO
                   PERFORM 260420-HALVE-INTERVAL WS-APR-HALVINGS TIMES
                   COMPUTE WS-APR-MID = (WS-APR-LO + WS-APR-HI) / 2
               END-IF
               COMPUTE WS-APR-FACTOR ROUNDED = (1 + WS-APR-MID) ** 12
               COMPUTE LAPP-APR ROUNDED = (WS-APR-FACTOR - 1) * 100
           END-IF.
      ******************************************************************
      * 260410-DISCOUNT-SCHEDULE SETS WS-APR-NPV TO THE PRESENT VALUE
      * OF THE PAYMENTS AT MONTHLY RATE WS-APR-MID, LESS THE ADVANCE.
       260410-DISCOUNT-SCHEDULE.

           COMPUTE WS-APR-V ROUNDED = 1 / (1 + WS-APR-MID)
           MOVE 1 TO WS-APR-DISC
           COMPUTE WS-APR-NPV = ZERO - WS-PCI-ADVANCE

           PERFORM 260411-DISCOUNT-ONE-PAYMENT
               VARYING WS-PCI-SUB FROM 1 BY 1
               UNTIL WS-PCI-SUB > WS-PCI-TERM.
      ******************************************************************
       260411-DISCOUNT-ONE-PAYMENT.

           COMPUTE WS-APR-DISC ROUNDED = WS-APR-DISC * WS-APR-V
           COMPUTE WS-APR-NPV ROUNDED =
               WS-APR-NPV + WS-PCI-E-PAY (WS-PCI-SUB) * WS-APR-DISC.
      ******************************************************************
       260420-HALVE-INTERVAL.

           COMPUTE WS-APR-MID = (WS-APR-LO + WS-APR-HI) / 2

           PERFORM 260410-DISCOUNT-SCHEDULE

           IF WS-APR-NPV > ZERO
               MOVE WS-APR-MID TO WS-APR-LO
           ELSE
               MOVE WS-APR-MID TO WS-APR-HI
           END-IF.
      ******************************************************************
      * 270000-PRINT-INFO-SHEET PRINTS THE CUSTOMER'S PRE-CONTRACTUAL
      * INFORMATION SHEET FOR THE APPROVAL JUST ISSUED.
       270000-PRINT-INFO-SHEET.

           ADD 1 TO WS-CTL-PCI-CNT

           WRITE RE-PCISHEET FROM WS-PCI-RULE-LINE
           WRITE RE-PCISHEET FROM WS-PCI-HEAD-LINE
           MOVE SPACES TO RE-PCISHEET
           WRITE RE-PCISHEET

           MOVE LAPP-NO         TO WS-PI-LAPP-NO
           MOVE LAPP-CUST-NO    TO WS-PI-CUST-NO
           MOVE LAPP-SHEET-DATE TO WS-PI-ISSUED
           MOVE LAPP-EXP-DATE   TO WS-PI-VALID
           WRITE RE-PCISHEET FROM WS-PCI-ID-LINE

           MOVE LAPP-CAT        TO WS-PL-CAT
           MOVE WS-PCI-TITLE    TO WS-PL-TITLE
           MOVE LAPP-AMT        TO WS-PL-AMT
           MOVE LAPP-CCY        TO WS-PL-CCY
           MOVE LAPP-TERM       TO WS-PL-TERM
           MOVE WS-PCI-ROI      TO WS-PL-ROI
           WRITE RE-PCISHEET FROM WS-PCI-LOAN-LINE

           PERFORM 270100-PRINT-ONE-FEE
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-CNT

           IF WS-PCI-UPFRONT > ZERO
               MOVE 'ONE-OFF FEES PAYABLE AT DRAWDOWN' TO WS-PT-LABEL
               MOVE WS-PCI-UPFRONT  TO WS-PT-AMT
               WRITE RE-PCISHEET FROM WS-PCI-TOT-LINE
           END-IF

           MOVE SPACES TO RE-PCISHEET
           WRITE RE-PCISHEET
           WRITE RE-PCISHEET FROM WS-PCI-COL-LINE

           PERFORM 270200-PRINT-ONE-INSTALLMENT
               VARYING WS-PCI-SUB FROM 1 BY 1
               UNTIL WS-PCI-SUB > WS-PCI-TERM

           MOVE SPACES TO RE-PCISHEET
           WRITE RE-PCISHEET
           MOVE 'AMOUNT OF CREDIT'          TO WS-PT-LABEL
           MOVE LAPP-AMT                    TO WS-PT-AMT
           WRITE RE-PCISHEET FROM WS-PCI-TOT-LINE
           MOVE 'TOTAL INTEREST'            TO WS-PT-LABEL
           MOVE WS-PCI-TOT-INT              TO WS-PT-AMT
           WRITE RE-PCISHEET FROM WS-PCI-TOT-LINE
           MOVE 'TOTAL FEES'                TO WS-PT-LABEL
           MOVE WS-PCI-TOT-FEES             TO WS-PT-AMT
           WRITE RE-PCISHEET FROM WS-PCI-TOT-LINE
           MOVE 'TOTAL AMOUNT PAYABLE'      TO WS-PT-LABEL
           MOVE WS-PCI-TOT-PAYABLE          TO WS-PT-AMT
           WRITE RE-PCISHEET FROM WS-PCI-TOT-LINE
           MOVE LAPP-APR                    TO WS-PA-APR
           WRITE RE-PCISHEET FROM WS-PCI-APR-LINE
           MOVE SPACES TO RE-PCISHEET
           WRITE RE-PCISHEET.
      ******************************************************************
       270100-PRINT-ONE-FEE.

           MOVE WS-FEE-TYPE (WS-FEE-SUB) TO WS-PF-TYPE

           IF WS-FEE-FREQ (WS-FEE-SUB) = 'M'
               MOVE 'MONTHLY'    TO WS-PF-FREQ-DESC
           ELSE
               MOVE 'ANNUAL'     TO WS-PF-FREQ-DESC
           END-IF

           IF WS-FEE-BASIS (WS-FEE-SUB) = 'P'
               COMPUTE WS-PF-VALUE = WS-FEE-PCT (WS-FEE-SUB) * 100
               MOVE 'PCT OF BALANCE'  TO WS-PF-UNIT
           ELSE
               MOVE WS-FEE-AMT (WS-FEE-SUB) TO WS-PF-VALUE
               MOVE 'FLAT AMOUNT'     TO WS-PF-UNIT
           END-IF

           WRITE RE-PCISHEET FROM WS-PCI-FEE-LINE.
      ******************************************************************
       270200-PRINT-ONE-INSTALLMENT.

           MOVE WS-PCI-SUB                     TO WS-PN-SEQ
           MOVE WS-PCI-E-DUE-DATE (WS-PCI-SUB) TO WS-PN-DUE-DATE
           MOVE WS-PCI-E-PRIN (WS-PCI-SUB)     TO WS-PN-PRIN
           MOVE WS-PCI-E-INT (WS-PCI-SUB)      TO WS-PN-INT
           MOVE WS-PCI-E-FEES (WS-PCI-SUB)     TO WS-PN-FEES
           MOVE WS-PCI-E-PAY (WS-PCI-SUB)      TO WS-PN-PAY
           MOVE WS-PCI-E-BAL (WS-PCI-SUB)      TO WS-PN-BAL

           WRITE RE-PCISHEET FROM WS-PCI-INST-LINE.
      ******************************************************************
      * 280000-CHECK-DEBT-SERVICE TESTS A PRICED APPLICATION AGAINST
      * ITS PRODUCT'S DEBT-SERVICE-TO-INCOME CEILING. THE MONTHLY
      * DEBT SERVICE IS THE FIRST PROPOSED INSTALLMENT, PLUS THE NEXT
      * OPEN LOANSCHED INSTALLMENT OF EACH ACTIVE LOAN THE BORROWER
      * ALREADY HOLDS, PLUS THE SERVICE FACTOR ON THE CIRBE DEBT NOT
      * OWED TO US (BUREAU TOTAL LESS OUR OWN ACTIVE BALANCES). IT IS
      * DIVIDED BY THE VERIFIED NET MONTHLY INCOME; AN INCOME OF ZERO
      * OR ONE LAST VERIFIED BEFORE THE 12-MONTH CUTOFF IS A FAILED
      * TEST AT THE CAPPED RATIO. NO CEILING ON THE PRODUCT, OR AN
      * ENTITY BORROWER, LEAVES THE CHECK OUT (RATIO ZERO). A BREACH
      * ON A REPLAYED ITEM PASSES - A CHECKER HAS ALREADY ACCEPTED
      * IT; OTHERWISE THE PRODUCT'S ACTION DECIDES, AN UNRECOGNISED
      * ACTION DECLINING. THE RATIO IS LEFT IN LAPP-DSTI.
       280000-CHECK-DEBT-SERVICE.

           MOVE 'N'    TO WS-DSTI-OUTCOME-SW
           MOVE SPACES TO WS-DSTI-REASON
           MOVE ZEROS  TO WS-DSTI-RATIO

           IF WS-DSTI-MAX > ZERO
               PERFORM 280100-FETCH-BORROWER-INCOME
           END-IF

           IF WS-DSTI-MAX > ZERO
            AND NOT WS-DSTI-ERROR
            AND WS-DSTI-CUST-TYPE NOT = 'E'
               MOVE 'P' TO WS-DSTI-OUTCOME-SW
               IF WS-DSTI-INCOME NOT > ZERO
                OR WS-DSTI-VER-DATE < WS-DSTI-CUTOFF-X
                   MOVE WS-DSTI-RATIO-CAP TO WS-DSTI-RATIO
                   MOVE 'NO VERIFIED INCOME IN LAST 12 MONTHS'
                                          TO WS-DSTI-REASON
               ELSE
                   PERFORM 280200-SUM-EXISTING-INSTALLMENTS
                   IF NOT WS-DSTI-ERROR
                       PERFORM 280300-ESTIMATE-OTHER-BANK-DEBT
                   END-IF
                   IF NOT WS-DSTI-ERROR
                       PERFORM 280400-COMPUTE-RATIO
                   END-IF
               END-IF
           END-IF

           IF WS-DSTI-PASSED
            AND WS-DSTI-RATIO > WS-DSTI-MAX
               IF WS-DSTI-REASON = SPACES
                   MOVE 'DEBT SERVICE RATIO ABOVE PRODUCT CEILING'
                                          TO WS-DSTI-REASON
               END-IF
               EVALUATE TRUE
                   WHEN WS-FROM-QUEUE
                       CONTINUE
                   WHEN WS-DSTI-ACT = 'R'
                       MOVE 'R' TO WS-DSTI-OUTCOME-SW
                   WHEN OTHER
                       MOVE 'D' TO WS-DSTI-OUTCOME-SW
               END-EVALUATE
           END-IF

           MOVE WS-DSTI-RATIO TO LAPP-DSTI.
      ******************************************************************
      * 280100-FETCH-BORROWER-INCOME READS THE BORROWER'S TYPE AND
      * VERIFIED NET MONTHLY INCOME.
       280100-FETCH-BORROWER-INCOME.

           MOVE LAPP-CUST-NO TO ACN-CUSTM-NO
           MOVE SPACES       TO WS-DSTI-CUST-TYPE
           MOVE ZEROS        TO WS-DSTI-INCOME
           MOVE SPACES       TO WS-DSTI-VER-DATE

           EXEC SQL
               SELECT CUSTM_TYPE, CUSTM_NET_INCOME, CUSTM_INC_VER_DATE
                 INTO :WS-DSTI-CUST-TYPE, :WS-DSTI-INCOME,
                      :WS-DSTI-VER-DATE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'E' TO WS-DSTI-OUTCOME-SW
                   MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                                          TO WS-DSTI-REASON
               WHEN OTHER
                   MOVE 'E' TO WS-DSTI-OUTCOME-SW
                   MOVE 'INCOME LOOKUP FAILED - SEE SQLCODE'
                                          TO WS-DSTI-REASON
                   MOVE 'CUSTM_TBL'    TO DB2-OBJECT
                   MOVE 'SELECT'       TO DB2-STATEMENT
                   MOVE LAPP-CUST-NO   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 280200-SUM-EXISTING-INSTALLMENTS ADDS UP THE NEXT OPEN
      * (PENDING OR SUBMITTED) INSTALLMENT OF EVERY ACTIVE LOAN THE
      * BORROWER HOLDS.
       280200-SUM-EXISTING-INSTALLMENTS.

           MOVE ZEROS TO WS-DSTI-EXIST-INST

           EXEC SQL
               SELECT COALESCE(SUM(S.LOANSCH_PRIN_AMT
                                 + S.LOANSCH_INT_AMT), 0)
                 INTO :WS-DSTI-EXIST-INST
                 FROM IDC015.LOANSCHED S,
                      IDC015.LOANMSTR  L
                WHERE L.LOANM_CUST_NO = :LAPP-CUST-NO
                  AND L.LOANM_ST      = 'A'
                  AND S.LOANSCH_CAT   = L.LOANM_CAT
                  AND S.LOANSCH_NO    = L.LOANM_NO
                  AND S.LOANSCH_SEQ   =
                      ( SELECT MIN(S2.LOANSCH_SEQ)
                          FROM IDC015.LOANSCHED S2
                         WHERE S2.LOANSCH_CAT = S.LOANSCH_CAT
                           AND S2.LOANSCH_NO  = S.LOANSCH_NO
                           AND S2.LOANSCH_ST IN ('P', 'S', 'W') )
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'E' TO WS-DSTI-OUTCOME-SW
               MOVE 'INSTALLMENT LOOKUP FAILED - SEE SQLCODE'
                                      TO WS-DSTI-REASON
               MOVE 'LOANSCHED'    TO DB2-OBJECT
               MOVE 'SELECT'       TO DB2-STATEMENT
               MOVE LAPP-CUST-NO   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 280300-ESTIMATE-OTHER-BANK-DEBT PRICES THE BORROWER'S DEBT AT
      * OTHER BANKS: THE CIRBE AGGREGATE LESS WHAT OUR OWN ACTIVE
      * LOANS ACCOUNT FOR, AT THE MONTHLY SERVICE FACTOR. NO BUREAU
      * ROW MEANS NO EXTERNAL DEBT TO PRICE.
       280300-ESTIMATE-OTHER-BANK-DEBT.

           MOVE ZEROS        TO WS-DSTI-EXT-INST
           MOVE LAPP-CUST-NO TO CBUR-CUST-NO

           EXEC SQL
               SELECT CBUR_TOT_DEBT
                 INTO :CBUR-TOT-DEBT
                 FROM IDC015.CIRBBURO
                WHERE CBUR_CUST_NO = :CBUR-CUST-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   PERFORM 280310-SUM-OWN-BALANCES
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'E' TO WS-DSTI-OUTCOME-SW
                   MOVE 'BUREAU LOOKUP FAILED - SEE SQLCODE'
                                          TO WS-DSTI-REASON
                   MOVE 'CIRBBURO'     TO DB2-OBJECT
                   MOVE 'SELECT'       TO DB2-STATEMENT
                   MOVE LAPP-CUST-NO   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       280310-SUM-OWN-BALANCES.

           MOVE ZEROS TO WS-DSTI-OWN-BAL

           EXEC SQL
               SELECT COALESCE(SUM(LOANM_MAX_AMT), 0)
                 INTO :WS-DSTI-OWN-BAL
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CUST_NO = :LAPP-CUST-NO
                  AND LOANM_ST      = 'A'
           END-EXEC

           IF SQLCODE = ZERO
               COMPUTE WS-DSTI-EXT-DEBT =
                   CBUR-TOT-DEBT - WS-DSTI-OWN-BAL
               IF WS-DSTI-EXT-DEBT > ZERO
                   COMPUTE WS-DSTI-EXT-INST ROUNDED =
                       WS-DSTI-EXT-DEBT * WS-DSTI-SVC-PCT
               END-IF
           ELSE
               MOVE 'E' TO WS-DSTI-OUTCOME-SW
               MOVE 'LOAN BALANCE LOOKUP FAILED - SEE SQLCODE'
                                      TO WS-DSTI-REASON
               MOVE 'LOANMSTR'     TO DB2-OBJECT
               MOVE 'SELECT'       TO DB2-STATEMENT
               MOVE LAPP-CUST-NO   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 280400-COMPUTE-RATIO DIVIDES THE MONTHLY DEBT SERVICE BY THE
      * INCOME, HOLDING THE RESULT AT THE 9.9999 CAP.
       280400-COMPUTE-RATIO.

           MOVE WS-PCI-E-PAY (1) TO WS-DSTI-NEW-INST

           COMPUTE WS-DSTI-TOT-SVC =
               WS-DSTI-NEW-INST + WS-DSTI-EXIST-INST
             + WS-DSTI-EXT-INST

           IF WS-DSTI-TOT-SVC >= WS-DSTI-INCOME * WS-DSTI-RATIO-CAP
               MOVE WS-DSTI-RATIO-CAP TO WS-DSTI-RATIO
           ELSE
               COMPUTE WS-DSTI-RATIO ROUNDED =
                   WS-DSTI-TOT-SVC / WS-DSTI-INCOME
           END-IF.
      ******************************************************************
      * 281000-DECLINE-APPLICATION MOVES AN APPLICATION WHOSE DEBT
      * SERVICE BREACHES A DECLINE-ACTION CEILING TO 'D', STAMPING
      * THE RATIO. THE AUDIT AFTER-IMAGE CARRIES THE RATIO AND THE
      * CEILING IT BROKE.
       281000-DECLINE-APPLICATION.

           MOVE 'D' TO LAPP-ST
           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 281010-UPDATE-DECLINED-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-DCL-CNT
               DISPLAY 'LAPP100 - APPLICATION ' LAPPIN-LAPP-NO
                       ' DECLINED: ' WS-DSTI-REASON
               MOVE 'DECLINE'        TO WS-AUD-TRAN-TYPE
               MOVE LAPPIN-LAPP-NO   TO WS-AUD-KEY
               MOVE 'A'              TO WS-AUD-BEFORE
               PERFORM 283000-BUILD-DSTI-AUDIT-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'LOANAPPL' TO DB2-OBJECT
                   MOVE 'UPDATE'   TO DB2-STATEMENT
                   MOVE LAPPIN-LAPP-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                                     TO AREJ-REASON
               PERFORM 905000-REJECT-LIFECYCLE
           END-IF.
      ******************************************************************
       281010-UPDATE-DECLINED-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANAPPL
                  SET LAPP_ST   = :LAPP-ST,
                      LAPP_DSTI = :LAPP-DSTI
                WHERE LAPP_NO = :LAPP-NO
           END-EXEC.
      ******************************************************************
      * 282000-REFER-APPLICATION PARKS AN APPROVAL WHOSE DEBT SERVICE
      * BREACHES A REFER-ACTION CEILING ON THE PENDTXN MAKER-CHECKER
      * QUEUE, THE SAME WAY LOANM100 PARKS ITS SCORECARD REFERRALS:
      * A CHECKER APPROVES OR REJECTS IT THROUGH APPRM100 AND THE
      * NEXT RUN'S 150000-APPLY-APPROVED-PENDING REPLAYS THE APPROVED
      * ONES. THE APPLICATION STAYS IN 'A' WITH THE RATIO STAMPED SO
      * THE CHECKER CAN SEE IT. A RELATED-PARTY APPLICANT'S APPROVAL
      * IS PARKED THE SAME WAY IN CLASS 'RP', WHATEVER ITS RATIO.
       282000-REFER-APPLICATION.

           MOVE ZEROS TO PTXN-SEQ

           EXEC SQL
               SELECT COALESCE(MAX(PTXN_SEQ), 0) + 1
                 INTO :PTXN-SEQ
                 FROM IDC015.PENDTXN
                WHERE PTXN_PGM = 'LAPP100'
           END-EXEC

           MOVE 'LAPP100 '       TO PTXN-PGM
           MOVE LAPPIN-REQ-TYPE  TO PTXN-REQ-TYPE
           MOVE LAPPIN-LAPP-NO   TO PTXN-KEY
           MOVE SPACES           TO PTXN-RAW
           MOVE LAPPINPT-FILE    TO PTXN-RAW(1:60)
           MOVE 'BATCH'          TO PTXN-MAKER
           MOVE SPACES           TO PTXN-CHECKER
           MOVE 'P'              TO PTXN-STATUS
           MOVE WS-TODAY-DATE-X  TO PTXN-DATE
           IF WS-RELP-REFERRED
               MOVE 'RP'         TO PTXN-CLASS
           ELSE
               MOVE SPACES       TO PTXN-CLASS
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 282010-INSERT-PENDTXN-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 282020-UPDATE-REFERRED-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               IF SQLCODE NOT = ZERO
                   MOVE 'LOANAPPL' TO DB2-OBJECT
                   MOVE 'UPDATE'   TO DB2-STATEMENT
                   MOVE LAPPIN-LAPP-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
               IF WS-RELP-REFERRED
                   ADD 1 TO WS-CTL-RREF-CNT
                   MOVE 'RPREFER'    TO WS-AUD-TRAN-TYPE
               ELSE
                   ADD 1 TO WS-CTL-DREF-CNT
                   MOVE 'DSTIREFER'  TO WS-AUD-TRAN-TYPE
               END-IF
               MOVE LAPPIN-LAPP-NO   TO WS-AUD-KEY
               MOVE 'A'              TO WS-AUD-BEFORE
               PERFORM 283000-BUILD-DSTI-AUDIT-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               MOVE 'PENDTXN'  TO DB2-OBJECT
               MOVE 'INSERT'   TO DB2-STATEMENT
               MOVE PTXN-KEY   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'REFERRAL PARK FAILED - SEE SQLCODE'
                                     TO AREJ-REASON
               PERFORM 905000-REJECT-LIFECYCLE
           END-IF.
      ******************************************************************
       282010-INSERT-PENDTXN-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.PENDTXN
                   ( PTXN_PGM, PTXN_SEQ, PTXN_REQ_TYPE, PTXN_KEY,
                     PTXN_RAW, PTXN_MAKER, PTXN_STATUS, PTXN_DATE,
                     PTXN_CLASS )
               VALUES
                   ( :PTXN-PGM, :PTXN-SEQ, :PTXN-REQ-TYPE,
                     :PTXN-KEY, :PTXN-RAW, :PTXN-MAKER,
                     :PTXN-STATUS, :PTXN-DATE, :PTXN-CLASS )
           END-EXEC.
      ******************************************************************
       282020-UPDATE-REFERRED-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANAPPL
                  SET LAPP_DSTI = :LAPP-DSTI
                WHERE LAPP_NO = :LAPP-NO
           END-EXEC.
      ******************************************************************
      * 284000-CHECK-RELATED-PARTY LOOKS THE APPLICANT UP ON THE
      * RELPARTY REGISTER (SEE RELM100) FOR A RELATIONSHIP IN FORCE
      * TODAY. A DB2 FAILURE ROUTES THE APPROVAL TO THE RELATED-PARTY
      * CLASS RATHER THAN LETTING IT THROUGH UNCHECKED. A REPLAYED
      * ITEM A CHECKER ALREADY RELEASED FROM THAT CLASS IS NOT
      * REFERRED AGAIN.
       284000-CHECK-RELATED-PARTY.

           MOVE 'N'   TO WS-RELP-REFERRED-SW
           MOVE ZEROS TO WS-RELP-CNT

           IF WS-FROM-QUEUE AND WS-PQ-CLASS = 'RP'
               CONTINUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-RELP-CNT
                     FROM IDC015.RELPARTY
                    WHERE RELP_CUST_NO    = :LAPP-CUST-NO
                      AND RELP_FROM_DATE <= :WS-TODAY-DATE-X
                      AND RELP_TO_DATE   >= :WS-TODAY-DATE-X
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE 'RELPARTY'   TO DB2-OBJECT
                   MOVE 'SELECT'     TO DB2-STATEMENT
                   MOVE LAPP-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'Y' TO WS-RELP-REFERRED-SW
               ELSE
                   IF WS-RELP-CNT > ZERO
                       MOVE 'Y' TO WS-RELP-REFERRED-SW
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 283000-BUILD-DSTI-AUDIT-AFTER LAYS OUT THE AFTER-IMAGE OF A
      * DEBT-SERVICE DECISION: NEW STATUS, RATIO, CEILING AND THE
      * START OF THE REASON.
       283000-BUILD-DSTI-AUDIT-AFTER.

           MOVE SPACES              TO WS-AUD-AFTER
           MOVE LAPP-ST             TO WS-AUD-AFTER(1:1)
           MOVE WS-DSTI-RATIO       TO WS-DSTI-EDIT
           MOVE WS-DSTI-EDIT        TO WS-AUD-AFTER(3:6)
           MOVE WS-DSTI-MAX         TO WS-DSTI-EDIT
           MOVE WS-DSTI-EDIT        TO WS-AUD-AFTER(10:6)
           MOVE WS-DSTI-REASON      TO WS-AUD-AFTER(17:24).
      ******************************************************************
       905000-REJECT-LIFECYCLE.

           MOVE 'W' TO WS-PIPE-ST
           PERFORM 800100-COUNT-ONE-STATUS
           DISPLAY '  WITHDRAWN ........................ : '
                   WS-PIPE-CNT

           MOVE 'D' TO WS-PIPE-ST
           PERFORM 800100-COUNT-ONE-STATUS
           DISPLAY '  DECLINED ON DEBT SERVICE ......... : '
                   WS-PIPE-CNT.
      ******************************************************************
       800100-COUNT-ONE-STATUS.
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '  TRANSACTIONS SUSPENDED ........... : '
                   WS-CTL-SUS-CNT
           DISPLAY '  INFORMATION SHEETS ISSUED ........ : '
                   WS-CTL-PCI-CNT
           DISPLAY '  DECLINED ON DEBT SERVICE ......... : '
                   WS-CTL-DCL-CNT
           DISPLAY '  DEBT-SERVICE REFERRALS PARKED .... : '
                   WS-CTL-DREF-CNT
           DISPLAY '  RELATED-PARTY REFERRALS PARKED ... : '
                   WS-CTL-RREF-CNT
           DISPLAY '  APPROVED QUEUE ITEMS APPLIED ..... : '
                   WS-CTL-QAPP-CNT
           DISPLAY '  PRE-APPROVED OFFERS FAST-TRACKED . : '
                   WS-CTL-FAST-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE

           MOVE 'LAPP100 '      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
      * APPROVED QUEUE ITEMS REPLAYED THIS RUN ARE INPUTS TOO - EACH
      * ONE LANDS IN AN APPLIED OR REJECTED COUNTER EXACTLY LIKE A
      * FILE RECORD. A REFERRAL PARKED ON PENDTXN IS NOT APPLIED
      * TODAY AND BALANCES AS NOT APPLIED, WHATEVER ITS CLASS. A
      * FAST-TRACKED OFFER'S APPROVAL IS LIKEWISE A SECOND INPUT
      * BEHIND ITS INTAKE, WITH AN OUTCOME OF ITS OWN.
           COMPUTE BALTOT-IN-CNT =
               WS-CTL-IN-CNT + WS-CTL-QAPP-CNT + WS-CTL-FAST-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-APL-CNT + WS-CTL-APR-CNT + WS-CTL-WDR-CNT
             + WS-CTL-BKD-CNT + WS-CTL-DCL-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT + WS-CTL-DREF-CNT
             + WS-CTL-RREF-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
