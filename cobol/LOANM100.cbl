      * AND OPENS A LOANFACL COMMITMENT ROW, AND REQ-TYPE 10
      * DRAWDOWNS THEN APPLY AGAINST THE UNDRAWN REMAINDER - EACH
      * DRAWDOWN MOVING THE BALANCE AND WRITING ITS OWN GL POSTING.
      * REVOLVING CREDIT LINES ARE BOOKED THE SAME WAY: A REQ-TYPE 14
      * OPENS A LOANFACL ROW OF TYPE 'R' WHOSE REVIEW DATE IS THE
      * REQUESTED TERM IN MONTHS FROM TODAY, AND REQ-TYPE 15 DRAWS
      * ON IT UNTIL THAT DATE. LOANR100'S REQ-TYPE 16 REPAYMENT PUTS
      * REPAID PRINCIPAL BACK ON THE LINE, SO IT CAN BE DRAWN AGAIN.
      * EVERY DISBURSEMENT AND DRAWDOWN ALSO WRITES A PAYMENT
      * REQUEST TO THE SHARED PR1DQ001 EXTRACT, FROM WHICH PAYO100
      * BUILDS THE CREDIT TRANSFER THAT ACTUALLY PAYS THE BORROWER.
      * A REQ-TYPE 04 LOAN IS ONLY BOOKED WHEN ITS LOANAPPL
      * APPLICATION CARRIES A PRE-CONTRACTUAL INFORMATION SHEET THAT
      * LAPP100 ISSUED AND THAT HAS NOT YET EXPIRED.
      * A PRODUCT WITH A DEBT-SERVICE-TO-INCOME CEILING ON LOANPROD
      * ALSO HAS EACH NEW NATURAL-PERSON LOAN TESTED AGAINST THE
      * BORROWER'S VERIFIED NET INCOME (200366-CHECK-DEBT-SERVICE):
      * A BREACH DECLINES OR PARKS FOR A CHECKER AS THE PRODUCT SAYS.
      * A REQ-TYPE 17 LOAN ASSUMPTION HANDS A LIVE LOAN TO A NEW
      * BORROWER (A BUYER TAKING OVER THE MORTGAGE ON A SOLD
      * PROPERTY) WITHOUT CLOSING AND REBOOKING IT: THE NEW BORROWER
      * PASSES THE SAME EXISTENCE, AGE, LIMIT, WATCHLIST AND
      * SCORECARD CHECKS AS AN ORIGINATION ON THE BALANCE TAKEN
      * OVER, THEN LOANM_CUST_NO CHANGES IN PLACE - THE LOAN NUMBER,
      * ORIGINATION DATE, SCHEDULE AND LOANRPHST TRAIL ALL STAY - THE
      * CHANGE IS RECORDED ON LOANBORH AND THROUGH AUD4C100, THE
      * OUTGOING BORROWER OPTIONALLY STAYS ON AS GUARANTOR, AND THE
      * DIRECT-DEBIT MANDATE IS MOVED TO THE NEW BORROWER OR
      * CANCELLED. A SWEEP FROM THE OUTGOING BORROWER'S OWN DEPOSIT
      * ACCOUNT (LOANSWEEP) ENDS WITH THE TRANSFER.
      * A BORROWER ON THE RELPARTY REGISTER ON THE DAY - AN EMPLOYEE,
      * A DIRECTOR OR A CLOSE RELATIVE OF EITHER - IS NEVER BOOKED OR
      * TRANSFERRED STRAIGHT THROUGH: AN ORIGINATION OR ASSUMPTION
      * THAT PASSES EVERY CHECK IS PARKED ON THE PENDTXN QUEUE IN THE
      * RELATED-PARTY APPROVAL CLASS ('RP'), AND ANY SCORECARD OR
      * DEBT-SERVICE PARK FOR SUCH A BORROWER GOES INTO THE SAME
      * CLASS, SO ONLY A CHECKER HOLDING THE RPAPPR ENTITLEMENT CAN
      * RELEASE IT THROUGH APPRM100.
      * A REQ-TYPE 18 IS A CALLED GUARANTEE THAT AVALM100 HAS ALREADY
      * PAID TO THE BENEFICIARY AND HANDS OVER TO BE CARRIED AS A
      * LOAN TO THE ORDERING CUSTOMER. THE BANK IS ALREADY OUT OF
      * POCKET, SO NONE OF THE ORIGINATION CHECKS APPLY: THE LOAN IS
      * BOOKED ON THE PRODUCT'S RATE WITH ITS SCHEDULE, POSTED TO THE
      * GL AS 'AVALCALL' AGAINST THE GUARANTEE-CALL ACCOUNT INSTEAD
      * OF 'DISBURSE', AND NO PAYMENT REQUEST IS RAISED.
      * REPAYMENT TRANSACTIONS (REQ-TYPE 05) ARE NOT HANDLED HERE.
      * EVERY ROW THE RUN INSERTS OR UPDATES, AND EVERY GL POSTING IT
      * WRITES, IS ALSO FILED ON THE AUDIT TRAIL AS A FULL BEFORE AND
      * AFTER IMAGE, READ THROUGH THE COMMON ROW-IMAGE SERVICE
      * IMG4C100, SO BKOT100 CAN BACK A BAD RUN OUT.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT LOANREJ-FILE  ASSIGN O1DQ0202.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT PAYREQ-FILE   ASSIGN PR1DQ001.
           SELECT HOLDQ-FILE    ASSIGN WQ1DQ001.
           SELECT SIMPARM-FILE  ASSIGN SM1DQ001.
           SELECT ENTCTL-FILE   ASSIGN EC1DQ001.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * PAYREQ-FILE IS THE SHARED OUTBOUND PAYMENT-REQUEST EXTRACT
      * (SEE PAYREQ.cpy, COPIED INTO WORKING-STORAGE BELOW): ONE
      * REQUEST PER DISBURSEMENT OR DRAWDOWN, TURNED INTO THE
      * CREDIT-TRANSFER FILE BY PAYO100.
       FD  PAYREQ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAYREQ                        PIC X(80).
      ******************************************************************
      * HOLDQ-FILE IS THE SHARED HELD-TRANSACTION QUEUE FOR WATCHLIST
      * MATCHES: AN ORIGINATION WHOSE BORROWER MATCHES A WATCHLIST
      * ENTRY IS PARKED HERE FOR DISPOSITION (SEE WTCHR100) INSTEAD
      * BUREAU CHECK (SEE 200365-CHECK-BUREAU-DEBT): A BORROWER
      * WHOSE CIRBBURO AGGREGATE DEBT PLUS THE REQUESTED AMOUNT
      * EXCEEDS IT IS REFERRED TO THE HELD QUEUE, NOT REJECTED.
      * WITH NO CARD THE CHECK IS OFF, LOUDLY. THE SAME CARD CARRIES
      * THE MONTHLY SERVICE FACTOR (9V9999) APPLIED TO A BORROWER'S
      * DEBT AT OTHER BANKS BY 200366-CHECK-DEBT-SERVICE; BLANK
      * LEAVES THE 1.5% DEFAULT.
       FD  BURPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS

       01  RE-BURPARM.
           05  BPARM-REFER-AMT              PIC 9(13).
           05  BPARM-SVC-PCT                PIC 9V9(4).
           05  FILLER                       PIC X(62).
      ******************************************************************
      * SCOREPARM-FILE CARRIES THE MAINTAINABLE CREDIT SCORECARD FOR
      * 200368-EVALUATE-SCORECARD: ONE CARD PER FACTOR BAND (FACTOR
                                                         VALUE ZEROS.
           05  WS-CTL-HLD-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DSTI-REF-CNT          PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DSTI-DCL-CNT          PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RELP-REF-CNT          PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * MANDATE MAINTENANCE (REQ-TYPE 11) COUNTER.
       01  WS-CTL-MAND-CNT                  PIC S9(7)   COMP-3
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * WORKING-STORAGE FOR THE ROW-IMAGE PARAGRAPHS (900700-900790):
      * THE KEY OF THE ROW BEING UPDATED, KEPT BETWEEN ITS BEFORE AND
      * AFTER READS, AND WHETHER THE BEFORE IMAGE COULD BE READ. A
      * CHANGE EITHER IMAGE IS MISSING FOR IS FILED AS A NO-IMAGE
      * ENTRY, WHICH THE BACKOUT LISTS INSTEAD OF UNDOING.
       01  WS-IMG-KEY-ROW                   PIC X(230)  VALUE SPACES.
       01  WS-IMG-BEFORE-OK-SW              PIC X(1)    VALUE 'N'.
           88  WS-IMG-BEFORE-OK                         VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 200100-LOOKUP-PRODUCT, WHICH PULLS THE
      * CATEGORY'S CEILING/PROFILE OFF ITS OWN LOANPROD ROW (RATE,
      * TITLE, AGE LIMITS AND THE AMOUNT/TERM CEILINGS A NEW LOAN MAY
      * OWN LIVE OUTSTANDING BALANCE, AND A CATEGORY WITH NO LOANS YET
      * ON FILE CAN STILL ORIGINATE ITS FIRST ONE.
       01  WS-PROD-TITLE                    PIC X(15).
       01  WS-PROD-ROI                      PIC S9(3)V9(2) COMP-3.
       01  WS-PROD-TERM                     PIC S9(4) COMP.
       01  WS-PROD-MAX-AMT                  PIC S9(13)V9(2) COMP-3.
       01  WS-PROD-MIN-AGE                  PIC S9(4) COMP.
       01  WS-PROD-MAX-AGE                  PIC S9(4) COMP.
       01  WS-PROD-MAX-DSTI                 PIC S9(1)V9(4) COMP-3.
       01  WS-PROD-DSTI-ACT                 PIC X(1).
       01  WS-PROD-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-PROD-FOUND                            VALUE 'Y'.
      ******************************************************************
      * IS SUBJECT ONLY TO THE PER-PRODUCT CEILINGS.
       01  WS-CUST-LIMIT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CUST-EXPOSURE                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUST-GTD-EXPOSURE             PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200355-CHECK-GROUP-CEILINGS, WHICH WALKS
      * IDENTITY DOCUMENT ON FILE.
       01  WS-KYC-DOC-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200369-CHECK-PRECONTRACT-SHEET, WHICH
      * REFUSES A LOAN WHOSE LOANAPPL APPLICATION NEVER HAD ITS
      * PRE-CONTRACTUAL INFORMATION SHEET ISSUED, OR HAD ONE THAT HAS
      * SINCE EXPIRED.
       01  WS-PCI-LOAN-NO                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-PCI-SHEET-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-PCI-VALID-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-PCI-APPR-DSTI                 PIC S9(1)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-WTCH-LASTNM                   PIC X(15)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 200365-CHECK-BUREAU-DEBT, WHICH REFERS
       01  WS-SCR-FACTOR-VAL                PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-SCR-FACTOR-CODE               PIC X(3)    VALUE SPACES.
       01  WS-SCR-EXPO                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-SCR-CND-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-SCR-DEP-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200366-CHECK-DEBT-SERVICE. INCOME
      * VERIFIED BEFORE THE CUTOFF (TODAY LESS 12 MONTHS) COUNTS AS
      * NO INCOME, AND A RATIO THAT CANNOT BE COMPUTED OR EXCEEDS
      * 9.9999 IS HELD AT 9.9999. WS-DSTI-REFERRED ASKS 200000 TO
      * PARK THE ORIGINATION ON THE APPROVAL QUEUE ONCE THE
      * SCORECARD HAS HAD ITS SAY.
       01  WS-DSTI-REFERRED-SW              PIC X(1)    VALUE 'N'.
           88  WS-DSTI-REFERRED                         VALUE 'Y'.
       01  WS-DSTI-OUTCOME                  PIC X(1)    VALUE SPACES.
       01  WS-DSTI-REASON                   PIC X(40)   VALUE SPACES.
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
       01  WS-DSTI-INC-EDIT                 PIC ZZZZZZZZ9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE PENDTXN APPROVAL-QUEUE REPLAY
      * (150000-APPLY-APPROVED-PENDING): A MARGINAL ORIGINATION A
      * CHECKER APPROVED THROUGH APPRM100 IS REPLAYED AT STARTUP
      * WITH THE SCORECARD BANDING BYPASSED - THE HUMAN DECISION
      * STANDS - WHILE THE HARD PRODUCT/AGE/LIMIT CHECKS STILL RUN.
      * THE SAME GOES FOR A DEBT-SERVICE REFERRAL.
       01  WS-PQ-EOF-SW                     PIC X(1)    VALUE 'N'.
           88  WS-PQ-EOF                                VALUE 'Y'.
       01  WS-FROM-QUEUE-SW                 PIC X(1)    VALUE 'N'.
           88  WS-FROM-QUEUE                            VALUE 'Y'.
       01  WS-PQ-CLASS                      PIC X(2)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 200390-CHECK-RELATED-PARTY. A BORROWER ON
      * THE RELPARTY REGISTER TODAY SETS WS-RELP-REFERRED, WHICH
      * SENDS ANY PARK OF THE TRANSACTION TO THE 'RP' APPROVAL CLASS
      * AND PARKS ONE THAT WOULD OTHERWISE APPLY.
       01  WS-RELP-REFERRED-SW              PIC X(1)    VALUE 'N'.
           88  WS-RELP-REFERRED                         VALUE 'Y'.
       01  WS-RELP-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE STAGED-DISBURSEMENT FACILITY SUPPORT.
      * WS-FACL-MODE-SW IS SET BY THE DISPATCH: A REQ-TYPE 09 RUNS
       01  WS-DRAW-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-DRAW-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-DRAW-CUR-BAL                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DRAW-NEW-BAL                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE REVOLVING CREDIT LINE SUPPORT.
      * WS-REV-LINE-SW IS SET BY THE DISPATCH FOR A REQ-TYPE 14, WHICH
      * RUNS THE FACILITY PATH BUT OPENS A TYPE 'R' LOANFACL ROW.
      * THE REVIEW DATE IS THE REQUESTED TERM IN MONTHS FROM TODAY,
      * DAY CLAMPED TO 28. THE DAY NUMBERS (30/360) BRING THE LINE'S
      * DRAWN-BALANCE-DAYS FORWARD TO TODAY BEFORE A DRAWING MOVES
      * THE BALANCE.
       01  WS-REV-LINE-SW                   PIC X(1)    VALUE 'N'.
           88  WS-REV-LINE                              VALUE 'Y'.
       01  WS-CTL-LINE-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-CTL-LDRAW-CNT                 PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-LINE-MONTHS                   PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-LINE-YEARS                    PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-LINE-REVIEW-DATE.
           05  WS-LRV-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-LRV-MM                    PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-LRV-DD                    PIC 9(2).
       01  WS-LINE-DATE-X                   PIC X(10)   VALUE SPACES.
       01  WS-LINE-DATE-R REDEFINES WS-LINE-DATE-X.
           05  WS-LND-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-LND-MM                    PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-LND-DD                    PIC 9(2).
       01  WS-LINE-DAYNO                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LINE-TODAY-DAYNO              PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LINE-DAYS                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 240000-APPLY-ASSUMPTION. THE LOAN'S
      * OUTGOING BORROWER, BALANCE AND MANDATE FLAG ARE HELD FROM
      * THE LOOKUP; WS-ASM-EXPO-AMT IS WHAT THE NEW BORROWER TAKES
      * ON - BALANCE PLUS ANY UNDRAWN COMMITMENT, AT OUR OWN SHARE
      * OF A PARTICIPATED LOAN - AND STANDS IN FOR THE REQUESTED
      * AMOUNT IN THE ORIGINATION CHECKS. A MOVED MANDATE GETS A NEW
      * REFERENCE: THE LOAN NUMBER AND THE YYMMDD IT WAS SIGNED.
       01  WS-CTL-ASSUME-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-ASM-OLD-CUST-NO               PIC X(10)   VALUE SPACES.
       01  WS-ASM-OS-AMT                    PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ASM-UNDRAWN-AMT               PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ASM-SHARE-PCT                 PIC S9(3)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-ASM-EXPO-AMT                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ASM-MAND-REF.
           05  WS-ASM-MREF-LOAN             PIC X(10).
           05  WS-ASM-MREF-YYMMDD           PIC X(6).
      ******************************************************************
      * WORKING-STORAGE FOR 250000-APPLY-GUARANTEE-CALL.
       01  WS-CTL-GCALL-CNT                 PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL, WHICH CALLS THE
      * COMMON AUDIT-TRAIL ROUTINE AUD4C100 ON EVERY APPLIED NEW-LOAN
      * REQUEST. THE CALLER MOVES THE KEY AND AFTER VALUE INTO THESE
      * FIELDS BEFORE PERFORMING IT; A CALLER THAT HAS A BEFORE VALUE
      * MOVES IT TOO, AND 900400 CLEARS IT ONCE WRITTEN.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40)   VALUE SPACES.
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-AMT-X                     PIC Z(9)9.99.
      ******************************************************************
      * WORKING-STORAGE FOR 200400-BUILD-INSTALLMENT-SCHED, WHICH
      * BUILDS THE BOOKED LOAN'S FULL EXPECTED-INSTALLMENT SCHEDULE ON
       COPY LOANSCOR.
      ******************************************************************
       COPY PENDTXN.
      ******************************************************************
       COPY LOANBORH.
      ******************************************************************
       COPY GUARMSTR.
      ******************************************************************
       COPY DDMANDT.
      ******************************************************************
       COPY PAYACCT.
      ******************************************************************
       COPY LOANSWP.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      * PROGRAM'S SCORECARD REFERRALS, OLDEST FIRST.
           EXEC SQL
               DECLARE LOANM-PQ-CSR CURSOR FOR
                   SELECT PTXN_SEQ, PTXN_RAW, PTXN_MAKER, PTXN_CHECKER,
                          PTXN_CLASS
                     FROM IDC015.PENDTXN
                    WHERE PTXN_PGM    = 'LOANM100'
                      AND PTXN_STATUS = 'A'
       COPY AUDTRL.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY PAYREQ.
      ******************************************************************
       COPY VALSUS.
      ******************************************************************

       COPY RUNCTL.
      ******************************************************************
       COPY IMGSRV.
      ******************************************************************

       LINKAGE SECTION.

           OPEN OUTPUT LOANREJ-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN EXTEND GLPOST-FILE
           OPEN EXTEND PAYREQ-FILE
           OPEN EXTEND HOLDQ-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           COMPUTE WS-DSTI-CO-YYYY = WS-TODAY-YYYY - 1
           MOVE WS-TODAY-MM    TO WS-DSTI-CO-MM
           MOVE WS-TODAY-DD    TO WS-DSTI-CO-DD

           PERFORM 100012-LOAD-HOME-BRANCH

           PERFORM 100030-VALIDATE-FILE-CONTROLS

           CLOSE BALANCE-FILE
           CLOSE GLPOST-FILE
           CLOSE PAYREQ-FILE
           CLOSE HOLDQ-FILE

           IF NOT WS-SIM-MODE
      * THRESHOLD CARD. WITH NO CARD (OR A BAD ONE) THE BUREAU CHECK
      * IS OFF AND THE SYSOUT SAYS SO - ORIGINATION MUST NOT STOP
      * BECAUSE A THRESHOLD DECK WENT MISSING, BUT NOBODY SHOULD
      * DISCOVER THE CHECK WAS OFF FROM A BAD LOAN EITHER. THE
      * OTHER-BANK DEBT SERVICE FACTOR COMES OFF THE SAME CARD.
       100009-READ-BUREAU-THRESHOLD.

           OPEN INPUT BURPARM-FILE
                    AND BPARM-REFER-AMT > ZERO
                       MOVE BPARM-REFER-AMT TO WS-BURO-REFER-AMT
                   END-IF
                   IF BPARM-SVC-PCT IS NUMERIC
                    AND BPARM-SVC-PCT > ZERO
                       MOVE BPARM-SVC-PCT TO WS-DSTI-SVC-PCT
                   END-IF
           END-READ

           CLOSE BURPARM-FILE
           ELSE
               DISPLAY 'LOANM100 - NO BUREAU REFERRAL THRESHOLD '
                       'ON PB1DQ001 - BUREAU CHECK OFF'
           END-IF

           MOVE WS-DSTI-SVC-PCT TO WS-DSTI-EDIT
           DISPLAY 'LOANM100 - OTHER-BANK DEBT SERVICED AT '
                   WS-DSTI-EDIT ' A MONTH'.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

               EVALUATE LOANIN-REQ-TYPE
                   WHEN '04'
                       MOVE 'N' TO WS-FACL-MODE-SW
                       MOVE 'N' TO WS-REV-LINE-SW
                       PERFORM 200000-APPLY-NEW-LOAN
                   WHEN '09'
                       MOVE 'Y' TO WS-FACL-MODE-SW
                       MOVE 'N' TO WS-REV-LINE-SW
                       PERFORM 200000-APPLY-NEW-LOAN
                   WHEN '14'
                       MOVE 'Y' TO WS-FACL-MODE-SW
                       MOVE 'Y' TO WS-REV-LINE-SW
                       PERFORM 200000-APPLY-NEW-LOAN
                   WHEN '10'
                       PERFORM 220000-APPLY-DRAWDOWN
                   WHEN '15'
                       PERFORM 220000-APPLY-DRAWDOWN
                   WHEN '11'
                       PERFORM 230000-APPLY-MANDATE
                   WHEN '17'
                       PERFORM 240000-APPLY-ASSUMPTION
                   WHEN '18'
                       MOVE 'N' TO WS-FACL-MODE-SW
                       MOVE 'N' TO WS-REV-LINE-SW
                       PERFORM 250000-APPLY-GUARANTEE-CALL
                   WHEN OTHER
                       MOVE LOANIN-REQ-TYPE    TO LREJ-REQ-TYPE
                       MOVE LOANIN-LLOANM-NO   TO LREJ-LLOANM-NO
                       MOVE ZEROS              TO LREJ-SQLCODE
                       MOVE 'NOT A LOANM100 REQUEST TYPE'
                                               TO LREJ-REASON
                       PERFORM 900100-WRITE-REJECT
               END-EVALUATE
              LOANIN-REQ-TYPE NOT = '08' AND
              LOANIN-REQ-TYPE NOT = '09' AND
              LOANIN-REQ-TYPE NOT = '10' AND
              LOANIN-REQ-TYPE NOT = '11' AND
              LOANIN-REQ-TYPE NOT = '14' AND
              LOANIN-REQ-TYPE NOT = '15' AND
              LOANIN-REQ-TYPE NOT = '17' AND
              LOANIN-REQ-TYPE NOT = '18'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'LOANIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
               END-IF

               IF WS-EDITS-OK
                AND LOANIN-REQ-TYPE NOT = '17'
                AND LOANIN-LLOANM-MAX-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOANIN-LLOANM-MAX-AMT NOT NUMERIC'
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF

               IF WS-EDITS-OK AND LOANIN-REQ-TYPE = '17'
                AND LOANAS-NEW-CUST-NO IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOANAS-NEW-CUST-NO NOT NUMERIC'
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF

               IF WS-EDITS-OK AND LOANIN-REQ-TYPE = '17'
                AND ((NOT LOANAS-GUAR-YES AND NOT LOANAS-GUAR-NO)
                 OR  (NOT LOANAS-MAND-MOVE AND NOT LOANAS-MAND-CANCEL))
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOANAS KEEP-GUAR OR MAND-OPT NOT Y OR N'
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF
           END-IF.
      ******************************************************************
      * THE LOANMNT INPUT STREAM IS SHARED BY THE FOUR LOAN
      * MAINTENANCE PROGRAMS; THIS JOB OWNS THE ORIGINATION,
      * FACILITY, MANDATE, REVOLVING LINE, ASSUMPTION AND GUARANTEE
      * CALL (04/09/10/11/14/15/17/18) REQUEST TYPES AND READS PAST ITS
      * SIBLINGS' TYPES WITHOUT COUNTING THEM AS INPUT OR REJECTING
      * THEM - EACH SIBLING
      * APPLIES ITS OWN, SO A MIXED FILE NO LONGER ENDS EVERY STEP
      * AT CONDITION CODE 4 WITH STRUCTURAL REJECT NOISE, AND
      * BALD100'S IN = APPLIED + REJECTED STILL HOLDS PER PROGRAM.
                      AND LOANIN-REQ-TYPE NOT = '05'
                      AND LOANIN-REQ-TYPE NOT = '06'
                      AND LOANIN-REQ-TYPE NOT = '07'
                      AND LOANIN-REQ-TYPE NOT = '08'
                      AND LOANIN-REQ-TYPE NOT = '12'
                      AND LOANIN-REQ-TYPE NOT = '13'
                      AND LOANIN-REQ-TYPE NOT = '16')

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
      * 200000-APPLY-NEW-LOAN LOOKS UP THE REQUESTED CATEGORY'S
      * PRODUCT CEILING, VALIDATES THE REQUESTED AMOUNT AND TERM
      * AGAINST IT, AND INSERTS THE NEW LOANMSTR ROW WHEN BOTH PASS.
      * A DEBT-SERVICE REFERRAL PARKS THE ORIGINATION ON THE APPROVAL
      * QUEUE AFTER THE SCORECARD HAS RUN, UNLESS THE SCORECARD HAS
      * ALREADY PARKED IT (ONE QUEUE ITEM, ONE CHECKER DECISION) OR
      * DECLINED IT. A RELATED-PARTY BORROWER'S ORIGINATION THAT
      * NOTHING ELSE PARKED OR DECLINED IS PARKED LAST OF ALL, IN THE
      * RELATED-PARTY CLASS.
       200000-APPLY-NEW-LOAN.

           MOVE LOANIN-LLOANM-CAT TO LLOANM-CAT
           MOVE 'N'               TO WS-DSTI-REFERRED-SW
           MOVE 'N'               TO WS-RELP-REFERRED-SW

           PERFORM 200100-LOOKUP-PRODUCT

           IF WS-PROD-FOUND
               PERFORM 200200-VALIDATE-AMOUNT-AND-TERM
               IF WS-AMT-TERM-OK AND WS-REV-LINE
                AND WS-LOANIN-TERM-NUM = ZERO
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'REVOLVING LINE NEEDS A REVIEW PERIOD'
                                TO WS-LOAN-REJ-REASON
               END-IF
               IF WS-AMT-TERM-OK
                   PERFORM 200300-CHECK-BORROWER-AGE
               END-IF
               IF WS-AMT-TERM-OK
                   PERFORM 200367-CHECK-KYC-DOCS
               END-IF
               IF WS-AMT-TERM-OK AND NOT WS-FACILITY-MODE
                   PERFORM 200369-CHECK-PRECONTRACT-SHEET
               END-IF
               IF WS-AMT-TERM-OK AND NOT WS-WTCH-MATCHED
                   PERFORM 200390-CHECK-RELATED-PARTY
               END-IF
               IF WS-AMT-TERM-OK AND NOT WS-WTCH-MATCHED
                AND NOT WS-FACILITY-MODE
                   PERFORM 200366-CHECK-DEBT-SERVICE
               END-IF
               IF WS-AMT-TERM-OK AND NOT WS-WTCH-MATCHED
                   PERFORM 200368-EVALUATE-SCORECARD
               END-IF
               IF WS-AMT-TERM-OK AND WS-DSTI-REFERRED
                AND NOT WS-SCORE-REFERRED
                   ADD 1 TO WS-CTL-DSTI-REF-CNT
                   MOVE 'Y' TO WS-SCORE-REFERRED-SW
                   PERFORM 200384-PARK-MARGINAL-TXN
               END-IF
               IF WS-AMT-TERM-OK AND WS-RELP-REFERRED
                AND NOT WS-WTCH-MATCHED
                AND NOT WS-SCORE-REFERRED
                   MOVE 'Y' TO WS-SCORE-REFERRED-SW
                   PERFORM 200384-PARK-MARGINAL-TXN
               END-IF
           ELSE
               MOVE 'N' TO WS-AMT-TERM-OK-SW
               MOVE 'UNKNOWN LOAN CATEGORY - NO PRODUCT ON FILE'
           IF WS-PROD-FOUND AND WS-AMT-TERM-OK
                            AND NOT WS-WTCH-MATCHED
                            AND NOT WS-SCORE-REFERRED
               PERFORM 200005-BOOK-LOANMSTR-ROW

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-ADD-CNT
                   MOVE LOANIN-LLOANM-NO      TO WS-AUD-KEY
                   MOVE LOANIN-LLOANM-MAX-AMT TO WS-AUD-AMT-X
                   MOVE WS-AUD-AMT-X          TO WS-AUD-AFTER
                   IF WS-FACILITY-MODE
                       MOVE 'FACILITY' TO WS-AUD-TRAN-TYPE
                       IF WS-REV-LINE
                           ADD 1 TO WS-CTL-LINE-CNT
                           MOVE 'REVLINE' TO WS-AUD-TRAN-TYPE
                       END-IF
                       PERFORM 900400-WRITE-AUDIT-TRAIL
                       PERFORM 200600-OPEN-FACILITY
                   ELSE
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 200005-BOOK-LOANMSTR-ROW BUILDS THE NEW LOANMSTR ROW FROM THE
      * TRANSACTION AND THE CATEGORY'S PRODUCT AND INSERTS IT, FOR
      * 200000-APPLY-NEW-LOAN AND 250000-APPLY-GUARANTEE-CALL.
       200005-BOOK-LOANMSTR-ROW.

           MOVE LOANIN-LLOANM-NO       TO LLOANM-NO
           MOVE LOANIN-LLOANM-TERM     TO LLOANM-TERM
           IF WS-FACILITY-MODE
               MOVE ZEROS              TO LLOANM-MAX-AMT
           ELSE
               MOVE LOANIN-LLOANM-MAX-AMT
                                       TO LLOANM-MAX-AMT
           END-IF
           MOVE LOANIN-LLOANM-CUST-NO  TO LLOANM-CUST-NO
           MOVE LOANIN-LLOANM-CCY      TO LLOANM-CCY
           MOVE WS-PROD-TITLE          TO LLOANM-TITLE
           MOVE WS-PROD-ROI            TO LLOANM-ROI
           MOVE WS-PROD-MIN-AGE        TO LLOANM-MIN-AGE
           MOVE WS-PROD-MAX-AGE        TO LLOANM-MAX-AGE
           MOVE 'A'                    TO LLOANM-ST
           MOVE WS-TODAY-DATE-X        TO LLOANM-ORIG-DATE
           MOVE WS-HOME-BRANCH         TO LLOANM-BRN
           MOVE 'N'                    TO LLOANM-DD-MAND

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200010-INSERT-LOANMSTR-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913).
      ******************************************************************
      * 200010-INSERT-LOANMSTR-ROW ISSUES THE LOANMSTR INSERT FOR
      * 200005-BOOK-LOANMSTR-ROW. IT IS PERFORMED IN A BOUNDED RETRY
      * LOOP SO A TRANSIENT DEADLOCK OR TIMEOUT SQLCODE DOES NOT REJECT
      * A NEW-LOAN REQUEST THAT WOULD HAVE SUCCEEDED ON A SECOND
      * ATTEMPT.
       200010-INSERT-LOANMSTR-ROW.

                         :LLOANM-CUST-NO, :LLOANM-ORIG-DATE,
                         :LLOANM-CCY, :LLOANM-BRN, :LLOANM-DD-MAND )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANMSTR'   TO IMGSRV-TABLE
                   MOVE DCLLOANMSTR  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200400-BUILD-INSTALLMENT-SCHED BUILDS THE BOOKED LOAN'S FULL
                         :LSCH-DUE-DATE, :LSCH-PRIN-AMT,
                         :LSCH-INT-AMT, :LSCH-EXP-BAL, :LSCH-ST )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANSCHED'   TO IMGSRV-TABLE
                   MOVE DCLLOANSCHED  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200600-OPEN-FACILITY OPENS THE LOANFACL COMMITMENT ROW FOR A
      * AMOUNTS IS KEYED MANUALLY AS REQ-TYPE 05, SO FACILITIES ARE
      * DELIBERATELY OUTSIDE DDGEN100'S COLLECTION, PENLI100'S
      * SCHEDULE-DRIVEN PENALTIES AND LSTMT100'S EXPECTED-INSTALLMENT
      * STATEMENTS. A REQ-TYPE 14 REVOLVING LINE OPENS THE SAME ROW
      * AS TYPE 'R' WITH ITS REVIEW DATE, AND STARTS ITS FIRST
      * INTEREST PERIOD TODAY.
       200600-OPEN-FACILITY.

           MOVE LLOANM-CAT            TO LFAC-CAT
           MOVE LOANIN-LLOANM-MAX-AMT TO LFAC-UNDRAWN-AMT
           MOVE 'O'                   TO LFAC-ST
           MOVE WS-TODAY-DATE-X       TO LFAC-REG-DATE
           MOVE ZEROS                 TO LFAC-BAL-DAYS
           MOVE WS-TODAY-DATE-X       TO LFAC-MOVE-DATE
           MOVE WS-TODAY-DATE-X       TO LFAC-ACCR-DATE
           IF WS-REV-LINE
               MOVE 'R'                   TO LFAC-TYPE
               PERFORM 200620-SET-REVIEW-DATE
           ELSE
               MOVE 'S'                   TO LFAC-TYPE
               MOVE '9999-12-31'          TO LFAC-REVIEW-DATE
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200610-INSERT-LOANFACL-ROW
                   INSERT INTO IDC015.LOANFACL
                       ( LFAC_CAT, LFAC_NO, LFAC_FACL_AMT,
                         LFAC_DRAWN_AMT, LFAC_UNDRAWN_AMT,
                         LFAC_ST, LFAC_REG_DATE, LFAC_TYPE,
                         LFAC_REVIEW_DATE, LFAC_BAL_DAYS,
                         LFAC_MOVE_DATE, LFAC_ACCR_DATE )
                   VALUES
                       ( :LFAC-CAT, :LFAC-NO, :LFAC-FACL-AMT,
                         :LFAC-DRAWN-AMT, :LFAC-UNDRAWN-AMT,
                         :LFAC-ST, :LFAC-REG-DATE, :LFAC-TYPE,
                         :LFAC-REVIEW-DATE, :LFAC-BAL-DAYS,
                         :LFAC-MOVE-DATE, :LFAC-ACCR-DATE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANFACL'   TO IMGSRV-TABLE
                   MOVE DCLLOANFACL  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200620-SET-REVIEW-DATE PUTS A REVOLVING LINE'S REVIEW DATE THE
      * REQUESTED TERM IN MONTHS AFTER TODAY, WITH THE DAY CLAMPED TO
      * 28 SO THE DATE IS VALID IN EVERY MONTH.
       200620-SET-REVIEW-DATE.

           COMPUTE WS-LINE-MONTHS = WS-TODAY-MM - 1 + WS-LOANIN-TERM-NUM
           DIVIDE WS-LINE-MONTHS BY 12
               GIVING WS-LINE-YEARS
               REMAINDER WS-LINE-MONTHS

           COMPUTE WS-LRV-YYYY = WS-TODAY-YYYY + WS-LINE-YEARS
           COMPUTE WS-LRV-MM   = WS-LINE-MONTHS + 1
           MOVE WS-TODAY-DD TO WS-LRV-DD
           IF WS-LRV-DD > 28
               MOVE 28 TO WS-LRV-DD
           END-IF

           MOVE WS-LINE-REVIEW-DATE TO LFAC-REVIEW-DATE.
      ******************************************************************
      * 220000-APPLY-DRAWDOWN APPLIES A REQ-TYPE 10 DRAWDOWN AGAINST
      * AN OPEN FACILITY: THE AMOUNT MUST NOT EXCEED THE UNDRAWN
      * COMMITMENT, THE LOANMSTR BALANCE AND LOANFACL DRAWN/UNDRAWN
      * FIGURES MOVE TOGETHER, AND EACH DRAWDOWN WRITES ITS OWN GL
      * POSTING. A FACILITY DRAWN TO ZERO IS CLOSED TO 'F'.
      * A REQ-TYPE 15 DRAWING ON A REVOLVING LINE TAKES THE SAME
      * PATH, BUT ONLY AGAINST A TYPE 'R' ROW AND ONLY BEFORE THE
      * LINE'S REVIEW DATE; EACH KIND OF FACILITY REFUSES THE OTHER'S
      * DRAWDOWN CODE.
       220000-APPLY-DRAWDOWN.

           MOVE 'Y'    TO WS-DRAW-OK-SW

           EXEC SQL
               SELECT LFAC_CAT, LFAC_DRAWN_AMT, LFAC_UNDRAWN_AMT,
                      LFAC_ST, LFAC_TYPE, LFAC_REVIEW_DATE,
                      LFAC_BAL_DAYS, LFAC_MOVE_DATE
                 INTO :LFAC-CAT, :LFAC-DRAWN-AMT,
                      :LFAC-UNDRAWN-AMT, :LFAC-ST, :LFAC-TYPE,
                      :LFAC-REVIEW-DATE, :LFAC-BAL-DAYS,
                      :LFAC-MOVE-DATE
                 FROM IDC015.LOANFACL
                WHERE LFAC_NO = :LFAC-NO
           END-EXEC
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN LOANIN-REQ-TYPE = '10' AND LFAC-TYPE = 'R'
                   MOVE 'N' TO WS-DRAW-OK-SW
                   MOVE 'REVOLVING LINE - DRAW WITH REQ-TYPE 15'
                            TO WS-DRAW-REJ-REASON
               WHEN LOANIN-REQ-TYPE = '15' AND LFAC-TYPE NOT = 'R'
                   MOVE 'N' TO WS-DRAW-OK-SW
                   MOVE 'NOT A REVOLVING CREDIT LINE'
                            TO WS-DRAW-REJ-REASON
               WHEN LFAC-TYPE = 'R'
                AND LFAC-REVIEW-DATE NOT > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-DRAW-OK-SW
                   MOVE 'LINE PAST REVIEW DATE - DRAWING BLOCKED'
                            TO WS-DRAW-REJ-REASON
               WHEN LFAC-ST NOT = 'O'
                   MOVE 'N' TO WS-DRAW-OK-SW
                   MOVE 'FACILITY IS FULLY DRAWN OR CLOSED'
           IF WS-DRAW-OK
               ADD 1 TO WS-CTL-DRAW-CNT
               MOVE 'DRAWDOWN'        TO WS-AUD-TRAN-TYPE
               IF LFAC-TYPE = 'R'
                   ADD 1 TO WS-CTL-LDRAW-CNT
                   MOVE 'LINEDRAW'    TO WS-AUD-TRAN-TYPE
               END-IF
               MOVE LOANIN-LLOANM-NO  TO WS-AUD-KEY
               MOVE LOANIN-LLOANM-MAX-AMT TO WS-AUD-AMT-X
               MOVE WS-AUD-AMT-X      TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               MOVE LOANIN-LLOANM-NO      TO GLPOST-LLOANM-NO
               MOVE 'DRAWDOWN'            TO GLPOST-TRAN-TYPE
               MOVE WS-TODAY-DATE-X       TO GLPOST-POST-DATE
               IF NOT WS-SIM-MODE
                   WRITE RE-GLPOST FROM GLPOST-REC
                   PERFORM 900780-IMAGE-GL-POSTING
               END-IF
               MOVE 'DRAWDOWN'            TO PAYREQ-EVENT
               MOVE SPACES                TO PAYREQ-CCY
               PERFORM 900510-WRITE-PAYMENT-REQUEST
           ELSE
               MOVE LOANIN-REQ-TYPE    TO LREJ-REQ-TYPE
               MOVE LOANIN-LLOANM-NO   TO LREJ-LLOANM-NO
               MOVE WS-DRAW-SQLCODE    TO LREJ-SQLCODE
               MOVE WS-DRAW-REJ-REASON TO LREJ-REASON
           END-IF.
      ******************************************************************
      * 220100-POST-DRAWDOWN MOVES THE LOANMSTR BALANCE AND THE
      * LOANFACL DRAWN/UNDRAWN FIGURES TOGETHER. ON A REVOLVING LINE
      * THE DRAWN-BALANCE-DAYS ARE FIRST BROUGHT FORWARD TO TODAY AT
      * THE OLD DRAWN AMOUNT, SO INTEREST FOLLOWS THE DAILY BALANCE.
       220100-POST-DRAWDOWN.

           MOVE LOANIN-LLOANM-NO TO LLOANM-NO
               COMPUTE WS-DRAW-NEW-BAL =
                   WS-DRAW-CUR-BAL + LOANIN-LLOANM-MAX-AMT

               IF LFAC-TYPE = 'R'
                   PERFORM 220120-ROLL-LINE-BAL-DAYS
               END-IF

               COMPUTE LFAC-DRAWN-AMT =
                   LFAC-DRAWN-AMT + LOANIN-LLOANM-MAX-AMT
               COMPUTE LFAC-UNDRAWN-AMT =
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANMSTR'   TO IMGSRV-TABLE
               MOVE DCLLOANMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANMSTR
                      SET LOANM_MAX_AMT = :WS-DRAW-NEW-BAL
                    WHERE LOANM_NO = :LLOANM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF

           IF SQLCODE = ZERO
               IF WS-SIM-MODE
                   MOVE ZERO TO SQLCODE
               ELSE
                   MOVE 'LOANFACL'   TO IMGSRV-TABLE
                   MOVE DCLLOANFACL  TO IMGSRV-ROW-DATA
                   PERFORM 900710-IMAGE-BEFORE-UPDATE
                   EXEC SQL
                       UPDATE IDC015.LOANFACL
                          SET LFAC_DRAWN_AMT   = :LFAC-DRAWN-AMT,
                              LFAC_UNDRAWN_AMT = :LFAC-UNDRAWN-AMT,
                              LFAC_ST          = :LFAC-ST,
                              LFAC_BAL_DAYS    = :LFAC-BAL-DAYS,
                              LFAC_MOVE_DATE   = :LFAC-MOVE-DATE
                        WHERE LFAC_NO = :LFAC-NO
                   END-EXEC
                   IF SQLCODE = ZERO
                       PERFORM 900720-IMAGE-AFTER-UPDATE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 220120-ROLL-LINE-BAL-DAYS ADDS THE DRAWN AMOUNT TIMES THE DAYS
      * (30/360) SINCE THE LINE LAST MOVED TO LFAC-BAL-DAYS, AND
      * MOVES LFAC-MOVE-DATE UP TO TODAY.
       220120-ROLL-LINE-BAL-DAYS.

           COMPUTE WS-LINE-TODAY-DAYNO =
                 WS-TODAY-YYYY * 360
               + (WS-TODAY-MM - 1) * 30
               + WS-TODAY-DD
           IF WS-TODAY-DD > 30
               SUBTRACT 1 FROM WS-LINE-TODAY-DAYNO
           END-IF

           MOVE LFAC-MOVE-DATE TO WS-LINE-DATE-X
           COMPUTE WS-LINE-DAYNO =
                 WS-LND-YYYY * 360
               + (WS-LND-MM - 1) * 30
               + WS-LND-DD
           IF WS-LND-DD > 30
               SUBTRACT 1 FROM WS-LINE-DAYNO
           END-IF

           COMPUTE WS-LINE-DAYS = WS-LINE-TODAY-DAYNO - WS-LINE-DAYNO
           IF WS-LINE-DAYS > ZERO
               COMPUTE LFAC-BAL-DAYS =
                   LFAC-BAL-DAYS + LFAC-DRAWN-AMT * WS-LINE-DAYS
           END-IF

           MOVE WS-TODAY-DATE-X TO LFAC-MOVE-DATE.
      ******************************************************************
      * 200100-LOOKUP-PRODUCT PULLS THE CATEGORY'S PROFILE AND
      * CEILINGS OFF ITS LOANPROD ROW. LOANP_CAT IS LOANPROD'S KEY, SO
      * THIS IS ALWAYS EXACTLY ONE ROW (OR NONE, FOR AN UNRECOGNIZED

           EXEC SQL
               SELECT LOANP_TITLE, LOANP_ROI, LOANP_TERM,
                      LOANP_MAX_AMT, LOANP_MIN_AGE, LOANP_MAX_AGE,
                      LOANP_MAX_DSTI, LOANP_DSTI_ACT
                 INTO :WS-PROD-TITLE, :WS-PROD-ROI, :WS-PROD-TERM,
                      :WS-PROD-MAX-AMT, :WS-PROD-MIN-AGE,
                      :WS-PROD-MAX-AGE, :WS-PROD-MAX-DSTI,
                      :WS-PROD-DSTI-ACT
                 FROM IDC015.LOANPROD
                WHERE LOANP_CAT = :LLOANM-CAT
           END-EXEC
      * A DORMANT, DECEASED OR CLOSED CUSTOMER IS NEVER BOOKED -
      * REACTIVATE THE CUSTOMER THROUGH CUSTM100 FIRST), OR WHOSE
      * AGE FALLS OUTSIDE THE PRODUCT'S LOANM_MIN_AGE/LOANM_MAX_AGE
      * RANGE. A LEGAL-ENTITY BORROWER (CUSTM_TYPE 'E') HAS NO AGE -
      * ITS CUSTM_DOB IS THE INCORPORATION DATE - SO ONLY THE
      * EXISTENCE AND STATUS CHECKS APPLY TO IT.
       200300-CHECK-BORROWER-AGE.

           MOVE LOANIN-LLOANM-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_DOB, CUSTM_ST, CUSTM_TYPE
                 INTO :ACN-CUSTM-DOB, :ACN-CUSTM-ST, :ACN-CUSTM-TYPE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC
               MOVE 'N' TO WS-AMT-TERM-OK-SW
               MOVE 'CUSTOMER STATUS NOT ACTIVE - NO NEW LOANS'
                            TO WS-LOAN-REJ-REASON
           ELSE
           IF ACN-CUSTM-TYPE = 'E'
               CONTINUE
           ELSE
               MOVE ACN-CUSTM-DOB TO WS-BOR-DOB-X

                                TO WS-LOAN-REJ-REASON
               END-IF
           END-IF
           END-IF
           END-IF.
      ******************************************************************
      * 200350-CHECK-CREDIT-LIMIT ENFORCES THE PER-CUSTOMER TOTAL
               MOVE ZEROS TO WS-CUST-EXPOSURE

               EXEC SQL
                   SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                            * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                     INTO :WS-CUST-EXPOSURE
                     FROM IDC015.LOANMSTR L
                          LEFT OUTER JOIN IDC015.PARTMSTR P
                            ON P.PART_LOAN_CAT = L.LOANM_CAT
                           AND P.PART_LOAN_NO  = L.LOANM_NO
                           AND P.PART_OWN      = 'Y'
                           AND P.PART_ST       = 'A'
                    WHERE L.LOANM_CUST_NO = :LOANIN-LLOANM-CUST-NO
                      AND L.LOANM_ST      = 'A'
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZEROS TO WS-CUST-GTD-EXPOSURE

                   EXEC SQL
                       SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                            * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                         INTO :WS-CUST-GTD-EXPOSURE
                         FROM IDC015.GUARMSTR G,
                              IDC015.LOANMSTR L
                              LEFT OUTER JOIN IDC015.PARTMSTR P
                                ON P.PART_LOAN_CAT = L.LOANM_CAT
                               AND P.PART_LOAN_NO  = L.LOANM_NO
                               AND P.PART_OWN      = 'Y'
                               AND P.PART_ST       = 'A'
                        WHERE G.GUAR_CUST_NO = :LOANIN-LLOANM-CUST-NO
                          AND G.GUAR_ST      = 'A'
                          AND L.LOANM_NO     = G.GUAR_LOAN_NO
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 200369-CHECK-PRECONTRACT-SHEET HARD-REJECTS A NEW LOAN UNLESS
      * ITS LOANAPPL APPLICATION (LAPP_LOAN_NO = THE LOAN NUMBER) HAD
      * THE CUSTOMER'S PRE-CONTRACTUAL INFORMATION SHEET ISSUED AT
      * APPROVAL AND THAT SHEET IS STILL WITHIN ITS LAPP_EXP_DATE.
      * THE CUSTOMER MUST HAVE SEEN THE APR BEFORE SIGNING, SO THIS
      * IS A REJECT RATHER THAN A REFERRAL. FACILITIES (REQ-TYPE 09)
      * ARE NOT ORIGINATED THROUGH LAPP100 AND ARE NOT CHECKED. THE
      * DEBT-SERVICE RATIO LAPP100 STAMPED AT APPROVAL IS PICKED UP
      * FOR 200366-CHECK-DEBT-SERVICE ON THE WAY.
       200369-CHECK-PRECONTRACT-SHEET.

           MOVE LOANIN-LLOANM-NO TO WS-PCI-LOAN-NO
           MOVE ZEROS            TO WS-PCI-SHEET-CNT
           MOVE ZEROS            TO WS-PCI-VALID-CNT
           MOVE ZEROS            TO WS-PCI-APPR-DSTI

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE
                          WHEN LAPP_EXP_DATE >= :WS-TODAY-DATE-X
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(MAX(LAPP_DSTI), 0)
                 INTO :WS-PCI-SHEET-CNT, :WS-PCI-VALID-CNT,
                      :WS-PCI-APPR-DSTI
                 FROM IDC015.LOANAPPL
                WHERE LAPP_LOAN_NO = :WS-PCI-LOAN-NO
                  AND LAPP_SHEET_DATE IS NOT NULL
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   MOVE 'LOANAPPL'       TO DB2-OBJECT
                   MOVE 'SELECT'         TO DB2-STATEMENT
                   MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'INFO SHEET CHECK FAILED - SEE SQLCODE'
                                         TO WS-LOAN-REJ-REASON
               WHEN WS-PCI-SHEET-CNT = ZERO
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'NO PRE-CONTRACTUAL INFO SHEET ISSUED'
                                         TO WS-LOAN-REJ-REASON
               WHEN WS-PCI-VALID-CNT = ZERO
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'PRE-CONTRACTUAL INFO SHEET EXPIRED'
                                         TO WS-LOAN-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 200366-CHECK-DEBT-SERVICE TESTS A NEW LOAN AGAINST ITS
      * PRODUCT'S DEBT-SERVICE-TO-INCOME CEILING. THE MONTHLY DEBT
      * SERVICE IS THE NEW LOAN'S FIRST INSTALLMENT (PRINCIPAL OVER
      * THE TERM PLUS A MONTH'S INTEREST AT THE PRODUCT RATE), PLUS
      * THE NEXT OPEN LOANSCHED INSTALLMENT OF EACH ACTIVE LOAN THE
      * BORROWER ALREADY HOLDS, PLUS THE SERVICE FACTOR ON THE CIRBE
      * DEBT NOT OWED TO US. IT IS DIVIDED BY THE VERIFIED NET
      * MONTHLY INCOME; AN INCOME OF ZERO OR ONE LAST VERIFIED BEFORE
      * THE 12-MONTH CUTOFF FAILS AT THE CAPPED RATIO. NO CEILING ON
      * THE PRODUCT, OR AN ENTITY BORROWER, LEAVES THE CHECK OUT.
      * A BREACH PASSES WHEN THE ITEM IS A QUEUE REPLAY, OR WHEN THE
      * RATIO IS NO HIGHER THAN THE ONE LAPP100 STAMPED ON THE
      * APPLICATION - A CHECKER ALREADY ACCEPTED THAT DEBT SERVICE
      * AT APPROVAL. OTHERWISE THE PRODUCT'S ACTION DECIDES: 'R'
      * REFERS, ANYTHING ELSE DECLINES. EVERY EVALUATED LOAN IS
      * AUDITED WITH ITS OUTCOME, RATIO, CEILING AND INCOME.
       200366-CHECK-DEBT-SERVICE.

           MOVE SPACES TO WS-DSTI-OUTCOME
           MOVE SPACES TO WS-DSTI-REASON
           MOVE ZEROS  TO WS-DSTI-RATIO

           IF WS-PROD-MAX-DSTI > ZERO
               PERFORM 200371-FETCH-BORROWER-INCOME
           END-IF

           IF WS-PROD-MAX-DSTI > ZERO
            AND WS-DSTI-OUTCOME = SPACES
            AND WS-DSTI-CUST-TYPE NOT = 'E'
               MOVE 'P' TO WS-DSTI-OUTCOME
               IF WS-DSTI-INCOME NOT > ZERO
                OR WS-DSTI-VER-DATE < WS-DSTI-CUTOFF-X
                   MOVE WS-DSTI-RATIO-CAP TO WS-DSTI-RATIO
                   MOVE 'NO VERIFIED INCOME IN LAST 12 MONTHS'
                                          TO WS-DSTI-REASON
               ELSE
                   PERFORM 200372-SUM-EXISTING-INSTALLMENTS
                   IF WS-DSTI-OUTCOME = 'P'
                       PERFORM 200373-ESTIMATE-OTHER-BANK-DEBT
                   END-IF
                   IF WS-DSTI-OUTCOME = 'P'
                       PERFORM 200375-COMPUTE-RATIO
                   END-IF
               END-IF
           END-IF

           IF WS-DSTI-OUTCOME = 'P'
            AND WS-DSTI-RATIO > WS-PROD-MAX-DSTI
            AND WS-DSTI-RATIO > WS-PCI-APPR-DSTI
            AND NOT WS-FROM-QUEUE
               IF WS-DSTI-REASON = SPACES
                   MOVE 'DEBT SERVICE RATIO ABOVE PRODUCT CEILING'
                                          TO WS-DSTI-REASON
               END-IF
               IF WS-PROD-DSTI-ACT = 'R'
                   MOVE 'R' TO WS-DSTI-OUTCOME
                   MOVE 'Y' TO WS-DSTI-REFERRED-SW
               ELSE
                   MOVE 'D' TO WS-DSTI-OUTCOME
                   ADD 1 TO WS-CTL-DSTI-DCL-CNT
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE WS-DSTI-REASON TO WS-LOAN-REJ-REASON
               END-IF
           END-IF

           EVALUATE WS-DSTI-OUTCOME
               WHEN 'E'
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE WS-DSTI-REASON TO WS-LOAN-REJ-REASON
               WHEN 'P'
               WHEN 'R'
               WHEN 'D'
                   MOVE 'DSTICHK'          TO WS-AUD-TRAN-TYPE
                   MOVE LOANIN-LLOANM-NO   TO WS-AUD-KEY
                   MOVE SPACES             TO WS-AUD-BEFORE
                   MOVE SPACES             TO WS-AUD-AFTER
                   MOVE WS-DSTI-OUTCOME    TO WS-AUD-AFTER(1:1)
                   MOVE WS-DSTI-RATIO      TO WS-DSTI-EDIT
                   MOVE WS-DSTI-EDIT       TO WS-AUD-AFTER(3:6)
                   MOVE WS-PROD-MAX-DSTI   TO WS-DSTI-EDIT
                   MOVE WS-DSTI-EDIT       TO WS-AUD-AFTER(10:6)
                   MOVE WS-DSTI-INCOME     TO WS-DSTI-INC-EDIT
                   MOVE WS-DSTI-INC-EDIT   TO WS-AUD-AFTER(17:12)
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 200371-FETCH-BORROWER-INCOME READS THE BORROWER'S TYPE AND
      * VERIFIED NET MONTHLY INCOME. A LOOKUP FAILURE MARKS THE
      * CHECK 'E' SO THE LOAN IS REJECTED RATHER THAN BOOKED
      * UNTESTED.
       200371-FETCH-BORROWER-INCOME.

           MOVE LOANIN-LLOANM-CUST-NO TO ACN-CUSTM-NO
           MOVE SPACES                TO WS-DSTI-CUST-TYPE
           MOVE ZEROS                 TO WS-DSTI-INCOME
           MOVE SPACES                TO WS-DSTI-VER-DATE

           EXEC SQL
               SELECT CUSTM_TYPE, CUSTM_NET_INCOME, CUSTM_INC_VER_DATE
                 INTO :WS-DSTI-CUST-TYPE, :WS-DSTI-INCOME,
                      :WS-DSTI-VER-DATE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'E' TO WS-DSTI-OUTCOME
               MOVE 'INCOME LOOKUP FAILED - SEE SQLCODE'
                                      TO WS-DSTI-REASON
               MOVE 'CUSTM_TBL'       TO DB2-OBJECT
               MOVE 'SELECT'          TO DB2-STATEMENT
               MOVE LOANIN-LLOANM-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 200372-SUM-EXISTING-INSTALLMENTS ADDS UP THE NEXT OPEN
      * (PENDING OR SUBMITTED) INSTALLMENT OF EVERY ACTIVE LOAN THE
      * BORROWER HOLDS.
       200372-SUM-EXISTING-INSTALLMENTS.

           MOVE ZEROS TO WS-DSTI-EXIST-INST

           EXEC SQL
               SELECT COALESCE(SUM(S.LOANSCH_PRIN_AMT
                                 + S.LOANSCH_INT_AMT), 0)
                 INTO :WS-DSTI-EXIST-INST
                 FROM IDC015.LOANSCHED S,
                      IDC015.LOANMSTR  L
                WHERE L.LOANM_CUST_NO = :LOANIN-LLOANM-CUST-NO
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
               MOVE 'E' TO WS-DSTI-OUTCOME
               MOVE 'INSTALLMENT LOOKUP FAILED - SEE SQLCODE'
                                      TO WS-DSTI-REASON
               MOVE 'LOANSCHED'       TO DB2-OBJECT
               MOVE 'SELECT'          TO DB2-STATEMENT
               MOVE LOANIN-LLOANM-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 200373-ESTIMATE-OTHER-BANK-DEBT PRICES THE BORROWER'S DEBT AT
      * OTHER BANKS: THE CIRBE AGGREGATE LESS WHAT OUR OWN ACTIVE
      * LOANS ACCOUNT FOR, AT THE MONTHLY SERVICE FACTOR. NO BUREAU
      * ROW MEANS NO EXTERNAL DEBT TO PRICE.
       200373-ESTIMATE-OTHER-BANK-DEBT.

           MOVE ZEROS                 TO WS-DSTI-EXT-INST
           MOVE LOANIN-LLOANM-CUST-NO TO CBUR-CUST-NO

           EXEC SQL
               SELECT CBUR_TOT_DEBT
                 INTO :CBUR-TOT-DEBT
                 FROM IDC015.CIRBBURO
                WHERE CBUR_CUST_NO = :CBUR-CUST-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   PERFORM 200374-SUM-OWN-BALANCES
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'E' TO WS-DSTI-OUTCOME
                   MOVE 'BUREAU LOOKUP FAILED - SEE SQLCODE'
                                          TO WS-DSTI-REASON
                   MOVE 'CIRBBURO'        TO DB2-OBJECT
                   MOVE 'SELECT'          TO DB2-STATEMENT
                   MOVE LOANIN-LLOANM-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       200374-SUM-OWN-BALANCES.

           MOVE ZEROS TO WS-DSTI-OWN-BAL

           EXEC SQL
               SELECT COALESCE(SUM(LOANM_MAX_AMT), 0)
                 INTO :WS-DSTI-OWN-BAL
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CUST_NO = :LOANIN-LLOANM-CUST-NO
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
               MOVE 'E' TO WS-DSTI-OUTCOME
               MOVE 'LOAN BALANCE LOOKUP FAILED - SEE SQLCODE'
                                      TO WS-DSTI-REASON
               MOVE 'LOANMSTR'        TO DB2-OBJECT
               MOVE 'SELECT'          TO DB2-STATEMENT
               MOVE LOANIN-LLOANM-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 200375-COMPUTE-RATIO PRICES THE NEW LOAN'S FIRST INSTALLMENT
      * THE WAY 200400-BUILD-INSTALLMENT-SCHED WILL, ADDS THE DEBT
      * SERVICE ALREADY CARRIED AND DIVIDES BY THE INCOME, HOLDING
      * THE RESULT AT THE 9.9999 CAP.
       200375-COMPUTE-RATIO.

           MOVE ZEROS TO WS-DSTI-NEW-INST

           IF WS-LOANIN-TERM-NUM > ZERO
               COMPUTE WS-DSTI-NEW-INST ROUNDED =
                   LOANIN-LLOANM-MAX-AMT / WS-LOANIN-TERM-NUM
                 + LOANIN-LLOANM-MAX-AMT * WS-PROD-ROI / 12 / 100
           ELSE
               COMPUTE WS-DSTI-NEW-INST ROUNDED =
                   LOANIN-LLOANM-MAX-AMT * WS-PROD-ROI / 12 / 100
           END-IF

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
      * 200368-EVALUATE-SCORECARD SCORES THE ORIGINATION ON THE
      * MAINTAINABLE SC1DQ001 SCORECARD: POINTS FOR BORROWER AGE,
      * EXISTING ACTIVE EXPOSURE, REPAYMENT CONDUCT ON LOANRPHST,
                       ( :LSCR-CAT, :LSCR-NO, :LSCR-DATE,
                         :LSCR-SCORE, :LSCR-DECISION )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANSCORE'   TO IMGSRV-TABLE
                   MOVE SPACES        TO IMGSRV-AFTER
                   MOVE DCLLOANSCORE  TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200390-CHECK-RELATED-PARTY LOOKS THE BORROWER UP ON THE
      * RELPARTY REGISTER (SEE RELM100) FOR A RELATIONSHIP IN FORCE
      * TODAY. A REGISTER THAT CANNOT BE READ IS NOT A CLEAN
      * ANSWER: A DB2 FAILURE ROUTES THE TRANSACTION TO THE
      * RELATED-PARTY CLASS, AS THE WATCHLIST SCREEN HOLDS ON ONE.
      * A REPLAYED ITEM A CHECKER ALREADY RELEASED FROM THAT CLASS
      * IS NOT REFERRED AGAIN.
       200390-CHECK-RELATED-PARTY.

           MOVE 'N'   TO WS-RELP-REFERRED-SW
           MOVE ZEROS TO WS-RELP-CNT

           IF WS-FROM-QUEUE AND WS-PQ-CLASS = 'RP'
               CONTINUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-RELP-CNT
                     FROM IDC015.RELPARTY
                    WHERE RELP_CUST_NO    = :LOANIN-LLOANM-CUST-NO
                      AND RELP_FROM_DATE <= :WS-TODAY-DATE-X
                      AND RELP_TO_DATE   >= :WS-TODAY-DATE-X
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE 'RELPARTY' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LOANIN-LLOANM-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 'Y' TO WS-RELP-REFERRED-SW
               ELSE
                   IF WS-RELP-CNT > ZERO
                       MOVE 'Y' TO WS-RELP-REFERRED-SW
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 200384-PARK-MARGINAL-TXN PARKS A MARGINAL-BAND ORIGINATION
      * (OR ONE REFERRED ON DEBT SERVICE) ON THE PENDTXN MAKER-CHECKER
      * QUEUE, THE SAME WAY CUSTM100
      * PARKS ITS SENSITIVE DELETES: A CHECKER APPROVES OR REJECTS
      * IT THROUGH APPRM100 AND THE NEXT RUN'S
      * 150000-APPLY-APPROVED-PENDING REPLAYS THE APPROVED ONES. A
      * RELATED-PARTY BORROWER'S ITEM IS PARKED IN CLASS 'RP'.
       200384-PARK-MARGINAL-TXN.

           ADD 1 TO WS-CTL-SCRREF-CNT

           IF WS-RELP-REFERRED
               ADD 1 TO WS-CTL-RELP-REF-CNT
               MOVE 'RP'   TO PTXN-CLASS
           ELSE
               MOVE SPACES TO PTXN-CLASS
           END-IF

           MOVE ZEROS TO PTXN-SEQ

           EXEC SQL
               EXEC SQL
                   INSERT INTO IDC015.PENDTXN
                       ( PTXN_PGM, PTXN_SEQ, PTXN_REQ_TYPE, PTXN_KEY,
                         PTXN_RAW, PTXN_MAKER, PTXN_STATUS, PTXN_DATE,
                         PTXN_CLASS )
                   VALUES
                       ( :PTXN-PGM, :PTXN-SEQ, :PTXN-REQ-TYPE,
                         :PTXN-KEY, :PTXN-RAW, :PTXN-MAKER,
                         :PTXN-STATUS, :PTXN-DATE, :PTXN-CLASS )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'PENDTXN'   TO IMGSRV-TABLE
                   MOVE DCLPENDTXN  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 150000-APPLY-APPROVED-PENDING REPLAYS THE MARGINAL

           EXEC SQL
               FETCH LOANM-PQ-CSR
                INTO :PTXN-SEQ, :PTXN-RAW, :PTXN-MAKER, :PTXN-CHECKER,
                     :WS-PQ-CLASS
           END-EXEC

           IF SQLCODE NOT = ZERO
                       WHEN '09'
                           MOVE 'Y' TO WS-FACL-MODE-SW
                           PERFORM 200000-APPLY-NEW-LOAN
                       WHEN '17'
                           PERFORM 240000-APPLY-ASSUMPTION
                       WHEN OTHER
                           MOVE LOANIN-REQ-TYPE  TO LREJ-REQ-TYPE
                           MOVE LOANIN-LLOANM-NO TO LREJ-LLOANM-NO
                   END-EVALUATE
               END-IF

               MOVE 'N'    TO WS-FROM-QUEUE-SW
               MOVE SPACES TO WS-PQ-CLASS

               IF NOT WS-SIM-MODE
                   MOVE 'LOANM100'   TO PTXN-PGM
                   MOVE 'PENDTXN'    TO IMGSRV-TABLE
                   MOVE DCLPENDTXN   TO IMGSRV-ROW-DATA
                   PERFORM 900710-IMAGE-BEFORE-UPDATE
               END-IF
               EXEC SQL
                   UPDATE IDC015.PENDTXN
                      SET PTXN_STATUS = 'D'
                    WHERE PTXN_PGM = 'LOANM100'
                      AND PTXN_SEQ = :PTXN-SEQ
               END-EXEC
               IF SQLCODE = ZERO AND NOT WS-SIM-MODE
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 100011-LOAD-SCORECARD LOADS THE SCORECARD BANDS AND CUT-OFF
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANMSTR'   TO IMGSRV-TABLE
               MOVE DCLLOANMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANMSTR
                      SET LOANM_DD_MAND = :LLOANM-DD-MAND
                    WHERE LOANM_NO = :LLOANM-NO
                      AND LOANM_ST = 'A'
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 240000-APPLY-ASSUMPTION HANDS A LIVE LOAN TO A NEW BORROWER
      * (REQ-TYPE 17). THE LOAN MUST BE ACTIVE AND NOT ALREADY THE
      * NEW BORROWER'S. THE NEW BORROWER THEN RUNS THE ORIGINATION
      * GAUNTLET ON THE EXPOSURE TAKEN OVER - CUSTOMER EXISTENCE,
      * STATUS AND THE PRODUCT'S AGE RANGE, THE CREDIT LIMIT AND
      * GROUP CEILINGS, THE WATCHLIST, BUREAU AND KYC REFERRALS AND
      * THE SCORECARD - WITH THE SAME OUTCOMES: A FAILED HARD CHECK
      * REJECTS, A REFERRAL PARKS ON THE HELD QUEUE, A MARGINAL
      * SCORE PARKS ON THE PENDTXN QUEUE FOR A CHECKER. THE
      * PRE-CONTRACTUAL SHEET CHECK DOES NOT APPLY - THE CONTRACT IS
      * NOT NEW. A MANDATE MOVE NEEDS THE NEW BORROWER'S REGISTERED
      * PAYACCT ACCOUNT TO MOVE IT TO. A RELATED-PARTY NEW BORROWER
      * IS PARKED IN THE RELATED-PARTY CLASS LIKE AN ORIGINATION.
       240000-APPLY-ASSUMPTION.

           MOVE 'Y'    TO WS-AMT-TERM-OK-SW
           MOVE SPACES TO WS-LOAN-REJ-REASON
           MOVE 'N'    TO WS-WTCH-MATCHED-SW
           MOVE 'N'    TO WS-SCORE-REFERRED-SW
           MOVE 'N'    TO WS-RELP-REFERRED-SW
           MOVE 'N'    TO WS-FACL-MODE-SW
           MOVE 'N'    TO WS-REV-LINE-SW

           PERFORM 240010-READ-ASSUMED-LOAN

           IF WS-AMT-TERM-OK
               MOVE LOANAS-LLOANM-CAT TO LLOANM-CAT
               PERFORM 200100-LOOKUP-PRODUCT
               IF NOT WS-PROD-FOUND
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'UNKNOWN LOAN CATEGORY - NO PRODUCT ON FILE'
                                       TO WS-LOAN-REJ-REASON
               END-IF
           END-IF
           IF WS-AMT-TERM-OK
               PERFORM 200300-CHECK-BORROWER-AGE
           END-IF
           IF WS-AMT-TERM-OK AND LOANAS-MAND-MOVE
               PERFORM 240020-LOOKUP-NEW-PAY-ACCOUNT
           END-IF
           IF WS-AMT-TERM-OK
               PERFORM 200350-CHECK-CREDIT-LIMIT
           END-IF
           IF WS-AMT-TERM-OK
               PERFORM 200355-CHECK-GROUP-CEILINGS
           END-IF
           IF WS-AMT-TERM-OK
               PERFORM 200360-SCREEN-WATCHLIST
           END-IF
           IF WS-AMT-TERM-OK
               PERFORM 200365-CHECK-BUREAU-DEBT
           END-IF
           IF WS-AMT-TERM-OK
               PERFORM 200367-CHECK-KYC-DOCS
           END-IF
           IF WS-AMT-TERM-OK AND NOT WS-WTCH-MATCHED
               PERFORM 200390-CHECK-RELATED-PARTY
           END-IF
           IF WS-AMT-TERM-OK AND NOT WS-WTCH-MATCHED
               PERFORM 200368-EVALUATE-SCORECARD
           END-IF
           IF WS-AMT-TERM-OK AND WS-RELP-REFERRED
            AND NOT WS-WTCH-MATCHED
            AND NOT WS-SCORE-REFERRED
               MOVE 'Y' TO WS-SCORE-REFERRED-SW
               PERFORM 200384-PARK-MARGINAL-TXN
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-AMT-TERM-OK
                   MOVE '17'               TO LREJ-REQ-TYPE
                   MOVE LOANIN-LLOANM-NO   TO LREJ-LLOANM-NO
                   MOVE ZEROS              TO LREJ-SQLCODE
                   MOVE WS-LOAN-REJ-REASON TO LREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN WS-WTCH-MATCHED
                   PERFORM 200370-WRITE-HELD-TXN
               WHEN WS-SCORE-REFERRED
                   CONTINUE
               WHEN OTHER
                   PERFORM 240100-TRANSFER-BORROWER
           END-EVALUATE.
      ******************************************************************
      * 240010-READ-ASSUMED-LOAN READS THE LIVE LOAN WITH ANY OPEN
      * LOANFACL COMMITMENT AND OUR OWN PARTMSTR SHARE, AND PUTS THE
      * EXPOSURE THE NEW BORROWER TAKES ON WHERE THE ORIGINATION
      * CHECKS LOOK FOR THE REQUESTED AMOUNT.
       240010-READ-ASSUMED-LOAN.

           MOVE LOANAS-LLOANM-CAT TO LLOANM-CAT
           MOVE LOANAS-LLOANM-NO  TO LLOANM-NO

           EXEC SQL
               SELECT L.LOANM_CUST_NO, L.LOANM_MAX_AMT,
                      COALESCE(F.LFAC_UNDRAWN_AMT, 0),
                      COALESCE(P.PART_SHARE_PCT, 100)
                 INTO :LLOANM-CUST-NO, :LLOANM-MAX-AMT,
                      :WS-ASM-UNDRAWN-AMT, :WS-ASM-SHARE-PCT
                 FROM IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.LOANFACL F
                        ON F.LFAC_CAT      = L.LOANM_CAT
                       AND F.LFAC_NO       = L.LOANM_NO
                       AND F.LFAC_ST       = 'O'
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE L.LOANM_CAT = :LLOANM-CAT
                  AND L.LOANM_NO  = :LLOANM-NO
                  AND L.LOANM_ST  = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'LOAN NOT ACTIVE - CANNOT BE ASSUMED'
                                       TO WS-LOAN-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'LOAN LOOKUP FAILED - SEE PROBLEM LOG'
                                       TO WS-LOAN-REJ-REASON
                   MOVE 'LOANMSTR'       TO DB2-OBJECT
                   MOVE 'SELECT'         TO DB2-STATEMENT
                   MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN LLOANM-CUST-NO = LOANAS-NEW-CUST-NO
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'NEW BORROWER ALREADY HOLDS THE LOAN'
                                       TO WS-LOAN-REJ-REASON
               WHEN OTHER
                   MOVE LLOANM-CUST-NO TO WS-ASM-OLD-CUST-NO
                   MOVE LLOANM-MAX-AMT TO WS-ASM-OS-AMT
                   COMPUTE WS-ASM-EXPO-AMT ROUNDED =
                       (LLOANM-MAX-AMT + WS-ASM-UNDRAWN-AMT)
                     * WS-ASM-SHARE-PCT / 100
                   MOVE WS-ASM-EXPO-AMT TO LOANIN-LLOANM-MAX-AMT
           END-EVALUATE.
      ******************************************************************
      * 240020-LOOKUP-NEW-PAY-ACCOUNT FINDS THE NEW BORROWER'S
      * ACTIVE PAYACCT ACCOUNT (CHECK-DIGIT VALIDATED BY DDMN100 AT
      * REGISTRATION) THAT THE LOAN'S MANDATE IS TO MOVE TO. WITH
      * NONE THERE IS NOTHING TO DEBIT AND THE ASSUMPTION IS
      * REFUSED - REGISTER THE ACCOUNT, OR ASSUME WITH MAND-OPT 'N'.
       240020-LOOKUP-NEW-PAY-ACCOUNT.

           MOVE LOANAS-NEW-CUST-NO TO PACC-CUST-NO

           EXEC SQL
               SELECT PACC_BANK_ACC
                 INTO :PACC-BANK-ACC
                 FROM IDC015.PAYACCT
                WHERE PACC_CUST_NO = :PACC-CUST-NO
                  AND PACC_ST      = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'NO REGISTERED ACCOUNT FOR THE NEW MANDATE'
                                       TO WS-LOAN-REJ-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'ACCOUNT LOOKUP FAILED - SEE PROBLEM LOG'
                                       TO WS-LOAN-REJ-REASON
                   MOVE 'PAYACCT'          TO DB2-OBJECT
                   MOVE 'SELECT'           TO DB2-STATEMENT
                   MOVE LOANAS-NEW-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 240100-TRANSFER-BORROWER MOVES THE LOAN TO THE NEW BORROWER
      * IN PLACE, SETTING THE MANDATE FLAG TO MATCH WHAT HAPPENS TO
      * THE MANDATE. THE UPDATE IS GUARDED ON THE OUTGOING BORROWER
      * SO A LOAN THAT CHANGED HANDS SINCE IT WAS READ IS REJECTED,
      * NOT TRANSFERRED TWICE. ONCE THE LOAN HAS MOVED, THE HISTORY,
      * GUARANTOR AND MANDATE FOLLOW-UPS LOG A FAILURE RATHER THAN
      * REJECT - THE TRANSFER ITSELF STANDS.
       240100-TRANSFER-BORROWER.

           MOVE LOANAS-NEW-CUST-NO TO LLOANM-CUST-NO
           IF LOANAS-MAND-MOVE
               MOVE 'Y' TO LLOANM-DD-MAND
           ELSE
               MOVE 'N' TO LLOANM-DD-MAND
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 240110-UPDATE-LOAN-BORROWER
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CTL-ASSUME-CNT
                   PERFORM 240200-RECORD-BORROWER-HIST
                   PERFORM 240300-RELEASE-NEW-BOR-GUAR
                   IF LOANAS-GUAR-YES
                       PERFORM 240400-KEEP-OLD-AS-GUARANTOR
                   END-IF
                   PERFORM 240500-SWAP-MANDATE
                   PERFORM 240600-END-SWEEP
                   MOVE 'ASSUME'           TO WS-AUD-TRAN-TYPE
                   MOVE LOANIN-LLOANM-NO   TO WS-AUD-KEY
                   MOVE WS-ASM-OLD-CUST-NO TO WS-AUD-BEFORE
                   MOVE LOANAS-NEW-CUST-NO TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               WHEN SQLCODE = +100
                   MOVE '17'             TO LREJ-REQ-TYPE
                   MOVE LOANIN-LLOANM-NO TO LREJ-LLOANM-NO
                   MOVE ZEROS            TO LREJ-SQLCODE
                   MOVE 'LOAN CHANGED SINCE READ - NOT ASSUMED'
                                         TO LREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               WHEN OTHER
                   MOVE '17'             TO LREJ-REQ-TYPE
                   MOVE LOANIN-LLOANM-NO TO LREJ-LLOANM-NO
                   MOVE SQLCODE          TO LREJ-SQLCODE
                   MOVE 'ASSUMPTION UPDATE FAILED - SEE SQLCODE'
                                         TO LREJ-REASON
                   MOVE 'LOANMSTR'       TO DB2-OBJECT
                   MOVE 'UPDATE'         TO DB2-STATEMENT
                   MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
           END-EVALUATE.
      ******************************************************************
       240110-UPDATE-LOAN-BORROWER.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANMSTR'   TO IMGSRV-TABLE
               MOVE DCLLOANMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANMSTR
                      SET LOANM_CUST_NO = :LLOANM-CUST-NO,
                          LOANM_DD_MAND = :LLOANM-DD-MAND
                    WHERE LOANM_CAT     = :LLOANM-CAT
                      AND LOANM_NO      = :LLOANM-NO
                      AND LOANM_CUST_NO = :WS-ASM-OLD-CUST-NO
                      AND LOANM_ST      = 'A'
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 240200-RECORD-BORROWER-HIST LEAVES THE LOANBORH ROW THAT
      * KEEPS THE CHANGE OF BORROWER ON THE LOAN'S OWN HISTORY.
       240200-RECORD-BORROWER-HIST.

           MOVE LLOANM-CAT         TO LBOR-CAT
           MOVE LLOANM-NO          TO LBOR-NO
           MOVE WS-TODAY-DATE-X    TO LBOR-DATE
           MOVE WS-ASM-OLD-CUST-NO TO LBOR-OLD-CUST-NO
           MOVE LOANAS-NEW-CUST-NO TO LBOR-NEW-CUST-NO
           MOVE WS-ASM-OS-AMT      TO LBOR-OS-AMT
           MOVE LOANAS-KEEP-GUAR   TO LBOR-GUAR-FLG
           MOVE LOANAS-MAND-OPT    TO LBOR-MAND-FLG

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 240210-INSERT-LOANBORH-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               DISPLAY 'LOANM100 - LOANBORH INSERT FAILED FOR LOAN '
                       LOANIN-LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'LOANBORH'       TO DB2-OBJECT
               MOVE 'INSERT'         TO DB2-STATEMENT
               MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       240210-INSERT-LOANBORH-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO IDC015.LOANBORH
                       ( LBOR_CAT, LBOR_NO, LBOR_DATE,
                         LBOR_OLD_CUST_NO, LBOR_NEW_CUST_NO,
                         LBOR_OS_AMT, LBOR_GUAR_FLG, LBOR_MAND_FLG )
                   VALUES
                       ( :LBOR-CAT, :LBOR-NO, :LBOR-DATE,
                         :LBOR-OLD-CUST-NO, :LBOR-NEW-CUST-NO,
                         :LBOR-OS-AMT, :LBOR-GUAR-FLG, :LBOR-MAND-FLG )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANBORH'   TO IMGSRV-TABLE
                   MOVE SPACES       TO IMGSRV-AFTER
                   MOVE DCLLOANBORH  TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 240300-RELEASE-NEW-BOR-GUAR RELEASES ANY GUARMSTR ROW ON
      * WHICH THE NEW BORROWER GUARANTEED THIS LOAN - A BORROWER
      * CANNOT GUARANTEE THEIR OWN DEBT, AND LEFT ACTIVE THE ROW
      * WOULD COUNT THE BALANCE TWICE IN THEIR CREDIT-LIMIT EXPOSURE.
       240300-RELEASE-NEW-BOR-GUAR.

           MOVE LOANAS-NEW-CUST-NO TO GUAR-CUST-NO
           MOVE LLOANM-CAT         TO GUAR-LOAN-CAT
           MOVE LLOANM-NO          TO GUAR-LOAN-NO

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 240310-UPDATE-RELEASE-GUAR
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'LOANM100 - GUARANTEE RELEASE FAILED FOR LOAN '
                       LOANIN-LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'GUARMSTR'         TO DB2-OBJECT
               MOVE 'UPDATE'           TO DB2-STATEMENT
               MOVE LOANAS-NEW-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       240310-UPDATE-RELEASE-GUAR.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'GUARMSTR'   TO IMGSRV-TABLE
               MOVE DCLGUARMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.GUARMSTR
                      SET GUAR_ST = 'R'
                    WHERE GUAR_CUST_NO  = :GUAR-CUST-NO
                      AND GUAR_LOAN_CAT = :GUAR-LOAN-CAT
                      AND GUAR_LOAN_NO  = :GUAR-LOAN-NO
                      AND GUAR_ST       = 'A'
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 240400-KEEP-OLD-AS-GUARANTOR REGISTERS THE OUTGOING BORROWER
      * AS GUARANTOR OF THE LOAN ON GUARMSTR, REVIVING A RELEASED
      * ROW FOR THE SAME CUSTOMER AND LOAN WHERE ONE EXISTS. FROM
      * HERE ON THE BALANCE COUNTS INTO THE OUTGOING BORROWER'S
      * GUARANTEED EXPOSURE INSTEAD OF THEIR DIRECT EXPOSURE.
       240400-KEEP-OLD-AS-GUARANTOR.

           MOVE WS-ASM-OLD-CUST-NO TO GUAR-CUST-NO
           MOVE LLOANM-CAT         TO GUAR-LOAN-CAT
           MOVE LLOANM-NO          TO GUAR-LOAN-NO
           MOVE WS-TODAY-DATE-X    TO GUAR-REG-DATE
           MOVE 'A'                TO GUAR-ST

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 240410-UPDATE-GUARMSTR-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = +100
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 240420-INSERT-GUARMSTR-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY 'LOANM100 - GUARANTOR REGISTRATION FAILED FOR '
                       'LOAN ' LOANIN-LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'GUARMSTR'         TO DB2-OBJECT
               MOVE 'INSERT'           TO DB2-STATEMENT
               MOVE WS-ASM-OLD-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       240410-UPDATE-GUARMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'GUARMSTR'   TO IMGSRV-TABLE
               MOVE DCLGUARMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.GUARMSTR
                      SET GUAR_REG_DATE = :GUAR-REG-DATE,
                          GUAR_ST       = :GUAR-ST
                    WHERE GUAR_CUST_NO  = :GUAR-CUST-NO
                      AND GUAR_LOAN_CAT = :GUAR-LOAN-CAT
                      AND GUAR_LOAN_NO  = :GUAR-LOAN-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
       240420-INSERT-GUARMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.GUARMSTR
                   ( GUAR_CUST_NO, GUAR_LOAN_CAT, GUAR_LOAN_NO,
                     GUAR_REG_DATE, GUAR_ST )
               VALUES
                   ( :GUAR-CUST-NO, :GUAR-LOAN-CAT, :GUAR-LOAN-NO,
                     :GUAR-REG-DATE, :GUAR-ST )
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'GUARMSTR'   TO IMGSRV-TABLE
               MOVE DCLGUARMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900730-IMAGE-INSERTED-KEY-ROW
           END-IF.
      ******************************************************************
      * 240500-SWAP-MANDATE TAKES THE LOAN'S DIRECT-DEBIT MANDATE OFF
      * THE OUTGOING BORROWER'S ACCOUNT. WITH MAND-OPT 'Y' THE DDMANDT
      * ROW IS REPOINTED (OR, FOR A LOAN THAT WAS PAID MANUALLY,
      * CREATED) ON THE NEW BORROWER'S PAYACCT ACCOUNT UNDER A NEW
      * MANDATE REFERENCE SIGNED TODAY; WITH 'N' THE ACTIVE MANDATE
      * IS CANCELLED THE WAY DDMN100 CANCELS ONE, AND THE NEW
      * BORROWER PAYS MANUALLY UNTIL A MANDATE IS REGISTERED.
       240500-SWAP-MANDATE.

           MOVE LLOANM-CAT TO DDMN-LOAN-CAT
           MOVE LLOANM-NO  TO DDMN-LOAN-NO

           IF LOANAS-MAND-MOVE
               MOVE LOANIN-LLOANM-NO        TO WS-ASM-MREF-LOAN
               MOVE WS-TODAY-YYYYMMDD(3:6)  TO WS-ASM-MREF-YYMMDD
               MOVE PACC-BANK-ACC           TO DDMN-BANK-ACC
               MOVE WS-ASM-MAND-REF         TO DDMN-MAND-REF
               MOVE WS-TODAY-DATE-X         TO DDMN-SIGN-DATE
               MOVE '9999-12-31'            TO DDMN-CANC-DATE
               MOVE 'A'                     TO DDMN-ST

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 240510-UPDATE-DDMANDT-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = +100
                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 240520-INSERT-DDMANDT-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               END-IF
           ELSE
               MOVE WS-TODAY-DATE-X TO DDMN-CANC-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 240530-CANCEL-DDMANDT-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           END-IF

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'LOANM100 - MANDATE SWAP FAILED FOR LOAN '
                       LOANIN-LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'DDMANDT'        TO DB2-OBJECT
               MOVE 'UPDATE'         TO DB2-STATEMENT
               MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       240510-UPDATE-DDMANDT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'DDMANDT'   TO IMGSRV-TABLE
               MOVE DCLDDMANDT  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.DDMANDT
                      SET DDMN_BANK_ACC  = :DDMN-BANK-ACC,
                          DDMN_MAND_REF  = :DDMN-MAND-REF,
                          DDMN_SIGN_DATE = :DDMN-SIGN-DATE,
                          DDMN_CANC_DATE = :DDMN-CANC-DATE,
                          DDMN_ST        = :DDMN-ST
                    WHERE DDMN_LOAN_CAT = :DDMN-LOAN-CAT
                      AND DDMN_LOAN_NO  = :DDMN-LOAN-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
       240520-INSERT-DDMANDT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.DDMANDT
                   ( DDMN_LOAN_CAT, DDMN_LOAN_NO, DDMN_BANK_ACC,
                     DDMN_MAND_REF, DDMN_SIGN_DATE, DDMN_CANC_DATE,
                     DDMN_ST )
               VALUES
                   ( :DDMN-LOAN-CAT, :DDMN-LOAN-NO, :DDMN-BANK-ACC,
                     :DDMN-MAND-REF, :DDMN-SIGN-DATE,
                     :DDMN-CANC-DATE, :DDMN-ST )
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'DDMANDT'   TO IMGSRV-TABLE
               MOVE DCLDDMANDT  TO IMGSRV-ROW-DATA
               PERFORM 900730-IMAGE-INSERTED-KEY-ROW
           END-IF.
      ******************************************************************
       240530-CANCEL-DDMANDT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'DDMANDT'   TO IMGSRV-TABLE
               MOVE DCLDDMANDT  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.DDMANDT
                      SET DDMN_ST        = 'C',
                          DDMN_CANC_DATE = :DDMN-CANC-DATE
                    WHERE DDMN_LOAN_CAT = :DDMN-LOAN-CAT
                      AND DDMN_LOAN_NO  = :DDMN-LOAN-NO
                      AND DDMN_ST       = 'A'
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 240600-END-SWEEP CANCELS ANY INTERNAL SWEEP NOMINATION ON THE
      * LOAN THE WAY DDMN100 ENDS ONE: THE NOMINATED ACCOUNT IS THE
      * OUTGOING BORROWER'S, AND THE NEW BORROWER'S INSTALLMENTS MUST
      * NOT BE TAKEN FROM IT. THE LOAN'S FLAG WAS ALREADY SET BY THE
      * TRANSFER. A LOAN THAT WAS NOT BEING SWEPT FALLS THROUGH.
       240600-END-SWEEP.

           MOVE LLOANM-CAT      TO LSWP-LOAN-CAT
           MOVE LLOANM-NO       TO LSWP-LOAN-NO
           MOVE WS-TODAY-DATE-X TO LSWP-CANC-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 240610-CANCEL-LOANSWEEP-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'LOANM100 - SWEEP NOT ENDED FOR LOAN '
                       LOANIN-LLOANM-NO ' SQLCODE ' SQLCODE
               MOVE 'LOANSWEEP'      TO DB2-OBJECT
               MOVE 'UPDATE'         TO DB2-STATEMENT
               MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       240610-CANCEL-LOANSWEEP-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANSWEEP'   TO IMGSRV-TABLE
               MOVE DCLLOANSWEEP  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANSWEEP
                      SET LSWP_ST        = 'C',
                          LSWP_CANC_DATE = :LSWP-CANC-DATE
                    WHERE LSWP_LOAN_CAT = :LSWP-LOAN-CAT
                      AND LSWP_LOAN_NO  = :LSWP-LOAN-NO
                      AND LSWP_ST       = 'A'
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 250000-APPLY-GUARANTEE-CALL BOOKS A CALLED GUARANTEE AS A LOAN
      * TO THE ORDERING CUSTOMER. THE CALL HAS BEEN PAID AND THE
      * GUARANTEE CLOSED BY AVALM100, SO THERE IS NOTHING LEFT TO
      * DECIDE: ONLY A CATEGORY MISSING FROM LOANPROD, A BAD TERM OR
      * A FAILED INSERT STOPS IT. THE LOAN IS POSTED AS 'AVALCALL'
      * AND NO PAYMENT REQUEST IS WRITTEN - THE MONEY WENT TO THE
      * BENEFICIARY WHEN THE GUARANTEE WAS CALLED.
       250000-APPLY-GUARANTEE-CALL.

           MOVE LOANIN-LLOANM-CAT TO LLOANM-CAT
           MOVE 'Y'               TO WS-AMT-TERM-OK-SW
           MOVE SPACES            TO WS-LOAN-REJ-REASON

           PERFORM 200100-LOOKUP-PRODUCT

           EVALUATE TRUE
               WHEN NOT WS-PROD-FOUND
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'UNKNOWN LOAN CATEGORY - NO PRODUCT ON FILE'
                                           TO WS-LOAN-REJ-REASON
               WHEN LOANIN-LLOANM-TERM IS NOT NUMERIC
                   MOVE 'N' TO WS-AMT-TERM-OK-SW
                   MOVE 'INVALID LOAN TERM - NOT NUMERIC'
                                           TO WS-LOAN-REJ-REASON
               WHEN OTHER
                   MOVE LOANIN-LLOANM-TERM TO WS-LOANIN-TERM-NUM
           END-EVALUATE

           IF WS-AMT-TERM-OK
               PERFORM 200005-BOOK-LOANMSTR-ROW

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-GCALL-CNT
                   MOVE LOANIN-LLOANM-NO      TO WS-AUD-KEY
                   MOVE LOANIN-LLOANM-MAX-AMT TO WS-AUD-AMT-X
                   MOVE WS-AUD-AMT-X          TO WS-AUD-AFTER
                   MOVE 'AVALCALL'            TO WS-AUD-TRAN-TYPE
                   PERFORM 900400-WRITE-AUDIT-TRAIL
                   PERFORM 250100-WRITE-CALL-GL-POSTING
                   PERFORM 200400-BUILD-INSTALLMENT-SCHED
               ELSE
                   MOVE '18'               TO LREJ-REQ-TYPE
                   MOVE LOANIN-LLOANM-NO   TO LREJ-LLOANM-NO
                   MOVE SQLCODE            TO LREJ-SQLCODE
                   MOVE 'INSERT FAILED - SEE SQLCODE'
                                           TO LREJ-REASON
                   MOVE 'LOANMSTR'         TO DB2-OBJECT
                   MOVE 'INSERT'           TO DB2-STATEMENT
                   MOVE LOANIN-LLOANM-NO   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
               END-IF
           ELSE
               MOVE '18'               TO LREJ-REQ-TYPE
               MOVE LOANIN-LLOANM-NO   TO LREJ-LLOANM-NO
               MOVE ZEROS              TO LREJ-SQLCODE
               MOVE WS-LOAN-REJ-REASON TO LREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 250100-WRITE-CALL-GL-POSTING POSTS THE NEW LOAN AGAINST THE
      * GUARANTEE-CALL ACCOUNT THE PAYMENT TO THE BENEFICIARY WAS
      * CHARGED TO, IN PLACE OF 900500'S DISBURSEMENT.
       250100-WRITE-CALL-GL-POSTING.

           MOVE LOANIN-LLOANM-NO      TO GLPOST-LLOANM-NO
           MOVE 'AVALCALL'            TO GLPOST-TRAN-TYPE
           MOVE LOANIN-LLOANM-MAX-AMT TO GLPOST-AMOUNT
           MOVE WS-TODAY-DATE-X       TO GLPOST-POST-DATE

           IF NOT WS-SIM-MODE
               WRITE RE-GLPOST FROM GLPOST-REC
               PERFORM 900780-IMAGE-GL-POSTING
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.
           MOVE 'LOANM100'     TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY     TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE  TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER   TO AUDTRL-AFTER-VAL
           MOVE SPACES         TO AUDTRL-USER-ID
           MOVE SPACES         TO AUDTRL-TERM-ID
      * THE ROWS BEHIND THE ENTRY ARE IMAGED ON THEIR OWN ENTRIES.
           MOVE 'C'            TO AUDTRL-IMG-SW

           IF NOT WS-SIM-MODE
               CALL 'AUD4C100' USING AUDTRL-AREA
           END-IF

           MOVE SPACES         TO WS-AUD-BEFORE.
      ******************************************************************
      * 900500-WRITE-GL-POSTING APPENDS ONE GENERAL-LEDGER POSTING
      * RECORD TO GLPOST-FILE FOR A SUCCESSFULLY APPLIED NEW-LOAN

           IF NOT WS-SIM-MODE
               WRITE RE-GLPOST FROM GLPOST-REC
               PERFORM 900780-IMAGE-GL-POSTING
           END-IF

           MOVE 'DISBURSE'            TO PAYREQ-EVENT
           MOVE LOANIN-LLOANM-CCY     TO PAYREQ-CCY
           PERFORM 900510-WRITE-PAYMENT-REQUEST.
      ******************************************************************
      * 900510-WRITE-PAYMENT-REQUEST APPENDS THE OUTBOUND PAYMENT
      * REQUEST THAT SENDS THE DISBURSED OR DRAWN AMOUNT TO THE
      * BORROWER. THE CALLER SETS THE EVENT AND CURRENCY; A BLANK
      * CUSTOMER NUMBER OR CURRENCY IS RESOLVED OFF LOANMSTR BY
      * PAYO100.
       900510-WRITE-PAYMENT-REQUEST.

           MOVE 'LOANM100'            TO PAYREQ-SRC-PGM
           MOVE 'L'                   TO PAYREQ-KEY-TYPE
           MOVE LOANIN-LLOANM-NO      TO PAYREQ-KEY
           MOVE LOANIN-LLOANM-CUST-NO TO PAYREQ-CUST-NO
           MOVE LOANIN-LLOANM-MAX-AMT TO PAYREQ-AMT
           MOVE WS-TODAY-DATE-X       TO PAYREQ-REQ-DATE

           IF NOT WS-SIM-MODE
               WRITE RE-PAYREQ FROM PAYREQ-REC
           END-IF.
      ******************************************************************
      * 900600-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
               CALL 'VAL4C100' USING VALSUS-AREA
           END-IF.
      ******************************************************************
      * 900700-READ-ROW-IMAGE READS THE FULL CURRENT IMAGE OF ONE
      * KEYED ROW THROUGH THE COMMON ROW-IMAGE SERVICE IMG4C100. THE
      * CALLER SETS IMGSRV-TABLE AND THE ROW'S KEY IN IMGSRV-ROW-DATA;
      * THE ROW COMES BACK IN IMGSRV-ROW, OR SPACES IF IT COULD NOT
      * BE READ.
       900700-READ-ROW-IMAGE.

           MOVE 'R' TO IMGSRV-FUNCTION
           CALL 'IMG4C100' USING IMGSRV-AREA
           IF NOT IMGSRV-88-OK
               MOVE SPACES TO IMGSRV-ROW
           END-IF.
      ******************************************************************
      * 900710-IMAGE-BEFORE-UPDATE READS THE ROW ABOUT TO BE UPDATED
      * INTO IMGSRV-BEFORE AND KEEPS ITS KEY FOR 900720. THE CALLER
      * SETS IMGSRV-TABLE AND MOVES THE TABLE'S DCLGEN RECORD, KEY
      * FILLED IN, TO IMGSRV-ROW-DATA.
       900710-IMAGE-BEFORE-UPDATE.

           MOVE IMGSRV-ROW-DATA TO WS-IMG-KEY-ROW
           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-BEFORE
           IF IMGSRV-88-OK
               MOVE 'Y' TO WS-IMG-BEFORE-OK-SW
           ELSE
               MOVE 'N' TO WS-IMG-BEFORE-OK-SW
           END-IF.
      ******************************************************************
      * 900720-IMAGE-AFTER-UPDATE READS THE SAME ROW BACK ONCE THE
      * UPDATE HAS SUCCEEDED AND FILES THE BEFORE AND AFTER IMAGES ON
      * THE AUDIT TRAIL. IF EITHER IMAGE COULD NOT BE READ THE CHANGE
      * IS FILED AS A NO-IMAGE ENTRY.
       900720-IMAGE-AFTER-UPDATE.

           MOVE WS-IMG-KEY-ROW  TO IMGSRV-ROW-DATA
           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-AFTER
           IF IMGSRV-88-OK AND WS-IMG-BEFORE-OK
               MOVE 'U' TO IMGSRV-ACTION
           ELSE
               MOVE 'N' TO IMGSRV-ACTION
           END-IF
           PERFORM 900790-LOG-ROW-IMAGE.
      ******************************************************************
      * 900730-IMAGE-INSERTED-KEY-ROW READS BACK A KEYED ROW JUST
      * INSERTED - SO A COLUMN THE INSERT SET FROM A LITERAL IS IMAGED
      * AS STORED - AND FILES IT AS AN INSERT. THE CALLER SETS
      * IMGSRV-TABLE AND MOVES THE TABLE'S DCLGEN RECORD, KEY FILLED
      * IN, TO IMGSRV-ROW-DATA. A ROW THAT CANNOT BE READ BACK IS
      * FILED AS A NO-IMAGE ENTRY.
       900730-IMAGE-INSERTED-KEY-ROW.

           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-AFTER
           IF IMGSRV-88-OK
               PERFORM 900740-IMAGE-INSERTED-ROW
           ELSE
               MOVE SPACES TO IMGSRV-BEFORE
               MOVE 'N'    TO IMGSRV-ACTION
               PERFORM 900790-LOG-ROW-IMAGE
           END-IF.
      ******************************************************************
      * 900740-IMAGE-INSERTED-ROW FILES THE IMAGE OF A ROW JUST
      * INSERTED. THE CALLER SETS IMGSRV-TABLE AND THE ROW'S IMAGE IN
      * IMGSRV-AFTER (ITS DCLGEN RECORD PLUS ANY NULL FLAGS).
       900740-IMAGE-INSERTED-ROW.

           MOVE SPACES TO IMGSRV-BEFORE
           MOVE 'I'    TO IMGSRV-ACTION
           PERFORM 900790-LOG-ROW-IMAGE.
      ******************************************************************
      * 900780-IMAGE-GL-POSTING FILES THE GL POSTING JUST WRITTEN SO A
      * BACKOUT OF THE RUN CAN POST ITS OFFSET.
       900780-IMAGE-GL-POSTING.

           MOVE 'GLPOST'   TO IMGSRV-TABLE
           MOVE SPACES     TO IMGSRV-AFTER
           MOVE GLPOST-REC TO IMGSRV-AFT-DATA
           PERFORM 900740-IMAGE-INSERTED-ROW.
      ******************************************************************
      * 900790-LOG-ROW-IMAGE CALLS AUD4C100 WITH THE ROW IMAGE IN
      * IMGSRV-TABLE/-ACTION/-BEFORE/-AFTER. THE ENTRY CARRIES NO
      * TRANSACTION OF ITS OWN - IT BELONGS TO THE RUN, WHICH IS WHAT
      * BKOT100 BACKS OUT.
       900790-LOG-ROW-IMAGE.

           MOVE 'LOANM100'     TO AUDTRL-PGM-ID
           MOVE SPACES         TO AUDTRL-TRAN-TYPE
           MOVE SPACES         TO AUDTRL-KEY
           MOVE SPACES         TO AUDTRL-BEFORE-VAL
           MOVE SPACES         TO AUDTRL-AFTER-VAL
           MOVE SPACES         TO AUDTRL-USER-ID
           MOVE SPACES         TO AUDTRL-TERM-ID
           MOVE 'Y'            TO AUDTRL-IMG-SW
           MOVE IMGSRV-TABLE   TO AUDTRL-IMG-TABLE
           MOVE IMGSRV-ACTION  TO AUDTRL-IMG-ACTION
           MOVE IMGSRV-BEFORE  TO AUDTRL-IMG-BEFORE
           MOVE IMGSRV-AFTER   TO AUDTRL-IMG-AFTER
           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S LOAN-ORIGINATION
      * RUN.
                   WS-CTL-SCH-CNT
           DISPLAY '  DRAWDOWNS APPLIED ................ : '
                   WS-CTL-DRAW-CNT
           DISPLAY '  REVOLVING LINES OPENED ........... : '
                   WS-CTL-LINE-CNT
           DISPLAY '  OF THE DRAWDOWNS, LINE DRAWINGS .. : '
                   WS-CTL-LDRAW-CNT
           DISPLAY '  TRANSACTIONS HELD FOR WATCHLIST .. : '
                   WS-CTL-HLD-CNT
           DISPLAY '  SCORECARD REFERRALS PARKED ....... : '
                   WS-CTL-SCRREF-CNT
           DISPLAY '  OF THEM, DEBT-SERVICE REFERRALS .. : '
                   WS-CTL-DSTI-REF-CNT
           DISPLAY '  OF THEM, RELATED-PARTY REFERRALS . : '
                   WS-CTL-RELP-REF-CNT
           DISPLAY '  DEBT-SERVICE DECLINES (REJECTED) . : '
                   WS-CTL-DSTI-DCL-CNT
           DISPLAY '  APPROVED QUEUE ITEMS REPLAYED .... : '
                   WS-CTL-QAPP-CNT
           DISPLAY '  LOANS ASSUMED BY A NEW BORROWER .. : '
                   WS-CTL-ASSUME-CNT
           DISPLAY '  CALLED GUARANTEES BOOKED ......... : '
                   WS-CTL-GCALL-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
           COMPUTE BALTOT-IN-CNT =
               WS-CTL-IN-CNT + WS-CTL-QAPP-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-ADD-CNT + WS-CTL-DRAW-CNT + WS-CTL-ASSUME-CNT
             + WS-CTL-GCALL-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT + WS-CTL-HLD-CNT
             + WS-CTL-SCRREF-CNT
