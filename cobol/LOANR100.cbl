      * (NEGATIVE-AMOUNT) LOANRPHST ROW IS LEFT AS THE REVERSAL
      * MARKER, AND THE GL POSTING AND RISKAVAIL REFRESH ARE BOTH
      * RE-ISSUED SO THE ACCOUNTING AND AVAILABILITY SIDES MATCH.
      * PARTIAL PREPAYMENTS (REQ-TYPE 12) GO STRAIGHT OFF PRINCIPAL:
      * THE PRODUCT-CAPPED PREPAYMENT COMPENSATION FEE IS RAISED ON
      * FEEHIST AND POSTED TO THE GL EXTRACT, THE PENDING LOANSCHED
      * ROWS ARE REBUILT FROM THE REDUCED BALANCE - KEEPING THE
      * INSTALLMENT AND SHORTENING THE TERM, OR KEEPING THE TERM AND
      * LOWERING THE INSTALLMENT, AS THE BORROWER CHOSE - AND THE
      * BORROWER IS SENT THE NEW SCHEDULE (LT6DQ001).
      * CREDIT LINE REPAYMENTS (REQ-TYPE 16) ARE REPAYMENTS AGAINST A
      * REVOLVING LINE (A TYPE 'R' LOANFACL ROW): THEY RUN THE SAME
      * WATERFALL AND THE PRINCIPAL THEY CLEAR GOES BACK ONTO THE
      * LINE'S UNDRAWN LIMIT FOR LOANM100 TO LEND AGAIN; REVERSING
      * ONE TAKES THE AMOUNT BACK OFF THE LIMIT.
      * ON A SYNDICATED OR PARTICIPATED LOAN (ONE WITH PARTMSTR
      * PARTICIPANTS) EVERY REPAYMENT, RECOVERY, REVERSAL AND
      * PREPAYMENT IS SPLIT BY SHARE: EACH OTHER ACTIVE PARTICIPANT'S
      * PART GOES ON PARTDIST - PENDING FOR PDST100 TO PAY WHEN WE
      * ARE AGENT, AS A MEMO WHEN ANOTHER BANK IS - AND THE RISKAVAIL
      * REFRESH CARRIES OUR OWN SHARE OF THE NEW BALANCE ONLY.
      * NEW-LOAN TRANSACTIONS (REQ-TYPE 04) ARE NOT HANDLED HERE.
      * EVERY ROW THE RUN INSERTS, UPDATES OR DELETES, AND EVERY GL
      * POSTING IT WRITES, IS IMAGED IN FULL ON THE AUDIT TRAIL
      * (THROUGH IMG4C100 AND AUD4C100) SO BKOT100 CAN BACK A BAD RUN
      * OUT ROW BY ROW AND OFFSET ITS GL POSTINGS.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT ENTCTL-FILE   ASSIGN EC1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT SIMPARM-FILE  ASSIGN SM1DQ001.
           SELECT PPLTR-FILE    ASSIGN LT6DQ001.
      ******************************************************************

       DATA DIVISION.
           05  SPARM-RUN-MODE               PIC X(3).
           05  FILLER                       PIC X(77).
      ******************************************************************
      * PPLTR-FILE IS THE PREPAYMENT LETTER PRINT FILE: ONE BLOCK PER
      * APPLIED PARTIAL PREPAYMENT, CARRYING THE AMOUNT PREPAID, THE
      * COMPENSATION FEE, THE NEW BALANCE AND THE RECAST SCHEDULE.
       FD  PPLTR-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PPLTR                         PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PPY-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PPLTR-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS. A TRANSACTION
      * THAT FAILS THE FRONT-END EDIT IS ROUTED STRAIGHT TO THE
      ******************************************************************
      * WORKING-STORAGE FOR 200000-APPLY-REPAYMENT AND THE
      * PARAGRAPHS IT CALLS.
       01  WS-CUR-BALANCE                   PIC S9(13)V9(2) COMP-3.
       01  WS-NEW-BALANCE                   PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-LOAN-FOUND                            VALUE 'Y'.
       01  WS-REPAY-OK-SW                   PIC X(1)    VALUE 'Y'.
       01  WS-REPAY-SQLCODE                 PIC S9(9) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE REVOLVING CREDIT LINE SUPPORT.
      * WS-REV-LINE-SW IS SET BY 200150-CHECK-REVOLVING-LINE WHEN THE
      * LOAN IS A TYPE 'R' LOANFACL LINE. WS-LINE-MOVE-AMT IS THE
      * SIGNED CHANGE TO THE LINE'S DRAWN AMOUNT (NEGATIVE FOR A
      * REPAYMENT, POSITIVE FOR ITS REVERSAL). THE DAY NUMBERS (30/360)
      * BRING THE LINE'S DRAWN-BALANCE-DAYS FORWARD TO TODAY BEFORE
      * THE DRAWN BALANCE MOVES, AS LOANM100 DOES ON A DRAWING.
       01  WS-REV-LINE-SW                   PIC X(1)    VALUE 'N'.
           88  WS-REV-LINE                              VALUE 'Y'.
       01  WS-CTL-LRPY-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-LINE-MOVE-AMT                 PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
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
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS (200310,
      * 200320). WS-DB2-RETRY-CNT COUNTS ATTEMPTS MADE ON THE CURRENT
      * STATEMENT; A TRANSIENT RESOURCE-UNAVAILABLE SQLCODE (DEADLOCK
       01  WS-AUD-KEY                        PIC X(15).
       01  WS-AUD-BEFORE                     PIC X(40).
       01  WS-AUD-AFTER                      PIC X(40).
       01  WS-AUD-BAL-X                      PIC Z(12)9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE ROW-IMAGE PARAGRAPHS (900700-900790):
      * THE KEY OF THE ROW BEING UPDATED, KEPT BETWEEN ITS BEFORE AND
      * AFTER READS, AND WHETHER THE BEFORE IMAGE COULD BE READ. A
      * CHANGE EITHER IMAGE IS MISSING FOR IS FILED AS A NO-IMAGE
      * ENTRY, WHICH THE BACKOUT LISTS INSTEAD OF UNDOING.
       01  WS-IMG-KEY-ROW                    PIC X(230)  VALUE SPACES.
       01  WS-IMG-BEFORE-OK-SW               PIC X(1)    VALUE 'N'.
           88  WS-IMG-BEFORE-OK                          VALUE 'Y'.
       01  WS-PDEL-EOF-SW                    PIC X(1)    VALUE 'N'.
           88  WS-PDEL-EOF                               VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 210000-APPLY-REVERSAL, WHICH BACKS OUT A
      * REPAYMENT POSTED IN ERROR. WS-REV-POST-CNT/WS-REV-RVSL-CNT
                                                         VALUE ZEROS.
       01  WS-REV-RVSL-CNT                   PIC S9(9) COMP
                                                         VALUE ZEROS.
       01  WS-REV-AMT                        PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-REV-ALC-CNT                    PIC S9(9) COMP
                                                         VALUE ZEROS.
       01  WS-REV-NEG-AMT                    PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GL-TRAN-TYPE                   PIC X(10)  VALUE SPACES.
      ******************************************************************
      * REJECTED.
       01  WS-DEFAULT-LNG-DATA               PIC X(1)   VALUE '1'.
       01  WS-PAY-ORIG-CCY                   PIC X(3)   VALUE SPACES.
       01  WS-PAY-ORIG-AMT                   PIC 9(10)V9(2)
                                                        VALUE ZEROS.
       01  WS-PAY-EXCH-RATE                  PIC 9(5)V9(6)
                                                        VALUE ZEROS.
       01  WS-PAY-CONV-AMT                   PIC 9(10)V9(2)
                                                        VALUE ZEROS.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * THAN REJECTING IT AS AN INACTIVE LOAN.
       01  WS-RECOVERY-SW                    PIC X(1)   VALUE 'N'.
           88  WS-RECOVERY-PAYMENT                      VALUE 'Y'.
       01  WS-OLD-RECV-AMT                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 240000-SPLIT-BY-SHARE, WHICH SPLITS A
      * POSTED REPAYMENT, RECOVERY, REVERSAL OR PREPAYMENT ON A
      * SYNDICATED OR PARTICIPATED LOAN ACROSS ITS PARTMSTR
      * PARTICIPANTS. THE CALLER LOADS THE AMOUNT RECEIVED
      * (WS-SPLIT-PAY-AMT), THE PRINCIPAL IT CLEARED
      * (WS-SPLIT-PRIN-AMT) - BOTH NEGATIVE FOR A REVERSAL - AND THE
      * GL TRANSACTION TYPE (WS-SPLIT-EVENT). WS-OWN-SHARE-PCT IS
      * OUR OWN SHARE OF THE LOAN (100 WHEN IT HAS NO OWN ROW) AND
      * WS-SPLIT-AGENT-SW IS SET WHEN OUR OWN ROW MAKES US AGENT.
       01  WS-SPLIT-EVENT                    PIC X(8)   VALUE SPACES.
       01  WS-SPLIT-PAY-AMT                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-SPLIT-PRIN-AMT                 PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-OWN-SHARE-PCT                  PIC S9(3)V9(4) COMP-3
                                                         VALUE 100.
       01  WS-SPLIT-AGENT-SW                 PIC X(1)   VALUE 'N'.
           88  WS-SPLIT-WE-AGENT                        VALUE 'Y'.
       01  WS-SPLIT-EOF-SW                   PIC X(1)   VALUE 'N'.
           88  WS-SPLIT-EOF                             VALUE 'Y'.
       01  WS-CTL-SPLIT-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200330-REFRESH-RISK-AVAILABILITY, WHICH
           88  WS-RAVAIL-FOUND                            VALUE 'Y'.
       01  WS-RAVAIL-NEW-AVA1                PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      * OUR OWN SHARE OF THE NEW BALANCE, WHICH IS WHAT RV3C0100
      * EXTRACTS FOR A PARTICIPATED LOAN (SEE 240100-LOOKUP-OWN-
      * SHARE); THE WHOLE BALANCE FOR A LOAN THAT IS WHOLLY OURS.
       01  WS-RAVAIL-NEW-DEBTBAL             PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
      * THE LOAN'S RISKAVAIL PRODUCT CODE, PULLED OFF ITS OWN LOANPROD
      * ROW BY 200335-LOOKUP-LOAN-PRODUCT (SEE THAT PARAGRAPH'S
      * COMMENT) RATHER THAN ASSUMED FIXED FOR EVERY CATEGORY.
                                                         VALUE ZEROS.
       01  WS-WF-INT-AMT                    PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-WF-PRIN-AMT                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-WF-EOF-SW                     PIC X(1)    VALUE 'N'.
           88  WS-WF-EOF                                VALUE 'Y'.
                                                         VALUE ZEROS.
       01  WS-WF-TOTAL-DUE                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 220000-APPLY-PREPAYMENT. WS-PPY-PEND-CNT
      * IS THE NUMBER OF PENDING ('P') INSTALLMENTS LEFT ON THE OLD
      * SCHEDULE AND WS-PPY-OLD-PRIN THE PRINCIPAL PORTION OF THE
      * NEXT ONE; WS-PPY-SENT-PRIN IS THE PRINCIPAL ALREADY
      * TRANSMITTED FOR COLLECTION ON 'S' ROWS OR SWEPT ON 'W' ROWS,
      * WHICH THE RECAST LEAVES STANDING AND SO MUST NOT SCHEDULE A
      * SECOND TIME.
      * WS-PPY-FIRST-DUE IS THE OLD NEXT DUE DATE, KEPT SO THE
      * BORROWER'S PAYMENT DAY DOES NOT MOVE.
       01  WS-PPY-PEND-CNT                  PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-PPY-ARR-CNT                   PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-PPY-NEW-TERM                  PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-PPY-OLD-PRIN                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PPY-SENT-PRIN                 PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PPY-BASE                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PPY-FIRST-DUE                 PIC X(10)   VALUE SPACES.
       01  WS-PPY-FIRST-DUE-R REDEFINES WS-PPY-FIRST-DUE.
           05  WS-PPY-FD-YYYY               PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-PPY-FD-MM                 PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-PPY-FD-DD                 PIC 9(2).
      * THE COMPENSATION FEE IS THE PRODUCT'S LOANP_PREPAY_PCT OF THE
      * AMOUNT PREPAID, BUT NEVER MORE THAN THE INTEREST THAT AMOUNT
      * WOULD HAVE EARNED OVER THE PENDING INSTALLMENTS IT SHORTCUTS.
       01  WS-PPY-FEE-PCT                   PIC S9(1)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-PPY-FEE-AMT                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-PPY-FEE-CEIL                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 220400-REBUILD-SCHEDULE, THE SAME
      * EVEN-PRINCIPAL/DECLINING-INTEREST BUILD LOANX100 RUNS ON A
      * RESTRUCTURE. NEW ROWS CONTINUE THE SEQUENCE NUMBER AFTER THE
      * HIGHEST ROW LEFT STANDING.
       01  WS-SCH-SEQ                       PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-SCH-BUILT                     PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-SCH-BALANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-SCH-PRIN                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-SCH-INT                       PIC S9(7)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-SCH-DUE-YYYY                  PIC 9(4)    VALUE ZEROS.
       01  WS-SCH-DUE-MM                    PIC 9(2)    VALUE ZEROS.
       01  WS-SCH-DUE-DD                    PIC 9(2)    VALUE ZEROS.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
       01  WS-SCH-DUE-DATE-X.
           05  WS-SCH-DX-YYYY               PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-SCH-DX-MM                 PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-SCH-DX-DD                 PIC 9(2).
       01  WS-SCH-OK-SW                     PIC X(1)    VALUE 'Y'.
           88  WS-SCH-OK                                VALUE 'Y'.
       01  WS-PPS-EOF-SW                    PIC X(1)    VALUE 'N'.
           88  WS-PPS-EOF                               VALUE 'Y'.
      ******************************************************************
      * PREPAYMENT LETTER PRINT LINES.
       01  WS-PPL-NAME-LINE.
           05  WS-PN-FRSTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PN-LASTNM                 PIC X(15).
           05  FILLER                       PIC X(101)  VALUE SPACES.
       01  WS-PPL-ADDR-LINE.
           05  WS-PA-ADDR                   PIC X(35).
           05  FILLER                       PIC X(97)   VALUE SPACES.
       01  WS-PPL-BODY-LINE.
           05  FILLER                       PIC X(11)   VALUE
                   'YOUR LOAN  '.
           05  WS-PB-CAT                    PIC X(2).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-PB-NO                     PIC 9(9).
           05  FILLER                       PIC X(25)   VALUE
                   ' - PARTIAL PREPAYMENT OF '.
           05  WS-PB-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(10)   VALUE
                   ' RECEIVED '.
           05  WS-PB-DATE                   PIC X(10).
           05  FILLER                       PIC X(48)   VALUE SPACES.
       01  WS-PPL-FEE-LINE.
           05  FILLER                       PIC X(36)   VALUE
                   'PREPAYMENT COMPENSATION FEE ...... :'.
           05  WS-PF-FEE                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(80)   VALUE SPACES.
       01  WS-PPL-BAL-LINE.
           05  FILLER                       PIC X(36)   VALUE
                   'NEW OUTSTANDING BALANCE .......... :'.
           05  WS-PL-BAL                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(80)   VALUE SPACES.
       01  WS-PPL-OPT-LINE.
           05  WS-PO-TEXT                   PIC X(50).
           05  WS-PO-TERM                   PIC ZZZ9.
           05  FILLER                       PIC X(13)   VALUE
                   ' INSTALLMENTS'.
           05  FILLER                       PIC X(65)   VALUE SPACES.
       01  WS-PPL-HDG-LINE.
           05  FILLER                       PIC X(60)   VALUE
               '  SEQ  DUE DATE      PRINCIPAL     INTEREST   BALANCE'.
           05  FILLER                       PIC X(72)   VALUE SPACES.
       01  WS-PPL-SCH-LINE.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PS-SEQ                    PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PS-DUE                    PIC X(10).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PS-PRIN                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PS-INT                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PS-BAL                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(71)   VALUE SPACES.
      ******************************************************************
       COPY LOANTRAN.
      ******************************************************************
       COPY FEEHIST.
      ******************************************************************
       COPY LOANRALC.
      ******************************************************************
       COPY LOANFACL.
      ******************************************************************
       COPY PARTMSTR.
      ******************************************************************
       COPY PARTDIST.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER THE REPAID LOAN'S OPEN INSTALLMENTS (PENDING,
      * SENT FOR COLLECTION, SWEPT BY LSWP100, OR MARKED UNPAID),
      * OLDEST FIRST, FOR 200360-SETTLE-SCHEDULE. SWEPT INSTALLMENTS
      * COME AHEAD OF THE REST: THEIR CASH HAS ALREADY LEFT THE
      * BORROWER'S DEPOSIT, AND LSWP100'S REPAYMENT IS WHAT SETTLES
      * THEM.
           EXEC SQL
               DECLARE LOANR-SCH-CSR CURSOR FOR
                   SELECT LOANSCH_SEQ, LOANSCH_PRIN_AMT,
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST IN ('P', 'S', 'U', 'W')
                    ORDER BY CASE LOANSCH_ST WHEN 'W' THEN 0 ELSE 1 END,
                             LOANSCH_SEQ
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE LOAN'S PENDING INSTALLMENTS, FOR IMAGING
      * EACH ONE BEFORE 220400-REBUILD-SCHEDULE CLEARS THEM.
           EXEC SQL
               DECLARE LOANR-PDEL-CSR CURSOR FOR
                   SELECT LOANSCH_SEQ
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST  = 'P'
                    ORDER BY LOANSCH_SEQ
           END-EXEC.
      ******************************************************************
                    ORDER BY LOANSCH_SEQ DESC
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE RECAST SCHEDULE'S PENDING INSTALLMENTS, IN
      * SEQUENCE, FOR THE PREPAYMENT LETTER (220600).
           EXEC SQL
               DECLARE LOANR-PPS-CSR CURSOR FOR
                   SELECT LOANSCH_SEQ, LOANSCH_DUE_DATE,
                          LOANSCH_PRIN_AMT, LOANSCH_INT_AMT,
                          LOANSCH_EXP_BAL
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST  = 'P'
                    ORDER BY LOANSCH_SEQ
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE REPAID LOAN'S UNPAID PENALTY ITEMS, OLDEST
      * FIRST, FOR THE ALLOCATION WATERFALL'S FIRST TIER. DECLARED
      * FOR UPDATE SO EACH SETTLED ITEM CAN BE MARKED OFF WHERE THE
      * CURSOR STANDS - LOANINTHST HAS NO SINGLE-ROW KEY OF ITS OWN.
      * THE WATERFALL CURSORS FETCH THE WHOLE ROW SO THE ITEM CAN BE
      * IMAGED FOR THE AUDIT TRAIL AS IT IS MARKED OFF.
           EXEC SQL
               DECLARE LOANR-PEN-CSR CURSOR FOR
                   SELECT LOANINT_CAT, LOANINT_NO, LOANINT_DATE,
                          LOANINT_BAL_AMT, LOANINT_AMT, LOANINT_TYPE
                     FROM IDC015.LOANINTHST
                    WHERE LOANINT_CAT  = :LLOANM-CAT
                      AND LOANINT_NO   = :LLOANM-NO
      * FOR THE WATERFALL'S SECOND TIER.
           EXEC SQL
               DECLARE LOANR-FEE-CSR CURSOR FOR
                   SELECT FEEH_NO, FEEH_CAT, FEEH_TYPE, FEEH_DATE,
                          FEEH_AMT, FEEH_ST
                     FROM IDC015.FEEHIST
                    WHERE FEEH_NO  = :LOANIN-LLOANM-NO
                      AND FEEH_CAT = :LLOANM-CAT
      * FIRST, FOR THE WATERFALL'S THIRD TIER.
           EXEC SQL
               DECLARE LOANR-INT-CSR CURSOR FOR
                   SELECT LOANINT_CAT, LOANINT_NO, LOANINT_DATE,
                          LOANINT_BAL_AMT, LOANINT_AMT, LOANINT_TYPE
                     FROM IDC015.LOANINTHST
                    WHERE LOANINT_CAT  = :LLOANM-CAT
                      AND LOANINT_NO   = :LLOANM-NO
                    ORDER BY LOANINT_DATE
                      FOR UPDATE OF LOANINT_TYPE
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE LOAN'S ACTIVE PARTICIPANTS OTHER THAN OURSELF,
      * FOR 240000-SPLIT-BY-SHARE.
           EXEC SQL
               DECLARE LOANR-PART-CSR CURSOR FOR
                   SELECT PART_ID, PART_SHARE_PCT
                     FROM IDC015.PARTMSTR
                    WHERE PART_LOAN_CAT = :LLOANM-CAT
                      AND PART_LOAN_NO  = :LLOANM-NO
                      AND PART_OWN      = 'N'
                      AND PART_ST       = 'A'
                    ORDER BY PART_ID
           END-EXEC.
      ******************************************************************
       COPY BALTOT.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY IMGSRV.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************

           CLOSE LOANTRAN-FILE
           CLOSE LOANREJ-FILE
           CLOSE PPLTR-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS
               MOVE 'N' TO WS-CKPT-SKIPPING-SW
               MOVE WS-CKPT-RESTART-CNT TO WS-CKPT-TOTAL-READ
               OPEN EXTEND LOANREJ-FILE
               OPEN EXTEND PPLTR-FILE
           ELSE
               OPEN OUTPUT LOANREJ-FILE
               OPEN OUTPUT PPLTR-FILE
           END-IF.
      ******************************************************************
       100055-SKIP-ONE-RECORD.
               EVALUATE LOANIN-REQ-TYPE
                   WHEN '05'
                       PERFORM 200000-APPLY-REPAYMENT
                   WHEN '16'
                       PERFORM 200000-APPLY-REPAYMENT
                   WHEN '06'
                       PERFORM 210000-APPLY-REVERSAL
                   WHEN '12'
                       PERFORM 220000-APPLY-PREPAYMENT
                   WHEN OTHER
                       MOVE LOANIN-REQ-TYPE    TO LREJ-REQ-TYPE
                       MOVE LOANIN-LLOANM-NO   TO LREJ-LLOANM-NO
              LOANIN-REQ-TYPE NOT = '07' AND
              LOANIN-REQ-TYPE NOT = '08' AND
              LOANIN-REQ-TYPE NOT = '09' AND
              LOANIN-REQ-TYPE NOT = '10' AND
              LOANIN-REQ-TYPE NOT = '12' AND
              LOANIN-REQ-TYPE NOT = '16'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'LOANIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF

               IF WS-EDITS-OK
                AND LOANIN-REQ-TYPE = '12'
                AND NOT LOANPP-REDUCE-TERM
                AND NOT LOANPP-REDUCE-INST
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOANPP-RECAST-OPT NOT T OR I'
                                           TO WS-EDIT-REASON
                   PERFORM 900600-WRITE-SUSPENSE
               END-IF
           END-IF.
      ******************************************************************
      * THE LOANMNT INPUT STREAM IS SHARED BY THE FOUR LOAN
      * MAINTENANCE PROGRAMS; THIS JOB OWNS THE REPAYMENT, REVERSAL,
      * PARTIAL PREPAYMENT AND CREDIT LINE REPAYMENT (05/06/12/16)
      * REQUEST TYPES AND READS PAST ITS SIBLINGS' TYPES WITHOUT
      * COUNTING THEM AS INPUT OR REJECTING THEM - EACH SIBLING
      * APPLIES ITS OWN, SO A MIXED FILE NO LONGER ENDS EVERY STEP
                      AND LOANIN-REQ-TYPE NOT = '08'
                      AND LOANIN-REQ-TYPE NOT = '09'
                      AND LOANIN-REQ-TYPE NOT = '10'
                      AND LOANIN-REQ-TYPE NOT = '11'
                      AND LOANIN-REQ-TYPE NOT = '13'
                      AND LOANIN-REQ-TYPE NOT = '14'
                      AND LOANIN-REQ-TYPE NOT = '15'
                      AND LOANIN-REQ-TYPE NOT = '17'
                      AND LOANIN-REQ-TYPE NOT = '18').

           IF NOT WS-EOF-YES
               IF NOT WS-CKPT-SKIPPING
      ******************************************************************
      * 200000-APPLY-REPAYMENT LOOKS UP THE LOAN BEING REPAID,
      * VALIDATES THE REPAYMENT AMOUNT AGAINST ITS OUTSTANDING
      * BALANCE, AND POSTS THE REPAYMENT WHEN BOTH PASS. A CREDIT
      * LINE REPAYMENT (REQ-TYPE 16) RUNS THE SAME WATERFALL AND
      * THEN GIVES THE PRINCIPAL IT CLEARED BACK TO THE LINE'S
      * UNDRAWN LIMIT SO IT CAN BE DRAWN AGAIN.
       200000-APPLY-REPAYMENT.

           MOVE LOANIN-LLOANM-NO TO LLOANM-NO
           IF WS-LOAN-FOUND
               PERFORM 205000-CONVERT-PAYMENT-CCY
               IF WS-REPAY-OK
                   PERFORM 200150-CHECK-REVOLVING-LINE
               END-IF
               IF WS-REPAY-OK
      * A LOAN SOLD TO A DEBT PURCHASER (PSAL100'S LOANM_ST 'X') IS
      * NO LONGER OURS TO COLLECT ON: WITHOUT THIS GUARD THE
      * WATERFALL WOULD STILL SETTLE ITS SURVIVING PENALTIES AND
                       IF WS-REPAY-OK
                           PERFORM 200300-POST-REPAYMENT
                       END-IF
                       IF WS-REPAY-OK AND WS-REV-LINE
                           COMPUTE WS-LINE-MOVE-AMT =
                               ZERO - WS-WF-PRIN-AMT
                           PERFORM 230100-MOVE-LINE-BALANCE
                       END-IF
                   END-IF
                   END-IF
               END-IF
                   ADD 1 TO WS-CTL-RPY-CNT
                   MOVE 'REPAY'      TO WS-AUD-TRAN-TYPE
                                        WS-GL-TRAN-TYPE
                   IF WS-REV-LINE
                       ADD 1 TO WS-CTL-LRPY-CNT
                       MOVE 'LINEREPAY'  TO WS-AUD-TRAN-TYPE
                   END-IF
               END-IF
               MOVE LOANIN-LLOANM-NO TO WS-AUD-KEY
               MOVE WS-CUR-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-BEFORE
               MOVE WS-NEW-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 900500-WRITE-GL-POSTING
               MOVE WS-GL-TRAN-TYPE       TO WS-SPLIT-EVENT
               MOVE LOANIN-LLOANM-MAX-AMT TO WS-SPLIT-PAY-AMT
               IF WS-RECOVERY-PAYMENT
                   MOVE ZEROS             TO WS-SPLIT-PRIN-AMT
               ELSE
                   MOVE WS-WF-PRIN-AMT    TO WS-SPLIT-PRIN-AMT
               END-IF
               PERFORM 240000-SPLIT-BY-SHARE
           ELSE
               MOVE LOANIN-REQ-TYPE     TO LREJ-REQ-TYPE
               MOVE LOANIN-LLOANM-NO    TO LREJ-LLOANM-NO
               MOVE WS-REPAY-SQLCODE    TO LREJ-SQLCODE
               MOVE WS-REPAY-REJ-REASON TO LREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 200150-CHECK-REVOLVING-LINE READS THE LOAN'S LOANFACL ROW (IF
      * ANY) AND SETS WS-REV-LINE-SW FOR A TYPE 'R' LINE. WHILE THE
      * LINE IS ACTIVE ANY REPAYMENT RESTORES ITS LIMIT - A 05 RAISED
      * BY AN UPSTREAM FEED THAT CANNOT TELL A LINE FROM A LOAN (E.G.
      * CTRM100'S BANK TRANSFERS) IS TREATED AS A 16. A 16 IS ONLY
      * VALID AGAINST AN ACTIVE LINE; A WRITTEN-OFF OR SOLD LINE
      * FALLS BACK TO THE ORDINARY 05 RECOVERY/SOLD HANDLING.
       200150-CHECK-REVOLVING-LINE.

           PERFORM 230000-LOOKUP-LINE

           IF LLOANM-ST NOT = 'A'
               MOVE 'N' TO WS-REV-LINE-SW
           END-IF

           IF LOANIN-REQ-TYPE = '16' AND NOT WS-REV-LINE
               MOVE 'N'   TO WS-REPAY-OK-SW
               MOVE ZEROS TO WS-REPAY-SQLCODE
               IF LLOANM-ST NOT = 'A'
                   MOVE 'LINE NOT ACTIVE - REPAY WITH REQ-TYPE 05'
                              TO WS-REPAY-REJ-REASON
               ELSE
                   MOVE 'NOT A REVOLVING CREDIT LINE'
                              TO WS-REPAY-REJ-REASON
               END-IF
           END-IF.
      ******************************************************************
      * 205000-CONVERT-PAYMENT-CCY CONVERTS A PAYMENT THAT ARRIVED
      * IN A CURRENCY OTHER THAN THE LOAN'S OWN INTO THE LOAN
      * CURRENCY, USING THE QBEC9900 RATE AND QUOTATION DIRECTION
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANMSTR'    TO IMGSRV-TABLE
               MOVE DCLLOANMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANMSTR
                      SET LOANM_MAX_AMT = :WS-NEW-BALANCE
                    WHERE LOANM_NO = :LLOANM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 200320-INSERT-LOANRPHST-ROW ISSUES THE LOANRPHST INSERT FOR
                         :RLOANRPH-ORIG-CCY, :RLOANRPH-ORIG-AMT,
                         :RLOANRPH-EXCH-RATE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANRPHST'    TO IMGSRV-TABLE
                   MOVE SPACES       TO IMGSRV-AFTER
                   MOVE DCLLOANRPH61 TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200330-REFRESH-RISK-AVAILABILITY RE-RUNS RV3C0100'S OWN
      * TO SEED, SINCE THIS PROGRAM HAS NO CAPITAL/INTEREST/
      * COMMISSION FIGURES OF ITS OWN TO INSERT A NEW ROW WITH. A LOAN
      * WHOSE CATEGORY HAS NO LOANPROD ROW (SO ITS RISKAVAIL PRODUCT
      * CODE CANNOT BE RESOLVED) IS LEFT THE SAME WAY. ON A
      * PARTICIPATED LOAN RV3C0100 STORES OUR OWN SHARE ONLY, SO THE
      * NEW BALANCE IS TAKEN AT OUR SHARE BEFORE THE FORMULA RUNS.
       200330-REFRESH-RISK-AVAILABILITY.

           PERFORM 200335-LOOKUP-LOAN-PRODUCT
               PERFORM 200340-LOOKUP-RISKAVAIL-ROW

               IF WS-RAVAIL-FOUND
                   PERFORM 240100-LOOKUP-OWN-SHARE
                   COMPUTE WS-RAVAIL-NEW-DEBTBAL ROUNDED =
                       WS-NEW-BALANCE * WS-OWN-SHARE-PCT / 100

                   COMPUTE WS-RAVAIL-NEW-AVA1 =
                             WS-RAVAIL-NEW-DEBTBAL
                           - RAVAIL-AMT-CAP
                           - RAVAIL-AMT-ITR
                           - RAVAIL-AMT-COM
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE WS-CA-LOAN-ENT   TO RAVAIL-ENT
               MOVE WS-LOAN-COD-PROD TO RAVAIL-COD-PROD
               MOVE LOANIN-LLOANM-NO TO RAVAIL-NUM-RISK
               MOVE 'RISKAVAIL'   TO IMGSRV-TABLE
               MOVE DCLRISKAVAIL TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.RISKAVAIL
                      SET RAVAIL_DEBTBAL       =
                                   :WS-RAVAIL-NEW-DEBTBAL,
                          RAVAIL_AMT_AVA1      = :WS-RAVAIL-NEW-AVA1,
                          RAVAIL_LAST_UPD_DATE = :WS-TODAY-DATE-X
                    WHERE RAVAIL_ENT      = :WS-CA-LOAN-ENT
                      AND RAVAIL_COD_PROD = :WS-LOAN-COD-PROD
                      AND RAVAIL_NUM_RISK = :LOANIN-LLOANM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 200370-ALLOCATE-WATERFALL WORKS THE PAYMENT DOWN THE
           PERFORM 200373-RUN-FEE-TIER
           PERFORM 200375-RUN-INT-TIER

           MOVE WS-WF-REMAIN TO WS-WF-PRIN-AMT.
      ******************************************************************
       200371-RUN-PENALTY-TIER.


           EXEC SQL
               FETCH LOANR-PEN-CSR
                INTO :LINT-CAT, :LINT-NO, :LINT-DATE,
                     :LINT-BAL-AMT, :LINT-AMT, :LINT-TYPE
           END-EXEC
           MOVE LINT-AMT TO WS-WF-ITEM-AMT

           IF SQLCODE NOT = ZERO
            OR WS-WF-ITEM-AMT > WS-WF-REMAIN
                          SET LOANINT_TYPE = 'Q'
                        WHERE CURRENT OF LOANR-PEN-CSR
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE SPACES        TO IMGSRV-BEFORE
                       MOVE DCLLOANINTHST TO IMGSRV-BEF-DATA
                       MOVE 'Q'           TO LINT-TYPE
                       MOVE SPACES        TO IMGSRV-AFTER
                       MOVE DCLLOANINTHST TO IMGSRV-AFT-DATA
                       MOVE 'LOANINTHST' TO IMGSRV-TABLE
                       MOVE 'U'           TO IMGSRV-ACTION
                       PERFORM 900790-LOG-ROW-IMAGE
                   END-IF
               END-IF
               IF SQLCODE = ZERO
                   SUBTRACT WS-WF-ITEM-AMT FROM WS-WF-REMAIN

           EXEC SQL
               FETCH LOANR-FEE-CSR
                INTO :FEEH-NO, :FEEH-CAT, :FEEH-TYPE, :FEEH-DATE,
                     :FEEH-AMT, :FEEH-ST
           END-EXEC
           MOVE FEEH-AMT TO WS-WF-ITEM-AMT

           IF SQLCODE NOT = ZERO
            OR WS-WF-ITEM-AMT > WS-WF-REMAIN
                          SET FEEH_ST = 'P'
                        WHERE CURRENT OF LOANR-FEE-CSR
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE SPACES        TO IMGSRV-BEFORE
                       MOVE DCLFEEHIST    TO IMGSRV-BEF-DATA
                       MOVE 'P'           TO FEEH-ST
                       MOVE SPACES        TO IMGSRV-AFTER
                       MOVE DCLFEEHIST    TO IMGSRV-AFT-DATA
                       MOVE 'FEEHIST'    TO IMGSRV-TABLE
                       MOVE 'U'           TO IMGSRV-ACTION
                       PERFORM 900790-LOG-ROW-IMAGE
                   END-IF
               END-IF
               IF SQLCODE = ZERO
                   SUBTRACT WS-WF-ITEM-AMT FROM WS-WF-REMAIN

           EXEC SQL
               FETCH LOANR-INT-CSR
                INTO :LINT-CAT, :LINT-NO, :LINT-DATE,
                     :LINT-BAL-AMT, :LINT-AMT, :LINT-TYPE
           END-EXEC
           MOVE LINT-AMT TO WS-WF-ITEM-AMT

           IF SQLCODE NOT = ZERO
            OR WS-WF-ITEM-AMT > WS-WF-REMAIN
                          SET LOANINT_TYPE = 'B'
                        WHERE CURRENT OF LOANR-INT-CSR
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE SPACES        TO IMGSRV-BEFORE
                       MOVE DCLLOANINTHST TO IMGSRV-BEF-DATA
                       MOVE 'B'           TO LINT-TYPE
                       MOVE SPACES        TO IMGSRV-AFTER
                       MOVE DCLLOANINTHST TO IMGSRV-AFT-DATA
                       MOVE 'LOANINTHST' TO IMGSRV-TABLE
                       MOVE 'U'           TO IMGSRV-ACTION
                       PERFORM 900790-LOG-ROW-IMAGE
                   END-IF
               END-IF
               IF SQLCODE = ZERO
                   SUBTRACT WS-WF-ITEM-AMT FROM WS-WF-REMAIN
           MOVE WS-WF-FEE-AMT   TO LALC-FEE-AMT
           MOVE WS-WF-INT-AMT   TO LALC-INT-AMT
           MOVE WS-WF-PRIN-AMT  TO LALC-PRIN-AMT
           MOVE ZEROS           TO LALC-RESID-AMT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200381-INSERT-LOANRALC-ROW
                   MOVE WS-WF-PEN-AMT    TO GLPOST-AMOUNT
                   MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
                   WRITE RE-GLPOST FROM GLPOST-REC
                   PERFORM 900780-IMAGE-GL-POSTING
               END-IF
               IF WS-WF-FEE-AMT > ZERO
                   MOVE LOANIN-LLOANM-NO TO GLPOST-LLOANM-NO
                   MOVE WS-WF-FEE-AMT    TO GLPOST-AMOUNT
                   MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
                   WRITE RE-GLPOST FROM GLPOST-REC
                   PERFORM 900780-IMAGE-GL-POSTING
               END-IF
               IF WS-WF-INT-AMT > ZERO
                   MOVE LOANIN-LLOANM-NO TO GLPOST-LLOANM-NO
                   MOVE WS-WF-INT-AMT    TO GLPOST-AMOUNT
                   MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
                   WRITE RE-GLPOST FROM GLPOST-REC
                   PERFORM 900780-IMAGE-GL-POSTING
               END-IF
           END-IF.
      ******************************************************************
                         :LALC-PEN-AMT, :LALC-FEE-AMT, :LALC-INT-AMT,
                         :LALC-PRIN-AMT, :LALC-RESID-AMT )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANRALC'     TO IMGSRV-TABLE
                   MOVE SPACES       TO IMGSRV-AFTER
                   MOVE DCLLOANRALC  TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200360-SETTLE-SCHEDULE MARKS THE EXPECTED-INSTALLMENT ROWS
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE LLOANM-CAT  TO LSCH-CAT
               MOVE LLOANM-NO   TO LSCH-NO
               MOVE 'LOANSCHED'   TO IMGSRV-TABLE
               MOVE DCLLOANSCHED TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANSCHED
                      SET LOANSCH_ST        = 'C',
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_SEQ = :LSCH-SEQ
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 210000-APPLY-REVERSAL BACKS OUT A REPAYMENT KEYED AGAINST THE
           IF WS-LOAN-FOUND
               PERFORM 210100-VALIDATE-ORIG-POSTING
               IF WS-REPAY-OK
                   PERFORM 230000-LOOKUP-LINE
                   PERFORM 210200-POST-REVERSAL
               END-IF
               IF WS-REPAY-OK AND WS-REV-LINE
                   MOVE LOANIN-LLOANM-MAX-AMT TO WS-LINE-MOVE-AMT
                   PERFORM 230100-MOVE-LINE-BALANCE
               END-IF
           ELSE
               MOVE 'N'    TO WS-REPAY-OK-SW
               MOVE ZEROS  TO WS-REPAY-SQLCODE
               MOVE 'REPAYREV'       TO WS-AUD-TRAN-TYPE
                                        WS-GL-TRAN-TYPE
               MOVE LOANIN-LLOANM-NO TO WS-AUD-KEY
               MOVE WS-CUR-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-BEFORE
               MOVE WS-NEW-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 900500-WRITE-GL-POSTING
               MOVE 'REPAYREV'            TO WS-SPLIT-EVENT
               MOVE WS-REV-NEG-AMT        TO WS-SPLIT-PAY-AMT
                                             WS-SPLIT-PRIN-AMT
               PERFORM 240000-SPLIT-BY-SHARE
           ELSE
               MOVE '06'                TO LREJ-REQ-TYPE
               MOVE LOANIN-LLOANM-NO    TO LREJ-LLOANM-NO
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE LLOANM-CAT  TO LSCH-CAT
               MOVE LLOANM-NO   TO LSCH-NO
               MOVE 'LOANSCHED'   TO IMGSRV-TABLE
               MOVE DCLLOANSCHED TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANSCHED
                      SET LOANSCH_ST        = 'P',
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_SEQ = :LSCH-SEQ
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 216000-APPLY-RECOVERY BOOKS A PAYMENT ON A WRITTEN-OFF LOAN
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANRECV'    TO IMGSRV-TABLE
               MOVE DCLLOANRECV  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANRECV
                      SET LRCV_RECV_AMT = :LRCV-RECV-AMT
                    WHERE LRCV_CAT = :LRCV-CAT
                      AND LRCV_NO  = :LRCV-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 220000-APPLY-PREPAYMENT TAKES A PARTIAL PREPAYMENT STRAIGHT
      * OFF PRINCIPAL - IT DOES NOT RUN THE ALLOCATION WATERFALL,
      * SINCE THE BORROWER IS PAYING AHEAD, NOT SETTLING WHAT IS
      * DUE. THE LOAN MUST BE ACTIVE, UP TO DATE (NO 'U' UNPAID
      * INSTALLMENT) AND STILL HAVE PENDING INSTALLMENTS TO RECAST,
      * AND THE AMOUNT MUST LEAVE A BALANCE: A PAYMENT THAT WOULD
      * CLEAR THE LOAN IS AN EARLY SETTLEMENT AND GOES THROUGH THE
      * LOANE100 PAYOFF, WHICH ALSO SWEEPS THE CHARGES.
       220000-APPLY-PREPAYMENT.

           MOVE LOANPP-LLOANM-NO TO LLOANM-NO

           MOVE SPACES TO WS-PAY-ORIG-CCY
           MOVE ZEROS  TO WS-PAY-ORIG-AMT
           MOVE ZEROS  TO WS-PAY-EXCH-RATE
           MOVE ZEROS  TO WS-PPY-FEE-AMT

           PERFORM 220100-LOOKUP-PREPAY-LOAN

           IF WS-LOAN-FOUND
               PERFORM 220200-VALIDATE-PREPAYMENT
               IF WS-REPAY-OK
                   PERFORM 220300-POST-PREPAYMENT
               END-IF
           ELSE
               MOVE 'N'    TO WS-REPAY-OK-SW
               MOVE ZEROS  TO WS-REPAY-SQLCODE
               MOVE 'UNKNOWN LOAN NUMBER ON PREPAYMENT REQUEST'
                           TO WS-REPAY-REJ-REASON
           END-IF

           IF WS-LOAN-FOUND AND WS-REPAY-OK
               ADD 1 TO WS-CTL-PPY-CNT
               MOVE 'PREPAY'         TO WS-AUD-TRAN-TYPE
                                        WS-GL-TRAN-TYPE
               MOVE LOANPP-LLOANM-NO TO WS-AUD-KEY
               MOVE WS-CUR-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-BEFORE
               MOVE WS-NEW-BALANCE   TO WS-AUD-BAL-X
               MOVE WS-AUD-BAL-X     TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL
               PERFORM 900500-WRITE-GL-POSTING
               PERFORM 220500-POST-PREPAY-FEE-GL
               MOVE 'PREPAY'              TO WS-SPLIT-EVENT
               MOVE LOANPP-AMT            TO WS-SPLIT-PAY-AMT
                                             WS-SPLIT-PRIN-AMT
               PERFORM 240000-SPLIT-BY-SHARE
               IF NOT WS-SIM-MODE
                   PERFORM 220600-PRINT-PREPAY-LETTER
               END-IF
           ELSE
               MOVE '12'                TO LREJ-REQ-TYPE
               MOVE LOANPP-LLOANM-NO    TO LREJ-LLOANM-NO
               MOVE WS-REPAY-SQLCODE    TO LREJ-SQLCODE
               MOVE WS-REPAY-REJ-REASON TO LREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 220100-LOOKUP-PREPAY-LOAN PULLS THE LOAN'S BALANCE, TERM,
      * RATE AND BORROWER, PLUS THE STATE OF ITS SCHEDULE: THE
      * PENDING INSTALLMENTS LEFT, THE NEXT ONE'S DUE DATE AND
      * PRINCIPAL PORTION, THE PRINCIPAL ALREADY SENT FOR
      * COLLECTION, AND ANY UNPAID ROWS.
       220100-LOOKUP-PREPAY-LOAN.

           MOVE 'N' TO WS-LOAN-FOUND-SW

           EXEC SQL
               SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST,
                      LOANM_TERM, LOANM_ROI, LOANM_CUST_NO
                 INTO :LLOANM-CAT, :WS-CUR-BALANCE, :LLOANM-ST,
                      :LLOANM-TERM, :LLOANM-ROI, :LLOANM-CUST-NO
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-LOAN-FOUND-SW
           END-IF

           MOVE ZERO   TO WS-PPY-PEND-CNT
           MOVE ZERO   TO WS-PPY-ARR-CNT
           MOVE ZEROS  TO WS-PPY-OLD-PRIN
           MOVE ZEROS  TO WS-PPY-SENT-PRIN
           MOVE SPACES TO WS-PPY-FIRST-DUE

           IF WS-LOAN-FOUND
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MIN(LOANSCH_DUE_DATE),
                                   CURRENT DATE)
                     INTO :WS-PPY-PEND-CNT, :WS-PPY-FIRST-DUE
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST  = 'P'
               END-EXEC

               EXEC SQL
                   SELECT COALESCE(MIN(LOANSCH_PRIN_AMT), 0)
                     INTO :WS-PPY-OLD-PRIN
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST  = 'P'
                      AND LOANSCH_DUE_DATE = :WS-PPY-FIRST-DUE
               END-EXEC

               EXEC SQL
                   SELECT COALESCE(SUM(LOANSCH_PRIN_AMT), 0)
                     INTO :WS-PPY-SENT-PRIN
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST IN ('S', 'W')
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-PPY-ARR-CNT
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST  = 'U'
               END-EXEC
           END-IF.
      ******************************************************************
      * 220200-VALIDATE-PREPAYMENT APPLIES THE PREPAYMENT RULES AND,
      * WHEN THEY PASS, WORKS OUT THE COMPENSATION FEE.
       220200-VALIDATE-PREPAYMENT.

           MOVE 'Y'    TO WS-REPAY-OK-SW
           MOVE SPACES TO WS-REPAY-REJ-REASON
           MOVE ZEROS  TO WS-REPAY-SQLCODE

           EVALUATE TRUE
               WHEN LLOANM-ST NOT = 'A'
                   MOVE 'N' TO WS-REPAY-OK-SW
                   MOVE 'LOAN NOT ACTIVE - PREPAYMENT NOT ALLOWED'
                                TO WS-REPAY-REJ-REASON
               WHEN LOANPP-AMT = ZERO
                   MOVE 'N' TO WS-REPAY-OK-SW
                   MOVE 'PREPAYMENT AMOUNT MUST BE GREATER THAN ZERO'
                                TO WS-REPAY-REJ-REASON
               WHEN LOANPP-AMT >= WS-CUR-BALANCE
                   MOVE 'N' TO WS-REPAY-OK-SW
                   MOVE 'PREPAYMENT WOULD CLEAR LOAN - USE PAYOFF'
                                TO WS-REPAY-REJ-REASON
               WHEN WS-PPY-ARR-CNT > ZERO
                   MOVE 'N' TO WS-REPAY-OK-SW
                   MOVE 'LOAN IN ARREARS - PREPAYMENT NOT ALLOWED'
                                TO WS-REPAY-REJ-REASON
               WHEN WS-PPY-PEND-CNT = ZERO
                   MOVE 'N' TO WS-REPAY-OK-SW
                   MOVE 'NO PENDING INSTALLMENTS TO RECAST'
                                TO WS-REPAY-REJ-REASON
           END-EVALUATE

           IF WS-REPAY-OK
               PERFORM 220210-CALC-PREPAY-FEE
           END-IF.
      ******************************************************************
      * 220210-CALC-PREPAY-FEE TAKES THE PRODUCT'S CAP RATE OFF
      * LOANPROD (NO ROW, OR A ZERO RATE, MEANS NO FEE) AND LIMITS
      * THE RESULT TO THE INTEREST THE PREPAID AMOUNT WOULD HAVE
      * EARNED OVER THE PENDING INSTALLMENTS, SO THE BORROWER IS
      * NEVER CHARGED MORE THAN THE LENDER ACTUALLY FOREGOES.
       220210-CALC-PREPAY-FEE.

           MOVE ZEROS TO WS-PPY-FEE-PCT
           MOVE ZEROS TO WS-PPY-FEE-AMT

           EXEC SQL
               SELECT LOANP_PREPAY_PCT
                 INTO :WS-PPY-FEE-PCT
                 FROM IDC015.LOANPROD
                WHERE LOANP_CAT = :LLOANM-CAT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZEROS TO WS-PPY-FEE-PCT
           END-IF

           IF WS-PPY-FEE-PCT > ZERO
               COMPUTE WS-PPY-FEE-AMT ROUNDED =
                   LOANPP-AMT * WS-PPY-FEE-PCT
               COMPUTE WS-PPY-FEE-CEIL ROUNDED =
                   LOANPP-AMT * LLOANM-ROI * WS-PPY-PEND-CNT / 1200
               IF WS-PPY-FEE-AMT > WS-PPY-FEE-CEIL
                   MOVE WS-PPY-FEE-CEIL TO WS-PPY-FEE-AMT
               END-IF
           END-IF.
      ******************************************************************
      * 220300-POST-PREPAYMENT REDUCES THE BALANCE (AND, ON A
      * REDUCE-TERM RECAST, THE TERM), WRITES THE LOANRPHST ROW,
      * REFRESHES RISKAVAIL, RAISES THE COMPENSATION FEE AND
      * REBUILDS THE PENDING SCHEDULE.
       220300-POST-PREPAYMENT.

           COMPUTE WS-NEW-BALANCE = WS-CUR-BALANCE - LOANPP-AMT

           PERFORM 220350-SIZE-NEW-SCHEDULE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 220310-UPDATE-LOANMSTR-PREPAY
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               MOVE LLOANM-CAT             TO RLOANRPH-CAT
               MOVE LLOANM-NO              TO RLOANRPH-NO
               MOVE WS-TODAY-DATE-X        TO RLOANRPH-DATE
               MOVE LOANPP-AMT             TO RLOANRPH-RP-AMT
               MOVE WS-NEW-BALANCE         TO RLOANRPH-OS-AMT
               MOVE WS-PAY-ORIG-CCY        TO RLOANRPH-ORIG-CCY
               MOVE WS-PAY-ORIG-AMT        TO RLOANRPH-ORIG-AMT
               MOVE WS-PAY-EXCH-RATE       TO RLOANRPH-EXCH-RATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200320-INSERT-LOANRPHST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   MOVE RLOANRPH-CAT TO WS-CKPT-LAST-LOANRPH-CAT
                   MOVE RLOANRPH-NO  TO WS-CKPT-LAST-LOANRPH-NO
                   PERFORM 200330-REFRESH-RISK-AVAILABILITY
                   PERFORM 220320-RAISE-PREPAY-FEE
                   PERFORM 220400-REBUILD-SCHEDULE
               ELSE
                   MOVE 'N'     TO WS-REPAY-OK-SW
                   MOVE SQLCODE TO WS-REPAY-SQLCODE
                   MOVE 'HISTORY INSERT FAILED - SEE SQLCODE'
                                TO WS-REPAY-REJ-REASON
                   MOVE 'LOANRPHST' TO DB2-OBJECT
                   MOVE 'INSERT'    TO DB2-STATEMENT
                   MOVE LOANPP-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               MOVE 'N'     TO WS-REPAY-OK-SW
               MOVE SQLCODE TO WS-REPAY-SQLCODE
               MOVE 'BALANCE UPDATE FAILED - SEE SQLCODE'
                            TO WS-REPAY-REJ-REASON
               MOVE 'LOANMSTR'  TO DB2-OBJECT
               MOVE 'UPDATE'    TO DB2-STATEMENT
               MOVE LOANPP-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       220310-UPDATE-LOANMSTR-PREPAY.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANMSTR'    TO IMGSRV-TABLE
               MOVE DCLLOANMSTR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.LOANMSTR
                      SET LOANM_MAX_AMT = :WS-NEW-BALANCE,
                          LOANM_TERM    = :LLOANM-TERM
                    WHERE LOANM_NO = :LLOANM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 220320-RAISE-PREPAY-FEE BILLS THE COMPENSATION FEE AS A DUE
      * ('D') FEEHIST ROW OF TYPE 'PPC', SO THE NEXT REPAYMENT'S
      * WATERFALL - OR A LOANE100 PAYOFF - COLLECTS IT LIKE ANY
      * OTHER BILLED FEE. A FAILED INSERT IS LOGGED BUT DOES NOT
      * UNDO THE PREPAYMENT ALREADY ON THE BALANCE; THE FEE IS THEN
      * LEFT OFF THE GL AND THE LETTER.
       220320-RAISE-PREPAY-FEE.

           IF WS-PPY-FEE-AMT > ZERO
               MOVE LOANPP-LLOANM-NO TO FEEH-NO
               MOVE LLOANM-CAT       TO FEEH-CAT
               MOVE 'PPC'            TO FEEH-TYPE
               MOVE WS-TODAY-DATE-X  TO FEEH-DATE
               MOVE WS-PPY-FEE-AMT   TO FEEH-AMT
               MOVE 'D'              TO FEEH-ST

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 220330-INSERT-FEEHIST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   DISPLAY 'LOANR100 - PREPAYMENT FEE INSERT FAILED '
                           'FOR LOAN ' LOANPP-LLOANM-NO
                           ' SQLCODE ' SQLCODE
                   MOVE 'FEEHIST'  TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE LOANPP-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE ZEROS TO WS-PPY-FEE-AMT
               END-IF
           END-IF.
      ******************************************************************
       220330-INSERT-FEEHIST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO IDC015.FEEHIST
                       ( FEEH_NO, FEEH_CAT, FEEH_TYPE, FEEH_DATE,
                         FEEH_AMT, FEEH_ST )
                   VALUES
                       ( :FEEH-NO, :FEEH-CAT, :FEEH-TYPE, :FEEH-DATE,
                         :FEEH-AMT, :FEEH-ST )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'FEEHIST'      TO IMGSRV-TABLE
                   MOVE SPACES       TO IMGSRV-AFTER
                   MOVE DCLFEEHIST   TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 220350-SIZE-NEW-SCHEDULE WORKS OUT THE PRINCIPAL STILL TO BE
      * SCHEDULED (THE NEW BALANCE LESS WHAT THE 'S' ROWS LEFT
      * STANDING WILL COLLECT) AND THE SHAPE OF THE RECAST:
      *   'I' KEEPS THE NUMBER OF PENDING INSTALLMENTS AND SPREADS
      *       THE REDUCED PRINCIPAL EVENLY OVER THEM;
      *   'T' KEEPS THE OLD PRINCIPAL PORTION AND NEEDS ONLY AS MANY
      *       INSTALLMENTS AS IT TAKES TO CLEAR THE REDUCED
      *       PRINCIPAL, THE LAST ONE TAKING WHATEVER IS LEFT. THE
      *       INSTALLMENTS DROPPED COME OFF LOANM_TERM.
       220350-SIZE-NEW-SCHEDULE.

           COMPUTE WS-PPY-BASE = WS-NEW-BALANCE - WS-PPY-SENT-PRIN
           IF WS-PPY-BASE < ZERO
               MOVE ZEROS TO WS-PPY-BASE
           END-IF

           MOVE WS-PPY-PEND-CNT TO WS-PPY-NEW-TERM

           IF LOANPP-REDUCE-TERM AND WS-PPY-OLD-PRIN > ZERO
               DIVIDE WS-PPY-OLD-PRIN INTO WS-PPY-BASE
                   GIVING WS-PPY-NEW-TERM
               IF WS-PPY-NEW-TERM * WS-PPY-OLD-PRIN < WS-PPY-BASE
                   ADD 1 TO WS-PPY-NEW-TERM
               END-IF
               IF WS-PPY-NEW-TERM > WS-PPY-PEND-CNT
                   MOVE WS-PPY-PEND-CNT TO WS-PPY-NEW-TERM
               END-IF
               COMPUTE LLOANM-TERM = LLOANM-TERM
                   - (WS-PPY-PEND-CNT - WS-PPY-NEW-TERM)
               MOVE WS-PPY-OLD-PRIN TO WS-SCH-PRIN
           ELSE
               IF WS-PPY-NEW-TERM > ZERO
                   COMPUTE WS-SCH-PRIN ROUNDED =
                       WS-PPY-BASE / WS-PPY-NEW-TERM
               END-IF
           END-IF.
      ******************************************************************
      * 220400-REBUILD-SCHEDULE CLEARS THE PENDING ROWS OF THE OLD
      * SCHEDULE AND BUILDS THE RECAST ONES, CONTINUING THE SEQUENCE
      * AFTER THE HIGHEST ROW LEFT STANDING. SETTLED, SENT AND
      * UNPAID-MARKED ROWS ARE LEFT ALONE EXACTLY AS LOANX100'S
      * RESTRUCTURE LEAVES THEM. THE FIRST NEW INSTALLMENT FALLS IN
      * THE MONTH THE OLD NEXT ONE DID, SO THE PREPAYMENT NEVER
      * MOVES THE BORROWER'S PAYMENT DATE.
       220400-REBUILD-SCHEDULE.

           IF NOT WS-SIM-MODE
               PERFORM 220405-IMAGE-PENDING-ROWS
               EXEC SQL
                   DELETE FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LLOANM-CAT
                      AND LOANSCH_NO  = :LLOANM-NO
                      AND LOANSCH_ST  = 'P'
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                   MOVE 'LOANSCHED' TO DB2-OBJECT
                   MOVE 'DELETE'    TO DB2-STATEMENT
                   MOVE LOANPP-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           MOVE ZERO TO WS-SCH-SEQ

           EXEC SQL
               SELECT COALESCE(MAX(LOANSCH_SEQ), 0)
                 INTO :WS-SCH-SEQ
                 FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT = :LLOANM-CAT
                  AND LOANSCH_NO  = :LLOANM-NO
                  AND LOANSCH_ST NOT = 'P'
           END-EXEC

           MOVE 'Y'         TO WS-SCH-OK-SW
           MOVE ZERO        TO WS-SCH-BUILT
           MOVE WS-PPY-BASE TO WS-SCH-BALANCE

      * THE MONTHLY STEP IN 220410 ADDS ONE MONTH BEFORE EACH ROW,
      * SO THE BUILD STARTS ONE MONTH AHEAD OF THE OLD NEXT DUE.
           MOVE WS-PPY-FD-YYYY TO WS-SCH-DUE-YYYY
           MOVE WS-PPY-FD-MM   TO WS-SCH-DUE-MM
           MOVE WS-PPY-FD-DD   TO WS-SCH-DUE-DD
           IF WS-SCH-DUE-DD > 28
               MOVE 28 TO WS-SCH-DUE-DD
           END-IF
           IF WS-SCH-DUE-MM = 1
               MOVE 12 TO WS-SCH-DUE-MM
               SUBTRACT 1 FROM WS-SCH-DUE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SCH-DUE-MM
           END-IF

           PERFORM 220410-BUILD-ONE-INSTALLMENT
               UNTIL WS-SCH-BUILT >= WS-PPY-NEW-TERM
                  OR NOT WS-SCH-OK.
      ******************************************************************
      * 220405-IMAGE-PENDING-ROWS FILES A DELETE IMAGE OF EACH PENDING
      * INSTALLMENT 220400 IS ABOUT TO CLEAR, SO A BACKOUT CAN PUT THE
      * OLD SCHEDULE BACK.
       220405-IMAGE-PENDING-ROWS.

           MOVE 'N' TO WS-PDEL-EOF-SW
           EXEC SQL
               OPEN LOANR-PDEL-CSR
           END-EXEC
           IF SQLCODE = ZERO
               PERFORM 220406-IMAGE-ONE-PENDING-ROW
                   UNTIL WS-PDEL-EOF
               EXEC SQL
                   CLOSE LOANR-PDEL-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       220406-IMAGE-ONE-PENDING-ROW.

           EXEC SQL
               FETCH LOANR-PDEL-CSR
                INTO :LSCH-SEQ
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PDEL-EOF-SW
           ELSE
               MOVE LLOANM-CAT     TO LSCH-CAT
               MOVE LLOANM-NO      TO LSCH-NO
               MOVE 'LOANSCHED'    TO IMGSRV-TABLE
               MOVE DCLLOANSCHED   TO IMGSRV-ROW-DATA
               PERFORM 900700-READ-ROW-IMAGE
               MOVE IMGSRV-ROW     TO IMGSRV-BEFORE
               MOVE SPACES         TO IMGSRV-AFTER
               IF IMGSRV-88-OK
                   MOVE 'D' TO IMGSRV-ACTION
               ELSE
                   MOVE 'N' TO IMGSRV-ACTION
               END-IF
               PERFORM 900790-LOG-ROW-IMAGE
           END-IF.
      ******************************************************************
       220410-BUILD-ONE-INSTALLMENT.

           ADD 1 TO WS-SCH-SEQ
           ADD 1 TO WS-SCH-BUILT

           ADD 1 TO WS-SCH-DUE-MM
           IF WS-SCH-DUE-MM > 12
               MOVE 1 TO WS-SCH-DUE-MM
               ADD 1 TO WS-SCH-DUE-YYYY
           END-IF

           COMPUTE WS-SCH-INT ROUNDED =
               WS-SCH-BALANCE * LLOANM-ROI / 12 / 100

           IF WS-SCH-BUILT = WS-PPY-NEW-TERM
            OR WS-SCH-PRIN > WS-SCH-BALANCE
               MOVE WS-SCH-BALANCE TO WS-SCH-PRIN
           END-IF

           SUBTRACT WS-SCH-PRIN FROM WS-SCH-BALANCE

           MOVE WS-SCH-DUE-YYYY    TO WS-SCH-DX-YYYY
           MOVE WS-SCH-DUE-MM      TO WS-SCH-DX-MM
           MOVE WS-SCH-DUE-DD      TO WS-SCH-DX-DD

           MOVE LLOANM-CAT         TO LSCH-CAT
           MOVE LLOANM-NO          TO LSCH-NO
           MOVE WS-SCH-SEQ         TO LSCH-SEQ
           PERFORM 220415-ROLL-DUE-DATE
           MOVE WS-SCH-PRIN        TO LSCH-PRIN-AMT
           MOVE WS-SCH-INT         TO LSCH-INT-AMT
           MOVE WS-SCH-BALANCE     TO LSCH-EXP-BAL
           MOVE 'P'                TO LSCH-ST
           MOVE SPACES             TO LSCH-PAID-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 220420-INSERT-LOANSCHED-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-SCH-OK-SW
               DISPLAY 'LOANR100 - SCHEDULE INSERT FAILED FOR LOAN '
                       LLOANM-NO ' SEQ ' WS-SCH-SEQ
                       ' SQLCODE ' SQLCODE
               MOVE 'LOANSCHED' TO DB2-OBJECT
               MOVE 'INSERT'    TO DB2-STATEMENT
               MOVE LOANPP-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 220415-ROLL-DUE-DATE ROLLS THE RAW MONTHLY DUE DATE FORWARD
      * TO THE NEAREST BUSINESS DAY THROUGH DAT4C100, THE SAME AS
      * LOANX100'S 200415. IF THE SERVICE IS UNAVAILABLE THE RAW
      * DATE STANDS.
       220415-ROLL-DUE-DATE.

           SET DATSRV-FUNC-ROLL-FWD TO TRUE
           MOVE WS-HOME-COUNTRY   TO DATSRV-COUNTRY
           MOVE WS-SCH-DUE-DATE-X TO DATSRV-DATE-1

           CALL 'DAT4C100' USING DATSRV-AREA

           IF DATSRV-88-OK
               MOVE DATSRV-DATE-1 TO LSCH-DUE-DATE
           ELSE
               MOVE WS-SCH-DUE-DATE-X TO LSCH-DUE-DATE
           END-IF.
      ******************************************************************
       220420-INSERT-LOANSCHED-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO IDC015.LOANSCHED
                       ( LOANSCH_CAT, LOANSCH_NO, LOANSCH_SEQ,
                         LOANSCH_DUE_DATE, LOANSCH_PRIN_AMT,
                         LOANSCH_INT_AMT, LOANSCH_EXP_BAL, LOANSCH_ST )
                   VALUES
                       ( :LSCH-CAT, :LSCH-NO, :LSCH-SEQ,
                         :LSCH-DUE-DATE, :LSCH-PRIN-AMT,
                         :LSCH-INT-AMT, :LSCH-EXP-BAL, :LSCH-ST )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'LOANSCHED'    TO IMGSRV-TABLE
                   MOVE SPACES       TO IMGSRV-AFTER
                   MOVE DCLLOANSCHED TO IMGSRV-AFT-DATA
                   MOVE 'N'          TO IMGSRV-AFT-NULLS (1:1)
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 220500-POST-PREPAY-FEE-GL WRITES THE COMPENSATION FEE'S GL
      * LEG AT BILLING, THE SAME WAY FEEB100 POSTS A BILLED FEE; THE
      * FEECOLL LEG FOLLOWS WHEN THE WATERFALL COLLECTS IT.
       220500-POST-PREPAY-FEE-GL.

           IF WS-PPY-FEE-AMT > ZERO AND NOT WS-SIM-MODE
               MOVE LOANPP-LLOANM-NO TO GLPOST-LLOANM-NO
               MOVE 'PREPAYFEE'      TO GLPOST-TRAN-TYPE
               MOVE WS-PPY-FEE-AMT   TO GLPOST-AMOUNT
               MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
               MOVE SPACES           TO GLPOST-ORIG-CCY
               MOVE ZEROS            TO GLPOST-EXCH-RATE
               WRITE RE-GLPOST FROM GLPOST-REC
               PERFORM 900780-IMAGE-GL-POSTING
           END-IF.
      ******************************************************************
      * 220600-PRINT-PREPAY-LETTER SENDS THE BORROWER THE RESULT OF
      * THE PREPAYMENT: AMOUNT, FEE, NEW BALANCE, THE RECAST CHOSEN
      * AND THE NEW SCHEDULE, READ BACK OFF LOANSCHED SO THE LETTER
      * SHOWS EXACTLY WHAT WAS STORED. A BORROWER NO LONGER ON
      * CUSTMSTR STILL GETS THE BODY OF THE LETTER, UNADDRESSED, FOR
      * THE BRANCH TO PICK UP.
       220600-PRINT-PREPAY-LETTER.

           MOVE SPACES         TO ACN-CUSTM-NAME-FRSTNM
                                  ACN-CUSTM-NAME-LASTNM
                                  ACN-CUSTM-ADDR
           MOVE LLOANM-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                      CUSTM_ADDR
                 INTO :ACN-CUSTM-NAME-FRSTNM,
                      :ACN-CUSTM-NAME-LASTNM,
                      :ACN-CUSTM-ADDR
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           MOVE ACN-CUSTM-NAME-FRSTNM TO WS-PN-FRSTNM
           MOVE ACN-CUSTM-NAME-LASTNM TO WS-PN-LASTNM
           WRITE RE-PPLTR FROM WS-PPL-NAME-LINE

           MOVE ACN-CUSTM-ADDR TO WS-PA-ADDR
           WRITE RE-PPLTR FROM WS-PPL-ADDR-LINE

           MOVE LLOANM-CAT      TO WS-PB-CAT
           MOVE LLOANM-NO       TO WS-PB-NO
           MOVE LOANPP-AMT      TO WS-PB-AMT
           MOVE WS-TODAY-DATE-X TO WS-PB-DATE
           WRITE RE-PPLTR FROM WS-PPL-BODY-LINE

           MOVE WS-PPY-FEE-AMT TO WS-PF-FEE
           WRITE RE-PPLTR FROM WS-PPL-FEE-LINE

           MOVE WS-NEW-BALANCE TO WS-PL-BAL
           WRITE RE-PPLTR FROM WS-PPL-BAL-LINE

           IF LOANPP-REDUCE-TERM
               MOVE 'INSTALLMENT KEPT, TERM SHORTENED - REMAINING  '
                                    TO WS-PO-TEXT
           ELSE
               MOVE 'TERM KEPT, INSTALLMENT LOWERED - REMAINING    '
                                    TO WS-PO-TEXT
           END-IF
           MOVE WS-PPY-NEW-TERM TO WS-PO-TERM
           WRITE RE-PPLTR FROM WS-PPL-OPT-LINE

           WRITE RE-PPLTR FROM WS-PPL-HDG-LINE

           MOVE 'N' TO WS-PPS-EOF-SW

           EXEC SQL
               OPEN LOANR-PPS-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PPS-EOF-SW
           END-IF

           PERFORM 220610-PRINT-ONE-INSTALLMENT UNTIL WS-PPS-EOF

           EXEC SQL
               CLOSE LOANR-PPS-CSR
           END-EXEC

           MOVE SPACES TO RE-PPLTR
           WRITE RE-PPLTR

           ADD 1 TO WS-CTL-PPLTR-CNT.
      ******************************************************************
       220610-PRINT-ONE-INSTALLMENT.

           EXEC SQL
               FETCH LOANR-PPS-CSR
                INTO :LSCH-SEQ, :LSCH-DUE-DATE, :LSCH-PRIN-AMT,
                     :LSCH-INT-AMT, :LSCH-EXP-BAL
           END-EXEC

           IF SQLCODE = ZERO
               MOVE LSCH-SEQ      TO WS-PS-SEQ
               MOVE LSCH-DUE-DATE TO WS-PS-DUE
               MOVE LSCH-PRIN-AMT TO WS-PS-PRIN
               MOVE LSCH-INT-AMT  TO WS-PS-INT
               MOVE LSCH-EXP-BAL  TO WS-PS-BAL
               WRITE RE-PPLTR FROM WS-PPL-SCH-LINE
           ELSE
               MOVE 'Y' TO WS-PPS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'LOANR-PPS-CSR' TO DB2-OBJECT
                   MOVE 'FETCH'         TO DB2-STATEMENT
                   MOVE LOANPP-LLOANM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 230000-LOOKUP-LINE READS THE LOAN'S LOANFACL ROW. A LOAN WITH
      * NO FACILITY ROW, OR A STAGED FACILITY, IS NOT A REVOLVING LINE.
       230000-LOOKUP-LINE.

           MOVE 'N' TO WS-REV-LINE-SW
           MOVE LLOANM-NO TO LFAC-NO

           EXEC SQL
               SELECT LFAC_FACL_AMT, LFAC_DRAWN_AMT, LFAC_UNDRAWN_AMT,
                      LFAC_ST, LFAC_TYPE, LFAC_BAL_DAYS, LFAC_MOVE_DATE
                 INTO :LFAC-FACL-AMT, :LFAC-DRAWN-AMT,
                      :LFAC-UNDRAWN-AMT, :LFAC-ST, :LFAC-TYPE,
                      :LFAC-BAL-DAYS, :LFAC-MOVE-DATE
                 FROM IDC015.LOANFACL
                WHERE LFAC_NO = :LFAC-NO
           END-EXEC

           IF SQLCODE = ZERO AND LFAC-TYPE = 'R'
               MOVE 'Y' TO WS-REV-LINE-SW
           END-IF.
      ******************************************************************
      * 230100-MOVE-LINE-BALANCE APPLIES WS-LINE-MOVE-AMT TO THE
      * LINE'S DRAWN AMOUNT AFTER THE LOANMSTR BALANCE HAS MOVED, SO
      * THE LINE KEEPS TRACKING THE LOAN: A REPAYMENT'S PRINCIPAL
      * BECOMES AVAILABLE TO DRAW AGAIN, AND THE REVERSAL OF ONE
      * TAKES IT BACK. THE UNDRAWN AMOUNT IS ALWAYS THE LIMIT LESS
      * THE DRAWN AMOUNT (NEVER BELOW ZERO), AND THE LINE IS FULLY
      * DRAWN ('F') WHEN NOTHING IS LEFT. THE REPAYMENT ITSELF HAS
      * ALREADY POSTED, SO A FAILED LINE UPDATE IS LOGGED FOR
      * CORRECTION RATHER THAN REJECTING THE TRANSACTION.
       230100-MOVE-LINE-BALANCE.

           PERFORM 230120-ROLL-LINE-BAL-DAYS

           COMPUTE LFAC-DRAWN-AMT = LFAC-DRAWN-AMT + WS-LINE-MOVE-AMT
           IF LFAC-DRAWN-AMT < ZERO
               MOVE ZEROS TO LFAC-DRAWN-AMT
           END-IF

           COMPUTE LFAC-UNDRAWN-AMT = LFAC-FACL-AMT - LFAC-DRAWN-AMT
           IF LFAC-UNDRAWN-AMT > ZERO
               MOVE 'O' TO LFAC-ST
           ELSE
               MOVE ZEROS TO LFAC-UNDRAWN-AMT
               MOVE 'F' TO LFAC-ST
           END-IF

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 230110-UPDATE-LINE-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'LOANFACL'  TO DB2-OBJECT
               MOVE 'UPDATE'    TO DB2-STATEMENT
               MOVE LOANIN-LLOANM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 230110-UPDATE-LINE-ROW ISSUES THE LOANFACL UPDATE FOR
      * 230100-MOVE-LINE-BALANCE INSIDE ITS BOUNDED RETRY LOOP.
       230110-UPDATE-LINE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'LOANFACL'    TO IMGSRV-TABLE
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
           END-IF.
      ******************************************************************
      * 230120-ROLL-LINE-BAL-DAYS ADDS THE DRAWN AMOUNT TIMES THE DAYS
      * (30/360) SINCE THE LINE LAST MOVED TO LFAC-BAL-DAYS, AND
      * MOVES LFAC-MOVE-DATE UP TO TODAY.
       230120-ROLL-LINE-BAL-DAYS.

           COMPUTE WS-LINE-TODAY-DAYNO =
                 WS-TD-YYYY * 360
               + (WS-TD-MM - 1) * 30
               + WS-TD-DD
           IF WS-TD-DD > 30
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
      * 240000-SPLIT-BY-SHARE SPLITS A POSTED REPAYMENT, RECOVERY,
      * REVERSAL OR PREPAYMENT ACROSS THE LOAN'S OTHER ACTIVE
      * PARTMSTR PARTICIPANTS, ONE PARTDIST ROW EACH CARRYING ITS
      * SHARE OF THE AMOUNT RECEIVED AND OF THE PRINCIPAL CLEARED.
      * WHEN WE ARE AGENT THE ROW IS LEFT PENDING FOR PDST100 TO PAY
      * THE PARTICIPANT; WHEN ANOTHER BANK IS AGENT IT ONLY RECORDS
      * WHAT THE PARTICIPANT HOLDS. A LOAN WITH NO PARTICIPANTS
      * FETCHES NOTHING. THE POSTING ITSELF IS ALREADY COMPLETE, SO
      * A FAILED INSERT IS LOGGED RATHER THAN REJECTING THE
      * TRANSACTION.
       240000-SPLIT-BY-SHARE.

           PERFORM 240100-LOOKUP-OWN-SHARE

           MOVE 'N' TO WS-SPLIT-EOF-SW

           EXEC SQL
               OPEN LOANR-PART-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-SPLIT-EOF-SW
           END-IF

           PERFORM 240200-SPLIT-NEXT-PARTICIPANT
               UNTIL WS-SPLIT-EOF

           EXEC SQL
               CLOSE LOANR-PART-CSR
           END-EXEC.
      ******************************************************************
      * 240100-LOOKUP-OWN-SHARE READS OUR OWN ACTIVE PARTMSTR ROW ON
      * THE LOAN FOR OUR SHARE AND WHETHER WE ARE AGENT. A LOAN WITH
      * NO OWN ROW IS WHOLLY OURS.
       240100-LOOKUP-OWN-SHARE.

           MOVE 100 TO WS-OWN-SHARE-PCT
           MOVE 'N' TO WS-SPLIT-AGENT-SW

           EXEC SQL
               SELECT PART_SHARE_PCT, PART_AGENT
                 INTO :PART-SHARE-PCT, :PART-AGENT
                 FROM IDC015.PARTMSTR
                WHERE PART_LOAN_CAT = :LLOANM-CAT
                  AND PART_LOAN_NO  = :LLOANM-NO
                  AND PART_OWN      = 'Y'
                  AND PART_ST       = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE PART-SHARE-PCT TO WS-OWN-SHARE-PCT
                   MOVE PART-AGENT     TO WS-SPLIT-AGENT-SW
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'PARTMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LLOANM-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       240200-SPLIT-NEXT-PARTICIPANT.

           EXEC SQL
               FETCH LOANR-PART-CSR
                INTO :PART-ID, :PART-SHARE-PCT
           END-EXEC

           IF SQLCODE = ZERO
               MOVE LLOANM-CAT      TO PDIST-LOAN-CAT
               MOVE LLOANM-NO       TO PDIST-LOAN-NO
               MOVE PART-ID         TO PDIST-PART-ID
               MOVE WS-TODAY-DATE-X TO PDIST-DATE
               MOVE WS-SPLIT-EVENT  TO PDIST-EVENT
               MOVE PART-SHARE-PCT  TO PDIST-SHARE-PCT
               COMPUTE PDIST-PAY-AMT ROUNDED =
                   WS-SPLIT-PAY-AMT * PART-SHARE-PCT / 100
               COMPUTE PDIST-PRIN-AMT ROUNDED =
                   WS-SPLIT-PRIN-AMT * PART-SHARE-PCT / 100
               IF WS-SPLIT-WE-AGENT
                   MOVE 'P'         TO PDIST-ST
               ELSE
                   MOVE 'M'         TO PDIST-ST
               END-IF
               MOVE WS-TODAY-DATE-X TO PDIST-DIST-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 240210-INSERT-PARTDIST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-SPLIT-CNT
               ELSE
                   MOVE 'PARTDIST' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE LLOANM-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               MOVE 'Y' TO WS-SPLIT-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'LOANR-PART-CSR' TO DB2-OBJECT
                   MOVE 'FETCH'          TO DB2-STATEMENT
                   MOVE LLOANM-NO        TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 240210-INSERT-PARTDIST-ROW ISSUES THE PARTDIST INSERT FOR
      * 240200-SPLIT-NEXT-PARTICIPANT INSIDE ITS BOUNDED RETRY LOOP.
      * PDIST_DIST_DATE CARRIES THE SPLIT DATE UNTIL PDST100 PAYS
      * THE ROW.
       240210-INSERT-PARTDIST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO IDC015.PARTDIST
                       ( PDIST_LOAN_CAT, PDIST_LOAN_NO, PDIST_PART_ID,
                         PDIST_DATE, PDIST_EVENT, PDIST_SHARE_PCT,
                         PDIST_PAY_AMT, PDIST_PRIN_AMT, PDIST_ST,
                         PDIST_DIST_DATE )
                   VALUES
                       ( :PDIST-LOAN-CAT, :PDIST-LOAN-NO,
                         :PDIST-PART-ID, :PDIST-DATE, :PDIST-EVENT,
                         :PDIST-SHARE-PCT, :PDIST-PAY-AMT,
                         :PDIST-PRIN-AMT, :PDIST-ST,
                         :PDIST-DIST-DATE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'PARTDIST'     TO IMGSRV-TABLE
                   MOVE SPACES       TO IMGSRV-AFTER
                   MOVE DCLPARTDIST  TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-LOANREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN. THE CALLER SETS DB2-OBJECT,
      * DB2-STATEMENT AND DB2-REFERENCE1 BEFORE PERFORMING THIS
      * PARAGRAPH; SQLCODE IS PICKED UP HERE SINCE IT IS SET BY THE
      * MOST RECENT EXEC SQL STATEMENT.
       900200-LOG-DB2-ERROR.

           MOVE 'LOANR100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR A SUCCESSFULLY POSTED REPAYMENT. THE CALLER SETS
      * WS-AUD-KEY, WS-AUD-BEFORE AND WS-AUD-AFTER BEFORE PERFORMING
      * THIS PARAGRAPH. LOANTRAN CARRIES NO USER OR TERMINAL
      * IDENTIFICATION SO THOSE FIELDS ARE LOGGED AS SPACES. THE
      * ENTRY IS MARKED AS COVERED BY ROW IMAGES, SINCE EVERY ROW THE
      * TRANSACTION CHANGED HAS ALREADY BEEN IMAGED BY 900700-900790.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'LOANR100'     TO AUDTRL-PGM-ID
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
           END-IF.
      ******************************************************************
      * 900500-WRITE-GL-POSTING APPENDS ONE GENERAL-LEDGER POSTING
      * RECORD TO GLPOST-FILE FOR A SUCCESSFULLY POSTED REPAYMENT, SO
      * THE LOAN'S CASH MOVEMENT IS NOT ACCOUNTING-INVISIBLE.
       900500-WRITE-GL-POSTING.

           MOVE LOANIN-LLOANM-NO      TO GLPOST-LLOANM-NO
           MOVE WS-GL-TRAN-TYPE       TO GLPOST-TRAN-TYPE
           MOVE LOANIN-LLOANM-MAX-AMT TO GLPOST-AMOUNT
      * AN ORDINARY REPAYMENT'S REPAY LEG ONLY CARRIES THE
      * PRINCIPAL PORTION - THE CHARGE TIERS ALREADY POSTED THEIR
      * OWN PENCOLL/FEECOLL/INTCOLL LEGS IN 200380-RECORD-
      * ALLOCATION, AND POSTING THE FULL AMOUNT HERE TOO WOULD
      * DOUBLE-COUNT THEM.
           IF WS-GL-TRAN-TYPE = 'REPAY'
               MOVE WS-WF-PRIN-AMT    TO GLPOST-AMOUNT
           END-IF
           MOVE WS-TODAY-DATE-X       TO GLPOST-POST-DATE
           MOVE WS-PAY-ORIG-CCY       TO GLPOST-ORIG-CCY
           MOVE WS-PAY-EXCH-RATE      TO GLPOST-EXCH-RATE

           IF NOT WS-SIM-MODE
               WRITE RE-GLPOST FROM GLPOST-REC
               PERFORM 900780-IMAGE-GL-POSTING
           END-IF.
      ******************************************************************
      * 900600-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A TRANSACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS, SO A MALFORMED RECORD IS
      * PARKED FOR NEXT-DAY CORRECTION INSTEAD OF BEING SILENTLY
      * DROPPED OR FALSELY REPORTED AS A DB2 REJECT.
       900600-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'LOANR100'       TO VALSUS-PGM-ID
           MOVE LOANIN-REQ-TYPE  TO VALSUS-REQ-TYPE
           MOVE LOANIN-LLOANM-NO TO VALSUS-KEY
           MOVE WS-EDIT-REASON   TO VALSUS-REASON
           MOVE RE-LOANIN        TO VALSUS-RAW-RECORD

           IF NOT WS-SIM-MODE
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

           MOVE 'LOANR100'     TO AUDTRL-PGM-ID
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
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S REPAYMENT RUN.
           DISPLAY 'LOANR100 CONTROL TOTALS'
           DISPLAY '  REPAYMENTS POSTED ................ : '
                   WS-CTL-RPY-CNT
           DISPLAY '  OF THE REPAYMENTS, CREDIT LINES .. : '
                   WS-CTL-LRPY-CNT
           DISPLAY '  REVERSALS POSTED ................. : '
                   WS-CTL-REV-CNT
           DISPLAY '  RECOVERIES POSTED ................ : '
                   WS-CTL-RCV-CNT
           DISPLAY '  PARTIAL PREPAYMENTS POSTED ....... : '
                   WS-CTL-PPY-CNT
           DISPLAY '  PREPAYMENT LETTERS PRINTED ....... : '
                   WS-CTL-PPLTR-CNT
           DISPLAY '  PARTICIPANT SHARES SPLIT OFF ..... : '
                   WS-CTL-SPLIT-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '  TRANSACTIONS SUSPENDED ........... : '
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-RPY-CNT + WS-CTL-REV-CNT + WS-CTL-RCV-CNT
             + WS-CTL-PPY-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

