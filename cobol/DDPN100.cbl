      ******************************************************************
      * DDPN100 SENDS THE SEPA PRE-NOTIFICATION OF EACH DIRECT-DEBIT
      * COLLECTION: THE SCHEME REQUIRES THE DEBTOR TO BE TOLD THE
      * AMOUNT AND DATE OF EVERY COLLECTION BEFORE IT IS TAKEN, AND
      * WITHOUT IT BORROWERS WHO SAY THEY WERE NOT WARNED CLAIM THE
      * MONEY BACK AS A REFUND, WHICH DDRET100 THEN HAS TO BOOK AS A
      * RETURN. EACH RUN LOOKS AHEAD OVER THE NT1DQ002 NOTICE WINDOW
      * (DEFAULT 14 DAYS): EVERY PENDING LOANSCHED INSTALLMENT FALLING
      * DUE INSIDE IT ON AN ACTIVE LOAN WITH AN ACTIVE DDMANDT
      * MANDATE, AND WITHOUT A NOTICE FOR THAT DUE DATE AND AMOUNT ON
      * THE DDPRENOT REGISTER YET, GETS:
      *   - A LETTER WITH THE AMOUNT (PRINCIPAL PLUS INTEREST
      *     PORTION), THE COLLECTION DATE (THE DUE DATE ROLLED TO A
      *     BUSINESS DAY, AS DDGEN100 WILL SEND IT), THE MANDATE
      *     REFERENCE, THE CREDITOR ID OFF THE PA1DQ001 CREDITOR CARD
      *     AND THE LAST DIGITS OF THE ACCOUNT TO BE DEBITED. IT GOES
      *     THROUGH THE BORROWER'S E-DELIVERY PREFERENCE (PREFERRED
      *     E-MAIL, NO EDLVREG BOUNCE - DOCUMENT TYPE 'DDPN') AND
      *     FALLS BACK TO PRINT;
      *   - A DDPRENOT REGISTER ROW, WHICH DDGEN100 CHECKS: THE
      *     INSTALLMENT IS COLLECTED ONLY ONCE THE NOTICE HAS RUN THE
      *     NOTICE DAYS AND ONLY FOR THE AMOUNT NOTIFIED.
      * AN INSTALLMENT WHOSE AMOUNT OR DUE DATE CHANGES AFTER ITS
      * NOTICE (A RESCHEDULE, A REPRICING) IS NOTIFIED AGAIN AND THE
      * REGISTER ROW REWRITTEN, SO THE NOTICE PERIOD RUNS AGAIN FROM
      * THE NEW NOTICE. DECEASED AND CLOSED CUSTOMERS, WHOM DDGEN100
      * DOES NOT COLLECT, AND LOANS NOT BOOKED IN EUROS, WHICH SEPA
      * CANNOT COLLECT, GET NO NOTICE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDPN100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT NOTPARM-FILE  ASSIGN NT1DQ002.
           SELECT DDPARM-FILE   ASSIGN PA1DQ001.
           SELECT PNLTR-FILE    ASSIGN LT4DQ001.
           SELECT EPNLTR-FILE   ASSIGN ED1DQ004.
           SELECT PNRPT-FILE    ASSIGN RPZDQ003.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * NOTPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * MINIMUM PRE-NOTIFICATION PERIOD IN DAYS (ALSO THE LOOK-AHEAD
      * WINDOW - NOTICES GO OUT AS SOON AS AN INSTALLMENT ENTERS IT).
       FD  NOTPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-NOTPARM.
           05  NPARM-NOTICE-DAYS            PIC 9(3).
           05  FILLER                       PIC X(77).
      ******************************************************************
      * DDPARM-FILE IS DDGEN100'S CREDITOR IDENTITY CARD; THE NOTICE
      * QUOTES THE SEPA CREDITOR ID FROM IT.
       FD  DDPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DDPARM.
           05  DPARM-CRED-NAME              PIC X(40).
           05  DPARM-CRED-IBAN              PIC X(34).
           05  DPARM-CRED-BIC               PIC X(11).
           05  DPARM-CRED-ID                PIC X(35).
      ******************************************************************
      * PNLTR-FILE IS THE LETTER PRINT FILE, ONE BLOCK PER NOTICE.
       FD  PNLTR-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PNLTR                         PIC X(132).
      ******************************************************************
      * EPNLTR-FILE IS THE ELECTRONIC-DELIVERY EXTRACT FOR
      * PRE-NOTIFICATIONS: A BORROWER WITH A PREFERRED E-MAIL AND NO
      * EDLVREG BOUNCE GETS THE NOTICE HERE INSTEAD OF PRINT (SEE
      * EDLV100).
       FD  EPNLTR-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-EPNLTR                        PIC X(132).
      ******************************************************************
      * PNRPT-FILE IS THE PRINTED REGISTER OF NOTICES SENT THIS RUN.
       FD  PNRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PNRPT                         PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-BOR-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-BOR-FOUND                         VALUE 'Y'.
           05  WS-RENOTIFY-SW               PIC X(1)    VALUE 'N'.
               88  WS-RENOTIFY                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-DUE-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOTC-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RENOT-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUPP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SKIP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EDLV-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE NOTICE PERIOD AND THE LOOK-AHEAD WINDOW DATE, BUILT IN
      * THE SHOP'S 30/360 CONVENTION. THE 14-DAY DEFAULT IS THE SEPA
      * CORE SCHEME'S OWN.
       01  WS-NOTICE-DAYS                   PIC S9(5)   COMP-3
                                                         VALUE 14.
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
       01  WS-DAYNUM                        PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-WIN-YYYY                      PIC 9(4)    VALUE ZEROS.
       01  WS-WIN-MM                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-WIN-DD                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-WINDOW-DATE-X.
           05  WS-WIN-DX-YYYY               PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-WIN-DX-MM                 PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-WIN-DX-DD                 PIC 9(2).
      ******************************************************************
      * INSTALLMENT WORK FIELDS.
       01  WS-CUST-NO                       PIC X(10)   VALUE SPACES.
       01  WS-LOAN-CCY                      PIC X(3)    VALUE SPACES.
       01  WS-SEPA-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-COLL-AMT                      PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-COLL-DATE                     PIC X(10)   VALUE SPACES.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
      ******************************************************************
      * E-DELIVERY ROUTING FOR THE NOTICE UNDER CONSTRUCTION (SEE
      * 200250-CHECK-E-DELIVERY).
       01  WS-EDELIV-SW                     PIC X(1)    VALUE 'N'.
           88  WS-EDELIV                                VALUE 'Y'.
       01  WS-EDLV-EMAIL                    PIC X(60)   VALUE SPACES.
       01  WS-BOUNCE-CNT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LTR-OUT                       PIC X(132)  VALUE SPACES.
      ******************************************************************
      * LETTER AND REGISTER PRINT LINES.
       01  WS-LTR-NAME-LINE.
           05  WS-LN-FRSTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-LN-LASTNM                 PIC X(15).
           05  FILLER                       PIC X(101)  VALUE SPACES.
       01  WS-LTR-ADDR-LINE.
           05  WS-LA-ADDR                   PIC X(35).
           05  FILLER                       PIC X(97)   VALUE SPACES.
       01  WS-LTR-BODY-LINE.
           05  FILLER                       PIC X(11)   VALUE
                   'YOUR LOAN  '.
           05  WS-LB-CAT                    PIC X(2).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-LB-NO                     PIC 9(9).
           05  FILLER                       PIC X(13)   VALUE
                   ' INSTALLMENT '.
           05  WS-LB-SEQ                    PIC 9(4).
           05  FILLER                       PIC X(35)   VALUE
                   ' WILL BE COLLECTED BY DIRECT DEBIT '.
           05  FILLER                       PIC X(3)    VALUE 'ON '.
           05  WS-LB-COLL-DATE              PIC X(10).
           05  FILLER                       PIC X(44)   VALUE SPACES.
       01  WS-LTR-AMT-LINE.
           05  FILLER                       PIC X(36)   VALUE
                   'AMOUNT TO BE DEBITED ............ : '.
           05  WS-LM-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-LM-CCY                    PIC X(3).
           05  FILLER                       PIC X(76)   VALUE SPACES.
       01  WS-LTR-MAND-LINE.
           05  FILLER                       PIC X(19)   VALUE
                   'MANDATE REFERENCE  '.
           05  WS-LD-MAND-REF               PIC X(16).
           05  FILLER                       PIC X(15)   VALUE
                   '  CREDITOR ID  '.
           05  WS-LD-CRED-ID                PIC X(35).
           05  FILLER                       PIC X(47)   VALUE SPACES.
       01  WS-LTR-ACCT-LINE.
           05  FILLER                       PIC X(32)   VALUE
                   'FROM YOUR ACCOUNT ENDING ...... '.
           05  WS-LC-ACCT-LAST4             PIC X(4).
           05  FILLER                       PIC X(96)   VALUE SPACES.
       01  WS-REG-LINE.
           05  WS-RG-CAT                    PIC X(2).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-RG-NO                     PIC 9(9).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-RG-SEQ                    PIC 9(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-COLL-DATE              PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-ROUTE                  PIC X(1).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-TAG                    PIC X(10).
           05  FILLER                       PIC X(58)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOP.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY LOANSCHD.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY DDMANDT.
      ******************************************************************
       COPY DDPRENOT.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTCONT.
      ******************************************************************
       COPY EDLVREG.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR READS EVERY PENDING INSTALLMENT FALLING DUE INSIDE THE
      * NOTICE WINDOW ON A LOAN DDGEN100 WILL COLLECT (ACTIVE LOAN,
      * ACTIVE MANDATE - THE SAME JOIN DDGEN100 USES) THAT HAS NO
      * NOTICE ON THE REGISTER FOR ITS CURRENT DUE DATE AND AMOUNT.
           EXEC SQL
               DECLARE DDPN100-CSR CURSOR FOR
                   SELECT S.LOANSCH_CAT, S.LOANSCH_NO, S.LOANSCH_SEQ,
                          S.LOANSCH_DUE_DATE, S.LOANSCH_PRIN_AMT,
                          S.LOANSCH_INT_AMT, M.LOANM_CUST_NO,
                          M.LOANM_CCY,
                          D.DDMN_BANK_ACC, D.DDMN_MAND_REF
                     FROM IDC015.LOANSCHED S,
                          IDC015.LOANMSTR M,
                          IDC015.DDMANDT D
                    WHERE S.LOANSCH_ST = 'P'
                      AND S.LOANSCH_DUE_DATE >= :WS-TODAY-DATE-X
                      AND S.LOANSCH_DUE_DATE <= :WS-WINDOW-DATE-X
                      AND M.LOANM_CAT = S.LOANSCH_CAT
                      AND M.LOANM_NO  = S.LOANSCH_NO
                      AND M.LOANM_ST  = 'A'
                      AND M.LOANM_DD_MAND = 'Y'
                      AND D.DDMN_LOAN_CAT = M.LOANM_CAT
                      AND D.DDMN_LOAN_NO  = M.LOANM_NO
                      AND D.DDMN_ST       = 'A'
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM IDC015.DDPRENOT N
                             WHERE N.DDPN_CAT      = S.LOANSCH_CAT
                               AND N.DDPN_NO       = S.LOANSCH_NO
                               AND N.DDPN_SEQ      = S.LOANSCH_SEQ
                               AND N.DDPN_DUE_DATE = S.LOANSCH_DUE_DATE
                               AND N.DDPN_AMT      =
                                   S.LOANSCH_PRIN_AMT
                                 + S.LOANSCH_INT_AMT )
                    ORDER BY S.LOANSCH_CAT, S.LOANSCH_NO,
                             S.LOANSCH_SEQ
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE NOTICE AND CREDITOR CARDS, LOOPS
      * NOTIFYING EACH UPCOMING INSTALLMENT, AND PRINTS THE CONTROL
      * TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY TO WS-TD-YYYY
           MOVE WS-TODAY-MM   TO WS-TD-MM
           MOVE WS-TODAY-DD   TO WS-TD-DD

           PERFORM 100010-READ-NOTICE-DAYS
           PERFORM 100020-READ-CREDITOR-PARM

           OPEN OUTPUT PNLTR-FILE
           OPEN OUTPUT EPNLTR-FILE
           OPEN OUTPUT PNRPT-FILE

           MOVE 'DDPN100 - DIRECT-DEBIT PRE-NOTIFICATIONS SENT THIS RUN'
               TO RE-PNRPT
           WRITE RE-PNRPT

           EXEC SQL
               OPEN DDPN100-CSR
           END-EXEC

           PERFORM 100200-FETCH-ONE-INSTALLMENT

           PERFORM 200000-NOTIFY-ONE-INSTALLMENT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE DDPN100-CSR
           END-EXEC

           CLOSE PNLTR-FILE
           CLOSE EPNLTR-FILE
           CLOSE PNRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-READ-NOTICE-DAYS READS THE NOTICE-PERIOD CARD AND
      * BUILDS THE LOOK-AHEAD WINDOW DATE (30/360). THE 14-DAY
      * DEFAULT STANDS WITH NO CARD - THE SAME DEFAULT DDGEN100
      * ENFORCES, SO THE TWO PROGRAMS AGREE WITHOUT COORDINATION.
       100010-READ-NOTICE-DAYS.

           OPEN INPUT NOTPARM-FILE

           READ NOTPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NPARM-NOTICE-DAYS IS NUMERIC
                    AND NPARM-NOTICE-DAYS > ZERO
                       MOVE NPARM-NOTICE-DAYS TO WS-NOTICE-DAYS
                   END-IF
           END-READ

           CLOSE NOTPARM-FILE

           COMPUTE WS-DAYNUM =
                 WS-TODAY-YYYY * 360
               + (WS-TODAY-MM - 1) * 30
               + WS-TODAY-DD
               + WS-NOTICE-DAYS

           COMPUTE WS-WIN-YYYY = WS-DAYNUM / 360
           COMPUTE WS-DAYNUM   = WS-DAYNUM - WS-WIN-YYYY * 360
           COMPUTE WS-WIN-MM   = WS-DAYNUM / 30 + 1
           COMPUTE WS-WIN-DD   = WS-DAYNUM - (WS-WIN-MM - 1) * 30

           IF WS-WIN-DD < 1
               MOVE 1 TO WS-WIN-DD
           END-IF
           IF WS-WIN-MM > 12
               MOVE 12 TO WS-WIN-MM
           END-IF
           IF WS-WIN-MM < 1
               MOVE 1 TO WS-WIN-MM
           END-IF

           MOVE WS-WIN-YYYY TO WS-WIN-DX-YYYY
           MOVE WS-WIN-MM   TO WS-WIN-DX-MM
           MOVE WS-WIN-DD   TO WS-WIN-DX-DD

           DISPLAY 'DDPN100 - NOTICE PERIOD ' WS-NOTICE-DAYS
                   ' DAYS, WINDOW TO ' WS-WINDOW-DATE-X.
      ******************************************************************
      * 100020-READ-CREDITOR-PARM READS DDGEN100'S CREDITOR CARD FOR
      * THE SEPA CREDITOR ID THE NOTICE MUST QUOTE. WITHOUT IT THE
      * BORROWER COULD NOT TIE THE NOTICE TO THE COLLECTION, SO NO
      * NOTICES GO OUT.
       100020-READ-CREDITOR-PARM.

           OPEN INPUT DDPARM-FILE

           READ DDPARM-FILE
               AT END
                   MOVE SPACES TO RE-DDPARM
           END-READ

           CLOSE DDPARM-FILE

           IF DPARM-CRED-ID = SPACES
               DISPLAY 'DDPN100 - NO CREDITOR ID ON PA1DQ001 '
                       'CREDITOR CARD - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       100200-FETCH-ONE-INSTALLMENT.

           EXEC SQL
               FETCH DDPN100-CSR
                INTO :LSCH-CAT, :LSCH-NO, :LSCH-SEQ,
                     :LSCH-DUE-DATE, :LSCH-PRIN-AMT, :LSCH-INT-AMT,
                     :WS-CUST-NO, :WS-LOAN-CCY,
                     :DDMN-BANK-ACC, :DDMN-MAND-REF
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'LOANSCHED' TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE LSCH-NO     TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-NOTIFY-ONE-INSTALLMENT SENDS THE NOTICE FOR ONE
      * UPCOMING COLLECTION. A LOAN NOT BOOKED IN EUROS OR A BORROWER
      * DDGEN100 WOULD NOT COLLECT FROM IS SUPPRESSED; A BORROWER
      * MISSING FROM THE MASTER IS SKIPPED AND RETRIED NEXT RUN.
       200000-NOTIFY-ONE-INSTALLMENT.

           ADD 1 TO WS-CTL-DUE-CNT

           COMPUTE WS-COLL-AMT = LSCH-PRIN-AMT + LSCH-INT-AMT

           IF WS-LOAN-CCY NOT = WS-SEPA-CCY AND WS-LOAN-CCY NOT = SPACES
               ADD 1 TO WS-CTL-SUPP-CNT
           ELSE
               PERFORM 200200-LOOKUP-BORROWER

               IF WS-BOR-FOUND
                   IF ACN-CUSTM-ST = 'F' OR ACN-CUSTM-ST = 'C'
                       ADD 1 TO WS-CTL-SUPP-CNT
                   ELSE
                       PERFORM 200100-ROLL-COLLECTION-DATE
                       PERFORM 200300-SEND-NOTICE
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-SKIP-CNT
               END-IF
           END-IF

           PERFORM 100200-FETCH-ONE-INSTALLMENT.
      ******************************************************************
      * 200100-ROLL-COLLECTION-DATE ROLLS THE DUE DATE FORWARD TO THE
      * NEAREST BUSINESS DAY THROUGH DAT4C100, THE SAME WAY DDGEN100
      * SETS THE REQUESTED COLLECTION DATE, SO THE NOTICE NAMES THE
      * DAY THE MONEY WILL ACTUALLY MOVE.
       200100-ROLL-COLLECTION-DATE.

           SET DATSRV-FUNC-ROLL-FWD TO TRUE
           MOVE WS-HOME-COUNTRY TO DATSRV-COUNTRY
           MOVE LSCH-DUE-DATE   TO DATSRV-DATE-1

           CALL 'DAT4C100' USING DATSRV-AREA

           IF DATSRV-88-OK
               MOVE DATSRV-DATE-1 TO WS-COLL-DATE
           ELSE
               MOVE LSCH-DUE-DATE TO WS-COLL-DATE
           END-IF.
      ******************************************************************
       200200-LOOKUP-BORROWER.

           MOVE 'N'        TO WS-BOR-FOUND-SW
           MOVE WS-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                      CUSTM_ADDR, CUSTM_ST
                 INTO :ACN-CUSTM-NAME-FRSTNM,
                      :ACN-CUSTM-NAME-LASTNM,
                      :ACN-CUSTM-ADDR, :ACN-CUSTM-ST
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-BOR-FOUND-SW
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'CUSTMTBL' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE WS-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200300-SEND-NOTICE PRINTS (OR E-DELIVERS) THE LETTER AND
      * REGISTERS THE NOTICE. THE REGISTER ROW IS ONLY WRITTEN AFTER
      * THE LETTER IS OUT, SO THE REGISTER NEVER CLAIMS A NOTICE
      * NOBODY RECEIVED. AN INSTALLMENT ALREADY ON THE REGISTER UNDER
      * AN OLDER DATE OR AMOUNT HAS ITS ROW REWRITTEN.
       200300-SEND-NOTICE.

           PERFORM 200250-CHECK-E-DELIVERY

           MOVE ACN-CUSTM-NAME-FRSTNM TO WS-LN-FRSTNM
           MOVE ACN-CUSTM-NAME-LASTNM TO WS-LN-LASTNM
           MOVE WS-LTR-NAME-LINE TO WS-LTR-OUT
           PERFORM 200290-PUT-NOTICE-LINE

           MOVE ACN-CUSTM-ADDR TO WS-LA-ADDR
           MOVE WS-LTR-ADDR-LINE TO WS-LTR-OUT
           PERFORM 200290-PUT-NOTICE-LINE

           MOVE LSCH-CAT     TO WS-LB-CAT
           MOVE LSCH-NO      TO WS-LB-NO
           MOVE LSCH-SEQ     TO WS-LB-SEQ
           MOVE WS-COLL-DATE TO WS-LB-COLL-DATE
           MOVE WS-LTR-BODY-LINE TO WS-LTR-OUT
           PERFORM 200290-PUT-NOTICE-LINE

           MOVE WS-COLL-AMT TO WS-LM-AMT
           MOVE WS-SEPA-CCY TO WS-LM-CCY
           MOVE WS-LTR-AMT-LINE TO WS-LTR-OUT
           PERFORM 200290-PUT-NOTICE-LINE

           MOVE DDMN-MAND-REF TO WS-LD-MAND-REF
           MOVE DPARM-CRED-ID TO WS-LD-CRED-ID
           MOVE WS-LTR-MAND-LINE TO WS-LTR-OUT
           PERFORM 200290-PUT-NOTICE-LINE

           MOVE DDMN-BANK-ACC (17:4) TO WS-LC-ACCT-LAST4
           MOVE WS-LTR-ACCT-LINE TO WS-LTR-OUT
           PERFORM 200290-PUT-NOTICE-LINE

           MOVE SPACES TO WS-LTR-OUT
           PERFORM 200290-PUT-NOTICE-LINE

           MOVE LSCH-CAT        TO DDPN-CAT
           MOVE LSCH-NO         TO DDPN-NO
           MOVE LSCH-SEQ        TO DDPN-SEQ
           MOVE LSCH-DUE-DATE   TO DDPN-DUE-DATE
           MOVE WS-COLL-AMT     TO DDPN-AMT
           MOVE DDMN-MAND-REF   TO DDPN-MAND-REF
           MOVE WS-TODAY-DATE-X TO DDPN-NOTICE-DATE
           IF WS-EDELIV
               MOVE 'E' TO DDPN-ROUTE
           ELSE
               MOVE 'P' TO DDPN-ROUTE
           END-IF

           MOVE 'N'  TO WS-RENOTIFY-SW
           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200310-INSERT-DDPRENOT-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = -803
               MOVE 'Y'  TO WS-RENOTIFY-SW
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200320-UPDATE-DDPRENOT-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           END-IF

           IF SQLCODE = ZERO
               MOVE LSCH-CAT      TO WS-RG-CAT
               MOVE LSCH-NO       TO WS-RG-NO
               MOVE LSCH-SEQ      TO WS-RG-SEQ
               MOVE WS-CUST-NO    TO WS-RG-CUST-NO
               MOVE WS-COLL-DATE  TO WS-RG-COLL-DATE
               MOVE WS-COLL-AMT   TO WS-RG-AMT
               MOVE DDPN-ROUTE    TO WS-RG-ROUTE
               IF WS-RENOTIFY
                   ADD 1 TO WS-CTL-RENOT-CNT
                   MOVE 'RE-NOTICE' TO WS-RG-TAG
               ELSE
                   ADD 1 TO WS-CTL-NOTC-CNT
                   MOVE SPACES      TO WS-RG-TAG
               END-IF
               WRITE RE-PNRPT FROM WS-REG-LINE
           ELSE
               ADD 1 TO WS-CTL-SKIP-CNT
               DISPLAY 'DDPN100 - REGISTER WRITE FAILED FOR '
                       'LOAN ' LSCH-NO ' SEQ ' LSCH-SEQ
                       ' SQLCODE ' SQLCODE
               MOVE 'DDPRENOT' TO DB2-OBJECT
               IF WS-RENOTIFY
                   MOVE 'UPDATE' TO DB2-STATEMENT
               ELSE
                   MOVE 'INSERT' TO DB2-STATEMENT
               END-IF
               MOVE LSCH-NO    TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 200250-CHECK-E-DELIVERY DECIDES THE NOTICE'S ROUTE: THE
      * BORROWER'S PREFERRED CUSTCONT CONTACT MUST BE AN E-MAIL AND
      * NO EDLVREG BOUNCE MAY STAND - OTHERWISE PRINT. A ROUTED SEND
      * IS REGISTERED ('S', TYPE 'DDPN') SO EDLV100 CAN MATCH ANY
      * BOUNCE.
       200250-CHECK-E-DELIVERY.

           MOVE 'N'        TO WS-EDELIV-SW
           MOVE WS-CUST-NO TO CCNT-CUST-NO

           EXEC SQL
               SELECT CCNT_VALUE
                 INTO :WS-EDLV-EMAIL
                 FROM IDC015.CUSTCONT
                WHERE CCNT_CUST_NO  = :CCNT-CUST-NO
                  AND CCNT_TYPE     = 'E'
                  AND CCNT_PREF_FLG = 'Y'
           END-EXEC

           IF SQLCODE = ZERO
               MOVE ZEROS TO WS-BOUNCE-CNT

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-BOUNCE-CNT
                     FROM IDC015.EDLVREG
                    WHERE EDLV_CUST_NO = :CCNT-CUST-NO
                      AND EDLV_ST      = 'B'
               END-EXEC

               IF SQLCODE = ZERO AND WS-BOUNCE-CNT = ZERO
                   MOVE 'Y' TO WS-EDELIV-SW
                   ADD 1 TO WS-CTL-EDLV-CNT
                   PERFORM 200260-REGISTER-E-SEND
               END-IF
           END-IF.
      ******************************************************************
       200260-REGISTER-E-SEND.

           MOVE WS-CUST-NO      TO EDLV-CUST-NO
           MOVE 'DDPN'          TO EDLV-DOC-TYPE
           MOVE WS-TODAY-DATE-X TO EDLV-SENT-DATE
           MOVE WS-EDLV-EMAIL   TO EDLV-EMAIL
           MOVE 'S'             TO EDLV-ST

           EXEC SQL
               INSERT INTO IDC015.EDLVREG
                   ( EDLV_CUST_NO, EDLV_DOC_TYPE, EDLV_SENT_DATE,
                     EDLV_EMAIL, EDLV_ST )
               VALUES
                   ( :EDLV-CUST-NO, :EDLV-DOC-TYPE,
                     :EDLV-SENT-DATE, :EDLV-EMAIL, :EDLV-ST )
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'EDLVREG' TO DB2-OBJECT
               MOVE 'INSERT'  TO DB2-STATEMENT
               MOVE WS-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
      * A SEND THAT CANNOT BE REGISTERED IS NOT SENT - THE BOUNCE
      * COULD NEVER BE MATCHED. THE NOTICE PRINTS INSTEAD.
               MOVE 'N' TO WS-EDELIV-SW
               SUBTRACT 1 FROM WS-CTL-EDLV-CNT
           END-IF.
      ******************************************************************
      * 200290-PUT-NOTICE-LINE ROUTES ONE NOTICE LINE TO PRINT OR
      * TO THE E-DELIVERY EXTRACT, PER THE BORROWER'S ROUTE.
       200290-PUT-NOTICE-LINE.

           IF WS-EDELIV
               WRITE RE-EPNLTR FROM WS-LTR-OUT
           ELSE
               WRITE RE-PNLTR FROM WS-LTR-OUT
           END-IF.
      ******************************************************************
       200310-INSERT-DDPRENOT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.DDPRENOT
                   ( DDPN_CAT, DDPN_NO, DDPN_SEQ, DDPN_DUE_DATE,
                     DDPN_AMT, DDPN_MAND_REF, DDPN_NOTICE_DATE,
                     DDPN_ROUTE )
               VALUES
                   ( :DDPN-CAT, :DDPN-NO, :DDPN-SEQ, :DDPN-DUE-DATE,
                     :DDPN-AMT, :DDPN-MAND-REF, :DDPN-NOTICE-DATE,
                     :DDPN-ROUTE )
           END-EXEC.
      ******************************************************************
      * 200320-UPDATE-DDPRENOT-ROW REWRITES THE NOTICE OF AN
      * INSTALLMENT WHOSE DUE DATE OR AMOUNT HAS CHANGED SINCE IT WAS
      * LAST NOTIFIED; THE NEW NOTICE DATE RESTARTS THE PERIOD.
       200320-UPDATE-DDPRENOT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DDPRENOT
                  SET DDPN_DUE_DATE    = :DDPN-DUE-DATE,
                      DDPN_AMT         = :DDPN-AMT,
                      DDPN_MAND_REF    = :DDPN-MAND-REF,
                      DDPN_NOTICE_DATE = :DDPN-NOTICE-DATE,
                      DDPN_ROUTE       = :DDPN-ROUTE
                WHERE DDPN_CAT = :DDPN-CAT
                  AND DDPN_NO  = :DDPN-NO
                  AND DDPN_SEQ = :DDPN-SEQ
           END-EXEC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'DDPN100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO THE NOTICE REGISTER CAN BE TIED TO THE PRINT RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'DDPN100 CONTROL TOTALS'
           DISPLAY '  INSTALLMENTS INSIDE NOTICE WINDOW  : '
                   WS-CTL-DUE-CNT
           DISPLAY '  NOTICES SENT ..................... : '
                   WS-CTL-NOTC-CNT
           DISPLAY '  RE-NOTICES (DATE/AMOUNT CHANGED) . : '
                   WS-CTL-RENOT-CNT
           DISPLAY '  SUPPRESSED - NOT COLLECTABLE ..... : '
                   WS-CTL-SUPP-CNT
           DISPLAY '  SKIPPED (RETRIED NEXT RUN) ....... : '
                   WS-CTL-SKIP-CNT
           DISPLAY '  NOTICES ROUTED E-DELIVERY ........ : '
                   WS-CTL-EDLV-CNT.
      ******************************************************************
