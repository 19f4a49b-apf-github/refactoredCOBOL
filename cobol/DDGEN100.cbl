      * THE BANK'S RETURNED/UNPAID FILE IS BOOKED BY THE COMPANION
      * PROGRAM DDRET100, WHICH MARKS FAILED COLLECTIONS 'U' SO THEY
      * FLOW INTO THE ARREARS AGING INSTEAD OF SITTING 'EXPECTED'.
      * WHAT GOES TO THE BANK IS THE ISO 20022 PAIN.008 CUSTOMER
      * DIRECT-DEBIT INITIATION MESSAGE (O1DQ0811), SEPA CORE
      * SCHEME: ONE PAYMENT-INFORMATION BLOCK PER INSTALLMENT
      * CARRYING ITS OWN REQUESTED COLLECTION DATE, THE DDMANDT
      * MANDATE REFERENCE AND SIGNATURE DATE, THE DEBTOR ACCOUNT AS
      * AN IBAN, AND AN END-TO-END ID BUILT FROM THE CATEGORY/LOAN/
      * SEQUENCE KEY SO THE BANK'S PAIN.002 AND CAMT.054 ANSWERS CAN
      * NAME THE INSTALLMENT. THE CREDITOR IDENTITY (NAME, IBAN, BIC,
      * SEPA CREDITOR ID) COMES OFF THE PA1DQ001 CONTROL CARD; THE
      * RUN STOPS WITHOUT COLLECTING ANYTHING IF IT IS MISSING. THE
      * MESSAGE BODY IS BUILT ON A WORK FILE AS THE INSTALLMENTS ARE
      * COLLECTED AND COPIED BEHIND THE GROUP HEADER AT THE END, SINCE
      * THE HEADER MUST CARRY THE FINAL COUNT AND CONTROL SUM. THE
      * FIXED-LAYOUT O1DQ0801 FILE IS STILL WRITTEN ALONGSIDE AS THE
      * CYCLE'S COLLECTION REGISTER FOR DDSR100 AND XMIT100. SEPA
      * COLLECTS EUROS ONLY, SO AN INSTALLMENT OF A LOAN BOOKED IN
      * ANY OTHER CURRENCY IS LEFT PENDING AND LISTED. NO
      * INSTALLMENT IS COLLECTED WITHOUT ITS SEPA PRE-NOTIFICATION:
      * DDPN100 MUST HAVE REGISTERED A DDPRENOT NOTICE FOR THE AMOUNT
      * BEING COLLECTED AT LEAST THE NT1DQ002 NOTICE DAYS (DEFAULT
      * 14) BEFORE THE COLLECTION DATE. ONE NOT YET NOTIFIED, NOTIFIED
      * TOO LATE OR FOR ANOTHER AMOUNT IS LEFT PENDING AND LISTED
      * UNTIL THE NOTICE HAS RUN THE PERIOD.
      ******************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT DDCOLL-FILE  ASSIGN O1DQ0801.
           SELECT DDPARM-FILE  ASSIGN PA1DQ001.
           SELECT DDWORK-FILE  ASSIGN W1DQ0801.
           SELECT PAIN008-FILE ASSIGN O1DQ0811.
           SELECT NOTPARM-FILE ASSIGN NT1DQ002.
      ******************************************************************

       DATA DIVISION.
           05  DDC-MAND-REF                 PIC X(16).
           05  FILLER                       PIC X(12).
      ******************************************************************
      * DDPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * CREDITOR AS THE BANK REGISTERED IT FOR SEPA: NAME, COLLECTION
      * ACCOUNT IBAN, BIC OF THE CREDITOR'S BANK, AND THE SEPA
      * CREDITOR IDENTIFIER.
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
      * DDWORK-FILE HOLDS THE PAYMENT-INFORMATION BLOCKS OF THE
      * PAIN.008 MESSAGE WHILE THE INSTALLMENTS ARE COLLECTED.
       FD  DDWORK-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DDWORK                        PIC X(132).
      ******************************************************************
      * PAIN008-FILE IS THE PAIN.008 COLLECTION MESSAGE TRANSMITTED
      * TO THE BANK, ONE XML ELEMENT PER RECORD.
       FD  PAIN008-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PAIN008                       PIC X(132).
      ******************************************************************
      * NOTPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * MINIMUM PRE-NOTIFICATION PERIOD IN DAYS - THE SAME CARD
      * DDPN100 READS, SO THE TWO PROGRAMS CANNOT DISAGREE.
       FD  NOTPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-NOTPARM.
           05  NPARM-NOTICE-DAYS            PIC 9(3).
           05  FILLER                       PIC X(77).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-CUST-COLL-OK-SW           PIC X(1)    VALUE 'Y'.
               88  WS-CUST-COLL-OK                      VALUE 'Y'.
           05  WS-COLL-CCY-OK-SW            PIC X(1)    VALUE 'Y'.
               88  WS-COLL-CCY-OK                       VALUE 'Y'.
           05  WS-PRENOT-OK-SW              PIC X(1)    VALUE 'N'.
               88  WS-PRENOT-OK                         VALUE 'Y'.
           05  WS-WORK-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-WORK-EOF                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
                                                         VALUE ZEROS.
           05  WS-CTL-SUPP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CCY-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NPN-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AMT-TOTAL             PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
       01  WS-COLL-SETTLE-DATE              PIC X(10)   VALUE SPACES.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
      ******************************************************************
      * WORKING-STORAGE FOR 200160-CHECK-PRE-NOTIFIED: THE MINIMUM
      * PRE-NOTIFICATION PERIOD OFF THE NT1DQ002 CARD AND THE AGE OF
      * THE DDPN100 NOTICE ON FILE AT COLLECTION (30/360 CONVENTION).
       01  WS-NOTICE-DAYS                   PIC S9(5)   COMP-3
                                                         VALUE 14.
       01  WS-NOTICE-DATE-X.
           05  WS-ND-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-ND-MM                     PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-ND-DD                     PIC 9(2).
       01  WS-NOTICE-COLL-DATE-X.
           05  WS-NC-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-NC-MM                     PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-NC-DD                     PIC 9(2).
       01  WS-NOTICE-AGE                    PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE PAIN.008 MESSAGE. THE MESSAGE COUNT
      * AND CONTROL SUM COVER EXACTLY THE TRANSACTIONS WRITTEN TO IT.
       01  WS-SEPA-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-MSG-TX-CNT                    PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-MSG-CTRL-SUM                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-NOW-HHMMSSHH                  PIC 9(8)    VALUE ZEROS.
       01  WS-NOW-BREAKDOWN REDEFINES WS-NOW-HHMMSSHH.
           05  WS-NOW-HH                    PIC 9(2).
           05  WS-NOW-MI                    PIC 9(2).
           05  WS-NOW-SS                    PIC 9(2).
           05  WS-NOW-CC                    PIC 9(2).
       01  WS-MSG-ID.
           05  FILLER                       PIC X(9)    VALUE
                                                         'DDGEN100-'.
           05  WS-MSG-ID-DATE               PIC 9(8).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-MSG-ID-HH                 PIC 9(2).
           05  WS-MSG-ID-MI                 PIC 9(2).
           05  WS-MSG-ID-SS                 PIC 9(2).
       01  WS-CRE-DT-TM.
           05  WS-CRE-DATE                  PIC X(10).
           05  FILLER                       PIC X(1)    VALUE 'T'.
           05  WS-CRE-HH                    PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE ':'.
           05  WS-CRE-MI                    PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE ':'.
           05  WS-CRE-SS                    PIC 9(2).
      * THE END-TO-END ID: CATEGORY/LOAN/SEQUENCE, WHICH THE BANK
      * ECHOES BACK ON EVERY STATUS REPORT AND NOTIFICATION.
       01  WS-E2E-ID.
           05  WS-E2E-CAT                   PIC X(2).
           05  WS-E2E-NO                    PIC 9(9).
           05  WS-E2E-SEQ                   PIC 9(4).
       01  WS-XML-LINE                      PIC X(132)  VALUE SPACES.
      * AMOUNTS AND COUNTS ARE WRITTEN WITHOUT LEADING BLANKS OR
      * ZEROS.
       01  WS-AMT-EDIT                      PIC Z(12)9.99.
       01  WS-CNT-EDIT                      PIC Z(6)9.
       01  WS-EDIT-LEAD                     PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AMT-TXT                       PIC X(16)   VALUE SPACES.
       01  WS-CNT-TXT                       PIC X(7)    VALUE SPACES.
      * NAMES ARE ESCAPED FOR XML ('&', '<', '>') AND TRIMMED.
       01  WS-ESC-SRC                       PIC X(40)   VALUE SPACES.
       01  WS-ESC-SRC-LEN                   PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-ESC-IX                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-ESC-OUT                       PIC X(100)  VALUE SPACES.
       01  WS-ESC-OUT-LEN                   PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-ESC-DONE-SW                   PIC X(1)    VALUE 'N'.
           88  WS-ESC-DONE                              VALUE 'Y'.
       01  WS-CRED-NAME-XML                 PIC X(100)  VALUE SPACES.
       01  WS-CRED-NAME-LEN                 PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-DBTR-NAME                     PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 200060-BUILD-DEBTOR-IBAN: THE 20-DIGIT
      * DOMESTIC ACCOUNT BECOMES ES + TWO ISO 7064 MOD 97-10 CHECK
      * DIGITS + THE ACCOUNT. THE CHECK IS TAKEN OVER THE ACCOUNT
      * FOLLOWED BY THE COUNTRY CODE AS DIGITS (E=14, S=28) AND 00,
      * ONE DIGIT AT A TIME SO NO INTERMEDIATE EXCEEDS FOUR DIGITS.
       01  WS-IBAN-NUM.
           05  WS-IBAN-ACC                  PIC X(20).
           05  FILLER                       PIC X(6)    VALUE '142800'.
       01  WS-IBAN-DIGITS REDEFINES WS-IBAN-NUM.
           05  WS-IBAN-DIGIT                PIC 9(1)    OCCURS 26.
       01  WS-IBAN-IX                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-IBAN-WORK                     PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-IBAN-QUOT                     PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-IBAN-REM                      PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-DBTR-IBAN.
           05  FILLER                       PIC X(2)    VALUE 'ES'.
           05  WS-DBTR-IBAN-CHK             PIC 9(2).
           05  WS-DBTR-IBAN-ACC             PIC X(20).
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOP (200110).
      * WS-DB2-RETRY-CNT COUNTS ATTEMPTS MADE ON THE CURRENT
      * STATEMENT; A TRANSIENT RESOURCE-UNAVAILABLE SQLCODE (DEADLOCK
       COPY LOANMSTR.
      ******************************************************************
       COPY DDMANDT.
      ******************************************************************
       COPY DDPRENOT.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
               DECLARE DDGEN100-CSR CURSOR FOR
                   SELECT S.LOANSCH_CAT, S.LOANSCH_NO, S.LOANSCH_SEQ,
                          S.LOANSCH_DUE_DATE, S.LOANSCH_PRIN_AMT,
                          S.LOANSCH_INT_AMT, M.LOANM_CCY,
                          D.DDMN_BANK_ACC, D.DDMN_MAND_REF,
                          D.DDMN_SIGN_DATE
                     FROM IDC015.LOANSCHED S,
                          IDC015.LOANMSTR M,
                          IDC015.DDMANDT D
       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE COLLECTION FILE, LOOPS OVER THE DUE
      * INSTALLMENTS WRITING AND MARKING EACH ONE, ASSEMBLES THE
      * PAIN.008 MESSAGE, AND PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-NOW-HHMMSSHH   FROM TIME

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-CREDITOR-PARM
           PERFORM 100020-READ-NOTICE-DAYS

           OPEN OUTPUT DDCOLL-FILE
           OPEN OUTPUT DDWORK-FILE

           EXEC SQL
               OPEN DDGEN100-CSR
           END-EXEC

           CLOSE DDCOLL-FILE
           CLOSE DDWORK-FILE

           PERFORM 300000-ASSEMBLE-PAIN008

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-READ-CREDITOR-PARM READS THE CREDITOR IDENTITY CARD. A
      * MESSAGE WITHOUT A CREDITOR ACCOUNT AND SEPA CREDITOR ID IS
      * REJECTED WHOLE BY THE BANK, SO WITHOUT A COMPLETE CARD NOTHING
      * IS COLLECTED OR MARKED SENT.
       100010-READ-CREDITOR-PARM.

           OPEN INPUT DDPARM-FILE

           READ DDPARM-FILE
               AT END
                   MOVE SPACES TO RE-DDPARM
           END-READ

           CLOSE DDPARM-FILE

           IF DPARM-CRED-NAME = SPACES OR DPARM-CRED-IBAN = SPACES
            OR DPARM-CRED-BIC = SPACES OR DPARM-CRED-ID = SPACES
               DISPLAY 'DDGEN100 - CREDITOR CONTROL CARD ON PA1DQ001 '
                       'MISSING OR INCOMPLETE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE DPARM-CRED-NAME TO WS-ESC-SRC
           PERFORM 800200-ESCAPE-XML-TEXT
           MOVE WS-ESC-OUT      TO WS-CRED-NAME-XML
           MOVE WS-ESC-OUT-LEN  TO WS-CRED-NAME-LEN

           MOVE WS-TODAY-YYYYMMDD TO WS-MSG-ID-DATE
           MOVE WS-NOW-HH         TO WS-MSG-ID-HH
           MOVE WS-NOW-MI         TO WS-MSG-ID-MI
           MOVE WS-NOW-SS         TO WS-MSG-ID-SS
           MOVE WS-TODAY-DATE-X   TO WS-CRE-DATE
           MOVE WS-NOW-HH         TO WS-CRE-HH
           MOVE WS-NOW-MI         TO WS-CRE-MI
           MOVE WS-NOW-SS         TO WS-CRE-SS.
      ******************************************************************
      * 100020-READ-NOTICE-DAYS READS THE MINIMUM PRE-NOTIFICATION
      * CARD. THE 14-DAY DEFAULT STANDS WITH NO CARD.
       100020-READ-NOTICE-DAYS.

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

           DISPLAY 'DDGEN100 - MINIMUM PRE-NOTIFICATION PERIOD (DAYS): '
                   WS-NOTICE-DAYS.
      ******************************************************************
       100200-FETCH-ONE-INSTALLMENT.

               FETCH DDGEN100-CSR
                INTO :LSCH-CAT, :LSCH-NO, :LSCH-SEQ,
                     :LSCH-DUE-DATE, :LSCH-PRIN-AMT, :LSCH-INT-AMT,
                     :LLOANM-CCY,
                     :DDMN-BANK-ACC, :DDMN-MAND-REF, :DDMN-SIGN-DATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 200150-CHECK-CUSTOMER-STATUS
           END-IF

           MOVE 'Y' TO WS-COLL-CCY-OK-SW
           IF LLOANM-CCY NOT = WS-SEPA-CCY AND LLOANM-CCY NOT = SPACES
               MOVE 'N' TO WS-COLL-CCY-OK-SW
           END-IF

           IF SQLCODE = ZERO AND WS-CUST-COLL-OK AND WS-COLL-CCY-OK
               COMPUTE WS-COLL-AMT = LSCH-PRIN-AMT + LSCH-INT-AMT
               PERFORM 200050-ROLL-SETTLEMENT-DATE
               PERFORM 200160-CHECK-PRE-NOTIFIED
           END-IF

           IF SQLCODE = ZERO AND NOT WS-CUST-COLL-OK
               ADD 1 TO WS-CTL-SUPP-CNT
           ELSE
           IF SQLCODE = ZERO AND NOT WS-COLL-CCY-OK
               ADD 1 TO WS-CTL-CCY-CNT
               DISPLAY 'DDGEN100 - NOT A EURO LOAN, NO SEPA '
                       'COLLECTION: LOAN ' LSCH-NO ' SEQ ' LSCH-SEQ
                       ' CCY ' LLOANM-CCY
           ELSE
           IF SQLCODE = ZERO AND NOT WS-PRENOT-OK
               ADD 1 TO WS-CTL-NPN-CNT
               DISPLAY 'DDGEN100 - NOT PRE-NOTIFIED IN TIME, LEFT '
                       'PENDING: LOAN ' LSCH-NO ' SEQ ' LSCH-SEQ
                       ' COLLECTION ' WS-COLL-SETTLE-DATE
           ELSE
           IF SQLCODE = ZERO
               MOVE LSCH-CAT            TO DDC-CAT
               MOVE LSCH-NO             TO DDC-NO
               MOVE LSCH-SEQ            TO DDC-SEQ

               WRITE RE-DDCOLL

               PERFORM 210000-WRITE-PAIN008-ENTRY

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200110-MARK-INSTALLMENT-SENT
                   WITH TEST AFTER
                       ' SEQ ' LSCH-SEQ
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 100200-FETCH-ONE-INSTALLMENT.
      ******************************************************************

           MOVE 'Y'             TO WS-CUST-COLL-OK-SW
           MOVE WS-COLL-CUST-NO TO ACN-CUSTM-NO
           MOVE WS-COLL-CUST-NO TO WS-DBTR-NAME

           EXEC SQL
               SELECT CUSTM_ST, CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM
                 INTO :ACN-CUSTM-ST, :ACN-CUSTM-NAME-FRSTNM,
                      :ACN-CUSTM-NAME-LASTNM
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-DBTR-NAME
               STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                      ' '                   DELIMITED BY SIZE
                      ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                   INTO WS-DBTR-NAME
               END-STRING
               IF ACN-CUSTM-ST = 'F' OR ACN-CUSTM-ST = 'C'
                   MOVE 'N' TO WS-CUST-COLL-OK-SW
                   DISPLAY 'DDGEN100 - COLLECTION SUPPRESSED FOR '
               MOVE ZERO TO SQLCODE
           END-IF.
      ******************************************************************
      * 200160-CHECK-PRE-NOTIFIED LOOKS FOR THE DDPN100 NOTICE OF
      * THIS INSTALLMENT AND ONLY LETS IT BE COLLECTED IF THE NOTICE
      * NAMES THE AMOUNT BEING COLLECTED AND IS AT LEAST THE MINIMUM
      * PERIOD OLD (30/360) ON THE COLLECTION DATE - OR ON TODAY, FOR
      * AN INSTALLMENT ALREADY HELD PAST ITS DUE DATE. NO NOTICE, A
      * DIFFERENT AMOUNT OR A DB2 ERROR ALL HOLD THE INSTALLMENT
      * PENDING; DDPN100 RE-NOTIFIES A CHANGED AMOUNT ON ITS NEXT RUN.
       200160-CHECK-PRE-NOTIFIED.

           MOVE 'N'      TO WS-PRENOT-OK-SW
           MOVE LSCH-CAT TO DDPN-CAT
           MOVE LSCH-NO  TO DDPN-NO
           MOVE LSCH-SEQ TO DDPN-SEQ

           EXEC SQL
               SELECT DDPN_AMT, DDPN_NOTICE_DATE
                 INTO :DDPN-AMT, :DDPN-NOTICE-DATE
                 FROM IDC015.DDPRENOT
                WHERE DDPN_CAT = :DDPN-CAT
                  AND DDPN_NO  = :DDPN-NO
                  AND DDPN_SEQ = :DDPN-SEQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   IF DDPN-AMT = WS-COLL-AMT
                       MOVE DDPN-NOTICE-DATE TO WS-NOTICE-DATE-X
                       IF WS-COLL-SETTLE-DATE > WS-TODAY-DATE-X
                           MOVE WS-COLL-SETTLE-DATE
                             TO WS-NOTICE-COLL-DATE-X
                       ELSE
                           MOVE WS-TODAY-DATE-X
                             TO WS-NOTICE-COLL-DATE-X
                       END-IF

                       COMPUTE WS-NOTICE-AGE =
                             (WS-NC-YYYY - WS-ND-YYYY) * 360
                           + (WS-NC-MM   - WS-ND-MM)   * 30
                           + (WS-NC-DD   - WS-ND-DD)

                       IF WS-NOTICE-AGE >= WS-NOTICE-DAYS
                           MOVE 'Y' TO WS-PRENOT-OK-SW
                       END-IF
                   END-IF
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'DDPRENOT' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LSCH-NO    TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE

           MOVE ZERO TO SQLCODE.
      ******************************************************************
      * 200050-ROLL-SETTLEMENT-DATE ROLLS THE DUE DATE FORWARD TO THE
      * NEAREST BUSINESS DAY THROUGH DAT4C100. IF THE DATE SERVICE
      * CANNOT ANSWER, THE RAW DUE DATE STANDS - A WEEKEND SETTLEMENT
                  AND LOANSCH_SEQ = :LSCH-SEQ
           END-EXEC.
      ******************************************************************
      * 200060-BUILD-DEBTOR-IBAN TURNS THE MANDATE'S 20-DIGIT DOMESTIC
      * ACCOUNT INTO THE ES IBAN THE PAIN.008 MESSAGE REQUIRES. AN
      * ACCOUNT THAT IS NOT ALL DIGITS IS TAKEN AS ALREADY BEING AN
      * IBAN AND PASSED THROUGH.
       200060-BUILD-DEBTOR-IBAN.

           IF DDMN-BANK-ACC NOT NUMERIC
               MOVE DDMN-BANK-ACC TO WS-DBTR-IBAN
           ELSE
               MOVE DDMN-BANK-ACC TO WS-IBAN-ACC
               MOVE ZERO          TO WS-IBAN-REM
               PERFORM 200065-IBAN-MOD97-STEP
                   VARYING WS-IBAN-IX FROM 1 BY 1
                   UNTIL WS-IBAN-IX > 26
               COMPUTE WS-DBTR-IBAN-CHK = 98 - WS-IBAN-REM
               MOVE DDMN-BANK-ACC TO WS-DBTR-IBAN-ACC
           END-IF.
      ******************************************************************
      * 200065-IBAN-MOD97-STEP FOLDS ONE MORE DIGIT INTO THE RUNNING
      * MOD 97 REMAINDER.
       200065-IBAN-MOD97-STEP.

           COMPUTE WS-IBAN-WORK = WS-IBAN-REM * 10
                                + WS-IBAN-DIGIT (WS-IBAN-IX)
           DIVIDE WS-IBAN-WORK BY 97 GIVING WS-IBAN-QUOT
               REMAINDER WS-IBAN-REM.
      ******************************************************************
      * 210000-WRITE-PAIN008-ENTRY WRITES ONE COMPLETE PAYMENT-
      * INFORMATION BLOCK TO THE WORK FILE FOR THE INSTALLMENT JUST
      * PUT ON THE COLLECTION REGISTER. EACH BLOCK CARRIES ONE
      * TRANSACTION, SINCE EACH INSTALLMENT HAS ITS OWN ROLLED
      * SETTLEMENT DATE. ALL MANDATES ARE RECURRENT (RCUR); A FIRST
      * COLLECTION NO LONGER NEEDS TO BE FLAGGED UNDER THE CURRENT
      * SEPA CORE RULEBOOK.
       210000-WRITE-PAIN008-ENTRY.

           MOVE LSCH-CAT TO WS-E2E-CAT
           MOVE LSCH-NO  TO WS-E2E-NO
           MOVE LSCH-SEQ TO WS-E2E-SEQ

           MOVE WS-COLL-AMT TO WS-AMT-EDIT
           PERFORM 800300-TRIM-AMOUNT

           PERFORM 200060-BUILD-DEBTOR-IBAN

           MOVE WS-DBTR-NAME TO WS-ESC-SRC
           PERFORM 800200-ESCAPE-XML-TEXT

           MOVE '    <PmtInf>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <PmtInfId>' WS-E2E-ID '-' WS-TODAY-YYYYMMDD
                  '</PmtInfId>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      <PmtMtd>DD</PmtMtd>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      <NbOfTxs>1</NbOfTxs>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <CtrlSum>' DELIMITED BY SIZE
                  WS-AMT-TXT        DELIMITED BY SPACE
                  '</CtrlSum>'      DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      <PmtTpInf>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '        <SvcLvl><Cd>SEPA</Cd></SvcLvl>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '        <LclInstrm><Cd>CORE</Cd></LclInstrm>'
             TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '        <SeqTp>RCUR</SeqTp>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      </PmtTpInf>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <ReqdColltnDt>' WS-COLL-SETTLE-DATE
                  '</ReqdColltnDt>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <Cdtr><Nm>'
                  WS-CRED-NAME-XML (1:WS-CRED-NAME-LEN)
                  '</Nm></Cdtr>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <CdtrAcct><Id><IBAN>' DELIMITED BY SIZE
                  DPARM-CRED-IBAN               DELIMITED BY SPACE
                  '</IBAN></Id></CdtrAcct>'     DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '      <CdtrAgt><FinInstnId><BICFI>'
                                                DELIMITED BY SIZE
                  DPARM-CRED-BIC                DELIMITED BY SPACE
                  '</BICFI></FinInstnId></CdtrAgt>'
                                                DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      <CdtrSchmeId><Id><PrvtId><Othr>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '        <Id>'  DELIMITED BY SIZE
                  DPARM-CRED-ID   DELIMITED BY SPACE
                  '</Id>'         DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE '        <SchmeNm><Prtry>SEPA</Prtry></SchmeNm>'
             TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      </Othr></PrvtId></Id></CdtrSchmeId>'
             TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      <DrctDbtTxInf>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '        <PmtId><EndToEndId>' WS-E2E-ID
                  '</EndToEndId></PmtId>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '        <InstdAmt Ccy="' DELIMITED BY SIZE
                  WS-SEPA-CCY               DELIMITED BY SIZE
                  '">'                      DELIMITED BY SIZE
                  WS-AMT-TXT                DELIMITED BY SPACE
                  '</InstdAmt>'             DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE '        <DrctDbtTx><MndtRltdInf>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '          <MndtId>' DELIMITED BY SIZE
                  DDMN-MAND-REF        DELIMITED BY SPACE
                  '</MndtId>'          DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '          <DtOfSgntr>' DDMN-SIGN-DATE
                  '</DtOfSgntr>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE '        </MndtRltdInf></DrctDbtTx>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '        <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED'
             TO WS-XML-LINE
           MOVE '</Id></Othr></FinInstnId></DbtrAgt>'
             TO WS-XML-LINE (51:)
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '        <Dbtr><Nm>'
                  WS-ESC-OUT (1:WS-ESC-OUT-LEN)
                  '</Nm></Dbtr>'
               DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '        <DbtrAcct><Id><IBAN>' DELIMITED BY SIZE
                  WS-DBTR-IBAN                   DELIMITED BY SPACE
                  '</IBAN></Id></DbtrAcct>'      DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM 800000-PUT-WORK-LINE
           MOVE '      </DrctDbtTxInf>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE
           MOVE '    </PmtInf>' TO WS-XML-LINE
           PERFORM 800000-PUT-WORK-LINE

           ADD 1           TO WS-MSG-TX-CNT
           ADD WS-COLL-AMT TO WS-MSG-CTRL-SUM.
      ******************************************************************
      * 300000-ASSEMBLE-PAIN008 WRITES THE MESSAGE: THE DOCUMENT AND
      * GROUP HEADER WITH THE FINAL TRANSACTION COUNT AND CONTROL SUM,
      * THE PAYMENT-INFORMATION BLOCKS OFF THE WORK FILE, AND THE
      * CLOSING TAGS. A RUN THAT COLLECTED NOTHING SENDS NO MESSAGE -
      * A PAIN.008 WITHOUT A PAYMENT-INFORMATION BLOCK IS INVALID - AND
      * LEAVES THE OUTPUT FILE EMPTY.
       300000-ASSEMBLE-PAIN008.

           OPEN OUTPUT PAIN008-FILE

           IF WS-MSG-TX-CNT = ZERO
               DISPLAY 'DDGEN100 - NO INSTALLMENTS COLLECTED, NO '
                       'PAIN.008 MESSAGE WRITTEN'
           ELSE
               MOVE WS-MSG-CTRL-SUM TO WS-AMT-EDIT
               PERFORM 800300-TRIM-AMOUNT
               MOVE WS-MSG-TX-CNT TO WS-CNT-EDIT
               PERFORM 800310-TRIM-COUNT

               MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                 TO WS-XML-LINE
               PERFORM 800100-PUT-MSG-LINE
               MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                 TO WS-XML-LINE
               MOVE 'pain.008.001.08">' TO WS-XML-LINE (49:)
               PERFORM 800100-PUT-MSG-LINE
               MOVE '  <CstmrDrctDbtInitn>' TO WS-XML-LINE
               PERFORM 800100-PUT-MSG-LINE
               MOVE '    <GrpHdr>' TO WS-XML-LINE
               PERFORM 800100-PUT-MSG-LINE
               MOVE SPACES TO WS-XML-LINE
               STRING '      <MsgId>' WS-MSG-ID '</MsgId>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               END-STRING
               PERFORM 800100-PUT-MSG-LINE
               MOVE SPACES TO WS-XML-LINE
               STRING '      <CreDtTm>' WS-CRE-DT-TM '</CreDtTm>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               END-STRING
               PERFORM 800100-PUT-MSG-LINE
               MOVE SPACES TO WS-XML-LINE
               STRING '      <NbOfTxs>' DELIMITED BY SIZE
                      WS-CNT-TXT        DELIMITED BY SPACE
                      '</NbOfTxs>'      DELIMITED BY SIZE
                   INTO WS-XML-LINE
               END-STRING
               PERFORM 800100-PUT-MSG-LINE
               MOVE SPACES TO WS-XML-LINE
               STRING '      <CtrlSum>' DELIMITED BY SIZE
                      WS-AMT-TXT        DELIMITED BY SPACE
                      '</CtrlSum>'      DELIMITED BY SIZE
                   INTO WS-XML-LINE
               END-STRING
               PERFORM 800100-PUT-MSG-LINE
               MOVE SPACES TO WS-XML-LINE
               STRING '      <InitgPty><Nm>'
                      WS-CRED-NAME-XML (1:WS-CRED-NAME-LEN)
                      '</Nm></InitgPty>'
                   DELIMITED BY SIZE INTO WS-XML-LINE
               END-STRING
               PERFORM 800100-PUT-MSG-LINE
               MOVE '    </GrpHdr>' TO WS-XML-LINE
               PERFORM 800100-PUT-MSG-LINE

               MOVE 'N' TO WS-WORK-EOF-SW
               OPEN INPUT DDWORK-FILE
               PERFORM 300100-COPY-ONE-WORK-LINE
                   UNTIL WS-WORK-EOF
               CLOSE DDWORK-FILE

               MOVE '  </CstmrDrctDbtInitn>' TO WS-XML-LINE
               PERFORM 800100-PUT-MSG-LINE
               MOVE '</Document>' TO WS-XML-LINE
               PERFORM 800100-PUT-MSG-LINE
           END-IF

           CLOSE PAIN008-FILE.
      ******************************************************************
      * 300100-COPY-ONE-WORK-LINE MOVES ONE PAYMENT-INFORMATION LINE
      * FROM THE WORK FILE INTO THE MESSAGE.
       300100-COPY-ONE-WORK-LINE.

           READ DDWORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   MOVE RE-DDWORK TO WS-XML-LINE
                   PERFORM 800100-PUT-MSG-LINE
           END-READ.
      ******************************************************************
      * 800000-PUT-WORK-LINE WRITES ONE MESSAGE LINE TO THE WORK FILE.
       800000-PUT-WORK-LINE.

           WRITE RE-DDWORK FROM WS-XML-LINE
           MOVE SPACES TO WS-XML-LINE.
      ******************************************************************
      * 800100-PUT-MSG-LINE WRITES ONE LINE TO THE PAIN.008 MESSAGE.
       800100-PUT-MSG-LINE.

           WRITE RE-PAIN008 FROM WS-XML-LINE
           MOVE SPACES TO WS-XML-LINE.
      ******************************************************************
      * 800200-ESCAPE-XML-TEXT COPIES THE NAME IN WS-ESC-SRC TO
      * WS-ESC-OUT WITH TRAILING BLANKS DROPPED AND THE THREE
      * CHARACTERS XML RESERVES IN TEXT REPLACED BY ENTITY REFERENCES.
      * WS-ESC-OUT-LEN IS NEVER LEFT AT ZERO, SO IT CAN BE USED AS A
      * REFERENCE-MODIFICATION LENGTH.
       800200-ESCAPE-XML-TEXT.

           MOVE LENGTH OF WS-ESC-SRC TO WS-ESC-SRC-LEN
           MOVE 'N' TO WS-ESC-DONE-SW
           PERFORM 800205-BACK-OFF-TRAILING-BLANK
               UNTIL WS-ESC-DONE

           MOVE SPACES TO WS-ESC-OUT
           MOVE ZERO   TO WS-ESC-OUT-LEN
           PERFORM 800210-ESCAPE-ONE-CHAR
               VARYING WS-ESC-IX FROM 1 BY 1
               UNTIL WS-ESC-IX > WS-ESC-SRC-LEN

           IF WS-ESC-OUT-LEN = ZERO
               MOVE 1 TO WS-ESC-OUT-LEN
           END-IF.
      ******************************************************************
      * 800205-BACK-OFF-TRAILING-BLANK SHORTENS THE SOURCE LENGTH BY
      * ONE TRAILING BLANK, OR STOPS AT THE LAST NON-BLANK.
       800205-BACK-OFF-TRAILING-BLANK.

           IF WS-ESC-SRC-LEN = ZERO
               MOVE 'Y' TO WS-ESC-DONE-SW
           ELSE
               IF WS-ESC-SRC (WS-ESC-SRC-LEN:1) NOT = SPACE
                   MOVE 'Y' TO WS-ESC-DONE-SW
               ELSE
                   SUBTRACT 1 FROM WS-ESC-SRC-LEN
               END-IF
           END-IF.
      ******************************************************************
      * 800210-ESCAPE-ONE-CHAR APPENDS ONE SOURCE CHARACTER, OR ITS
      * ENTITY REFERENCE, TO WS-ESC-OUT.
       800210-ESCAPE-ONE-CHAR.

           EVALUATE WS-ESC-SRC (WS-ESC-IX:1)
               WHEN '&'
                   MOVE '&amp;' TO WS-ESC-OUT (WS-ESC-OUT-LEN + 1:5)
                   ADD 5 TO WS-ESC-OUT-LEN
               WHEN '<'
                   MOVE '&lt;'  TO WS-ESC-OUT (WS-ESC-OUT-LEN + 1:4)
                   ADD 4 TO WS-ESC-OUT-LEN
               WHEN '>'
                   MOVE '&gt;'  TO WS-ESC-OUT (WS-ESC-OUT-LEN + 1:4)
                   ADD 4 TO WS-ESC-OUT-LEN
               WHEN OTHER
                   MOVE WS-ESC-SRC (WS-ESC-IX:1)
                     TO WS-ESC-OUT (WS-ESC-OUT-LEN + 1:1)
                   ADD 1 TO WS-ESC-OUT-LEN
           END-EVALUATE.
      ******************************************************************
      * 800300-TRIM-AMOUNT LEFT-JUSTIFIES THE EDITED AMOUNT IN
      * WS-AMT-EDIT INTO WS-AMT-TXT (NNNN.NN, NO LEADING BLANKS).
       800300-TRIM-AMOUNT.

           MOVE ZERO TO WS-EDIT-LEAD
           INSPECT WS-AMT-EDIT TALLYING WS-EDIT-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TXT
           MOVE WS-AMT-EDIT (WS-EDIT-LEAD + 1:) TO WS-AMT-TXT.
      ******************************************************************
      * 800310-TRIM-COUNT LEFT-JUSTIFIES THE EDITED COUNT IN
      * WS-CNT-EDIT INTO WS-CNT-TXT.
       800310-TRIM-COUNT.

           MOVE ZERO TO WS-EDIT-LEAD
           INSPECT WS-CNT-EDIT TALLYING WS-EDIT-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-CNT-TXT
           MOVE WS-CNT-EDIT (WS-EDIT-LEAD + 1:) TO WS-CNT-TXT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN. THE CALLER SETS DB2-OBJECT,
                   WS-CTL-FAIL-CNT
           DISPLAY '  SUPPRESSED - CUSTOMER STATUS ..... : '
                   WS-CTL-SUPP-CNT
           DISPLAY '  LEFT PENDING - NOT EURO LOAN ..... : '
                   WS-CTL-CCY-CNT
           DISPLAY '  LEFT PENDING - NOT PRE-NOTIFIED .. : '
                   WS-CTL-NPN-CNT
           DISPLAY '  PAIN.008 TRANSACTIONS ............ : '
                   WS-MSG-TX-CNT
           DISPLAY '  TOTAL AMOUNT SENT ................ : '
                   WS-CTL-AMT-TOTAL.
      ******************************************************************
