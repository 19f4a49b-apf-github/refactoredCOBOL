      ******************************************************************
      * ANON100 IS THE ANONYMIZATION RUN FOR CUSTOMERS CLOSED LONG
      * AGO. DATA-MINIMISATION RULES DO NOT LET US KEEP A FORMER
      * CUSTOMER'S PERSONAL DATA ONCE THE LEGAL RETENTION PERIOD FOR
      * THE RELATIONSHIP HAS RUN OUT, BUT THE LOAN, DEPOSIT AND RISK
      * HISTORY MUST STILL JOIN TO A CUSTOMER NUMBER. SO INSTEAD OF
      * DELETING, THIS RUN OVERWRITES THE PERSONAL FIELDS WITH A
      * TOKEN ('ANON' AND THE CUSTOMER NUMBER) THAT CARRIES NOTHING
      * OF THE ORIGINAL AND CANNOT BE TURNED BACK, AND KEEPS CUSTM_NO.
      * A CUSTOMER IS ANONYMIZED WHEN ALL OF THESE HOLD:
      *   - CUSTM_ST IS 'C' CLOSED AND IT HAS NOT BEEN ANONYMIZED;
      *   - IT HAS NO LIVE PRODUCT: NO ACTIVE LOAN, NO ACTIVE OR
      *     DORMANT DEPOSIT, NO ACTIVE GUARANTEE GIVEN (GUARMSTR) AND
      *     NO LIVE BANK GUARANTEE ISSUED FOR IT (AVALMSTR);
      *   - NOTHING IS STILL OPEN AGAINST IT: NO LEGAL CASE ON ANY OF
      *     ITS LOANS (LEGLCASE), NO COMPLAINT (CMPLREG) AND NO
      *     POST-WRITE-OFF RECOVERY (LOANRECV);
      *   - ITS LAST ACTIVITY IS OLDER THAN THE RETENTION PERIOD ON
      *     THE PM1DQ014 CARD (TEN YEARS WHEN THE CARD IS BLANK). THE
      *     LAST ACTIVITY IS THE LATEST OF: A LOAN BOOKED, A
      *     REPAYMENT OR RECOVERY RECEIVED, A WRITE-OFF, A DEPOSIT
      *     OPENED OR MOVED, A COMPLAINT OR LEGAL CASE CLOSED, AND
      *     ANY CHANGE TO THE NAME, ADDRESS, CONTACTS OR DOCUMENTS.
      * WHAT IS OVERWRITTEN: NAMES, REGISTERED NAME, ADDRESS AND TAX
      * ID ON CUSTM_TABLE (THE DATE OF BIRTH IS CUT BACK TO 1 JANUARY
      * OF ITS YEAR AND THE INCOME CLEARED); STREET, TOWN AND
      * POSTCODE ON CUSTADDR (THE COUNTRY STAYS FOR STATISTICS);
      * EVERY CONTACT ON CUSTCONT AND PRIOR IMAGE ON CUSTCNTH; EVERY
      * NAME AND ADDRESS ON CUSTHIST; EVERY DOCUMENT NUMBER ON
      * CUSTIDOC AND FOREIGN TAX ID ON CUSTTAXR; THE E-MAIL ADDRESS
      * ON EDLVREG; AND THE BANK ACCOUNT ON PAYACCT AND ON THE
      * DDMANDT MANDATES OF ITS LOANS. CUSTM_TABLE IS UPDATED LAST,
      * STAMPING CUSTM_ANON_DATE, SO A CUSTOMER THAT FAILS PART WAY
      * IS PICKED UP AGAIN BY THE NEXT RUN (EVERY UPDATE CAN SAFELY
      * BE REPEATED).
      * EACH ANONYMIZATION GOES THROUGH AUD4C100 WITH THE LAST
      * ACTIVITY DATE AND THE NUMBER OF ROWS OVERWRITTEN - NEVER THE
      * ERASED VALUES. THE RPTDQ011 REGISTER LISTS THE CUSTOMERS
      * ANONYMIZED AND THOSE PAST RETENTION BUT HELD BY SOMETHING
      * STILL OPEN, BY NUMBER ONLY. A 'SIM' CARD ON SM1DQ001 LISTS
      * WHAT WOULD BE DONE WITHOUT CHANGING ANYTHING. RUN MONTHLY.
      * CONDITION CODES: 4 AN UPDATE FAILED (THE CUSTOMER IS RETRIED
      * NEXT RUN), 12 THE CARD WAS REJECTED OR THE RUN WAS A
      * DUPLICATE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANON100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT ANONPARM-FILE ASSIGN PM1DQ014.
           SELECT SIMPARM-FILE  ASSIGN SM1DQ001.
           SELECT ANONRPT-FILE  ASSIGN RPTDQ011.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ANONPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE YEARS A
      * CLOSED CUSTOMER'S DATA IS KEPT AFTER ITS LAST ACTIVITY (BLANK
      * OR ZERO TAKES TEN).
       FD  ANONPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ANONPARM.
           05  APARM-RET-YEARS              PIC X(2).
           05  APARM-RET-YEARS-N REDEFINES APARM-RET-YEARS
                                            PIC 9(2).
           05  FILLER                       PIC X(78).
      ******************************************************************
      * SIMPARM-FILE CARRIES THE OPTIONAL RUN-MODE CARD: 'SIM' LISTS
      * THE CUSTOMERS THAT WOULD BE ANONYMIZED BUT CHANGES NOTHING -
      * NO DB2 UPDATE, NO AUDIT RECORD, NO RUN-CONTROL ENTRY.
       FD  SIMPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SIMPARM.
           05  SPARM-RUN-MODE               PIC X(3).
           05  FILLER                       PIC X(77).
      ******************************************************************
      * ANONRPT-FILE IS THE PRINTED ANONYMIZATION REGISTER.
       FD  ANONRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ANONRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE CUSTOMER CURSOR, THE RUN MODE AND THE
      * CUSTOMER IN HAND.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-RUN-SIM-SW                PIC X(1)    VALUE 'N'.
               88  WS-SIM-MODE                          VALUE 'Y'.
           05  WS-ANON-FAIL-SW              PIC X(1)    VALUE 'N'.
               88  WS-ANON-FAILED                       VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LIVE-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OPEN-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RETAIN-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ANON-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ROW-CNT               PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE RETENTION PERIOD OFF THE CARD AND ITS CUT-OFF: A CUSTOMER
      * WHOSE LAST ACTIVITY IS ON OR BEFORE THE CUT-OFF HAS BEEN
      * INACTIVE FOR AT LEAST THAT MANY WHOLE YEARS.
       01  WS-RET-YEARS                     PIC 9(2)    VALUE 10.
       01  WS-RET-CUTOFF-X.
           05  WS-RC-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-RC-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-RC-DD                     PIC 9(2).
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
      * THE CUSTOMER IN HAND: ITS NUMBER AS THE INTEGER CUSTM_TABLE
      * AND CUSTHIST ARE KEYED ON AND AS THE TEN-DIGIT KEY EVERY
      * OTHER TABLE CARRIES, THE TOKEN THAT REPLACES ITS PERSONAL
      * DATA, ITS LAST ACTIVITY DATE AND THE ROWS OVERWRITTEN.
       01  WS-CUST-NO-9                     PIC 9(10)   VALUE ZEROS.
       01  WS-CUST-KEY                      PIC X(10)   VALUE SPACES.
       01  WS-ANON-TOKEN.
           05  FILLER                       PIC X(4)    VALUE 'ANON'.
           05  WS-AT-CUST-NO                PIC X(10).
       01  WS-ANON-DOB                      PIC X(10)   VALUE SPACES.
       01  WS-LAST-ACT-DATE                 PIC X(10)   VALUE SPACES.
       01  WS-CUST-ROW-CNT                  PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * COUNTS OF WHAT IS STILL LIVE OR OPEN FOR THE CUSTOMER.
       01  WS-LIVE-LOAN-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LIVE-DEPO-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LIVE-GUAR-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LIVE-AVAL-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-OPEN-LEGL-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-OPEN-CMPL-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-OPEN-RECV-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-HELD-REASON                   PIC X(30)   VALUE SPACES.
      ******************************************************************
      * REGISTER PRINT LINES.
       01  WS-ANON-LINE.
           05  WS-AL-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-AL-LAST-ACT               PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-AL-ROWS                   PIC ZZZ,ZZ9
                                                 BLANK WHEN ZERO.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-AL-TAG                    PIC X(40).
           05  FILLER                       PIC X(56)   VALUE SPACES.
      ******************************************************************
      * AUDIT-TRAIL WORK AREA: NO ERASED VALUE IS EVER MOVED HERE.
       01  WS-AUD-AFTER.
           05  FILLER                       PIC X(11)   VALUE
                                                 'LAST ACTIV '.
           05  WS-AA-LAST-ACT               PIC X(10).
           05  FILLER                       PIC X(6)    VALUE
                                                 ' ROWS '.
           05  WS-AA-ROWS                   PIC 9(7).
           05  FILLER                       PIC X(6)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY CLOSED CUSTOMER NOT YET ANONYMIZED.
           EXEC SQL
               DECLARE ANON100-CSR CURSOR FOR
                   SELECT CUSTM_NO, CUSTM_DOB
                     FROM IDC015.CUSTM_TABLE
                    WHERE CUSTM_ST        = 'C'
                      AND CUSTM_ANON_DATE = '0001-01-01'
                    ORDER BY CUSTM_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE CARDS, LOOPS OVER THE CLOSED
      * CUSTOMERS ANONYMIZING EACH ONE WHOSE RETENTION HAS PASSED,
      * AND PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100020-READ-SIM-CARD

           IF NOT WS-SIM-MODE
               PERFORM 100005-REGISTER-RUN-START
           END-IF

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-CONTROL-CARD

           OPEN OUTPUT ANONRPT-FILE

           MOVE SPACES TO RE-ANONRPT
           IF WS-SIM-MODE
               STRING 'ANON100 - CUSTOMER ANONYMIZATION (TRIAL - '
                      'NOTHING CHANGED) - ' WS-TODAY-DATE-X
                      DELIMITED BY SIZE
                      INTO RE-ANONRPT
           ELSE
               STRING 'ANON100 - CUSTOMER ANONYMIZATION - '
                      WS-TODAY-DATE-X
                      DELIMITED BY SIZE
                      INTO RE-ANONRPT
           END-IF
           WRITE RE-ANONRPT
           MOVE SPACES TO RE-ANONRPT
           STRING 'CLOSED CUSTOMERS WITH NO ACTIVITY SINCE '
                  WS-RET-CUTOFF-X ' (' WS-RET-YEARS ' YEARS)'
                  DELIMITED BY SIZE
                  INTO RE-ANONRPT
           WRITE RE-ANONRPT
           MOVE 'CUSTOMER      LAST ACTIV       ROWS   OUTCOME'
               TO RE-ANONRPT
           WRITE RE-ANONRPT

           EXEC SQL
               OPEN ANON100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-PROCESS-ONE-CUSTOMER UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE ANON100-CSR
           END-EXEC

           CLOSE ANONRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-FAIL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF NOT WS-SIM-MODE
               PERFORM 900900-REGISTER-RUN-END
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: THE RUN OVERWRITES CUSTOMER DATA, SO AN
      * ACCIDENTAL SECOND RUN IN THE SAME CYCLE IS REFUSED AS A
      * DUPLICATE. THE OFFICIAL BUSINESS DATE REPLACES THE MACHINE
      * DATE; WITH RUN CONTROL UNAVAILABLE THE RUN CONTINUES ON THE
      * MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'ANON100' TO RUNCTL-PGM-ID

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
                   DISPLAY 'ANON100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ANON100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'ANON100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-READ-CONTROL-CARD TAKES THE RETENTION YEARS (BLANK,
      * ZERO OR NO CARD = TEN) AND BUILDS THE CUT-OFF DATE. ANYTHING
      * ELSE ON THE CARD STOPS THE RUN: ERASING DATA ON A GUESSED
      * PERIOD CANNOT BE UNDONE.
       100010-READ-CONTROL-CARD.

           MOVE SPACES TO RE-ANONPARM

           OPEN INPUT ANONPARM-FILE
           READ ANONPARM-FILE
               AT END
                   MOVE SPACES TO RE-ANONPARM
           END-READ
           CLOSE ANONPARM-FILE

           EVALUATE TRUE
               WHEN APARM-RET-YEARS = SPACES
                   CONTINUE
               WHEN APARM-RET-YEARS IS NOT NUMERIC
                   DISPLAY 'ANON100 - PM1DQ014 RETENTION YEARS NOT '
                           'NUMERIC: ' APARM-RET-YEARS
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN APARM-RET-YEARS-N > ZERO
                   MOVE APARM-RET-YEARS-N TO WS-RET-YEARS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           COMPUTE WS-RC-YYYY = WS-TODAY-YYYY - WS-RET-YEARS
           MOVE WS-TODAY-MM TO WS-RC-MM
           MOVE WS-TODAY-DD TO WS-RC-DD

           DISPLAY 'ANON100 - RETENTION ' WS-RET-YEARS
                   ' YEARS - LAST ACTIVITY ON OR BEFORE '
                   WS-RET-CUTOFF-X.
      ******************************************************************
      * 100020-READ-SIM-CARD SETS TRIAL MODE FROM AN OPTIONAL 'SIM'
      * CARD.
       100020-READ-SIM-CARD.

           OPEN INPUT SIMPARM-FILE

           READ SIMPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SPARM-RUN-MODE = 'SIM'
                       MOVE 'Y' TO WS-RUN-SIM-SW
                   END-IF
           END-READ

           CLOSE SIMPARM-FILE

           IF WS-SIM-MODE
               DISPLAY 'ANON100 - SIMULATE RUN - CUSTOMERS ARE '
                       'LISTED BUT NOTHING IS CHANGED'
           END-IF.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-CUSTOMER-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'CUSTMTBL'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CUST-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   ADD 1 TO WS-CTL-FAIL-CNT
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-CUSTOMER-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH ANON100-CSR
                   INTO :ACN-CUSTM-NO, :ACN-CUSTM-DOB
           END-EXEC.
      ******************************************************************
      * 200000-PROCESS-ONE-CUSTOMER DECIDES WHAT TO DO WITH ONE
      * CLOSED CUSTOMER: A LIVE PRODUCT OR AN OPEN CASE HOLDS IT,
      * RECENT ACTIVITY KEEPS IT, OTHERWISE IT IS ANONYMIZED. ONLY
      * CUSTOMERS PAST RETENTION ARE PRINTED, SO THE REGISTER SHOWS
      * WHAT IS BEING KEPT BEYOND ITS PERIOD AND WHY.
       200000-PROCESS-ONE-CUSTOMER.

           ADD 1 TO WS-CTL-READ-CNT

           MOVE ACN-CUSTM-NO TO WS-CUST-NO-9
           MOVE WS-CUST-NO-9 TO WS-CUST-KEY
           MOVE WS-CUST-KEY  TO WS-AT-CUST-NO

           PERFORM 220000-FIND-LAST-ACTIVITY

           IF WS-LAST-ACT-DATE > WS-RET-CUTOFF-X
               ADD 1 TO WS-CTL-RETAIN-CNT
           ELSE
               PERFORM 210000-CHECK-LIVE-AND-OPEN
               EVALUATE TRUE
                   WHEN WS-HELD-REASON = SPACES
                       PERFORM 300000-ANONYMIZE-CUSTOMER
                   WHEN WS-LIVE-LOAN-CNT > ZERO
                     OR WS-LIVE-DEPO-CNT > ZERO
                     OR WS-LIVE-GUAR-CNT > ZERO
                     OR WS-LIVE-AVAL-CNT > ZERO
                       ADD 1 TO WS-CTL-LIVE-CNT
                       PERFORM 200100-PRINT-HELD
                   WHEN OTHER
                       ADD 1 TO WS-CTL-OPEN-CNT
                       PERFORM 200100-PRINT-HELD
               END-EVALUATE
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
       200100-PRINT-HELD.

           MOVE WS-CUST-KEY      TO WS-AL-CUST-NO
           MOVE WS-LAST-ACT-DATE TO WS-AL-LAST-ACT
           MOVE ZEROS            TO WS-AL-ROWS
           MOVE SPACES           TO WS-AL-TAG
           STRING 'HELD - ' WS-HELD-REASON
                  DELIMITED BY SIZE
                  INTO WS-AL-TAG
           WRITE RE-ANONRPT FROM WS-ANON-LINE.
      ******************************************************************
      * 210000-CHECK-LIVE-AND-OPEN COUNTS WHAT IS STILL LIVE OR OPEN
      * FOR THE CUSTOMER AND NAMES THE FIRST THING FOUND IN
      * WS-HELD-REASON (SPACES WHEN NOTHING IS). A COUNT THAT CANNOT
      * BE READ HOLDS THE CUSTOMER TOO - NOTHING IS ERASED ON A
      * GUESS.
       210000-CHECK-LIVE-AND-OPEN.

           MOVE SPACES TO WS-HELD-REASON

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LIVE-LOAN-CNT
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CUST_NO = :WS-CUST-KEY
                  AND LOANM_ST      = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'LOANMSTR' TO DB2-OBJECT
               PERFORM 210900-COUNT-FAILED
               MOVE 1          TO WS-LIVE-LOAN-CNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LIVE-DEPO-CNT
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_CUST_NO = :WS-CUST-KEY
                  AND DEPM_ST IN ('A', 'D')
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'DEPOMSTR' TO DB2-OBJECT
               PERFORM 210900-COUNT-FAILED
               MOVE 1          TO WS-LIVE-DEPO-CNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LIVE-GUAR-CNT
                 FROM IDC015.GUARMSTR
                WHERE GUAR_CUST_NO = :WS-CUST-KEY
                  AND GUAR_ST      = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'GUARMSTR' TO DB2-OBJECT
               PERFORM 210900-COUNT-FAILED
               MOVE 1          TO WS-LIVE-GUAR-CNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LIVE-AVAL-CNT
                 FROM IDC015.AVALMSTR
                WHERE AVAL_CUST_NO = :WS-CUST-KEY
                  AND AVAL_ST      = 'L'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'AVALMSTR' TO DB2-OBJECT
               PERFORM 210900-COUNT-FAILED
               MOVE 1          TO WS-LIVE-AVAL-CNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-LEGL-CNT
                 FROM IDC015.LEGLCASE G
                WHERE G.LEGC_ST = 'O'
                  AND G.LEGC_NUM_RISK IN
                      ( SELECT DIGITS(L.LOANM_NO)
                          FROM IDC015.LOANMSTR L
                         WHERE L.LOANM_CUST_NO = :WS-CUST-KEY )
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'LEGLCASE' TO DB2-OBJECT
               PERFORM 210900-COUNT-FAILED
               MOVE 1          TO WS-OPEN-LEGL-CNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-CMPL-CNT
                 FROM IDC015.CMPLREG
                WHERE CMPL_CUST_NO = :WS-CUST-KEY
                  AND CMPL_ST      = 'O'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'CMPLREG'  TO DB2-OBJECT
               PERFORM 210900-COUNT-FAILED
               MOVE 1          TO WS-OPEN-CMPL-CNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-RECV-CNT
                 FROM IDC015.LOANRECV R,
                      IDC015.LOANMSTR L
                WHERE L.LOANM_CUST_NO = :WS-CUST-KEY
                  AND R.LRCV_CAT      = L.LOANM_CAT
                  AND R.LRCV_NO       = L.LOANM_NO
                  AND R.LRCV_ST       = 'O'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'LOANRECV' TO DB2-OBJECT
               PERFORM 210900-COUNT-FAILED
               MOVE 1          TO WS-OPEN-RECV-CNT
           END-IF

           EVALUATE TRUE
               WHEN WS-LIVE-LOAN-CNT > ZERO
                   MOVE 'ACTIVE LOAN'             TO WS-HELD-REASON
               WHEN WS-LIVE-DEPO-CNT > ZERO
                   MOVE 'OPEN DEPOSIT'            TO WS-HELD-REASON
               WHEN WS-LIVE-GUAR-CNT > ZERO
                   MOVE 'ACTIVE GUARANTEE GIVEN'  TO WS-HELD-REASON
               WHEN WS-LIVE-AVAL-CNT > ZERO
                   MOVE 'LIVE BANK GUARANTEE'     TO WS-HELD-REASON
               WHEN WS-OPEN-LEGL-CNT > ZERO
                   MOVE 'OPEN LEGAL CASE'         TO WS-HELD-REASON
               WHEN WS-OPEN-CMPL-CNT > ZERO
                   MOVE 'OPEN COMPLAINT'          TO WS-HELD-REASON
               WHEN WS-OPEN-RECV-CNT > ZERO
                   MOVE 'OPEN RECOVERY'           TO WS-HELD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       210900-COUNT-FAILED.

           MOVE 'SELECT'    TO DB2-STATEMENT
           MOVE WS-CUST-KEY TO DB2-REFERENCE1
           PERFORM 900200-LOG-DB2-ERROR
           ADD 1 TO WS-CTL-FAIL-CNT.
      ******************************************************************
      * 220000-FIND-LAST-ACTIVITY TAKES THE LATEST DATE ON WHICH
      * ANYTHING HAPPENED ON THE RELATIONSHIP. A CUSTOMER WITH NO
      * DATED ACTIVITY AT ALL FALLS BACK TO '0001-01-01'; ONE WHOSE
      * DATES CANNOT BE READ IS TREATED AS ACTIVE TODAY AND KEPT.
       220000-FIND-LAST-ACTIVITY.

           EXEC SQL
               SELECT COALESCE(MAX(ACT_DATE), '0001-01-01')
                 INTO :WS-LAST-ACT-DATE
                 FROM ( SELECT LOANM_ORIG_DATE AS ACT_DATE
                          FROM IDC015.LOANMSTR
                         WHERE LOANM_CUST_NO = :WS-CUST-KEY
                        UNION ALL
                        SELECT R.LOANRPH_DATE
                          FROM IDC015.LOANRPHST R,
                               IDC015.LOANMSTR L
                         WHERE L.LOANM_CUST_NO = :WS-CUST-KEY
                           AND R.LOANRPH_CAT   = L.LOANM_CAT
                           AND R.LOANRPH_NO    = L.LOANM_NO
                        UNION ALL
                        SELECT V.LRCV_WO_DATE
                          FROM IDC015.LOANRECV V,
                               IDC015.LOANMSTR L
                         WHERE L.LOANM_CUST_NO = :WS-CUST-KEY
                           AND V.LRCV_CAT      = L.LOANM_CAT
                           AND V.LRCV_NO       = L.LOANM_NO
                        UNION ALL
                        SELECT G.LEGC_CLOSE_DATE
                          FROM IDC015.LEGLCASE G,
                               IDC015.LOANMSTR L
                         WHERE L.LOANM_CUST_NO = :WS-CUST-KEY
                           AND G.LEGC_NUM_RISK = DIGITS(L.LOANM_NO)
                        UNION ALL
                        SELECT DEPM_OPEN_DATE
                          FROM IDC015.DEPOMSTR
                         WHERE DEPM_CUST_NO = :WS-CUST-KEY
                        UNION ALL
                        SELECT M.DMVH_DATE
                          FROM IDC015.DEPOMVHST M,
                               IDC015.DEPOMSTR D
                         WHERE D.DEPM_CUST_NO = :WS-CUST-KEY
                           AND M.DMVH_ACC     = D.DEPM_ACC
                        UNION ALL
                        SELECT CMPL_CLOSE_DATE
                          FROM IDC015.CMPLREG
                         WHERE CMPL_CUST_NO = :WS-CUST-KEY
                        UNION ALL
                        SELECT CUSTHIST_DATE
                          FROM IDC015.CUSTHIST
                         WHERE CUSTHIST_CUSTM_NO = :ACN-CUSTM-NO
                        UNION ALL
                        SELECT CADR_UPD_DATE
                          FROM IDC015.CUSTADDR
                         WHERE CADR_CUST_NO = :WS-CUST-KEY
                        UNION ALL
                        SELECT CCNT_UPD_DATE
                          FROM IDC015.CUSTCONT
                         WHERE CCNT_CUST_NO = :WS-CUST-KEY
                        UNION ALL
                        SELECT CID_UPD_DATE
                          FROM IDC015.CUSTIDOC
                         WHERE CID_CUST_NO = :WS-CUST-KEY
                      ) AS X
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'ACTIVITY'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-KEY TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE WS-TODAY-DATE-X TO WS-LAST-ACT-DATE
           END-IF.
      ******************************************************************
      * 300000-ANONYMIZE-CUSTOMER OVERWRITES THE CUSTOMER'S PERSONAL
      * DATA TABLE BY TABLE, THE MASTER LAST. ANY FAILURE LEAVES THE
      * MASTER UNMARKED SO THE NEXT RUN FINISHES THE JOB.
       300000-ANONYMIZE-CUSTOMER.

           MOVE 'N'   TO WS-ANON-FAIL-SW
           MOVE ZEROS TO WS-CUST-ROW-CNT

           MOVE ACN-CUSTM-DOB(1:4) TO WS-ANON-DOB(1:4)
           MOVE '-01-01'           TO WS-ANON-DOB(5:6)

           IF NOT WS-SIM-MODE
               PERFORM 310000-ERASE-CUSTADDR
               PERFORM 320000-ERASE-CUSTCONT
               PERFORM 330000-ERASE-CUSTCNTH
               PERFORM 340000-ERASE-CUSTHIST
               PERFORM 350000-ERASE-CUSTIDOC
               PERFORM 360000-ERASE-CUSTTAXR
               PERFORM 370000-ERASE-EDLVREG
               PERFORM 380000-ERASE-BANK-ACCOUNTS
               IF NOT WS-ANON-FAILED
                   PERFORM 390000-ERASE-CUSTM-TABLE
               END-IF
           END-IF

           MOVE WS-CUST-KEY      TO WS-AL-CUST-NO
           MOVE WS-LAST-ACT-DATE TO WS-AL-LAST-ACT
           MOVE WS-CUST-ROW-CNT  TO WS-AL-ROWS

           EVALUATE TRUE
               WHEN WS-SIM-MODE
                   ADD 1 TO WS-CTL-ANON-CNT
                   MOVE 'WOULD BE ANONYMIZED'     TO WS-AL-TAG
               WHEN WS-ANON-FAILED
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'FAILED - RETRIED NEXT RUN' TO WS-AL-TAG
               WHEN OTHER
                   ADD 1 TO WS-CTL-ANON-CNT
                   ADD WS-CUST-ROW-CNT TO WS-CTL-ROW-CNT
                   MOVE 'ANONYMIZED'              TO WS-AL-TAG
                   PERFORM 900400-WRITE-AUDIT-TRAIL
           END-EVALUATE

           WRITE RE-ANONRPT FROM WS-ANON-LINE.
      ******************************************************************
      * 310000-ERASE-CUSTADDR OVERWRITES THE STRUCTURED ADDRESS. THE
      * COUNTRY IS KEPT: ON ITS OWN IT IDENTIFIES NOBODY.
       310000-ERASE-CUSTADDR.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 310010-UPDATE-CUSTADDR
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'CUSTADDR' TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       310010-UPDATE-CUSTADDR.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTADDR
                  SET CADR_STREET   = :WS-ANON-TOKEN,
                      CADR_TOWN     = 'ANON',
                      CADR_POSTCODE = ' ',
                      CADR_UPD_DATE = :WS-TODAY-DATE-X
                WHERE CADR_CUST_NO  = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
       320000-ERASE-CUSTCONT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 320010-UPDATE-CUSTCONT
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'CUSTCONT' TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       320010-UPDATE-CUSTCONT.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTCONT
                  SET CCNT_VALUE    = :WS-ANON-TOKEN,
                      CCNT_UPD_DATE = :WS-TODAY-DATE-X
                WHERE CCNT_CUST_NO  = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
       330000-ERASE-CUSTCNTH.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 330010-UPDATE-CUSTCNTH
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'CUSTCNTH' TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       330010-UPDATE-CUSTCNTH.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTCNTH
                  SET CCTH_OLD_VALUE = :WS-ANON-TOKEN
                WHERE CCTH_CUST_NO   = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
       340000-ERASE-CUSTHIST.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 340010-UPDATE-CUSTHIST
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'CUSTHIST' TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       340010-UPDATE-CUSTHIST.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTHIST
                  SET CUSTHIST_NAME_FRSTNM = 'ANON',
                      CUSTHIST_NAME_MDLNM  = NULL,
                      CUSTHIST_NAME_LASTNM = :WS-ANON-TOKEN,
                      CUSTHIST_ADDR        = :WS-ANON-TOKEN
                WHERE CUSTHIST_CUSTM_NO    = :ACN-CUSTM-NO
           END-EXEC.
      ******************************************************************
      * 350000-ERASE-CUSTIDOC OVERWRITES EVERY DOCUMENT NUMBER; THE
      * DOCUMENT TYPE IS APPENDED SO NO TWO ROWS SHARE A NUMBER.
       350000-ERASE-CUSTIDOC.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 350010-UPDATE-CUSTIDOC
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'CUSTIDOC' TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       350010-UPDATE-CUSTIDOC.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTIDOC
                  SET CID_DOC_NO   = :WS-ANON-TOKEN CONCAT CID_DOC_TYPE,
                      CID_UPD_DATE = :WS-TODAY-DATE-X
                WHERE CID_CUST_NO  = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
       360000-ERASE-CUSTTAXR.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 360010-UPDATE-CUSTTAXR
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'CUSTTAXR' TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       360010-UPDATE-CUSTTAXR.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTTAXR
                  SET CTXR_TIN      = :WS-ANON-TOKEN,
                      CTXR_UPD_DATE = :WS-TODAY-DATE-X
                WHERE CTXR_CUST_NO  = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
       370000-ERASE-EDLVREG.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 370010-UPDATE-EDLVREG
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'EDLVREG'  TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       370010-UPDATE-EDLVREG.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.EDLVREG
                  SET EDLV_EMAIL   = :WS-ANON-TOKEN
                WHERE EDLV_CUST_NO = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
      * 380000-ERASE-BANK-ACCOUNTS OVERWRITES THE CUSTOMER'S OWN
      * PAYOUT ACCOUNTS AND THE DEBTOR ACCOUNT ON THE MANDATES OF
      * ITS LOANS.
       380000-ERASE-BANK-ACCOUNTS.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 380010-UPDATE-PAYACCT
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'PAYACCT'  TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 380020-UPDATE-DDMANDT
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           MOVE 'DDMANDT'  TO DB2-OBJECT
           PERFORM 300900-CHECK-UPDATE.
      ******************************************************************
       380010-UPDATE-PAYACCT.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.PAYACCT
                  SET PACC_BANK_ACC = :WS-ANON-TOKEN
                WHERE PACC_CUST_NO  = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
       380020-UPDATE-DDMANDT.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DDMANDT M
                  SET M.DDMN_BANK_ACC = :WS-ANON-TOKEN
                WHERE EXISTS
                      ( SELECT 1
                          FROM IDC015.LOANMSTR L
                         WHERE L.LOANM_CUST_NO = :WS-CUST-KEY
                           AND L.LOANM_CAT     = M.DDMN_LOAN_CAT
                           AND L.LOANM_NO      = M.DDMN_LOAN_NO )
           END-EXEC.
      ******************************************************************
      * 390000-ERASE-CUSTM-TABLE OVERWRITES THE MASTER AND STAMPS
      * THE ANONYMIZATION DATE, WHICH TAKES THE CUSTOMER OUT OF
      * EVERY LATER RUN. THE STATUS IS RE-CHECKED IN THE WHERE SO A
      * CUSTOMER REOPENED DURING THE RUN IS LEFT ALONE.
       390000-ERASE-CUSTM-TABLE.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 390010-UPDATE-CUSTM-TABLE
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = +100
               MOVE 'Y' TO WS-ANON-FAIL-SW
               DISPLAY 'ANON100 - CUSTOMER ' WS-CUST-KEY
                       ' NO LONGER CLOSED - NOT ANONYMIZED'
           ELSE
               MOVE 'CUSTMTBL' TO DB2-OBJECT
               PERFORM 300900-CHECK-UPDATE
           END-IF.
      ******************************************************************
       390010-UPDATE-CUSTM-TABLE.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTM_TABLE
                  SET CUSTM_NAME_FRSTNM  = 'ANON',
                      CUSTM_NAME_MDLNM   = NULL,
                      CUSTM_NAME_LASTNM  = :WS-ANON-TOKEN,
                      CUSTM_ADDR         = :WS-ANON-TOKEN,
                      CUSTM_DOB          = :WS-ANON-DOB,
                      CUSTM_REG_NAME     = CASE CUSTM_TYPE
                                             WHEN 'E'
                                             THEN :WS-ANON-TOKEN
                                             ELSE ' '
                                           END,
                      CUSTM_TAX_ID       = ' ',
                      CUSTM_NET_INCOME   = 0,
                      CUSTM_INC_VER_DATE = '0001-01-01',
                      CUSTM_ANON_DATE    = :WS-TODAY-DATE-X
                WHERE CUSTM_NO        = :ACN-CUSTM-NO
                  AND CUSTM_ST        = 'C'
                  AND CUSTM_ANON_DATE = '0001-01-01'
           END-EXEC.
      ******************************************************************
      * 300900-CHECK-UPDATE ADDS THE ROWS AN UPDATE OVERWROTE TO THE
      * CUSTOMER'S COUNT, OR LOGS THE FAILURE AGAINST DB2-OBJECT.
      * NO ROWS (+100) IS NORMAL - NOT EVERY CUSTOMER HAS EVERYTHING.
       300900-CHECK-UPDATE.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD SQLERRD(3) TO WS-CUST-ROW-CNT
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'         TO WS-ANON-FAIL-SW
                   MOVE 'UPDATE'    TO DB2-STATEMENT
                   MOVE WS-CUST-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL RECORDS THE ANONYMIZATION: THE
      * CUSTOMER, ITS LAST ACTIVITY DATE AND THE ROWS OVERWRITTEN.
      * THE BEFORE-IMAGE IS DELIBERATELY EMPTY - THE ERASED VALUES
      * MUST NOT SURVIVE IN THE AUDIT TRAIL EITHER.
       900400-WRITE-AUDIT-TRAIL.

           MOVE WS-LAST-ACT-DATE TO WS-AA-LAST-ACT
           MOVE WS-CUST-ROW-CNT  TO WS-AA-ROWS

           MOVE 'ANON100'       TO AUDTRL-PGM-ID
           MOVE 'ANONYMIZE'     TO AUDTRL-TRAN-TYPE
           MOVE WS-CUST-KEY     TO AUDTRL-KEY
           MOVE SPACES          TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER    TO AUDTRL-AFTER-VAL
           MOVE 'ANON100'       TO AUDTRL-USER-ID
           MOVE SPACES          TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'ANON100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'ANON100 CONTROL TOTALS'
           DISPLAY '  CLOSED CUSTOMERS READ ............ : '
                   WS-CTL-READ-CNT
           DISPLAY '  STILL WITHIN RETENTION ........... : '
                   WS-CTL-RETAIN-CNT
           DISPLAY '  HELD - LIVE PRODUCT .............. : '
                   WS-CTL-LIVE-CNT
           DISPLAY '  HELD - OPEN CASE, COMPLAINT OR '
                   'RECOVERY : '
                   WS-CTL-OPEN-CNT
           DISPLAY '  ANONYMIZED ....................... : '
                   WS-CTL-ANON-CNT
           DISPLAY '  ROWS OVERWRITTEN ................. : '
                   WS-CTL-ROW-CNT
           DISPLAY '  FAILURES (RETRIED NEXT RUN) ...... : '
                   WS-CTL-FAIL-CNT.
      ******************************************************************
