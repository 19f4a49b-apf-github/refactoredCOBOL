      ******************************************************************
      * DEPOD100 IS THE DEPOSIT DORMANCY AND ABANDONED-BALANCE BATCH.
      * EVERY OPEN IDC015.DEPOMSTR ACCOUNT IS AGED BY ITS LAST
      * CUSTOMER-INITIATED MOVEMENT ON DEPOMVHST (A CREDIT, A
      * WITHDRAWAL, AN EARLY-WITHDRAWAL CLOSEOUT OR A REACTIVATION -
      * INTEREST CAPITALIZATION DOES NOT COUNT), OR BY ITS OPEN DATE
      * WHEN IT HAS NEVER MOVED -
      *   AN ACTIVE ACCOUNT UNTOUCHED FOR THE DORMANCY PERIOD ON THE
      *   DM1DQ001 CARD IS MARKED DORMANT (DEPM_ST 'D') AND A
      *   REACTIVATION LETTER IS PRINTED TO THE HOLDER. A DORMANT
      *   ACCOUNT TAKES NO WITHDRAWAL IN DEPOP100 AND ACCRUES NO
      *   INTEREST IN DEPOI100 UNTIL THE CUSTOMER IS RE-IDENTIFIED
      *   AND DEPOM100 REACTIVATES IT (REQ-TYPE 08).
      *   AN ACCOUNT UNTOUCHED FOR THE ABANDONMENT PERIOD (TWENTY
      *   YEARS BY LAW UNLESS THE CARD SAYS OTHERWISE) GOES ON THE
      *   TRANSFER LIST: ITS BALANCE IS POSTED OUT TO THE STATE
      *   THROUGH THE GL EXTRACT ('DEPABND'), A DEPOMVHST 'X' ROW
      *   RECORDS THE TRANSFER AND THE ACCOUNT IS CLOSED. AN
      *   ACCOUNT WITH FUNDS HELD UNDER A GARNISHMENT ORDER IS NOT
      *   TRANSFERRED UNTIL THE ORDER IS REMITTED OR LIFTED.
      * THE RPDDQ002 REGISTER LISTS THE ACCOUNTS MADE DORMANT THIS
      * RUN; THE RPDDQ003 TRANSFER LIST, WITH ITS TOTAL, IS THE
      * SUPPORT FOR THE PAYMENT TO THE STATE. RUN MONTHLY.
      * A FOREIGN-CURRENCY BALANCE IS LISTED IN ITS OWN CURRENCY
      * (DEPM_CCY) BUT POSTED TO THE GL, AND ADDED INTO THE TRANSFER
      * TOTAL, IN THE HOME CURRENCY AT THE QBEC9900 RATE - THE GL
      * RECORD CARRYING THE ACCOUNT CURRENCY AND RATE AS LOANR100'S
      * FOREIGN-CURRENCY REPAYMENTS DO. A BALANCE WHOSE CURRENCY HAS
      * NO RATE MAINTAINED IS NOT TRANSFERRED THIS RUN, AND THE STEP
      * ENDS RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOD100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT DORMPARM-FILE ASSIGN DM1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT DORMLTR-FILE  ASSIGN LT5DQ001.
           SELECT DORMRPT-FILE  ASSIGN RPDDQ002.
           SELECT ABNDRPT-FILE  ASSIGN RPDDQ003.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DORMPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE YEARS
      * WITHOUT CUSTOMER MOVEMENT AFTER WHICH AN ACCOUNT GOES DORMANT,
      * AND THE YEARS AFTER WHICH ITS BALANCE IS ABANDONED TO THE
      * STATE (ZERO TAKES THE STATUTORY TWENTY).
       FD  DORMPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DORMPARM.
           05  DPARM-DORM-YEARS             PIC 9(2).
           05  DPARM-ABND-YEARS             PIC 9(2).
           05  FILLER                       PIC X(76).
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW) THAT RECORDS ONE ENTRY PER BALANCE TRANSFERRED TO THE
      * STATE.
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * DORMLTR-FILE IS THE LETTER PRINT FILE, ONE REACTIVATION
      * LETTER PER ACCOUNT MADE DORMANT.
       FD  DORMLTR-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DORMLTR                       PIC X(132).
      ******************************************************************
      * DORMRPT-FILE IS THE PRINTED REGISTER OF ACCOUNTS MADE DORMANT.
       FD  DORMRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DORMRPT                       PIC X(132).
      ******************************************************************
      * ABNDRPT-FILE IS THE PRINTED LIST OF BALANCES TRANSFERRED TO
      * THE STATE.
       FD  ABNDRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ABNDRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOP AND THE HOLDER LOOKUP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-HOLDER-FOUND-SW           PIC X(1)    VALUE 'N'.
               88  WS-HOLDER-FOUND                      VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DORM-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LTR-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOLTR-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ABND-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HELD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DORM-TOTAL            PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ABND-TOTAL            PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE DORMANCY AND ABANDONMENT PERIODS OFF THE CONTROL CARD.
       01  WS-DORM-YEARS                    PIC 9(2)    VALUE ZEROS.
       01  WS-ABND-YEARS                    PIC 9(2)    VALUE 20.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD FOR ALL STAMPING,
      * AND THE TWO CUT-OFF DATES: AN ACCOUNT WHOSE LAST CUSTOMER
      * MOVEMENT IS ON OR BEFORE A CUT-OFF HAS BEEN UNTOUCHED FOR
      * THAT MANY WHOLE YEARS.
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
       01  WS-DORM-CUTOFF-X.
           05  WS-DC-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-DC-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-DC-DD                     PIC 9(2).
       01  WS-ABND-CUTOFF-X.
           05  WS-AC-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-AC-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-AC-DD                     PIC 9(2).
      ******************************************************************
      * THE ACCOUNT'S LAST CUSTOMER MOVEMENT, FROM THE CURSOR.
       01  WS-LAST-MOVE-DATE                PIC X(10)   VALUE SPACES.
      ******************************************************************
      * REACTIVATION LETTER LINES.
       01  WS-LTR-NAME-LINE.
           05  WS-LN-NAME                   PIC X(45).
           05  FILLER                       PIC X(87)   VALUE SPACES.
       01  WS-LTR-ADDR-LINE.
           05  WS-LA-ADDR                   PIC X(35).
           05  FILLER                       PIC X(97)   VALUE SPACES.
       01  WS-LTR-BODY-LINE.
           05  FILLER                       PIC X(21)   VALUE
                   'YOUR DEPOSIT ACCOUNT '.
           05  WS-LB-ACC                    PIC X(10).
           05  FILLER                       PIC X(34)   VALUE
                   ' HAS HAD NO MOVEMENT BY YOU SINCE '.
           05  WS-LB-LAST-MOVE              PIC X(10).
           05  FILLER                       PIC X(57)   VALUE
                   ' AND HAS BEEN MADE DORMANT.'.
       01  WS-LTR-BAL-LINE.
           05  FILLER                       PIC X(36)   VALUE
                   'BALANCE HELD FOR YOU ............ : '.
           05  WS-LM-BAL                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(76)   VALUE SPACES.
       01  WS-LTR-INSTR-LINE-1.
           05  FILLER                       PIC X(50)   VALUE
                   'NO WITHDRAWAL CAN BE MADE UNTIL YOU VISIT A BRANCH'.
           05  FILLER                       PIC X(82)   VALUE
                   ' WITH AN IDENTITY DOCUMENT TO REACTIVATE IT.'.
       01  WS-LTR-INSTR-LINE-2.
           05  FILLER                       PIC X(50)   VALUE
                   'A BALANCE LEFT UNTOUCHED FOR THE LEGAL PERIOD OF '.
           05  WS-LI-ABND-YEARS             PIC Z9.
           05  FILLER                       PIC X(46)   VALUE
                   ' YEARS MUST BE TRANSFERRED TO THE STATE.'.
           05  FILLER                       PIC X(34)   VALUE SPACES.
      ******************************************************************
      * REGISTER AND TRANSFER-LIST PRINT LINES.
       01  WS-DORM-LINE.
           05  WS-DL-ACC                    PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-OPEN-DATE              PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-LAST-MOVE              PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-BAL                    PIC Z(12)9.99-.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-DL-CCY                    PIC X(3).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-TAG                    PIC X(12).
           05  FILLER                       PIC X(44)   VALUE SPACES.
       01  WS-ABND-TOTAL-LINE.
           05  FILLER                       PIC X(36)   VALUE
                   'TOTAL TRANSFERRED TO THE STATE ... :'.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-AT-CNT                    PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(11)   VALUE
                   ' ACCOUNTS  '.
           05  WS-AT-AMT                    PIC Z(12)9.99-.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-AT-CCY                    PIC X(3).
           05  FILLER                       PIC X(52)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * WORKING-STORAGE FOR THE GL CURRENCY CONVERSION. WS-GL-RATE
      * AND WS-GL-FLAG ARE THE ACCOUNT CURRENCY'S QBEC9900 RATE AND
      * QUOTATION FLAG (ZERO RATE FOR A HOME-CURRENCY ACCOUNT, WHICH
      * POSTS UNCONVERTED); WS-GL-ACC-AMT IS THE AMOUNT TO POST IN
      * THE ACCOUNT CURRENCY, SET BY THE CALLER OF
      * 900500-WRITE-GL-POSTING.
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
       01  WS-GL-RATE-OK-SW                 PIC X(1)    VALUE 'Y'.
           88  WS-GL-RATE-OK                            VALUE 'Y'.
       01  WS-GL-RATE                       PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-GL-FLAG                       PIC X(1)    VALUE SPACE.
           88  WS-GL-INDIRECT                           VALUE 'I'.
       01  WS-GL-ACC-AMT                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY DEPOMVH.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY ACTIVE OR DORMANT DEPOSIT WHOSE LAST
      * CUSTOMER MOVEMENT (OR OPEN DATE, WHEN IT HAS NEVER MOVED) IS
      * ON OR BEFORE THE DORMANCY CUT-OFF - A DORMANT ONE ONLY MATTERS
      * HERE ONCE IT REACHES THE ABANDONMENT CUT-OFF, WHICH
      * 200000-PROCESS-ONE-ACCOUNT DECIDES.
           EXEC SQL
               DECLARE DEPOD100-CSR CURSOR FOR
                   SELECT DEPM_ACC, DEPM_CUST_NO, DEPM_BAL, DEPM_ST,
                          DEPM_OPEN_DATE, DEPM_HELD_AMT, LAST_MOVE,
                          DEPM_CCY
                     FROM ( SELECT D.DEPM_ACC, D.DEPM_CUST_NO,
                                   D.DEPM_BAL, D.DEPM_ST,
                                   D.DEPM_OPEN_DATE, D.DEPM_HELD_AMT,
                                   D.DEPM_CCY,
                                   COALESCE(
                                     ( SELECT MAX(M.DMVH_DATE)
                                         FROM IDC015.DEPOMVHST M
                                        WHERE M.DMVH_ACC = D.DEPM_ACC
                                          AND M.DMVH_TYPE IN
                                              ('C', 'W', 'E', 'R') ),
                                     D.DEPM_OPEN_DATE) AS LAST_MOVE
                              FROM IDC015.DEPOMSTR D
                             WHERE D.DEPM_ST IN ('A', 'D') ) AS X
                    WHERE LAST_MOVE <= :WS-DORM-CUTOFF-X
                    ORDER BY DEPM_ACC
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE CONTROL CARD, LOOPS OVER THE AGED
      * DEPOSITS MAKING EACH DORMANT OR TRANSFERRING IT, AND PRINTS
      * THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-CONTROL-CARD

           OPEN EXTEND GLPOST-FILE
           OPEN OUTPUT DORMLTR-FILE
           OPEN OUTPUT DORMRPT-FILE
           OPEN OUTPUT ABNDRPT-FILE

           MOVE 'DEPOD100 - DEPOSIT ACCOUNTS MADE DORMANT'
               TO RE-DORMRPT
           WRITE RE-DORMRPT
           MOVE 'ACCOUNT       CUSTOMER      OPENED        LAST MOVE
      -        '               BALANCE CCY   LETTER'
               TO RE-DORMRPT
           WRITE RE-DORMRPT

           MOVE 'DEPOD100 - BALANCES TRANSFERRED TO THE STATE'
               TO RE-ABNDRPT
           WRITE RE-ABNDRPT
           MOVE 'ACCOUNT       CUSTOMER      OPENED        LAST MOVE
      -        '               BALANCE CCY'
               TO RE-ABNDRPT
           WRITE RE-ABNDRPT

           EXEC SQL
               OPEN DEPOD100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-PROCESS-ONE-ACCOUNT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE DEPOD100-CSR
           END-EXEC

           MOVE WS-CTL-ABND-CNT   TO WS-AT-CNT
           MOVE WS-CTL-ABND-TOTAL TO WS-AT-AMT
           MOVE WS-HOME-CCY       TO WS-AT-CCY
           WRITE RE-ABNDRPT FROM WS-ABND-TOTAL-LINE

           CLOSE ABNDRPT-FILE
           CLOSE DORMRPT-FILE
           CLOSE DORMLTR-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: TRANSFERS MUTATE DEPOMSTR AND POST CASH,
      * SO AN ACCIDENTAL SECOND RUN IN THE SAME CYCLE IS REFUSED AS A
      * DUPLICATE. THE OFFICIAL BUSINESS DATE REPLACES THE MACHINE
      * DATE FOR ALL STAMPING; WITH RUN CONTROL UNAVAILABLE THE RUN
      * CONTINUES ON THE MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'DEPOD100' TO RUNCTL-PGM-ID

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
                   DISPLAY 'DEPOD100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'DEPOD100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'DEPOD100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-READ-CONTROL-CARD READS THE DORMANCY CARD AND BUILDS
      * THE TWO CUT-OFF DATES. A MISSING OR MALFORMED CARD STOPS THE
      * RUN - MAKING ACCOUNTS DORMANT ON A GUESSED PERIOD WOULD BLOCK
      * CUSTOMERS WHO HAVE DONE NOTHING WRONG. THE DORMANCY PERIOD
      * MUST BE SHORTER THAN THE ABANDONMENT PERIOD, SO EVERY
      * CUSTOMER GETS THE LETTER BEFORE THE MONEY LEAVES.
       100010-READ-CONTROL-CARD.

           OPEN INPUT DORMPARM-FILE

           READ DORMPARM-FILE
               AT END
                   DISPLAY 'DEPOD100 - NO CONTROL CARD ON '
                           'DM1DQ001 - RUN STOPPED'
                   CLOSE DORMPARM-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ

           CLOSE DORMPARM-FILE

           IF DPARM-ABND-YEARS IS NUMERIC
            AND DPARM-ABND-YEARS > ZERO
               MOVE DPARM-ABND-YEARS TO WS-ABND-YEARS
           END-IF

           IF DPARM-DORM-YEARS IS NOT NUMERIC
            OR DPARM-DORM-YEARS = ZERO
            OR DPARM-DORM-YEARS NOT < WS-ABND-YEARS
               DISPLAY 'DEPOD100 - CONTROL CARD DORMANCY YEARS NOT '
                       'NUMERIC/ZERO OR NOT BELOW ABANDONMENT YEARS '
                       '- RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE DPARM-DORM-YEARS TO WS-DORM-YEARS

           COMPUTE WS-DC-YYYY = WS-TODAY-YYYY - WS-DORM-YEARS
           MOVE WS-TODAY-MM TO WS-DC-MM
           MOVE WS-TODAY-DD TO WS-DC-DD

           COMPUTE WS-AC-YYYY = WS-TODAY-YYYY - WS-ABND-YEARS
           MOVE WS-TODAY-MM TO WS-AC-MM
           MOVE WS-TODAY-DD TO WS-AC-DD

           MOVE WS-ABND-YEARS TO WS-LI-ABND-YEARS

           DISPLAY 'DEPOD100 - DORMANT AFTER ' WS-DORM-YEARS
                   ' YEARS (NO MOVEMENT SINCE ' WS-DORM-CUTOFF-X
                   ') - ABANDONED AFTER ' WS-ABND-YEARS
                   ' YEARS (NO MOVEMENT SINCE ' WS-ABND-CUTOFF-X ')'.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-DEPOSIT-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'DEPOMSTR' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-DEPOSIT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH DEPOD100-CSR
                   INTO :DEPM-ACC, :DEPM-CUST-NO, :DEPM-BAL,
                        :DEPM-ST, :DEPM-OPEN-DATE, :DEPM-HELD-AMT,
                        :WS-LAST-MOVE-DATE, :DEPM-CCY
           END-EXEC.
      ******************************************************************
      * 200000-PROCESS-ONE-ACCOUNT TRANSFERS AN ACCOUNT PAST THE
      * ABANDONMENT CUT-OFF - DORMANT OR NOT, THE LAW DOES NOT WAIT
      * FOR OUR FLAG - AND MAKES AN ACTIVE ONE PAST THE DORMANCY
      * CUT-OFF DORMANT. A DORMANT ACCOUNT SHORT OF ABANDONMENT IS
      * LEFT AS IT IS. AN ABANDONED ACCOUNT UNDER GARNISHMENT IS
      * ONLY NAMED ON SYSOUT - THE AUTHORITY'S CLAIM COMES FIRST. THE
      * CURRENCY RATE IS TAKEN BEFORE A TRANSFER TOUCHES THE MASTER,
      * SO A BALANCE THAT CANNOT BE VALUED IN THE HOME CURRENCY STAYS
      * ON THE ACCOUNT FOR THE NEXT RUN.
       200000-PROCESS-ONE-ACCOUNT.

           ADD 1 TO WS-CTL-READ-CNT

           EVALUATE TRUE
               WHEN WS-LAST-MOVE-DATE <= WS-ABND-CUTOFF-X
                AND DEPM-HELD-AMT > ZERO
                   ADD 1 TO WS-CTL-HELD-CNT
                   DISPLAY 'DEPOD100 - NOT TRANSFERRED, FUNDS HELD '
                           'BY GARNISHMENT: ' DEPM-ACC
               WHEN WS-LAST-MOVE-DATE <= WS-ABND-CUTOFF-X
                   PERFORM 900400-LOOKUP-GL-RATE
                   IF WS-GL-RATE-OK
                       PERFORM 220000-TRANSFER-TO-STATE
                   ELSE
                       ADD 1 TO WS-CTL-NORATE-CNT
                       DISPLAY 'DEPOD100 - NOT TRANSFERRED, NO RATE '
                               'FOR CURRENCY ' DEPM-CCY ': ' DEPM-ACC
                   END-IF
               WHEN DEPM-ST = 'A'
                   PERFORM 210000-MAKE-DORMANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
      * 210000-MAKE-DORMANT FLAGS THE ACCOUNT DORMANT AND, ONCE THE
      * FLAG IS ON FILE, PRINTS THE REACTIVATION LETTER. A HOLDER
      * MISSING FROM CUSTM_TABLE CANNOT BE WRITTEN TO; THE ACCOUNT
      * STILL GOES DORMANT AND THE REGISTER SAYS NO LETTER WENT.
       210000-MAKE-DORMANT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 210010-UPDATE-DORMANT
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               ADD 1        TO WS-CTL-DORM-CNT
               ADD DEPM-BAL TO WS-CTL-DORM-TOTAL

               PERFORM 210100-LOOKUP-HOLDER

               IF WS-HOLDER-FOUND
                   PERFORM 210200-PRINT-LETTER
                   ADD 1 TO WS-CTL-LTR-CNT
                   MOVE 'SENT'        TO WS-DL-TAG
               ELSE
                   ADD 1 TO WS-CTL-NOLTR-CNT
                   MOVE 'NO HOLDER'   TO WS-DL-TAG
               END-IF

               PERFORM 900100-FILL-ACCOUNT-LINE
               WRITE RE-DORMRPT FROM WS-DORM-LINE
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'DEPOMSTR' TO DB2-OBJECT
               MOVE 'UPDATE'   TO DB2-STATEMENT
               MOVE DEPM-ACC   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       210010-UPDATE-DORMANT.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DEPOMSTR
                  SET DEPM_ST = 'D'
                WHERE DEPM_ACC = :DEPM-ACC
                  AND DEPM_ST  = 'A'
           END-EXEC.
      ******************************************************************
       210100-LOOKUP-HOLDER.

           MOVE 'N'          TO WS-HOLDER-FOUND-SW
           MOVE DEPM-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                      CUSTM_ADDR, CUSTM_TYPE, CUSTM_REG_NAME
                 INTO :ACN-CUSTM-NAME-FRSTNM,
                      :ACN-CUSTM-NAME-LASTNM,
                      :ACN-CUSTM-ADDR, :ACN-CUSTM-TYPE,
                      :ACN-CUSTM-REG-NAME
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-HOLDER-FOUND-SW
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'CUSTMTBL'   TO DB2-OBJECT
                   MOVE 'SELECT'     TO DB2-STATEMENT
                   MOVE DEPM-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 210200-PRINT-LETTER PRINTS THE REACTIVATION LETTER: WHY THE
      * ACCOUNT IS DORMANT, THE BALANCE HELD, HOW TO REACTIVATE IT,
      * AND THE TRANSFER TO THE STATE THAT FOLLOWS IF NOTHING IS DONE.
       210200-PRINT-LETTER.

           IF ACN-CUSTM-TYPE = 'E'
               MOVE ACN-CUSTM-REG-NAME TO WS-LN-NAME
           ELSE
               MOVE SPACES TO WS-LN-NAME
               STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                      ' '                   DELIMITED BY SIZE
                      ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                   INTO WS-LN-NAME
               END-STRING
           END-IF
           WRITE RE-DORMLTR FROM WS-LTR-NAME-LINE

           MOVE ACN-CUSTM-ADDR TO WS-LA-ADDR
           WRITE RE-DORMLTR FROM WS-LTR-ADDR-LINE

           MOVE SPACES TO RE-DORMLTR
           WRITE RE-DORMLTR

           MOVE DEPM-ACC          TO WS-LB-ACC
           MOVE WS-LAST-MOVE-DATE TO WS-LB-LAST-MOVE
           WRITE RE-DORMLTR FROM WS-LTR-BODY-LINE

           MOVE DEPM-BAL TO WS-LM-BAL
           WRITE RE-DORMLTR FROM WS-LTR-BAL-LINE

           WRITE RE-DORMLTR FROM WS-LTR-INSTR-LINE-1
           WRITE RE-DORMLTR FROM WS-LTR-INSTR-LINE-2

           MOVE SPACES TO RE-DORMLTR
           WRITE RE-DORMLTR.
      ******************************************************************
      * 220000-TRANSFER-TO-STATE CLOSES THE ACCOUNT AT A ZERO
      * BALANCE, RECORDS THE TRANSFER ON DEPOMVHST AND POSTS THE
      * BALANCE OUT THROUGH THE GL EXTRACT. THE GL POSTING IS ONLY
      * WRITTEN AFTER THE MASTER UPDATE SUCCEEDS SO THE LEDGER NEVER
      * SHOWS CASH THE BOOK STILL HOLDS. AN ACCOUNT ALREADY AT ZERO
      * IS SIMPLY CLOSED.
       220000-TRANSFER-TO-STATE.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 220010-UPDATE-TRANSFER
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               ADD 1        TO WS-CTL-ABND-CNT

               MOVE DEPM-ACC        TO DMVH-ACC
               MOVE WS-TODAY-DATE-X TO DMVH-DATE
               MOVE 'X'             TO DMVH-TYPE
               MOVE DEPM-BAL        TO DMVH-AMT
               MOVE ZEROS           TO DMVH-BAL

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 220020-INSERT-DEPOMVHST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-FAIL-CNT
                   DISPLAY 'DEPOD100 - TRANSFER HISTORY INSERT '
                           'FAILED FOR ACCOUNT ' DEPM-ACC
                           ' SQLCODE ' SQLCODE
                   MOVE 'DEPOMVHS' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF

               IF DEPM-BAL > ZERO
                   MOVE DEPM-ACC         TO GLPOST-LLOANM-NO
                   MOVE 'DEPABND'        TO GLPOST-TRAN-TYPE
                   MOVE DEPM-BAL         TO WS-GL-ACC-AMT
                   MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
                   PERFORM 900500-WRITE-GL-POSTING
                   ADD GLPOST-AMOUNT     TO WS-CTL-ABND-TOTAL
               END-IF

               MOVE SPACES TO WS-DL-TAG
               PERFORM 900100-FILL-ACCOUNT-LINE
               WRITE RE-ABNDRPT FROM WS-DORM-LINE
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'DEPOMSTR' TO DB2-OBJECT
               MOVE 'UPDATE'   TO DB2-STATEMENT
               MOVE DEPM-ACC   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       220010-UPDATE-TRANSFER.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DEPOMSTR
                  SET DEPM_BAL = 0,
                      DEPM_ST  = 'C'
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC.
      ******************************************************************
       220020-INSERT-DEPOMVHST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.DEPOMVHST
                   ( DMVH_ACC, DMVH_DATE, DMVH_TYPE,
                     DMVH_AMT, DMVH_BAL )
               VALUES
                   ( :DMVH-ACC, :DMVH-DATE, :DMVH-TYPE,
                     :DMVH-AMT, :DMVH-BAL )
           END-EXEC.
      ******************************************************************
       900100-FILL-ACCOUNT-LINE.

           MOVE DEPM-ACC          TO WS-DL-ACC
           MOVE DEPM-CUST-NO      TO WS-DL-CUST-NO
           MOVE DEPM-OPEN-DATE    TO WS-DL-OPEN-DATE
           MOVE WS-LAST-MOVE-DATE TO WS-DL-LAST-MOVE
           MOVE DEPM-BAL          TO WS-DL-BAL
           MOVE DEPM-CCY          TO WS-DL-CCY.
      ******************************************************************
      * 900400-LOOKUP-GL-RATE TAKES THE ACCOUNT CURRENCY'S RATE AND
      * QUOTATION FLAG FROM QBEC9900 FOR 900500-WRITE-GL-POSTING. A
      * HOME-CURRENCY ACCOUNT (OR ONE WITH NO CURRENCY RECORDED)
      * NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A ZERO RATE (NO RATE
      * MAINTAINED - SEE QBEC9900.cpy), CLEARS WS-GL-RATE-OK.
       900400-LOOKUP-GL-RATE.

           MOVE 'Y'   TO WS-GL-RATE-OK-SW
           MOVE ZEROS TO WS-GL-RATE
           MOVE SPACE TO WS-GL-FLAG

           IF DEPM-CCY NOT = SPACES AND DEPM-CCY NOT = WS-HOME-CCY
               MOVE DEPM-CCY            TO QBEC9900-COD-ENTITY
               MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
               SET QBEC9900-FUNC-INQUIRE TO TRUE

               CALL 'QBEC9900' USING WS-QBEC9900-AREA

               IF QBEC9900-88-COD-RETURN-OK
                AND QBEC9900-EXCH-RATE NOT = ZERO
                   MOVE QBEC9900-EXCH-RATE    TO WS-GL-RATE
                   MOVE QBEC9900-FLG-EXCHANGE TO WS-GL-FLAG
               ELSE
                   MOVE 'N' TO WS-GL-RATE-OK-SW
               END-IF
           END-IF.
      ******************************************************************
      * 900500-WRITE-GL-POSTING WRITES THE GL RECORD THE CALLER HAS
      * BUILT, WITH WS-GL-ACC-AMT CONVERTED TO THE HOME CURRENCY -
      * DIVIDING FOR AN INDIRECTLY QUOTED CURRENCY AND MULTIPLYING
      * OTHERWISE, AS RV3C0100'S 220050-CONVERT-TO-BASE-CCY DOES -
      * AND THE ACCOUNT CURRENCY AND RATE RECORDED ALONGSIDE IT. A
      * HOME-CURRENCY AMOUNT IS POSTED AS IT STANDS.
       900500-WRITE-GL-POSTING.

           EVALUATE TRUE
               WHEN WS-GL-RATE = ZERO
                   MOVE WS-GL-ACC-AMT TO GLPOST-AMOUNT
                   MOVE SPACES        TO GLPOST-ORIG-CCY
                   MOVE ZEROS         TO GLPOST-EXCH-RATE
               WHEN WS-GL-INDIRECT
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT / WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
               WHEN OTHER
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT * WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
           END-EVALUATE

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'DEPOD100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN TIE THE TRANSFER LIST TO THE GL.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'DEPOD100 CONTROL TOTALS'
           DISPLAY '  ACCOUNTS PAST THE DORMANCY PERIOD  : '
                   WS-CTL-READ-CNT
           DISPLAY '  MADE DORMANT ...................... : '
                   WS-CTL-DORM-CNT
           DISPLAY '  REACTIVATION LETTERS PRINTED ...... : '
                   WS-CTL-LTR-CNT
           DISPLAY '  NO LETTER - HOLDER NOT ON FILE .... : '
                   WS-CTL-NOLTR-CNT
           DISPLAY '  TRANSFERRED TO THE STATE .......... : '
                   WS-CTL-ABND-CNT
           DISPLAY '  TRANSFER HELD BY GARNISHMENT ...... : '
                   WS-CTL-HELD-CNT
           DISPLAY '  UPDATES FAILED .................... : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  NOT TRANSFERRED - NO CURRENCY RATE  : '
                   WS-CTL-NORATE-CNT
           DISPLAY '  TOTAL BALANCE MADE DORMANT ........ : '
                   WS-CTL-DORM-TOTAL
           DISPLAY '  TOTAL TRANSFERRED TO THE STATE .... : '
                   WS-CTL-ABND-TOTAL ' ' WS-HOME-CCY.
      ******************************************************************
