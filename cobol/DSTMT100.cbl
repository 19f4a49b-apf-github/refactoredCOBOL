      ******************************************************************
      * DSTMT100 PRODUCES THE PERIODIC DEPOSIT ACCOUNT STATEMENTS,
      * THE DEPOSIT COUNTERPART OF LSTMT100. DEPOSIT CUSTOMERS USED
      * TO GET NOTHING AND PHONED THEIR BRANCH FOR THEIR BALANCE,
      * INTEREST AND ANY WITHDRAWAL PENALTY. GROUPED PER CUSTOMER
      * UNDER THE NAME AND ADDRESS BLOCK OFF CUSTM_TABLE, EACH
      * DEPOMSTR ACCOUNT OPEN DURING THE PERIOD (OR CLOSED WITH
      * MOVEMENTS IN IT) SHOWS:
      *   - THE OPENING BALANCE AT THE PERIOD START;
      *   - EVERY DEPOMVHST MOVEMENT DATED INSIDE THE PERIOD WITH
      *     THE RUNNING BALANCE - CREDITS IN, AND WITHDRAWALS,
      *     EARLY-WITHDRAWAL CLOSEOUTS, MATURITY PAY-AWAYS, LOAN
      *     SWEEPS, GARNISHMENT REMITTANCES AND ABANDONED-BALANCE
      *     TRANSFERS OUT;
      *   - THE DEPOINTHST INTEREST LINES: INTEREST CAPITALIZED
      *     (GROSS) WITH THE WITHHOLDING TAX RETAINED ON IT AS ITS
      *     OWN LINE, INTEREST ACCRUED BUT NOT YET CREDITED, AND ANY
      *     DEPOW100 EARLY-WITHDRAWAL PENALTY (NETTED FROM THE
      *     CLOSEOUT PAYOUT, SO SHOWN WITHOUT A BALANCE);
      *   - THE CLOSING BALANCE AT THE PERIOD END.
      * THE STORED DEPM_BAL IS TODAY'S BALANCE, SO THE CLOSING
      * BALANCE IS DEPM_BAL LESS EVERYTHING POSTED AFTER THE PERIOD
      * AND THE OPENING BALANCE THE CLOSING LESS THE PERIOD'S OWN
      * POSTINGS - THE BALANCE-CHANGING POSTINGS BEING THE DEPOMVHST
      * MOVEMENTS AND THE NET INTEREST OF EACH CAPITALIZATION. THE
      * PERIOD IS READ FROM THE PM1DQ001 CONTROL CARD (FROM/TO
      * DATES, YYYY-MM-DD) SO A RERUN FOR A PAST PERIOD IS A CARD
      * CHANGE; A BLANK CARD STATEMENTS THE BUSINESS MONTH TO DATE,
      * WHICH IS HOW RVMONTH1 RUNS IT.
      * DELIVERY FOLLOWS LSTMT100: A CUSTOMER WHOSE PREFERRED
      * CUSTCONT CONTACT IS AN E-MAIL WITH NO EDLVREG BOUNCE GETS
      * THE STATEMENT ON THE E-DELIVERY EXTRACT (REGISTERED AS
      * DOCUMENT TYPE 'DSTM'), EVERYONE ELSE ON PRINT, AND A
      * GONE-AWAY ADDRESS SUPPRESSES THE PRINT ROUTE ONLY.
      * RUN CONTROL REFUSES A SECOND RUN ON THE SAME BUSINESS DATE
      * (CC 12); A DB2 FAILURE ENDS THE STEP CC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSTMT100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT OPTIONAL STMTPARM-FILE ASSIGN PM1DQ001.
           SELECT STMT-FILE     ASSIGN RPTDQ023.
           SELECT ESTMT-FILE    ASSIGN ED1DQ005.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * STMTPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * STATEMENT PERIOD (FROM/TO DATES, YYYY-MM-DD, INCLUSIVE), IN
      * LSTMT100'S LAYOUT. BLANK OR ABSENT MEANS THE BUSINESS MONTH.
       FD  STMTPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-STMTPARM.
           05  SPARM-FROM-DATE              PIC X(10).
           05  FILLER                       PIC X(1).
           05  SPARM-TO-DATE                PIC X(10).
           05  FILLER                       PIC X(59).
      ******************************************************************
      * STMT-FILE IS THE PRINTED STATEMENT FILE, ONE CUSTOMER BLOCK
      * PER CUSTOMER WITH A SECTION PER DEPOSIT ACCOUNT.
       FD  STMT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-STMT                          PIC X(132).
      ******************************************************************
      * ESTMT-FILE IS THE ELECTRONIC-DELIVERY EXTRACT: THE SAME
      * STATEMENT LINES, ROUTED HERE INSTEAD OF PRINT FOR CUSTOMERS
      * WHOSE PREFERRED CUSTCONT CONTACT IS E-MAIL AND WHOSE
      * REGISTER CARRIES NO BOUNCE (SEE EDLV100).
       FD  ESTMT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ESTMT                         PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-LIN-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-LIN-EOF                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-CUST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ACC-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUPP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EDLV-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LINE-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS) GIVES THE DEFAULT STATEMENT PERIOD.
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
      * THE STATEMENT PERIOD.
       01  WS-STMT-FROM-DATE                PIC X(10)   VALUE SPACES.
       01  WS-STMT-TO-DATE                  PIC X(10)   VALUE SPACES.
      ******************************************************************
      * CUSTOMER-BREAK CONTROL: THE ACCOUNT CURSOR RETURNS ACCOUNTS
      * IN CUSTOMER ORDER, AND A CHANGE OF DEPM_CUST_NO STARTS A NEW
      * CUSTOMER BLOCK WITH A FRESH NAME/ADDRESS LOOKUP.
       01  WS-PREV-CUST-NO                  PIC X(10)   VALUE SPACES.
       01  WS-GONE-AWAY-SW                  PIC X(1)    VALUE 'N'.
           88  WS-GONE-AWAY                             VALUE 'Y'.
      ******************************************************************
      * E-DELIVERY ROUTING FOR THE CUSTOMER UNDER THE BREAK, SET THE
      * SAME WAY AS IN LSTMT100.
       01  WS-EDELIV-SW                     PIC X(1)    VALUE 'N'.
           88  WS-EDELIV                                VALUE 'Y'.
       01  WS-EDLV-EMAIL                    PIC X(60)   VALUE SPACES.
       01  WS-BOUNCE-CNT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-STMT-OUT                      PIC X(132)  VALUE SPACES.
       01  WS-CUST-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-CUST-FOUND                            VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR THE PER-ACCOUNT BALANCE ARITHMETIC: THE
      * NET EFFECT OF THE MOVEMENTS AND CAPITALIZATIONS DATED INSIDE
      * AND AFTER THE PERIOD, AND THE RUNNING BALANCE.
       01  WS-MVH-PERIOD-NET                PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-MVH-AFTER-NET                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-INT-PERIOD-NET                PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-INT-AFTER-NET                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-OPEN-BAL                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CLOSE-BAL                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-RUN-BAL                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * ONE STATEMENT LINE AS FETCHED: ITS DATE, ORDER WITHIN THE DAY
      * (1 INTEREST, 2 MOVEMENT, 3 PENALTY), SOURCE ('M' DEPOMVHST,
      * 'I' DEPOINTHST), TYPE, AMOUNT AND WITHHOLDING TAX.
       01  WS-LN-DATE                       PIC X(10)   VALUE SPACES.
       01  WS-LN-SEQ                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-LN-SRC                        PIC X(1)    VALUE SPACE.
       01  WS-LN-TYPE                       PIC X(1)    VALUE SPACE.
       01  WS-LN-AMT                        PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LN-WHT                        PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * PRINT LINES.
       01  WS-CUST-HDR-LINE.
           05  FILLER                       PIC X(10)   VALUE
                   'CUSTOMER: '.
           05  WS-CH-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CH-NAME                   PIC X(40).
           05  FILLER                       PIC X(70)   VALUE SPACES.
       01  WS-CUST-ADDR-LINE.
           05  FILLER                       PIC X(10)   VALUE SPACES.
           05  WS-CA-ADDR                   PIC X(35).
           05  FILLER                       PIC X(87)   VALUE SPACES.
       01  WS-ACC-HDR-LINE.
           05  FILLER                       PIC X(9)    VALUE
                   'DEPOSIT: '.
           05  WS-AH-ACC                    PIC X(10).
           05  FILLER                       PIC X(11)   VALUE
                   '   PRODUCT '.
           05  WS-AH-PROD                   PIC X(2).
           05  FILLER                       PIC X(12)   VALUE
                   '   CURRENCY '.
           05  WS-AH-CCY                    PIC X(3).
           05  FILLER                       PIC X(9)    VALUE
                   '   RATE '.
           05  WS-AH-ROI                    PIC ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE '%'.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-AH-STATUS                 PIC X(14).
           05  FILLER                       PIC X(52)   VALUE SPACES.
       01  WS-BAL-LINE.
           05  WS-BL-LABEL                  PIC X(20).
           05  WS-BL-DATE                   PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-BL-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(78)   VALUE SPACES.
       01  WS-MOVE-LINE.
           05  WS-MV-LABEL                  PIC X(20).
           05  WS-MV-DATE                   PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-MV-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-MV-BAL                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(54)   VALUE SPACES.
       01  WS-INFO-LINE.
           05  WS-IN-LABEL                  PIC X(20).
           05  WS-IN-DATE                   PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-IN-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-IN-NOTE                   PIC X(30).
           05  FILLER                       PIC X(45)   VALUE SPACES.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTCONT.
      ******************************************************************
       COPY EDLVREG.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * ACCOUNT CURSOR DRIVES THE RUN: EVERY DEPOSIT OPENED BY THE
      * PERIOD END THAT IS STILL OPEN, OR WAS CLOSED WITH A MOVEMENT
      * ON OR AFTER THE PERIOD START, IN CUSTOMER/ACCOUNT ORDER SO THE
      * CUSTOMER BREAK GROUPS ONE DEPOSITOR'S ACCOUNTS UNDER ONE
      * NAME/ADDRESS BLOCK.
           EXEC SQL
               DECLARE DSTMT-ACC-CSR CURSOR FOR
                   SELECT DEPM_ACC, DEPM_CUST_NO, DEPM_COD_PROD,
                          DEPM_BAL, DEPM_ROI, DEPM_ST, DEPM_CCY
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_OPEN_DATE <= :WS-STMT-TO-DATE
                      AND (DEPM_ST <> 'C'
                           OR EXISTS
                              (SELECT 1
                                 FROM IDC015.DEPOMVHST
                                WHERE DMVH_ACC   = DEPM_ACC
                                  AND DMVH_DATE >= :WS-STMT-FROM-DATE))
                    ORDER BY DEPM_CUST_NO, DEPM_ACC
           END-EXEC.
      ******************************************************************
      * LINE CURSOR: THE CURRENT ACCOUNT'S MOVEMENTS AND INTEREST
      * EVENTS DATED INSIDE THE PERIOD, OLDEST FIRST. ON ONE DAY
      * INTEREST IS CREDITED BEFORE THE MOVEMENTS, AND A CLOSEOUT'S
      * PENALTY FOLLOWS THE CLOSEOUT IT WAS TAKEN FROM.
           EXEC SQL
               DECLARE DSTMT-LINE-CSR CURSOR FOR
                   SELECT DMVH_DATE, 2, 'M', DMVH_TYPE, DMVH_AMT, 0
                     FROM IDC015.DEPOMVHST
                    WHERE DMVH_ACC   = :DEPM-ACC
                      AND DMVH_DATE >= :WS-STMT-FROM-DATE
                      AND DMVH_DATE <= :WS-STMT-TO-DATE
                   UNION ALL
                   SELECT DEPINT_DATE,
                          CASE WHEN DEPINT_TYPE = 'W' THEN 3 ELSE 1 END,
                          'I', DEPINT_TYPE, DEPINT_AMT, DEPINT_WHT_AMT
                     FROM IDC015.DEPOINTHST
                    WHERE DEPINT_ACC   = :DEPM-ACC
                      AND DEPINT_DATE >= :WS-STMT-FROM-DATE
                      AND DEPINT_DATE <= :WS-STMT-TO-DATE
                    ORDER BY 1, 2
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CHECKS IN WITH RUN CONTROL, SETTLES THE
      * PERIOD, LOOPS OVER THE ACCOUNT CURSOR PRINTING ONE STATEMENT
      * SECTION PER ACCOUNT WITH A CUSTOMER BLOCK ON EACH CHANGE OF
      * DEPOSITOR, AND PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-PERIOD-PARM

           OPEN OUTPUT STMT-FILE
           OPEN OUTPUT ESTMT-FILE

           EXEC SQL
               OPEN DSTMT-ACC-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'DEPOMSTR'        TO DB2-OBJECT
               MOVE 'OPEN'            TO DB2-STATEMENT
               MOVE WS-STMT-TO-DATE   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM 100200-FETCH-ONE-ACCOUNT
           END-IF

           PERFORM 200000-STATEMENT-ONE-ACCOUNT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE DSTMT-ACC-CSR
           END-EXEC

           CLOSE STMT-FILE
           CLOSE ESTMT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-DB2-ERR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SECOND RUN ON THE SAME BUSINESS DATE
      * WOULD SEND EVERY STATEMENT TWICE, SO A DUPLICATE RUN IS
      * REFUSED OUTRIGHT.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'DSTMT100' TO RUNCTL-PGM-ID

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
                   DISPLAY 'DSTMT100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'DSTMT100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'DSTMT100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-READ-PERIOD-PARM READS THE PERIOD CONTROL CARD. A
      * BLANK OR ABSENT CARD MEANS THE BUSINESS MONTH TO DATE; A
      * MALFORMED ONE STOPS THE RUN RATHER THAN PRINTING A STATEMENT
      * FOR AN UNINTENDED PERIOD.
       100010-READ-PERIOD-PARM.

           OPEN INPUT STMTPARM-FILE

           READ STMTPARM-FILE
               AT END
                   MOVE SPACES TO RE-STMTPARM
           END-READ

           CLOSE STMTPARM-FILE

           IF SPARM-FROM-DATE = SPACES AND SPARM-TO-DATE = SPACES
               MOVE WS-TODAY-DATE-X TO WS-STMT-FROM-DATE
               MOVE '01'            TO WS-STMT-FROM-DATE(9:2)
               MOVE WS-TODAY-DATE-X TO WS-STMT-TO-DATE
           ELSE
               MOVE SPARM-FROM-DATE TO WS-STMT-FROM-DATE
               MOVE SPARM-TO-DATE   TO WS-STMT-TO-DATE
           END-IF

           IF WS-STMT-FROM-DATE(1:4) IS NOT NUMERIC
            OR WS-STMT-TO-DATE(1:4)  IS NOT NUMERIC
            OR WS-STMT-FROM-DATE > WS-STMT-TO-DATE
               DISPLAY 'DSTMT100 - MALFORMED PERIOD CONTROL CARD - '
                       'RUN STOPPED'
               PERFORM 900900-REGISTER-RUN-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'DSTMT100 - STATEMENT PERIOD '
                   WS-STMT-FROM-DATE ' THROUGH ' WS-STMT-TO-DATE.
      ******************************************************************
       100200-FETCH-ONE-ACCOUNT.

           EXEC SQL
               FETCH DSTMT-ACC-CSR
                INTO :DEPM-ACC, :DEPM-CUST-NO, :DEPM-COD-PROD,
                     :DEPM-BAL, :DEPM-ROI, :DEPM-ST, :DEPM-CCY
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'DEPOMSTR' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-STATEMENT-ONE-ACCOUNT PRINTS THE CUSTOMER BLOCK ON A
      * CHANGE OF DEPOSITOR, THEN THE ACCOUNT'S SECTION.
       200000-STATEMENT-ONE-ACCOUNT.

           IF DEPM-CUST-NO NOT = WS-PREV-CUST-NO
               PERFORM 200050-CHECK-GONE-AWAY
               PERFORM 200057-CHECK-E-DELIVERY
               IF WS-EDELIV OR NOT WS-GONE-AWAY
                   PERFORM 200100-PRINT-CUSTOMER-BLOCK
               END-IF
               MOVE DEPM-CUST-NO TO WS-PREV-CUST-NO
           END-IF

      * A GONE-AWAY ADDRESS GETS NO PRINTED STATEMENT, AS IN
      * LSTMT100; AN E-DELIVERY CUSTOMER STILL GETS THE ELECTRONIC
      * ONE. THE SUPPRESSION IS COUNTED PER ACCOUNT.
           IF WS-GONE-AWAY AND NOT WS-EDELIV
               ADD 1 TO WS-CTL-SUPP-CNT
           ELSE
               PERFORM 200060-STATEMENT-ACCOUNT-BODY
           END-IF

           PERFORM 100200-FETCH-ONE-ACCOUNT.
      ******************************************************************
      * 200050-CHECK-GONE-AWAY READS THE RETURNED-MAIL MARKER OFF
      * THE CUSTOMER'S STRUCTURED ADDRESS. NO CUSTADDR ROW, OR A
      * FAILED READ, MEANS NOT GONE-AWAY.
       200050-CHECK-GONE-AWAY.

           MOVE 'N'          TO WS-GONE-AWAY-SW
           MOVE DEPM-CUST-NO TO CADR-CUST-NO

           EXEC SQL
               SELECT COALESCE(CADR_GONE_FLG, ' ')
                 INTO :CADR-GONE-FLG
                 FROM IDC015.CUSTADDR
                WHERE CADR_CUST_NO = :CADR-CUST-NO
           END-EXEC

           IF SQLCODE = ZERO AND CADR-GONE-FLG = 'Y'
               MOVE 'Y' TO WS-GONE-AWAY-SW
           END-IF.
      ******************************************************************
      * 200057-CHECK-E-DELIVERY DECIDES THE CUSTOMER'S ROUTE: THE
      * PREFERRED CUSTCONT CONTACT MUST BE AN E-MAIL AND THE
      * EDLVREG REGISTER MUST CARRY NO BOUNCE FOR THE CUSTOMER -
      * OTHERWISE PRINT. AN ELIGIBLE CUSTOMER'S SEND IS REGISTERED
      * ('S') SO EDLV100 CAN MATCH ANY BOUNCE.
       200057-CHECK-E-DELIVERY.

           MOVE 'N'          TO WS-EDELIV-SW
           MOVE DEPM-CUST-NO TO CCNT-CUST-NO

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
                   PERFORM 200058-REGISTER-E-SEND
               END-IF
           END-IF.
      ******************************************************************
       200058-REGISTER-E-SEND.

           MOVE DEPM-CUST-NO    TO EDLV-CUST-NO
           MOVE 'DSTM'          TO EDLV-DOC-TYPE
           MOVE WS-STMT-TO-DATE TO EDLV-SENT-DATE
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
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'EDLVREG'    TO DB2-OBJECT
               MOVE 'INSERT'     TO DB2-STATEMENT
               MOVE DEPM-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
      * A SEND THAT CANNOT BE REGISTERED IS NOT SENT - THE BOUNCE
      * COULD NEVER BE MATCHED. THE CUSTOMER PRINTS INSTEAD.
               MOVE 'N' TO WS-EDELIV-SW
               SUBTRACT 1 FROM WS-CTL-EDLV-CNT
           END-IF.
      ******************************************************************
      * 200060-STATEMENT-ACCOUNT-BODY PRINTS THE ACCOUNT HEADING, THE
      * OPENING BALANCE, THE PERIOD'S LINES WITH THE RUNNING BALANCE
      * AND THE CLOSING BALANCE.
       200060-STATEMENT-ACCOUNT-BODY.

           ADD 1 TO WS-CTL-ACC-CNT

           MOVE DEPM-ACC      TO WS-AH-ACC
           MOVE DEPM-COD-PROD TO WS-AH-PROD
           MOVE DEPM-CCY      TO WS-AH-CCY
           MOVE DEPM-ROI      TO WS-AH-ROI
           EVALUATE DEPM-ST
               WHEN 'D'
                   MOVE 'DORMANT'        TO WS-AH-STATUS
               WHEN 'C'
                   MOVE 'CLOSED'         TO WS-AH-STATUS
               WHEN OTHER
                   MOVE SPACES           TO WS-AH-STATUS
           END-EVALUATE
           MOVE WS-ACC-HDR-LINE TO WS-STMT-OUT
           PERFORM 900110-PUT-STMT-LINE

           PERFORM 200200-DERIVE-PERIOD-BALANCES

           MOVE 'OPENING BALANCE     ' TO WS-BL-LABEL
           MOVE WS-STMT-FROM-DATE      TO WS-BL-DATE
           MOVE WS-OPEN-BAL            TO WS-BL-AMT
           MOVE WS-BAL-LINE TO WS-STMT-OUT
           PERFORM 900110-PUT-STMT-LINE

           MOVE WS-OPEN-BAL TO WS-RUN-BAL
           PERFORM 200300-PRINT-PERIOD-LINES

           MOVE 'CLOSING BALANCE     ' TO WS-BL-LABEL
           MOVE WS-STMT-TO-DATE        TO WS-BL-DATE
           MOVE WS-CLOSE-BAL           TO WS-BL-AMT
           MOVE WS-BAL-LINE TO WS-STMT-OUT
           PERFORM 900110-PUT-STMT-LINE.
      ******************************************************************
      * 200100-PRINT-CUSTOMER-BLOCK LOOKS THE NEW DEPOSITOR UP ON
      * CUSTM_TABLE AND PRINTS THE NAME/ADDRESS HEADING. AN ACCOUNT
      * WHOSE CUSTOMER ROW IS MISSING STILL GETS A STATEMENT SECTION,
      * HEADED BY THE CUSTOMER NUMBER ALONE.
       200100-PRINT-CUSTOMER-BLOCK.

           ADD 1 TO WS-CTL-CUST-CNT
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE DEPM-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                      CUSTM_NAME_LASTNM, CUSTM_ADDR
                 INTO :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-MDLNM,
                      :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ADDR
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CUST-FOUND-SW
           END-IF

           MOVE SPACES TO WS-STMT-OUT
           PERFORM 900110-PUT-STMT-LINE

           MOVE DEPM-CUST-NO TO WS-CH-CUST-NO
           IF WS-CUST-FOUND
               MOVE SPACES TO WS-CH-NAME
               STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                      ' '                   DELIMITED BY SIZE
                      ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                   INTO WS-CH-NAME
               END-STRING
           ELSE
               MOVE '** CUSTOMER NOT ON CUSTM_TABLE **'
                   TO WS-CH-NAME
           END-IF
           MOVE WS-CUST-HDR-LINE TO WS-STMT-OUT
           PERFORM 900110-PUT-STMT-LINE

           IF WS-CUST-FOUND
               MOVE ACN-CUSTM-ADDR TO WS-CA-ADDR
               MOVE WS-CUST-ADDR-LINE TO WS-STMT-OUT
               PERFORM 900110-PUT-STMT-LINE
           END-IF.
      ******************************************************************
      * 200200-DERIVE-PERIOD-BALANCES WORKS BACK FROM TODAY'S
      * DEPM_BAL: CLOSING = DEPM_BAL LESS THE NET OF EVERYTHING
      * POSTED AFTER THE PERIOD, OPENING = CLOSING LESS THE NET OF
      * THE PERIOD. A 'C' MOVEMENT ADDS TO THE BALANCE AND EVERY
      * OTHER MOVEMENT TYPE TAKES FROM IT ('R' CARRIES NO AMOUNT); A
      * 'C' INTEREST ROW ADDS ITS NET AMOUNT, WHILE ACCRUALS AND
      * PENALTIES NEVER TOUCH DEPM_BAL THEMSELVES.
       200200-DERIVE-PERIOD-BALANCES.

           MOVE ZEROS TO WS-MVH-PERIOD-NET
           MOVE ZEROS TO WS-MVH-AFTER-NET
           MOVE ZEROS TO WS-INT-PERIOD-NET
           MOVE ZEROS TO WS-INT-AFTER-NET

           EXEC SQL
               SELECT COALESCE(SUM(CASE
                        WHEN DMVH_DATE > :WS-STMT-TO-DATE THEN 0
                        WHEN DMVH_TYPE = 'C' THEN DMVH_AMT
                        ELSE 0 - DMVH_AMT END), 0),
                      COALESCE(SUM(CASE
                        WHEN DMVH_DATE <= :WS-STMT-TO-DATE THEN 0
                        WHEN DMVH_TYPE = 'C' THEN DMVH_AMT
                        ELSE 0 - DMVH_AMT END), 0)
                 INTO :WS-MVH-PERIOD-NET, :WS-MVH-AFTER-NET
                 FROM IDC015.DEPOMVHST
                WHERE DMVH_ACC   = :DEPM-ACC
                  AND DMVH_DATE >= :WS-STMT-FROM-DATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'DEPOMVHST' TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE DEPM-ACC    TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(CASE
                        WHEN DEPINT_DATE > :WS-STMT-TO-DATE THEN 0
                        ELSE DEPINT_NET_AMT END), 0),
                      COALESCE(SUM(CASE
                        WHEN DEPINT_DATE <= :WS-STMT-TO-DATE THEN 0
                        ELSE DEPINT_NET_AMT END), 0)
                 INTO :WS-INT-PERIOD-NET, :WS-INT-AFTER-NET
                 FROM IDC015.DEPOINTHST
                WHERE DEPINT_ACC   = :DEPM-ACC
                  AND DEPINT_TYPE  = 'C'
                  AND DEPINT_DATE >= :WS-STMT-FROM-DATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'DEPOINTHST' TO DB2-OBJECT
               MOVE 'SELECT'     TO DB2-STATEMENT
               MOVE DEPM-ACC     TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           COMPUTE WS-CLOSE-BAL = DEPM-BAL
                                - WS-MVH-AFTER-NET
                                - WS-INT-AFTER-NET
           COMPUTE WS-OPEN-BAL  = WS-CLOSE-BAL
                                - WS-MVH-PERIOD-NET
                                - WS-INT-PERIOD-NET.
      ******************************************************************
       200300-PRINT-PERIOD-LINES.

           MOVE 'N' TO WS-LIN-EOF-SW

           EXEC SQL
               OPEN DSTMT-LINE-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'DEPOMVHST' TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE DEPM-ACC    TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-LIN-EOF-SW
           END-IF

           PERFORM 200310-PRINT-ONE-LINE UNTIL WS-LIN-EOF

           EXEC SQL
               CLOSE DSTMT-LINE-CSR
           END-EXEC.
      ******************************************************************
       200310-PRINT-ONE-LINE.

           EXEC SQL
               FETCH DSTMT-LINE-CSR
                INTO :WS-LN-DATE, :WS-LN-SEQ, :WS-LN-SRC,
                     :WS-LN-TYPE, :WS-LN-AMT, :WS-LN-WHT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-LIN-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'DEPOMVHST' TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE DEPM-ACC    TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               IF WS-LN-SRC = 'M'
                   PERFORM 200320-PRINT-MOVEMENT
               ELSE
                   PERFORM 200330-PRINT-INTEREST-EVENT
               END-IF
           END-IF.
      ******************************************************************
      * 200320-PRINT-MOVEMENT PRINTS ONE DEPOMVHST ROW, A CREDIT
      * POSITIVE AND EVERY OTHER TYPE NEGATIVE, WITH THE RUNNING
      * BALANCE AFTER IT.
       200320-PRINT-MOVEMENT.

           EVALUATE WS-LN-TYPE
               WHEN 'C'
                   MOVE 'DEPOSIT CREDITED    ' TO WS-MV-LABEL
               WHEN 'W'
                   MOVE 'WITHDRAWAL          ' TO WS-MV-LABEL
               WHEN 'E'
                   MOVE 'EARLY WITHDRAWAL    ' TO WS-MV-LABEL
               WHEN 'R'
                   MOVE 'ACCOUNT REACTIVATED ' TO WS-MV-LABEL
               WHEN 'X'
                   MOVE 'UNCLAIMED TO STATE  ' TO WS-MV-LABEL
               WHEN 'G'
                   MOVE 'GARNISHMENT REMITTED' TO WS-MV-LABEL
               WHEN 'L'
                   MOVE 'LOAN INSTALLMENT    ' TO WS-MV-LABEL
               WHEN 'P'
                   MOVE 'MATURITY PAID AWAY  ' TO WS-MV-LABEL
               WHEN OTHER
                   MOVE 'OTHER MOVEMENT      ' TO WS-MV-LABEL
           END-EVALUATE

           IF WS-LN-TYPE NOT = 'C'
               COMPUTE WS-LN-AMT = ZERO - WS-LN-AMT
           END-IF
           ADD WS-LN-AMT TO WS-RUN-BAL

           MOVE WS-LN-DATE TO WS-MV-DATE
           MOVE WS-LN-AMT  TO WS-MV-AMT
           MOVE WS-RUN-BAL TO WS-MV-BAL
           MOVE WS-MOVE-LINE TO WS-STMT-OUT
           PERFORM 900110-PUT-STMT-LINE.
      ******************************************************************
      * 200330-PRINT-INTEREST-EVENT PRINTS ONE DEPOINTHST ROW: A
      * CAPITALIZATION AS THE GROSS INTEREST CREDITED AND, WHEN TAX
      * WAS RETAINED, THE WITHHOLDING AS ITS OWN LINE, BOTH MOVING
      * THE RUNNING BALANCE; AN ACCRUAL OR A PENALTY AS AN
      * INFORMATION LINE THAT DOES NOT.
       200330-PRINT-INTEREST-EVENT.

           EVALUATE WS-LN-TYPE
               WHEN 'C'
                   ADD WS-LN-AMT TO WS-RUN-BAL
                   MOVE 'INTEREST CREDITED   ' TO WS-MV-LABEL
                   MOVE WS-LN-DATE TO WS-MV-DATE
                   MOVE WS-LN-AMT  TO WS-MV-AMT
                   MOVE WS-RUN-BAL TO WS-MV-BAL
                   MOVE WS-MOVE-LINE TO WS-STMT-OUT
                   PERFORM 900110-PUT-STMT-LINE
                   IF WS-LN-WHT NOT = ZERO
                       SUBTRACT WS-LN-WHT FROM WS-RUN-BAL
                       COMPUTE WS-LN-WHT = ZERO - WS-LN-WHT
                       MOVE 'TAX WITHHELD        ' TO WS-MV-LABEL
                       MOVE WS-LN-WHT  TO WS-MV-AMT
                       MOVE WS-RUN-BAL TO WS-MV-BAL
                       MOVE WS-MOVE-LINE TO WS-STMT-OUT
                       PERFORM 900110-PUT-STMT-LINE
                   END-IF
               WHEN 'W'
                   COMPUTE WS-LN-AMT = ZERO - WS-LN-AMT
                   MOVE 'WITHDRAWAL PENALTY  ' TO WS-IN-LABEL
                   MOVE WS-LN-DATE TO WS-IN-DATE
                   MOVE WS-LN-AMT  TO WS-IN-AMT
                   MOVE 'DEDUCTED FROM THE PAYOUT      ' TO WS-IN-NOTE
                   MOVE WS-INFO-LINE TO WS-STMT-OUT
                   PERFORM 900110-PUT-STMT-LINE
               WHEN OTHER
                   MOVE 'INTEREST ACCRUED    ' TO WS-IN-LABEL
                   MOVE WS-LN-DATE TO WS-IN-DATE
                   MOVE WS-LN-AMT  TO WS-IN-AMT
                   MOVE 'NOT YET CREDITED              ' TO WS-IN-NOTE
                   MOVE WS-INFO-LINE TO WS-STMT-OUT
                   PERFORM 900110-PUT-STMT-LINE
           END-EVALUATE.
      ******************************************************************
      * 900110-PUT-STMT-LINE ROUTES ONE STATEMENT LINE TO PRINT OR
      * TO THE E-DELIVERY EXTRACT, PER THE CUSTOMER'S ROUTE.
       900110-PUT-STMT-LINE.

           IF WS-EDELIV
               WRITE RE-ESTMT FROM WS-STMT-OUT
           ELSE
               WRITE RE-STMT FROM WS-STMT-OUT
           END-IF

           ADD 1 TO WS-CTL-LINE-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'DSTMT100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE STATEMENT RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'DSTMT100 CONTROL TOTALS'
           DISPLAY '  CUSTOMERS STATEMENTED ............ : '
                   WS-CTL-CUST-CNT
           DISPLAY '  DEPOSIT SECTIONS PRINTED ......... : '
                   WS-CTL-ACC-CNT
           DISPLAY '  STATEMENT LINES WRITTEN .......... : '
                   WS-CTL-LINE-CNT
           DISPLAY '  SECTIONS SUPPRESSED GONE-AWAY .... : '
                   WS-CTL-SUPP-CNT
           DISPLAY '  CUSTOMERS ROUTED E-DELIVERY ...... : '
                   WS-CTL-EDLV-CNT
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
