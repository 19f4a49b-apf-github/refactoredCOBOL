      ******************************************************************
      * CRSK100 IS THE CUSTOMER AML RISK-RATING RUN. KYCXR100 ONLY
      * CHASES EXPIRED IDENTITY DOCUMENTS; THIS JOB SCORES EVERY LIVE
      * CUSTOMER (CUSTM_ST 'A' OR 'D') SO DUE DILIGENCE FOLLOWS RISK:
      *   - COUNTRY OF RESIDENCE (CADR_COUNTRY) - THE POINTS ON THE
      *     RK1DQ001 COUNTRY DECK FOR A LISTED COUNTRY, NONE FOR THE
      *     HOME COUNTRY, A FLAT FOREIGN SCORE FOR ANY OTHER AND A
      *     SMALLER ONE WHEN NO STRUCTURED ADDRESS IS HELD;
      *   - WATCHLIST HISTORY - A LIVE WATCHLIST MATCH ON CUSTOMER
      *     NUMBER OR NAME, AND ANY ITEM STILL PARKED FOR THE
      *     CUSTOMER ON THE WQ1DQ001 HELD QUEUE;
      *   - PRODUCT MIX ACROSS LOANMSTR AND DEPOMSTR - A FUNDS-ONLY
      *     RELATIONSHIP (DEPOSITS WITH NO LENDING) AND A LARGE
      *     NUMBER OF LIVE ACCOUNTS;
      *   - AML ALERT HISTORY - AMLALERT ALERTS RAISED IN THE LAST
      *     YEAR (LESS THOSE CLOSED AS FALSE POSITIVES), AND ANY
      *     ALERT EVER REPORTED TO THE FIU.
      * THE TOTAL SETS THE RATING ON CUSTRISK - HIGH, MEDIUM OR LOW -
      * AND THE NEXT DUE-DILIGENCE REVIEW FALLS ONE, THREE OR FIVE
      * YEARS AFTER THE LAST ONE. A CHANGED RATING RESCHEDULES THE
      * REVIEW FROM THE LAST ONE (DUE AT ONCE IF THAT DATE HAS
      * PASSED) AND IS WRITTEN TO THE AUDIT TRAIL THROUGH AUD4C100.
      * COMPLETED REVIEWS ARRIVE ON KR1DQ001, EACH WITH THE USER ID
      * OF AN OFFICER ENTITLED TO KYCREVW ON USERENTL, AND ARE
      * APPLIED BEFORE THE SCORING PASS. THE RPIDQ002 REPORT LISTS
      * THE RATING CHANGES AND THE REVIEW-DUE WORKLIST - EVERY RATED
      * CUSTOMER WHOSE REVIEW FALLS DUE BEFORE THE NEXT MONTHLY RUN.
      * ENDS CC 4 WHEN A REVIEW WAS REJECTED OR A CUSTOMER COULD NOT
      * BE RATED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSK100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT CTRYRSK-FILE  ASSIGN RK1DQ001.
           SELECT HOLDQ-FILE    ASSIGN WQ1DQ001.
           SELECT REVDONE-FILE  ASSIGN KR1DQ001.
           SELECT CRSKRPT-FILE  ASSIGN RPIDQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CTRYRSK-FILE CARRIES THE MAINTAINABLE COUNTRY-RISK DECK: ONE
      * CARD PER HIGHER-RISK COUNTRY (ISO CODE AS ON CUSTADDR) WITH
      * THE POINTS A RESIDENT SCORES.
       FD  CTRYRSK-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CTRYRSK.
           05  CRC-COUNTRY                  PIC X(3).
           05  CRC-PTS                      PIC 9(3).
           05  FILLER                       PIC X(74).
      ******************************************************************
      * HOLDQ-FILE IS THE SHARED HELD-TRANSACTION QUEUE CUSTM100 AND
      * LOANM100 PARK WATCHLIST MATCHES ON, OPENED HERE FOR INPUT
      * ONLY. A CUSTM100 HOLD IS KEYED BY CUSTOMER NUMBER; A LOANM100
      * HOLD CARRIES THE BORROWER IN ITS RAW LOAN RECORD.
       FD  HOLDQ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-HOLDQ.
           05  HOLD-DATE                     PIC X(10).
           05  HOLD-PGM                      PIC X(8).
           05  HOLD-REQ-TYPE                 PIC X(2).
           05  HOLD-KEY                      PIC X(15).
           05  HOLD-RSN-CODE                 PIC X(4).
           05  HOLD-RAW-RECORD               PIC X(95).
           05  FILLER                        PIC X(6).
      ******************************************************************
      * REVDONE-FILE CARRIES THE DUE-DILIGENCE REVIEWS COMPLETED SINCE
      * THE LAST RUN: THE CUSTOMER AND THE OFFICER WHO REVIEWED IT.
       FD  REVDONE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-REVDONE.
           05  RVW-CUST-NO                  PIC X(10).
           05  RVW-USER                     PIC X(8).
           05  FILLER                       PIC X(62).
      ******************************************************************
      * CRSKRPT-FILE IS THE PRINTED RATING-CHANGE LIST AND REVIEW-DUE
      * WORKLIST.
       FD  CRSKRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CRSKRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE INPUT FILES AND THE DB2 CURSOR FETCH LOOPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-CTRY-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-CTRY-EOF                          VALUE 'Y'.
           05  WS-HOLD-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-HOLD-EOF                          VALUE 'Y'.
           05  WS-RVW-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-RVW-EOF                           VALUE 'Y'.
           05  WS-RATED-SW                  PIC X(1)    VALUE 'N'.
               88  WS-ALREADY-RATED                     VALUE 'Y'.
           05  WS-RATE-OK-SW                PIC X(1)    VALUE 'Y'.
               88  WS-RATE-OK                           VALUE 'Y'.
           05  WS-FOUND-SW                  PIC X(1)    VALUE 'N'.
               88  WS-FOUND                             VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-CUST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HIGH-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-MED-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LOW-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NEW-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CHG-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RVW-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RVREJ-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DUE-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OVERDUE-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE SCORING MODEL. THE COUNTRY POINTS FOR A LISTED COUNTRY
      * COME OFF THE DECK; THE REST ARE FIXED HERE.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
       01  WS-FOREIGN-PTS                   PIC S9(4)   COMP-3
                                                         VALUE 15.
       01  WS-NO-ADDR-PTS                   PIC S9(4)   COMP-3
                                                         VALUE 10.
       01  WS-WTCH-LIST-PTS                 PIC S9(4)   COMP-3
                                                         VALUE 50.
       01  WS-WTCH-HELD-PTS                 PIC S9(4)   COMP-3
                                                         VALUE 20.
       01  WS-FUNDS-ONLY-PTS                PIC S9(4)   COMP-3
                                                         VALUE 10.
       01  WS-MANY-ACCT-PTS                 PIC S9(4)   COMP-3
                                                         VALUE 10.
       01  WS-MANY-ACCT-CNT                 PIC S9(4)   COMP-3
                                                         VALUE 5.
       01  WS-ALERT-PTS                     PIC S9(4)   COMP-3
                                                         VALUE 10.
       01  WS-ALERT-MAX-PTS                 PIC S9(4)   COMP-3
                                                         VALUE 30.
       01  WS-FIU-PTS                       PIC S9(4)   COMP-3
                                                         VALUE 40.
       01  WS-HIGH-SCORE                    PIC S9(4)   COMP-3
                                                         VALUE 50.
       01  WS-MED-SCORE                     PIC S9(4)   COMP-3
                                                         VALUE 20.
      ******************************************************************
      * THE COUNTRY DECK LOADED OFF RK1DQ001 AT STARTUP.
       01  WS-CTRY-CNT                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-CTRY-TABLE.
           05  WS-CTRY-ENTRY OCCURS 250 TIMES
                         INDEXED BY WS-CTRY-IDX.
               10  WS-CTRY-CODE             PIC X(3).
               10  WS-CTRY-PTS              PIC S9(4)   COMP-3.
      ******************************************************************
      * THE CUSTOMERS WITH ITEMS ON THE HELD QUEUE, LOADED AT STARTUP.
       01  WS-HELD-CNT                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-HELD-SKIP-CNT                 PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-HELD-CUST                     PIC X(10)   VALUE SPACES.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 2000 TIMES
                         INDEXED BY WS-HELD-IDX.
               10  WS-HELD-CUST-NO          PIC X(10).
               10  WS-HELD-ITEMS            PIC S9(5)   COMP-3.
      ******************************************************************
      * THE CUSTOMER BEING RATED AND ITS COMPONENT SCORES.
       01  WS-CUST-NO-N                     PIC 9(10)   VALUE ZEROS.
       01  WS-CUST-NO REDEFINES WS-CUST-NO-N
                                            PIC X(10).
       01  WS-WTCH-NAME                     PIC X(45)   VALUE SPACES.
       01  WS-CTRY-PTS-W                    PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-WTCH-PTS-W                    PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-PROD-PTS-W                    PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-AML-PTS-W                     PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-SCORE-W                       PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-RATING                    PIC X(1)    VALUE SPACE.
       01  WS-OLD-RATING                    PIC X(1)    VALUE SPACE.
       01  WS-OLD-SCORE                     PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-WTCH-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LOAN-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-DEP-CNT                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-ALRT-YR-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-ALRT-FIU-CNT                  PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-UENT-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * NEXT-REVIEW DATE ARITHMETIC: THE REVIEW INTERVAL IN YEARS FOR
      * A RATING, AND THE BASE DATE IT IS ADDED TO.
       01  WS-REV-YEARS                     PIC 9(1)    VALUE ZERO.
       01  WS-BASE-DATE-X.
           05  WS-BD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-BD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-BD-DD                     PIC 9(2).
       01  WS-NEXT-REV-X.
           05  WS-NR-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-NR-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-NR-DD                     PIC 9(2).
      ******************************************************************
      * THE START OF THE ALERT-HISTORY YEAR AND THE WORKLIST HORIZON
      * (THIRTY DAYS AHEAD ON THE 30/360 CALENDAR, COVERING THE
      * MONTH TO THE NEXT RUN).
       01  WS-LOOKAHEAD-DAYS                PIC S9(3)   COMP-3
                                                         VALUE 30.
       01  WS-DAYNUM                        PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-HZ-YYYY-N                     PIC 9(4)    VALUE ZEROS.
       01  WS-HZ-MM-N                       PIC 9(2)    VALUE ZEROS.
       01  WS-HZ-DD-N                       PIC 9(2)    VALUE ZEROS.
       01  WS-YEAR-AGO-X.
           05  WS-YA-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-YA-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-YA-DD                     PIC 9(2).
       01  WS-HORIZON-X.
           05  WS-HZ-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-HZ-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-HZ-DD                     PIC 9(2).
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
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-USER                      PIC X(8).
       01  WS-AUD-SCORE-X                   PIC ZZZ9.
      ******************************************************************
      * PRINT LINES.
       01  WS-CHG-LINE.
           05  WS-CL-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-CL-OLD-RATING             PIC X(1).
           05  FILLER                       PIC X(4)    VALUE ' -> '.
           05  WS-CL-NEW-RATING             PIC X(1).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-CL-SCORE                  PIC ZZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-CL-CTRY-PTS               PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-WTCH-PTS               PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-PROD-PTS               PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-AML-PTS                PIC ZZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-CL-NEXT-REV               PIC X(10).
           05  FILLER                       PIC X(68)   VALUE SPACES.
       01  WS-DUE-LINE.
           05  WS-DL-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-RATING                 PIC X(1).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-SCORE                  PIC ZZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-LAST-REV               PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-NEXT-REV               PIC X(10).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-FLAG                   PIC X(10).
           05  FILLER                       PIC X(72)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTRISK.
      ******************************************************************
       COPY USERENTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY LIVE CUSTOMER - DECEASED AND CLOSED
      * CUSTOMERS KEEP THEIR LAST RATING BUT ARE NO LONGER SCORED.
           EXEC SQL
               DECLARE CRSK100-CSR CURSOR FOR
                   SELECT CUSTM_NO, CUSTM_NAME_LASTNM, CUSTM_TYPE,
                          CUSTM_REG_NAME
                     FROM IDC015.CUSTM_TABLE
                    WHERE CUSTM_ST IN ('A', 'D')
                    ORDER BY CUSTM_NO
           END-EXEC.
      ******************************************************************
      * CURSOR READS THE REVIEW-DUE WORKLIST: CUSTOMERS SCORED IN
      * THIS RUN WHOSE NEXT REVIEW FALLS DUE BY THE HORIZON, MOST
      * OVERDUE FIRST.
           EXEC SQL
               DECLARE CRSK100-DUE-CSR CURSOR FOR
                   SELECT CRSK_CUST_NO, CRSK_RATING, CRSK_SCORE,
                          CRSK_LAST_REV, CRSK_NEXT_REV
                     FROM IDC015.CUSTRISK
                    WHERE CRSK_NEXT_REV  <= :WS-HORIZON-X
                      AND CRSK_RATE_DATE  = :WS-TODAY-DATE-X
                    ORDER BY CRSK_NEXT_REV, CRSK_CUST_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOADS THE COUNTRY DECK AND THE HELD QUEUE,
      * APPLIES THE COMPLETED REVIEWS, RATES EVERY LIVE CUSTOMER,
      * PRINTS THE REVIEW-DUE WORKLIST AND THE END-OF-RUN CONTROL
      * TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-LOAD-COUNTRY-DECK

           PERFORM 100030-LOAD-HELD-QUEUE

           PERFORM 100050-SET-WINDOW-DATES

           OPEN OUTPUT CRSKRPT-FILE

           MOVE 'CRSK100 - CUSTOMER AML RISK RATING CHANGES'
               TO RE-CRSKRPT
           WRITE RE-CRSKRPT
           MOVE 'CUSTOMER      OLD/NEW  SCORE  CTRY  WTCH  PROD   AML
      -        '   NEXT REVIEW'
               TO RE-CRSKRPT
           WRITE RE-CRSKRPT

           PERFORM 150000-APPLY-REVIEWS

           EXEC SQL
               OPEN CRSK100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-RATE-ONE-CUSTOMER UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE CRSK100-CSR
           END-EXEC

           PERFORM 300000-PRINT-WORKLIST

           CLOSE CRSKRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-FAIL-CNT > ZERO OR WS-CTL-RVREJ-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SECOND RUN IN THE SAME CYCLE WOULD
      * APPLY THE COMPLETED REVIEWS TWICE, SO IT IS REFUSED AS A
      * DUPLICATE. THE OFFICIAL BUSINESS DATE REPLACES THE MACHINE
      * DATE FOR ALL STAMPING; WITH RUN CONTROL UNAVAILABLE THE RUN
      * CONTINUES ON THE MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'CRSK100' TO RUNCTL-PGM-ID

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
                   DISPLAY 'CRSK100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'CRSK100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'CRSK100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-LOAD-COUNTRY-DECK LOADS THE COUNTRY-RISK DECK INTO
      * WS-CTRY-TABLE. AN EMPTY DECK IS ALLOWED - EVERY FOREIGN
      * RESIDENT THEN SCORES THE FLAT FOREIGN POINTS - BUT IS
      * REPORTED.
       100010-LOAD-COUNTRY-DECK.

           OPEN INPUT CTRYRSK-FILE

           PERFORM 100020-READ-COUNTRY-CARD
               UNTIL WS-CTRY-EOF
                  OR WS-CTRY-CNT >= 250

           CLOSE CTRYRSK-FILE

           DISPLAY 'CRSK100 - COUNTRY RISK CARDS LOADED: ' WS-CTRY-CNT.
      ******************************************************************
       100020-READ-COUNTRY-CARD.

           READ CTRYRSK-FILE
               AT END
                   MOVE 'Y' TO WS-CTRY-EOF-SW
               NOT AT END
                   IF CRC-COUNTRY NOT = SPACES
                    AND CRC-PTS IS NUMERIC
                       ADD 1 TO WS-CTRY-CNT
                       MOVE CRC-COUNTRY
                           TO WS-CTRY-CODE (WS-CTRY-CNT)
                       MOVE CRC-PTS
                           TO WS-CTRY-PTS (WS-CTRY-CNT)
                   ELSE
                       DISPLAY 'CRSK100 - MALFORMED COUNTRY CARD '
                               'SKIPPED: ' RE-CTRYRSK(1:6)
                   END-IF
           END-READ.
      ******************************************************************
      * 100030-LOAD-HELD-QUEUE COUNTS THE ITEMS PARKED ON THE HELD
      * QUEUE PER CUSTOMER. ITEMS BEYOND THE TABLE'S CAPACITY ARE
      * COUNTED AND REPORTED RATHER THAN STOPPING THE RUN.
       100030-LOAD-HELD-QUEUE.

           MOVE SPACES TO WS-HELD-TABLE

           OPEN INPUT HOLDQ-FILE

           PERFORM 100040-READ-HELD-ITEM UNTIL WS-HOLD-EOF

           CLOSE HOLDQ-FILE

           DISPLAY 'CRSK100 - CUSTOMERS WITH HELD ITEMS: ' WS-HELD-CNT

           IF WS-HELD-SKIP-CNT > ZERO
               DISPLAY 'CRSK100 - HELD ITEMS NOT LOADED, TABLE FULL: '
                       WS-HELD-SKIP-CNT
           END-IF.
      ******************************************************************
       100040-READ-HELD-ITEM.

           READ HOLDQ-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ

           IF NOT WS-HOLD-EOF
               EVALUATE HOLD-PGM
                   WHEN 'CUSTM100'
                       MOVE HOLD-KEY(1:10)         TO WS-HELD-CUST
                   WHEN 'LOANM100'
                       MOVE HOLD-RAW-RECORD(28:10) TO WS-HELD-CUST
                   WHEN OTHER
                       MOVE SPACES                 TO WS-HELD-CUST
               END-EVALUATE

               IF WS-HELD-CUST NOT = SPACES
                   PERFORM 100045-COUNT-HELD-ITEM
               END-IF
           END-IF.
      ******************************************************************
       100045-COUNT-HELD-ITEM.

           MOVE 'N' TO WS-FOUND-SW
           SET WS-HELD-IDX TO 1
           SEARCH WS-HELD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HELD-CUST-NO (WS-HELD-IDX) = WS-HELD-CUST
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH

           IF WS-FOUND
               ADD 1 TO WS-HELD-ITEMS (WS-HELD-IDX)
           ELSE
               IF WS-HELD-CNT < 2000
                   ADD 1 TO WS-HELD-CNT
                   SET WS-HELD-IDX TO WS-HELD-CNT
                   MOVE WS-HELD-CUST TO WS-HELD-CUST-NO (WS-HELD-IDX)
                   MOVE 1            TO WS-HELD-ITEMS (WS-HELD-IDX)
               ELSE
                   ADD 1 TO WS-HELD-SKIP-CNT
               END-IF
           END-IF.
      ******************************************************************
      * 100050-SET-WINDOW-DATES SETS THE START OF THE ALERT-HISTORY
      * YEAR AND THE WORKLIST HORIZON.
       100050-SET-WINDOW-DATES.

           COMPUTE WS-YA-YYYY = WS-TODAY-YYYY - 1
           MOVE WS-TODAY-MM TO WS-YA-MM
           MOVE WS-TODAY-DD TO WS-YA-DD
           IF WS-YA-MM = 2 AND WS-YA-DD > 28
               MOVE 28 TO WS-YA-DD
           END-IF

           COMPUTE WS-DAYNUM =
                 WS-TODAY-YYYY * 360
               + (WS-TODAY-MM - 1) * 30
               + (WS-TODAY-DD - 1)
               + WS-LOOKAHEAD-DAYS

           COMPUTE WS-HZ-YYYY-N = WS-DAYNUM / 360
           COMPUTE WS-DAYNUM    = WS-DAYNUM - WS-HZ-YYYY-N * 360
           COMPUTE WS-HZ-MM-N   = WS-DAYNUM / 30 + 1
           COMPUTE WS-HZ-DD-N   = WS-DAYNUM - (WS-HZ-MM-N - 1) * 30
                                + 1

           IF WS-HZ-MM-N = 2 AND WS-HZ-DD-N > 28
               MOVE 28 TO WS-HZ-DD-N
           END-IF

           MOVE WS-HZ-YYYY-N TO WS-HZ-YYYY
           MOVE WS-HZ-MM-N   TO WS-HZ-MM
           MOVE WS-HZ-DD-N   TO WS-HZ-DD

           DISPLAY 'CRSK100 - ALERT HISTORY FROM ' WS-YEAR-AGO-X
                   ', REVIEWS DUE BY ' WS-HORIZON-X.
      ******************************************************************
      * 150000-APPLY-REVIEWS RECORDS EVERY COMPLETED DUE-DILIGENCE
      * REVIEW ON KR1DQ001 BEFORE THE SCORING PASS, SO A CUSTOMER
      * REVIEWED THIS MONTH DROPS OFF THE WORKLIST.
       150000-APPLY-REVIEWS.

           OPEN INPUT REVDONE-FILE

           PERFORM 150100-READ-REVIEW

           PERFORM 150200-APPLY-ONE-REVIEW UNTIL WS-RVW-EOF

           CLOSE REVDONE-FILE.
      ******************************************************************
       150100-READ-REVIEW.

           READ REVDONE-FILE
               AT END
                   MOVE 'Y' TO WS-RVW-EOF-SW
           END-READ.
      ******************************************************************
      * 150200-APPLY-ONE-REVIEW CONFIRMS THE REVIEWER HOLDS KYCREVW
      * ON USERENTL AND THE CUSTOMER IS RATED, THEN RESTARTS THE
      * REVIEW CYCLE FROM TODAY AT THE CUSTOMER'S CURRENT RATING.
       150200-APPLY-ONE-REVIEW.

           MOVE 'Y' TO WS-RATE-OK-SW
           MOVE ZEROS TO WS-UENT-CNT

           IF RVW-USER NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-UENT-CNT
                     FROM IDC015.USERENTL
                    WHERE UENT_USER = :RVW-USER
                      AND UENT_FUNC = 'KYCREVW '
               END-EXEC
           END-IF

           IF RVW-USER = SPACES
            OR SQLCODE NOT = ZERO OR WS-UENT-CNT = ZERO
               MOVE 'N' TO WS-RATE-OK-SW
               DISPLAY 'CRSK100 - REVIEW OF ' RVW-CUST-NO
                       ' REJECTED: USER ' RVW-USER
                       ' NOT ENTITLED - OUT OF SCOPE'
           ELSE
               MOVE RVW-CUST-NO TO CRSK-CUST-NO

               EXEC SQL
                   SELECT CRSK_RATING, CRSK_SCORE
                     INTO :CRSK-RATING, :CRSK-SCORE
                     FROM IDC015.CUSTRISK
                    WHERE CRSK_CUST_NO = :CRSK-CUST-NO
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE 'N' TO WS-RATE-OK-SW
                   DISPLAY 'CRSK100 - REVIEW OF ' RVW-CUST-NO
                           ' REJECTED: CUSTOMER NOT RATED'
               END-IF
           END-IF

           IF WS-RATE-OK
               MOVE WS-TODAY-DATE-X TO WS-BASE-DATE-X
               MOVE CRSK-RATING     TO WS-NEW-RATING
               PERFORM 260000-SET-NEXT-REVIEW
               MOVE WS-TODAY-DATE-X TO CRSK-LAST-REV
               MOVE WS-NEXT-REV-X   TO CRSK-NEXT-REV

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 150210-UPDATE-REVIEW-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-RVW-CNT
                   MOVE 'RISKREVW'      TO WS-AUD-TRAN-TYPE
                   MOVE RVW-CUST-NO     TO WS-AUD-KEY
                   MOVE SPACES          TO WS-AUD-BEFORE
                   MOVE SPACES          TO WS-AUD-AFTER
                   STRING 'REVIEWED, RATING ' CRSK-RATING
                          ' NEXT REVIEW ' CRSK-NEXT-REV
                          DELIMITED BY SIZE INTO WS-AUD-AFTER
                   MOVE RVW-USER        TO WS-AUD-USER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N' TO WS-RATE-OK-SW
                   DISPLAY 'CRSK100 - REVIEW OF ' RVW-CUST-NO
                           ' NOT RECORDED, SQLCODE ' SQLCODE
                   MOVE 'CUSTRISK'  TO DB2-OBJECT
                   MOVE 'UPDATE'    TO DB2-STATEMENT
                   MOVE RVW-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           IF NOT WS-RATE-OK
               ADD 1 TO WS-CTL-RVREJ-CNT
           END-IF

           PERFORM 150100-READ-REVIEW.
      ******************************************************************
       150210-UPDATE-REVIEW-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTRISK
                  SET CRSK_LAST_REV = :CRSK-LAST-REV,
                      CRSK_NEXT_REV = :CRSK-NEXT-REV
                WHERE CRSK_CUST_NO = :CRSK-CUST-NO
           END-EXEC.
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
                   MOVE 'CUSTM_TA' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-CUSTOMER-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH CRSK100-CSR
                   INTO :ACN-CUSTM-NO, :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-TYPE, :ACN-CUSTM-REG-NAME
           END-EXEC.
      ******************************************************************
      * 200000-RATE-ONE-CUSTOMER SCORES THE FOUR COMPONENTS, DERIVES
      * THE RATING AND STORES IT.
       200000-RATE-ONE-CUSTOMER.

           ADD 1 TO WS-CTL-CUST-CNT

           MOVE ACN-CUSTM-NO TO WS-CUST-NO-N
           MOVE 'Y'          TO WS-RATE-OK-SW

           PERFORM 210000-SCORE-COUNTRY
           PERFORM 220000-SCORE-WATCHLIST
           PERFORM 230000-SCORE-PRODUCTS
           PERFORM 240000-SCORE-AML-HISTORY

           COMPUTE WS-SCORE-W = WS-CTRY-PTS-W + WS-WTCH-PTS-W
                              + WS-PROD-PTS-W + WS-AML-PTS-W

           EVALUATE TRUE
               WHEN WS-SCORE-W >= WS-HIGH-SCORE
                   MOVE 'H' TO WS-NEW-RATING
               WHEN WS-SCORE-W >= WS-MED-SCORE
                   MOVE 'M' TO WS-NEW-RATING
               WHEN OTHER
                   MOVE 'L' TO WS-NEW-RATING
           END-EVALUATE

           IF WS-RATE-OK
               PERFORM 250000-STORE-RATING
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'CRSK100 - CUSTOMER ' WS-CUST-NO
                       ' NOT RATED - SCORING DATA UNAVAILABLE'
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
      * 210000-SCORE-COUNTRY SCORES THE COUNTRY OF RESIDENCE ON THE
      * STRUCTURED ADDRESS.
       210000-SCORE-COUNTRY.

           MOVE ZEROS      TO WS-CTRY-PTS-W
           MOVE WS-CUST-NO TO CADR-CUST-NO

           EXEC SQL
               SELECT CADR_COUNTRY
                 INTO :CADR-COUNTRY
                 FROM IDC015.CUSTADDR
                WHERE CADR_CUST_NO = :CADR-CUST-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE WS-NO-ADDR-PTS TO WS-CTRY-PTS-W
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N' TO WS-RATE-OK-SW
                   MOVE 'CUSTADDR'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN OTHER
                   MOVE 'N' TO WS-FOUND-SW
                   SET WS-CTRY-IDX TO 1
                   SEARCH WS-CTRY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CTRY-CODE (WS-CTRY-IDX) = CADR-COUNTRY
                           MOVE 'Y' TO WS-FOUND-SW
                   END-SEARCH
                   IF WS-FOUND AND WS-CTRY-IDX <= WS-CTRY-CNT
                       MOVE WS-CTRY-PTS (WS-CTRY-IDX) TO WS-CTRY-PTS-W
                   ELSE
                       IF CADR-COUNTRY NOT = WS-HOME-COUNTRY
                           MOVE WS-FOREIGN-PTS TO WS-CTRY-PTS-W
                       END-IF
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * 220000-SCORE-WATCHLIST SCORES A LIVE WATCHLIST MATCH - ON THE
      * CUSTOMER NUMBER, OR THE SURNAME (REGISTERED NAME FOR A LEGAL
      * ENTITY) AGAINST THE NAME PATTERNS, AS CUSTM100 SCREENS - AND
      * ANY ITEM OF THE CUSTOMER'S STILL ON THE HELD QUEUE.
       220000-SCORE-WATCHLIST.

           MOVE ZEROS TO WS-WTCH-PTS-W
           MOVE ZEROS TO WS-WTCH-CNT

           IF ACN-CUSTM-TYPE = 'E'
               MOVE ACN-CUSTM-REG-NAME    TO WS-WTCH-NAME
           ELSE
               MOVE ACN-CUSTM-NAME-LASTNM TO WS-WTCH-NAME
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-WTCH-CNT
                 FROM IDC015.WATCHLIST
                WHERE ( WTCH_TYPE = 'C'
                        AND WTCH_VALUE = :WS-CUST-NO )
                   OR ( WTCH_TYPE = 'N'
                        AND :WS-WTCH-NAME LIKE WTCH_VALUE )
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-RATE-OK-SW
               MOVE 'WATCHLST'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               IF WS-WTCH-CNT > ZERO
                   ADD WS-WTCH-LIST-PTS TO WS-WTCH-PTS-W
               END-IF
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           SET WS-HELD-IDX TO 1
           SEARCH WS-HELD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HELD-CUST-NO (WS-HELD-IDX) = WS-CUST-NO
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH

           IF WS-FOUND
               ADD WS-WTCH-HELD-PTS TO WS-WTCH-PTS-W
           END-IF.
      ******************************************************************
      * 230000-SCORE-PRODUCTS SCORES THE PRODUCT MIX: DEPOSITS HELD
      * WITH NO LIVE LOAN (A FUNDS-ONLY RELATIONSHIP NOBODY HAS
      * UNDERWRITTEN), AND MANY LIVE ACCOUNTS ACROSS BOTH BOOKS.
       230000-SCORE-PRODUCTS.

           MOVE ZEROS TO WS-PROD-PTS-W
           MOVE ZEROS TO WS-LOAN-CNT
           MOVE ZEROS TO WS-DEP-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LOAN-CNT
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CUST_NO = :WS-CUST-NO
                  AND LOANM_ST      = 'A'
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-DEP-CNT
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_CUST_NO = :WS-CUST-NO
                      AND DEPM_ST IN ('A', 'D')
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-RATE-OK-SW
               MOVE 'PRODUCTS'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               IF WS-DEP-CNT > ZERO AND WS-LOAN-CNT = ZERO
                   ADD WS-FUNDS-ONLY-PTS TO WS-PROD-PTS-W
               END-IF
               IF WS-DEP-CNT + WS-LOAN-CNT >= WS-MANY-ACCT-CNT
                   ADD WS-MANY-ACCT-PTS TO WS-PROD-PTS-W
               END-IF
           END-IF.
      ******************************************************************
      * 240000-SCORE-AML-HISTORY SCORES THE CUSTOMER'S AMLALERT
      * ALERTS: POINTS PER ALERT IN THE LAST YEAR NOT CLOSED AS A
      * FALSE POSITIVE, UP TO A CAP, AND A HEAVY LOADING FOR ANY
      * ALERT EVER REPORTED TO THE FIU.
       240000-SCORE-AML-HISTORY.

           MOVE ZEROS TO WS-AML-PTS-W
           MOVE ZEROS TO WS-ALRT-YR-CNT
           MOVE ZEROS TO WS-ALRT-FIU-CNT

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN ALRT_DATE >= :WS-YEAR-AGO-X
                                         AND ALRT_DISP <> 'FP'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ALRT_DISP = 'RP'
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WS-ALRT-YR-CNT, :WS-ALRT-FIU-CNT
                 FROM IDC015.AMLALERT
                WHERE ALRT_CUST_NO = :WS-CUST-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-RATE-OK-SW
               MOVE 'AMLALERT'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               COMPUTE WS-AML-PTS-W = WS-ALRT-YR-CNT * WS-ALERT-PTS
               IF WS-AML-PTS-W > WS-ALERT-MAX-PTS
                   MOVE WS-ALERT-MAX-PTS TO WS-AML-PTS-W
               END-IF
               IF WS-ALRT-FIU-CNT > ZERO
                   ADD WS-FIU-PTS TO WS-AML-PTS-W
               END-IF
           END-IF.
      ******************************************************************
      * 250000-STORE-RATING WRITES THE SCORE TO CUSTRISK. A FIRST
      * RATING STARTS THE REVIEW CYCLE FROM TODAY; A CHANGED RATING
      * RESCHEDULES THE NEXT REVIEW FROM THE LAST ONE; AN UNCHANGED
      * RATING LEAVES THE SCHEDULE ALONE. EVERY NEW OR CHANGED RATING
      * GOES TO THE AUDIT TRAIL AND THE CHANGE LIST.
       250000-STORE-RATING.

           MOVE WS-CUST-NO TO CRSK-CUST-NO
           MOVE 'N'        TO WS-RATED-SW

           EXEC SQL
               SELECT CRSK_RATING, CRSK_SCORE, CRSK_LAST_REV,
                      CRSK_NEXT_REV
                 INTO :CRSK-RATING, :CRSK-SCORE, :CRSK-LAST-REV,
                      :CRSK-NEXT-REV
                 FROM IDC015.CUSTRISK
                WHERE CRSK_CUST_NO = :CRSK-CUST-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'         TO WS-RATED-SW
                   MOVE CRSK-RATING TO WS-OLD-RATING
                   MOVE CRSK-SCORE  TO WS-OLD-SCORE
               WHEN SQLCODE = +100
                   MOVE SPACE       TO WS-OLD-RATING
                   MOVE ZEROS       TO WS-OLD-SCORE
                   MOVE WS-TODAY-DATE-X TO CRSK-LAST-REV
               WHEN OTHER
                   MOVE 'N' TO WS-RATE-OK-SW
                   MOVE 'CUSTRISK'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE

           IF WS-RATE-OK
               IF WS-OLD-RATING NOT = WS-NEW-RATING
                   MOVE CRSK-LAST-REV TO WS-BASE-DATE-X
                   PERFORM 260000-SET-NEXT-REVIEW
                   IF WS-NEXT-REV-X < WS-TODAY-DATE-X
                       MOVE WS-TODAY-DATE-X TO CRSK-NEXT-REV
                   ELSE
                       MOVE WS-NEXT-REV-X   TO CRSK-NEXT-REV
                   END-IF
               END-IF

               MOVE WS-NEW-RATING   TO CRSK-RATING
               MOVE WS-SCORE-W      TO CRSK-SCORE
               MOVE WS-CTRY-PTS-W   TO CRSK-CTRY-PTS
               MOVE WS-WTCH-PTS-W   TO CRSK-WTCH-PTS
               MOVE WS-PROD-PTS-W   TO CRSK-PROD-PTS
               MOVE WS-AML-PTS-W    TO CRSK-AML-PTS
               MOVE WS-TODAY-DATE-X TO CRSK-RATE-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               IF WS-ALREADY-RATED
                   PERFORM 250020-UPDATE-CUSTRISK-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ELSE
                   PERFORM 250010-INSERT-CUSTRISK-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   EVALUATE WS-NEW-RATING
                       WHEN 'H'
                           ADD 1 TO WS-CTL-HIGH-CNT
                       WHEN 'M'
                           ADD 1 TO WS-CTL-MED-CNT
                       WHEN OTHER
                           ADD 1 TO WS-CTL-LOW-CNT
                   END-EVALUATE
                   IF WS-OLD-RATING NOT = WS-NEW-RATING
                       IF WS-ALREADY-RATED
                           ADD 1 TO WS-CTL-CHG-CNT
                       ELSE
                           ADD 1 TO WS-CTL-NEW-CNT
                       END-IF
                       PERFORM 250100-AUDIT-RATING-CHANGE
                       PERFORM 900100-WRITE-CHANGE-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-FAIL-CNT
                   DISPLAY 'CRSK100 - RATING NOT STORED FOR CUSTOMER '
                           WS-CUST-NO ' SQLCODE ' SQLCODE
                   MOVE 'CUSTRISK'  TO DB2-OBJECT
                   IF WS-ALREADY-RATED
                       MOVE 'UPDATE' TO DB2-STATEMENT
                   ELSE
                       MOVE 'INSERT' TO DB2-STATEMENT
                   END-IF
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
           END-IF.
      ******************************************************************
       250010-INSERT-CUSTRISK-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.CUSTRISK
                   ( CRSK_CUST_NO, CRSK_RATING, CRSK_SCORE,
                     CRSK_CTRY_PTS, CRSK_WTCH_PTS, CRSK_PROD_PTS,
                     CRSK_AML_PTS, CRSK_RATE_DATE, CRSK_LAST_REV,
                     CRSK_NEXT_REV )
               VALUES
                   ( :CRSK-CUST-NO, :CRSK-RATING, :CRSK-SCORE,
                     :CRSK-CTRY-PTS, :CRSK-WTCH-PTS, :CRSK-PROD-PTS,
                     :CRSK-AML-PTS, :CRSK-RATE-DATE, :CRSK-LAST-REV,
                     :CRSK-NEXT-REV )
           END-EXEC.
      ******************************************************************
       250020-UPDATE-CUSTRISK-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CUSTRISK
                  SET CRSK_RATING    = :CRSK-RATING,
                      CRSK_SCORE     = :CRSK-SCORE,
                      CRSK_CTRY_PTS  = :CRSK-CTRY-PTS,
                      CRSK_WTCH_PTS  = :CRSK-WTCH-PTS,
                      CRSK_PROD_PTS  = :CRSK-PROD-PTS,
                      CRSK_AML_PTS   = :CRSK-AML-PTS,
                      CRSK_RATE_DATE = :CRSK-RATE-DATE,
                      CRSK_NEXT_REV  = :CRSK-NEXT-REV
                WHERE CRSK_CUST_NO = :CRSK-CUST-NO
           END-EXEC.
      ******************************************************************
      * 250100-AUDIT-RATING-CHANGE RECORDS THE OLD AND NEW RATING AND
      * SCORE, AND THE REVIEW DATE THE NEW RATING SETS.
       250100-AUDIT-RATING-CHANGE.

           MOVE 'RISKRATE'      TO WS-AUD-TRAN-TYPE
           MOVE WS-CUST-NO      TO WS-AUD-KEY
           MOVE SPACES          TO WS-AUD-BEFORE
           MOVE SPACES          TO WS-AUD-AFTER

           IF WS-ALREADY-RATED
               MOVE WS-OLD-SCORE TO WS-AUD-SCORE-X
               STRING 'RATING ' WS-OLD-RATING
                      ' SCORE ' WS-AUD-SCORE-X
                      DELIMITED BY SIZE INTO WS-AUD-BEFORE
           ELSE
               MOVE 'NOT RATED' TO WS-AUD-BEFORE
           END-IF

           MOVE WS-SCORE-W      TO WS-AUD-SCORE-X
           STRING 'RATING ' WS-NEW-RATING
                  ' SCORE ' WS-AUD-SCORE-X
                  ' NEXT ' CRSK-NEXT-REV
                  DELIMITED BY SIZE INTO WS-AUD-AFTER
           MOVE SPACES          TO WS-AUD-USER

           PERFORM 900400-WRITE-AUDIT-TRAIL.
      ******************************************************************
      * 260000-SET-NEXT-REVIEW ADDS THE REVIEW INTERVAL FOR
      * WS-NEW-RATING - ONE YEAR HIGH, THREE MEDIUM, FIVE LOW - TO
      * WS-BASE-DATE-X, GIVING WS-NEXT-REV-X (29 FEBRUARY FALLS BACK
      * TO THE 28TH).
       260000-SET-NEXT-REVIEW.

           EVALUATE WS-NEW-RATING
               WHEN 'H'
                   MOVE 1 TO WS-REV-YEARS
               WHEN 'M'
                   MOVE 3 TO WS-REV-YEARS
               WHEN OTHER
                   MOVE 5 TO WS-REV-YEARS
           END-EVALUATE

           COMPUTE WS-NR-YYYY = WS-BD-YYYY + WS-REV-YEARS
           MOVE WS-BD-MM TO WS-NR-MM
           MOVE WS-BD-DD TO WS-NR-DD

           IF WS-NR-MM = 2 AND WS-NR-DD > 28
               MOVE 28 TO WS-NR-DD
           END-IF.
      ******************************************************************
      * 300000-PRINT-WORKLIST LISTS EVERY CUSTOMER RATED THIS RUN
      * WHOSE REVIEW FALLS DUE BY THE HORIZON, FLAGGING THOSE ALREADY
      * PAST DUE.
       300000-PRINT-WORKLIST.

           MOVE SPACES TO RE-CRSKRPT
           WRITE RE-CRSKRPT
           MOVE 'CRSK100 - DUE-DILIGENCE REVIEW-DUE WORKLIST'
               TO RE-CRSKRPT
           WRITE RE-CRSKRPT
           MOVE 'CUSTOMER      R  SCORE   LAST REVIEW   NEXT REVIEW'
               TO RE-CRSKRPT
           WRITE RE-CRSKRPT

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN CRSK100-DUE-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'CUSTRISK'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE 'WORKLIST'  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 300100-FETCH-NEXT-DUE
               PERFORM 300200-PRINT-ONE-DUE UNTIL WS-EOF-YES

               EXEC SQL
                   CLOSE CRSK100-DUE-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       300100-FETCH-NEXT-DUE.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 300110-FETCH-DUE-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'CUSTRISK'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE 'WORKLIST'  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       300110-FETCH-DUE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH CRSK100-DUE-CSR
                   INTO :CRSK-CUST-NO, :CRSK-RATING, :CRSK-SCORE,
                        :CRSK-LAST-REV, :CRSK-NEXT-REV
           END-EXEC.
      ******************************************************************
       300200-PRINT-ONE-DUE.

           ADD 1 TO WS-CTL-DUE-CNT

           MOVE CRSK-CUST-NO   TO WS-DL-CUST-NO
           MOVE CRSK-RATING    TO WS-DL-RATING
           MOVE CRSK-SCORE     TO WS-DL-SCORE
           MOVE CRSK-LAST-REV  TO WS-DL-LAST-REV
           MOVE CRSK-NEXT-REV  TO WS-DL-NEXT-REV

           IF CRSK-NEXT-REV < WS-TODAY-DATE-X
               MOVE 'OVERDUE'  TO WS-DL-FLAG
               ADD 1 TO WS-CTL-OVERDUE-CNT
           ELSE
               MOVE 'DUE'      TO WS-DL-FLAG
           END-IF

           WRITE RE-CRSKRPT FROM WS-DUE-LINE

           PERFORM 300100-FETCH-NEXT-DUE.
      ******************************************************************
       900100-WRITE-CHANGE-LINE.

           MOVE WS-CUST-NO      TO WS-CL-CUST-NO
           MOVE WS-OLD-RATING   TO WS-CL-OLD-RATING
           MOVE WS-NEW-RATING   TO WS-CL-NEW-RATING
           MOVE WS-SCORE-W      TO WS-CL-SCORE
           MOVE WS-CTRY-PTS-W   TO WS-CL-CTRY-PTS
           MOVE WS-WTCH-PTS-W   TO WS-CL-WTCH-PTS
           MOVE WS-PROD-PTS-W   TO WS-CL-PROD-PTS
           MOVE WS-AML-PTS-W    TO WS-CL-AML-PTS
           MOVE CRSK-NEXT-REV   TO WS-CL-NEXT-REV

           WRITE RE-CRSKRPT FROM WS-CHG-LINE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'CRSK100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY RATING CHANGE AND RECORDED REVIEW; A
      * RATING CHANGE IS THE BATCH'S OWN DOING AND CARRIES NO USER.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'CRSK100'        TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE WS-AUD-USER      TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COMPLIANCE CAN SEE THE RISK PROFILE OF THE BOOK.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'CRSK100 CONTROL TOTALS'
           DISPLAY '  CUSTOMERS SCORED ................. : '
                   WS-CTL-CUST-CNT
           DISPLAY '    RATED HIGH ..................... : '
                   WS-CTL-HIGH-CNT
           DISPLAY '    RATED MEDIUM ................... : '
                   WS-CTL-MED-CNT
           DISPLAY '    RATED LOW ...................... : '
                   WS-CTL-LOW-CNT
           DISPLAY '  FIRST RATINGS .................... : '
                   WS-CTL-NEW-CNT
           DISPLAY '  RATING CHANGES ................... : '
                   WS-CTL-CHG-CNT
           DISPLAY '  CUSTOMERS NOT RATED .............. : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  REVIEWS RECORDED ................. : '
                   WS-CTL-RVW-CNT
           DISPLAY '  REVIEWS REJECTED ................. : '
                   WS-CTL-RVREJ-CNT
           DISPLAY '  REVIEWS DUE ON WORKLIST .......... : '
                   WS-CTL-DUE-CNT
           DISPLAY '    OF WHICH OVERDUE ............... : '
                   WS-CTL-OVERDUE-CNT.
      ******************************************************************
