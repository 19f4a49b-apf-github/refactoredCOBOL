      ******************************************************************
      * EWSC100 IS THE NIGHTLY EARLY-WARNING RUN. EACH WARNING SIGN
      * ALREADY SHOWS UP SOMEWHERE ON ITS OWN; THIS JOB PULLS THEM
      * TOGETHER AND SCORES EVERY BORROWER WITH AN ACTIVE LOAN ON THE
      * MAINTAINABLE EW1DQ001 SIGNAL DECK, WHICH GIVES EACH SIGNAL ITS
      * WEIGHT IN POINTS (NO CARD, OR ZERO POINTS, SWITCHES IT OFF):
      *   - 'BUR' THE CIRBE TOTAL AT ALL BANKS (CIRBBURO) ROSE BY AT
      *     LEAST THE CARD'S PERCENTAGE ON THE LATEST RETURN;
      *   - 'RET' AN INSTALLMENT OF AN ACTIVE LOAN FALLING DUE IN THE
      *     CARD'S WINDOW OF DAYS IS UNPAID ON LOANSCHED - RETURNED BY
      *     THE BANK (DDRET100) OR LEFT PAST DUE;
      *   - 'PTP' A PROMISE TO PAY ON PROMPAY DUE IN THE WINDOW WAS
      *     BROKEN;
      *   - 'LMX' THE BORROWER HAS BEEN OVER THEIR CUSTLIMIT CEILING
      *     (CLIMEXCS, KEPT BY CLXM100) FOR AT LEAST THE CARD'S DAYS;
      *   - 'KYC' EVERY IDENTITY DOCUMENT ON CUSTIDOC HAS EXPIRED;
      *   - 'COV' A COVENANT OF AN ACTIVE LOAN STANDS IN BREACH ON
      *     COVNMSTR.
      * THE TOTAL AND THE SIGNALS FIRING ARE KEPT ON THE EWSWATCH
      * WATCH LIST. A BORROWER GOES ON THE LIST WHEN THE SCORE REACHES
      * THE 'CUT' CARD'S ENTRY SCORE - THE ENTRY DATE AND TRIGGERING
      * SIGNALS ARE STAMPED - AND COMES OFF WHEN IT FALLS BELOW THE
      * EXIT SCORE, OR WHEN THEY NO LONGER HOLD AN ACTIVE LOAN. EVERY
      * ENTRY AND EXIT GOES TO THE AUDIT TRAIL THROUGH AUD4C100. THE
      * EW1DQ002 RELATIONSHIP-MANAGER REPORT LISTS, BRANCH BY BRANCH,
      * THE NEW ENTRIES, THE BORROWERS WHO LEFT THE LIST AND EVERY
      * SCORE THAT MOVED. RUN NIGHTLY AFTER CBUR100, DDRET100, PTPM100,
      * CLXM100 AND COVT100. ENDS CC 4 WHEN A BORROWER COULD NOT BE
      * SCORED, CC 8 (NOTHING SCORED) WITHOUT A 'CUT' CARD.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EWSC100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT EWSPARM-FILE  ASSIGN EW1DQ001.
           SELECT EWSRPT-FILE   ASSIGN EW1DQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * EWSPARM-FILE CARRIES THE MAINTAINABLE SIGNAL DECK: ONE CARD
      * PER SIGNAL (CODE, POINTS, PARAMETER) PLUS THE 'CUT' CARD
      * WHOSE POINTS ARE THE WATCH-LIST ENTRY SCORE AND WHOSE
      * PARAMETER IS THE EXIT SCORE (ZERO OR ABOVE THE ENTRY SCORE
      * MEANS THE ENTRY SCORE). THE PARAMETER IS THE MINIMUM RISE IN
      * PERCENT FOR 'BUR' (DEFAULT 20), THE WINDOW IN DAYS FOR 'RET'
      * AND 'PTP' (DEFAULT 90) AND THE MINIMUM AGE IN DAYS OF THE
      * EXCESS FOR 'LMX' (DEFAULT 30); 'KYC' AND 'COV' TAKE NONE.
       FD  EWSPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-EWSPARM.
           05  EWSP-SIGNAL                  PIC X(3).
           05  EWSP-POINTS                  PIC 9(3).
           05  EWSP-PARM                    PIC 9(5).
           05  FILLER                       PIC X(69).
      ******************************************************************
      * EWSRPT-FILE IS THE PRINTED RELATIONSHIP-MANAGER REPORT.
       FD  EWSRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-EWSRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE SIGNAL DECK AND THE DB2 CURSOR FETCH LOOPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-DECK-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-DECK-EOF                          VALUE 'Y'.
           05  WS-CUT-SW                    PIC X(1)    VALUE 'N'.
               88  WS-CUT-LOADED                        VALUE 'Y'.
           05  WS-ON-FILE-SW                PIC X(1)    VALUE 'N'.
               88  WS-ON-FILE                           VALUE 'Y'.
           05  WS-SCORE-OK-SW               PIC X(1)    VALUE 'Y'.
               88  WS-SCORE-OK                          VALUE 'Y'.
           05  WS-FOUND-SW                  PIC X(1)    VALUE 'N'.
               88  WS-FOUND                             VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-CUST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-WATCH-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NEW-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXIT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LAPSE-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-UP-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DOWN-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RPT-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE SIGNAL DECK. THE SIX SIGNALS ARE KNOWN HERE; THE DECK
      * SETS EACH ONE'S POINTS AND PARAMETER; THE SUBSCRIPTS NAME THE
      * ENTRIES. WS-RET-FROM-X, WS-PTP-FROM-X AND WS-LMX-FROM-X ARE
      * THE WINDOW DATES THE 'RET', 'PTP' AND 'LMX' PARAMETERS WORK
      * OUT TO.
       01  WS-SIG-TABLE.
           05  WS-SIG-ENTRY OCCURS 6 TIMES
                         INDEXED BY WS-SIG-IDX.
               10  WS-SIG-CODE              PIC X(3).
               10  WS-SIG-PTS               PIC S9(4)   COMP-3.
               10  WS-SIG-PARM              PIC S9(5)   COMP-3.
               10  WS-SIG-FIRE-CNT          PIC S9(7)   COMP-3.
       01  WS-SUB-BUR                       PIC S9(4)   COMP VALUE 1.
       01  WS-SUB-RET                       PIC S9(4)   COMP VALUE 2.
       01  WS-SUB-PTP                       PIC S9(4)   COMP VALUE 3.
       01  WS-SUB-LMX                       PIC S9(4)   COMP VALUE 4.
       01  WS-SUB-KYC                       PIC S9(4)   COMP VALUE 5.
       01  WS-SUB-COV                       PIC S9(4)   COMP VALUE 6.
       01  WS-SIG-SUB                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-ENTRY-SCORE                   PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-EXIT-SCORE                    PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-SIG-EDIT                      PIC ZZZZ9.
       01  WS-RET-FROM-X                    PIC X(10)   VALUE SPACES.
       01  WS-PTP-FROM-X                    PIC X(10)   VALUE SPACES.
       01  WS-LMX-FROM-X                    PIC X(10)   VALUE SPACES.
      ******************************************************************
      * THE BORROWER BEING SCORED.
       01  WS-CUST-NO                       PIC X(10)   VALUE SPACES.
       01  WS-CUST-BRN                      PIC X(4)    VALUE SPACES.
       01  WS-SCORE-W                       PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-RSN-W                         PIC X(24)   VALUE SPACES.
       01  WS-RSN-POS                       PIC S9(4)   COMP
                                                         VALUE 1.
       01  WS-OLD-ST                        PIC X(1)    VALUE SPACE.
       01  WS-OLD-SCORE                     PIC S9(4)   COMP-3
                                                         VALUE ZEROS.
       01  WS-EVENT                         PIC X(1)    VALUE SPACE.
           88  WS-EVENT-ENTRY                           VALUE 'N'.
           88  WS-EVENT-EXIT                            VALUE 'X'.
       01  WS-SIG-CNT                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-VALID-CNT                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-RISE-PCT                      PIC S9(5)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * 30/360 DATE ARITHMETIC FOR THE SIGNAL WINDOWS: WS-BACK-DAYS
      * BEFORE TODAY GIVES WS-BACK-DATE-X (29 AND 30 FEBRUARY FALL
      * BACK TO THE 28TH).
       01  WS-BACK-DAYS                     PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-DAYNUM                        PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-BK-YYYY-N                     PIC 9(4)    VALUE ZEROS.
       01  WS-BK-MM-N                       PIC 9(2)    VALUE ZEROS.
       01  WS-BK-DD-N                       PIC 9(2)    VALUE ZEROS.
       01  WS-BACK-DATE-X.
           05  WS-BK-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-BK-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-BK-DD                     PIC 9(2).
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
       01  WS-NEVER-DATE                    PIC X(10)   VALUE
                                                         '0001-01-01'.
      ******************************************************************
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-SCORE-X                   PIC ZZZ9.
      ******************************************************************
      * THE REPORT: ONE LINE PER NEW ENTRY, EXIT OR SCORE MOVEMENT,
      * WITH A HEADING EACH TIME THE BRANCH CHANGES.
       01  WS-RPT-BRN                       PIC X(4)    VALUE SPACES.
       01  WS-RPT-NAME-TYPE                 PIC X(1)    VALUE SPACE.
       01  WS-RPT-LASTNM                    PIC X(15)   VALUE SPACES.
       01  WS-RPT-REG-NAME                  PIC X(45)   VALUE SPACES.
       01  WS-BRN-LINE.
           05  FILLER                       PIC X(8)    VALUE
               'BRANCH '.
           05  WS-BL-BRN                    PIC X(4).
           05  FILLER                       PIC X(120)  VALUE SPACES.
       01  WS-HDR-LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  FILLER                       PIC X(12)   VALUE
               'CUSTOMER'.
           05  FILLER                       PIC X(22)   VALUE 'NAME'.
           05  FILLER                       PIC X(12)   VALUE 'EVENT'.
           05  FILLER                       PIC X(15)   VALUE
               ' WAS -> NOW'.
           05  FILLER                       PIC X(4)    VALUE 'W'.
           05  FILLER                       PIC X(26)   VALUE
               'SIGNALS NOW'.
           05  FILLER                       PIC X(39)   VALUE
               'ON LIST'.
       01  WS-MOVE-LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ML-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ML-NAME                   PIC X(20).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ML-EVENT                  PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ML-OLD-SCORE              PIC ZZZ9.
           05  FILLER                       PIC X(4)    VALUE ' -> '.
           05  WS-ML-NEW-SCORE              PIC ZZZ9.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-ML-ST                     PIC X(1).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-ML-RSN                    PIC X(24).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ML-ENTRY-DATE             PIC X(10).
           05  FILLER                       PIC X(29)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY EWSWATCH.
      ******************************************************************
       COPY CIRBBURO.
      ******************************************************************
       COPY CLIMEXCS.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY BORROWER WITH AN ACTIVE LOAN, ONCE, WITH
      * THE BRANCH OF THEIR LOANS (THE LOWEST, WHEN THEY BANK AT
      * MORE THAN ONE).
           EXEC SQL
               DECLARE EWSC100-CSR CURSOR FOR
                   SELECT LOANM_CUST_NO, MIN(LOANM_BRN)
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_ST = 'A'
                    GROUP BY LOANM_CUST_NO
                    ORDER BY LOANM_CUST_NO
           END-EXEC.
      ******************************************************************
      * CURSOR READS TONIGHT'S REPORTABLE MOVEMENTS - NEW ENTRIES,
      * EXITS AND CHANGED SCORES - BRANCH BY BRANCH.
           EXEC SQL
               DECLARE EWSC100-RPT-CSR CURSOR FOR
                   SELECT E.EWS_BRN, E.EWS_CUST_NO, E.EWS_ST,
                          E.EWS_SCORE, E.EWS_PREV_SCORE, E.EWS_RSN,
                          E.EWS_ENTRY_DATE, E.EWS_EXIT_DATE,
                          E.EWS_SCORE_DATE, C.CUSTM_TYPE,
                          C.CUSTM_NAME_LASTNM, C.CUSTM_REG_NAME
                     FROM IDC015.EWSWATCH    E,
                          IDC015.CUSTM_TABLE C
                    WHERE C.CUSTM_NO = CAST(E.EWS_CUST_NO AS INTEGER)
                      AND ( E.EWS_EXIT_DATE  = :WS-TODAY-DATE-X
                         OR ( E.EWS_SCORE_DATE = :WS-TODAY-DATE-X
                              AND ( E.EWS_ENTRY_DATE = :WS-TODAY-DATE-X
                                 OR E.EWS_SCORE <> E.EWS_PREV_SCORE )))
                    ORDER BY E.EWS_BRN, E.EWS_CUST_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOADS THE SIGNAL DECK, SCORES EVERY BORROWER
      * WITH AN ACTIVE LOAN, RELEASES THE WATCHED BORROWERS WHO NO
      * LONGER HAVE ONE, PRINTS THE RELATIONSHIP-MANAGER REPORT AND
      * THE END-OF-RUN CONTROL TOTALS. WITHOUT A 'CUT' CARD THERE IS
      * NO ENTRY SCORE, SO NOTHING IS SCORED AND THE RUN ENDS CC 8
      * WITHOUT CLOSING THE CYCLE, SO IT CAN BE RERUN ONCE THE DECK
      * IS FIXED.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-LOAD-SIGNAL-DECK

           IF NOT WS-CUT-LOADED
               DISPLAY 'EWSC100 - NO CUT CARD ON EW1DQ001 - NO WATCH-'
                       'LIST ENTRY SCORE, NOTHING SCORED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100050-SET-WINDOW-DATES

               OPEN OUTPUT EWSRPT-FILE

               EXEC SQL
                   OPEN EWSC100-CSR
               END-EXEC

               IF SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'LOANMSTR'  TO DB2-OBJECT
                   MOVE 'OPEN'      TO DB2-STATEMENT
                   MOVE 'BORROWERS' TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               ELSE
                   PERFORM 100200-FETCH-NEXT

                   PERFORM 200000-SCORE-ONE-BORROWER UNTIL WS-EOF-YES

                   EXEC SQL
                       CLOSE EWSC100-CSR
                   END-EXEC

                   PERFORM 300000-RELEASE-LAPSED-BORROWERS
               END-IF

               PERFORM 400000-PRINT-RM-REPORT

               CLOSE EWSRPT-FILE

               PERFORM 900000-PRINT-CONTROL-TOTALS

               IF WS-CTL-FAIL-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 900900-REGISTER-RUN-END
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A SECOND RUN IN THE SAME CYCLE WOULD
      * ROLL EVERY PREVIOUS SCORE FORWARD AND LOSE TONIGHT'S
      * MOVEMENTS, SO IT IS REFUSED AS A DUPLICATE. THE OFFICIAL
      * BUSINESS DATE REPLACES THE MACHINE DATE FOR ALL STAMPING;
      * WITH RUN CONTROL UNAVAILABLE THE RUN CONTINUES ON THE
      * MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'EWSC100' TO RUNCTL-PGM-ID

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
                   DISPLAY 'EWSC100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'EWSC100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'EWSC100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-LOAD-SIGNAL-DECK NAMES THE SIX SIGNALS WITH THEIR
      * DEFAULT PARAMETERS AND NO POINTS, THEN LAYS THE DECK OVER
      * THEM. A SIGNAL LEFT WITHOUT POINTS IS OFF AND SAID SO.
       100010-LOAD-SIGNAL-DECK.

           MOVE 'BUR' TO WS-SIG-CODE (WS-SUB-BUR)
           MOVE 20    TO WS-SIG-PARM (WS-SUB-BUR)
           MOVE 'RET' TO WS-SIG-CODE (WS-SUB-RET)
           MOVE 90    TO WS-SIG-PARM (WS-SUB-RET)
           MOVE 'PTP' TO WS-SIG-CODE (WS-SUB-PTP)
           MOVE 90    TO WS-SIG-PARM (WS-SUB-PTP)
           MOVE 'LMX' TO WS-SIG-CODE (WS-SUB-LMX)
           MOVE 30    TO WS-SIG-PARM (WS-SUB-LMX)
           MOVE 'KYC' TO WS-SIG-CODE (WS-SUB-KYC)
           MOVE ZEROS TO WS-SIG-PARM (WS-SUB-KYC)
           MOVE 'COV' TO WS-SIG-CODE (WS-SUB-COV)
           MOVE ZEROS TO WS-SIG-PARM (WS-SUB-COV)

           MOVE 1 TO WS-SIG-SUB
           PERFORM 100015-CLEAR-ONE-SIGNAL
               UNTIL WS-SIG-SUB > 6

           OPEN INPUT EWSPARM-FILE

           PERFORM 100020-READ-SIGNAL-CARD UNTIL WS-DECK-EOF

           CLOSE EWSPARM-FILE

           IF WS-CUT-LOADED
               IF WS-EXIT-SCORE = ZERO
                OR WS-EXIT-SCORE > WS-ENTRY-SCORE
                   MOVE WS-ENTRY-SCORE TO WS-EXIT-SCORE
               END-IF
               DISPLAY 'EWSC100 - WATCH LIST ENTRY SCORE '
                       WS-ENTRY-SCORE ', EXIT BELOW ' WS-EXIT-SCORE
           END-IF

           MOVE 1 TO WS-SIG-SUB
           PERFORM 100030-SHOW-ONE-SIGNAL
               UNTIL WS-SIG-SUB > 6.
      ******************************************************************
       100015-CLEAR-ONE-SIGNAL.

           MOVE ZEROS  TO WS-SIG-PTS (WS-SIG-SUB)
           MOVE ZEROS  TO WS-SIG-FIRE-CNT (WS-SIG-SUB)

           ADD 1 TO WS-SIG-SUB.
      ******************************************************************
       100020-READ-SIGNAL-CARD.

           READ EWSPARM-FILE
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
               NOT AT END
                   PERFORM 100025-APPLY-SIGNAL-CARD
           END-READ.
      ******************************************************************
      * 100025-APPLY-SIGNAL-CARD TAKES ONE CARD. A BLANK PARAMETER
      * KEEPS THE DEFAULT; AN UNKNOWN CODE OR NON-NUMERIC POINTS IS
      * SKIPPED AND REPORTED.
       100025-APPLY-SIGNAL-CARD.

           IF EWSP-POINTS IS NOT NUMERIC
            OR (EWSP-PARM IS NOT NUMERIC AND EWSP-PARM NOT = SPACES)
               DISPLAY 'EWSC100 - MALFORMED SIGNAL CARD SKIPPED: '
                       RE-EWSPARM(1:11)
           ELSE
               IF EWSP-SIGNAL = 'CUT'
                   MOVE 'Y'         TO WS-CUT-SW
                   MOVE EWSP-POINTS TO WS-ENTRY-SCORE
                   IF EWSP-PARM IS NUMERIC
                       MOVE EWSP-PARM TO WS-EXIT-SCORE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-FOUND-SW
                   SET WS-SIG-IDX TO 1
                   SEARCH WS-SIG-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-SIG-CODE (WS-SIG-IDX) = EWSP-SIGNAL
                           MOVE 'Y' TO WS-FOUND-SW
                   END-SEARCH
                   IF WS-FOUND
                       MOVE EWSP-POINTS TO WS-SIG-PTS (WS-SIG-IDX)
                       IF EWSP-PARM IS NUMERIC
                        AND EWSP-PARM > ZERO
                           MOVE EWSP-PARM TO WS-SIG-PARM (WS-SIG-IDX)
                       END-IF
                   ELSE
                       DISPLAY 'EWSC100 - UNKNOWN SIGNAL CARD '
                               'SKIPPED: ' RE-EWSPARM(1:11)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       100030-SHOW-ONE-SIGNAL.

           IF WS-SIG-PTS (WS-SIG-SUB) > ZERO
               MOVE WS-SIG-PARM (WS-SIG-SUB) TO WS-SIG-EDIT
               DISPLAY 'EWSC100 - SIGNAL ' WS-SIG-CODE (WS-SIG-SUB)
                       ' ON: ' WS-SIG-PTS (WS-SIG-SUB)
                       ' POINTS, PARAMETER ' WS-SIG-EDIT
           ELSE
               DISPLAY 'EWSC100 - SIGNAL ' WS-SIG-CODE (WS-SIG-SUB)
                       ' OFF - NO POINTS ON EW1DQ001'
           END-IF

           ADD 1 TO WS-SIG-SUB.
      ******************************************************************
      * 100050-SET-WINDOW-DATES WORKS OUT THE WINDOW DATES: THE
      * EARLIEST DUE DATE OF AN UNPAID INSTALLMENT AND OF A BROKEN
      * PROMISE THAT STILL COUNTS, AND THE LATEST FIRST-SEEN DATE OF
      * A LIMIT EXCESS OLD ENOUGH TO COUNT.
       100050-SET-WINDOW-DATES.

           MOVE WS-SIG-PARM (WS-SUB-RET) TO WS-BACK-DAYS
           PERFORM 100060-DAYS-BACK
           MOVE WS-BACK-DATE-X TO WS-RET-FROM-X

           MOVE WS-SIG-PARM (WS-SUB-PTP) TO WS-BACK-DAYS
           PERFORM 100060-DAYS-BACK
           MOVE WS-BACK-DATE-X TO WS-PTP-FROM-X

           MOVE WS-SIG-PARM (WS-SUB-LMX) TO WS-BACK-DAYS
           PERFORM 100060-DAYS-BACK
           MOVE WS-BACK-DATE-X TO WS-LMX-FROM-X

           DISPLAY 'EWSC100 - UNPAID SINCE '
                   WS-RET-FROM-X
                   ', PROMISES BROKEN SINCE '
                   WS-PTP-FROM-X
                   ', EXCESSES OPEN SINCE '
                   WS-LMX-FROM-X.
      ******************************************************************
       100060-DAYS-BACK.

           COMPUTE WS-DAYNUM =
                 WS-TODAY-YYYY * 360
               + (WS-TODAY-MM - 1) * 30
               + (WS-TODAY-DD - 1)
               - WS-BACK-DAYS

           COMPUTE WS-BK-YYYY-N = WS-DAYNUM / 360
           COMPUTE WS-DAYNUM    = WS-DAYNUM - WS-BK-YYYY-N * 360
           COMPUTE WS-BK-MM-N   = WS-DAYNUM / 30 + 1
           COMPUTE WS-BK-DD-N   = WS-DAYNUM - (WS-BK-MM-N - 1) * 30
                                + 1

           IF WS-BK-MM-N = 2 AND WS-BK-DD-N > 28
               MOVE 28 TO WS-BK-DD-N
           END-IF

           MOVE WS-BK-YYYY-N TO WS-BK-YYYY
           MOVE WS-BK-MM-N   TO WS-BK-MM
           MOVE WS-BK-DD-N   TO WS-BK-DD.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-BORROWER-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'LOANMSTR'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-BORROWER-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH EWSC100-CSR
                   INTO :WS-CUST-NO, :WS-CUST-BRN
           END-EXEC.
      ******************************************************************
      * 200000-SCORE-ONE-BORROWER READS THE BORROWER'S WATCH-LIST ROW,
      * TESTS EACH SIGNAL THAT IS SWITCHED ON, AND STORES THE NEW
      * SCORE. A BORROWER WHOSE SIGNALS CANNOT ALL BE READ IS LEFT AS
      * THEY WERE RATHER THAN SCORED ON HALF THE PICTURE.
       200000-SCORE-ONE-BORROWER.

           ADD 1 TO WS-CTL-CUST-CNT

           MOVE 'Y'    TO WS-SCORE-OK-SW
           MOVE ZEROS  TO WS-SCORE-W
           MOVE SPACES TO WS-RSN-W
           MOVE 1      TO WS-RSN-POS

           PERFORM 210000-READ-WATCH-ROW

           IF WS-SCORE-OK
               PERFORM 220000-SIGNAL-BUREAU
           END-IF
           IF WS-SCORE-OK AND WS-SIG-PTS (WS-SUB-RET) > ZERO
               PERFORM 230000-SIGNAL-RETURNS
           END-IF
           IF WS-SCORE-OK AND WS-SIG-PTS (WS-SUB-PTP) > ZERO
               PERFORM 240000-SIGNAL-PROMISES
           END-IF
           IF WS-SCORE-OK AND WS-SIG-PTS (WS-SUB-LMX) > ZERO
               PERFORM 250000-SIGNAL-LIMIT-EXCESS
           END-IF
           IF WS-SCORE-OK AND WS-SIG-PTS (WS-SUB-KYC) > ZERO
               PERFORM 260000-SIGNAL-KYC
           END-IF
           IF WS-SCORE-OK AND WS-SIG-PTS (WS-SUB-COV) > ZERO
               PERFORM 270000-SIGNAL-COVENANTS
           END-IF

           IF WS-SCORE-OK
               PERFORM 280000-STORE-WATCH-ROW
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'EWSC100 - BORROWER ' WS-CUST-NO
                       ' NOT SCORED - SIGNAL DATA UNAVAILABLE'
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
      * 210000-READ-WATCH-ROW PICKS UP THE BORROWER'S ROW FROM THE
      * LAST RUN; A BORROWER NEVER SCORED BEFORE STARTS CLEAR WITH
      * NO BUREAU HISTORY.
       210000-READ-WATCH-ROW.

           MOVE WS-CUST-NO TO EWS-CUST-NO

           EXEC SQL
               SELECT EWS_ST, EWS_SCORE, EWS_ENTRY_DATE,
                      EWS_ENTRY_RSN, EWS_EXIT_DATE, EWS_BURO_DEBT,
                      EWS_BURO_PREV, EWS_BURO_DATE
                 INTO :EWS-ST, :EWS-SCORE, :EWS-ENTRY-DATE,
                      :EWS-ENTRY-RSN, :EWS-EXIT-DATE, :EWS-BURO-DEBT,
                      :EWS-BURO-PREV, :EWS-BURO-DATE
                 FROM IDC015.EWSWATCH
                WHERE EWS_CUST_NO = :EWS-CUST-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'       TO WS-ON-FILE-SW
                   MOVE EWS-ST    TO WS-OLD-ST
                   MOVE EWS-SCORE TO WS-OLD-SCORE
               WHEN SQLCODE = +100
                   MOVE 'N'           TO WS-ON-FILE-SW
                   MOVE 'C'           TO WS-OLD-ST
                   MOVE ZEROS         TO WS-OLD-SCORE
                   MOVE WS-NEVER-DATE TO EWS-ENTRY-DATE
                   MOVE SPACES        TO EWS-ENTRY-RSN
                   MOVE WS-NEVER-DATE TO EWS-EXIT-DATE
                   MOVE ZEROS         TO EWS-BURO-DEBT
                   MOVE ZEROS         TO EWS-BURO-PREV
                   MOVE WS-NEVER-DATE TO EWS-BURO-DATE
               WHEN OTHER
                   MOVE 'N' TO WS-SCORE-OK-SW
                   MOVE 'EWSWATCH'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 220000-SIGNAL-BUREAU KEEPS THE LAST TWO CIRBE RETURNS ON THE
      * WATCH ROW - A RETURN WITH A NEW DATE MOVES THE STORED TOTAL
      * TO EWS-BURO-PREV - AND FIRES WHEN THE LATEST TOTAL IS UP BY
      * THE CARD'S PERCENTAGE OR MORE ON THE ONE BEFORE. THE FIRST
      * RETURN SEEN FOR A BORROWER ONLY SETS THE BASE. THE HISTORY
      * IS KEPT EVEN WHILE THE SIGNAL IS OFF, SO SWITCHING IT ON DOES
      * NOT HAVE TO WAIT FOR TWO MORE RETURNS.
       220000-SIGNAL-BUREAU.

           MOVE WS-CUST-NO TO CBUR-CUST-NO

           EXEC SQL
               SELECT CBUR_TOT_DEBT, CBUR_RPT_DATE
                 INTO :CBUR-TOT-DEBT, :CBUR-RPT-DATE
                 FROM IDC015.CIRBBURO
                WHERE CBUR_CUST_NO = :CBUR-CUST-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   IF CBUR-RPT-DATE NOT = EWS-BURO-DATE
                       IF EWS-BURO-DATE = WS-NEVER-DATE
                           MOVE CBUR-TOT-DEBT TO EWS-BURO-PREV
                       ELSE
                           MOVE EWS-BURO-DEBT TO EWS-BURO-PREV
                       END-IF
                       MOVE CBUR-TOT-DEBT TO EWS-BURO-DEBT
                       MOVE CBUR-RPT-DATE TO EWS-BURO-DATE
                   END-IF
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-SCORE-OK-SW
                   MOVE 'CIRBBURO'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE

           IF WS-SCORE-OK
            AND WS-SIG-PTS (WS-SUB-BUR) > ZERO
            AND EWS-BURO-PREV > ZERO
            AND EWS-BURO-DEBT > EWS-BURO-PREV
               COMPUTE WS-RISE-PCT ROUNDED =
                   (EWS-BURO-DEBT - EWS-BURO-PREV) * 100
                     / EWS-BURO-PREV
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RISE-PCT
               END-COMPUTE
               IF WS-RISE-PCT >= WS-SIG-PARM (WS-SUB-BUR)
                   MOVE WS-SUB-BUR TO WS-SIG-SUB
                   PERFORM 290000-ADD-SIGNAL
               END-IF
           END-IF.
      ******************************************************************
      * 230000-SIGNAL-RETURNS FIRES ON ANY UNPAID ('U') INSTALLMENT
      * OF AN ACTIVE LOAN OF THE BORROWER DUE WITHIN THE WINDOW.
       230000-SIGNAL-RETURNS.

           MOVE ZEROS TO WS-SIG-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SIG-CNT
                 FROM IDC015.LOANSCHED S,
                      IDC015.LOANMSTR  L
                WHERE L.LOANM_CUST_NO    = :WS-CUST-NO
                  AND L.LOANM_ST         = 'A'
                  AND S.LOANSCH_CAT      = L.LOANM_CAT
                  AND S.LOANSCH_NO       = L.LOANM_NO
                  AND S.LOANSCH_ST       = 'U'
                  AND S.LOANSCH_DUE_DATE >= :WS-RET-FROM-X
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-SCORE-OK-SW
               MOVE 'LOANSCHD'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               IF WS-SIG-CNT > ZERO
                   MOVE WS-SUB-RET TO WS-SIG-SUB
                   PERFORM 290000-ADD-SIGNAL
               END-IF
           END-IF.
      ******************************************************************
      * 240000-SIGNAL-PROMISES FIRES ON ANY PROMISE TO PAY ON ANY OF
      * THE BORROWER'S LOANS THAT WAS DUE WITHIN THE WINDOW AND
      * BROKEN. PTP_NUM_RISK CARRIES THE LOAN NUMBER AS TEN DIGITS.
       240000-SIGNAL-PROMISES.

           MOVE ZEROS TO WS-SIG-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SIG-CNT
                 FROM IDC015.PROMPAY  P,
                      IDC015.LOANMSTR L
                WHERE L.LOANM_CUST_NO  = :WS-CUST-NO
                  AND P.PTP_NUM_RISK   = DIGITS(L.LOANM_NO)
                  AND P.PTP_ST         = 'B'
                  AND P.PTP_PROM_DATE >= :WS-PTP-FROM-X
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-SCORE-OK-SW
               MOVE 'PROMPAY'   TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               IF WS-SIG-CNT > ZERO
                   MOVE WS-SUB-PTP TO WS-SIG-SUB
                   PERFORM 290000-ADD-SIGNAL
               END-IF
           END-IF.
      ******************************************************************
      * 250000-SIGNAL-LIMIT-EXCESS FIRES WHILE THE BORROWER HAS A
      * CLIMEXCS ROW FIRST SEEN ON OR BEFORE THE WINDOW DATE - A
      * PASSING ONE-NIGHT EXCESS DOES NOT COUNT.
       250000-SIGNAL-LIMIT-EXCESS.

           MOVE WS-CUST-NO TO CEX-CUST-NO

           EXEC SQL
               SELECT CEX_FIRST_DATE
                 INTO :CEX-FIRST-DATE
                 FROM IDC015.CLIMEXCS
                WHERE CEX_CUST_NO = :CEX-CUST-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   IF CEX-FIRST-DATE <= WS-LMX-FROM-X
                       MOVE WS-SUB-LMX TO WS-SIG-SUB
                       PERFORM 290000-ADD-SIGNAL
                   END-IF
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-SCORE-OK-SW
                   MOVE 'CLIMEXCS'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 260000-SIGNAL-KYC FIRES WHEN THE BORROWER HAS IDENTITY
      * DOCUMENTS ON CUSTIDOC BUT EVERY ONE OF THEM HAS EXPIRED.
       260000-SIGNAL-KYC.

           MOVE ZEROS TO WS-SIG-CNT
           MOVE ZEROS TO WS-VALID-CNT

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE
                          WHEN CID_EXP_DATE >= :WS-TODAY-DATE-X
                          THEN 1 ELSE 0 END), 0)
                 INTO :WS-SIG-CNT, :WS-VALID-CNT
                 FROM IDC015.CUSTIDOC
                WHERE CID_CUST_NO = :WS-CUST-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-SCORE-OK-SW
               MOVE 'CUSTIDOC'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               IF WS-SIG-CNT > ZERO AND WS-VALID-CNT = ZERO
                   MOVE WS-SUB-KYC TO WS-SIG-SUB
                   PERFORM 290000-ADD-SIGNAL
               END-IF
           END-IF.
      ******************************************************************
      * 270000-SIGNAL-COVENANTS FIRES WHILE AN ACTIVE COVENANT ON ONE
      * OF THE BORROWER'S ACTIVE LOANS WAS LAST TESTED IN BREACH.
       270000-SIGNAL-COVENANTS.

           MOVE ZEROS TO WS-SIG-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SIG-CNT
                 FROM IDC015.COVNMSTR V,
                      IDC015.LOANMSTR L
                WHERE L.LOANM_CUST_NO    = :WS-CUST-NO
                  AND L.LOANM_ST         = 'A'
                  AND V.COVN_LOAN_CAT    = L.LOANM_CAT
                  AND V.COVN_LOAN_NO     = L.LOANM_NO
                  AND V.COVN_ST          = 'A'
                  AND V.COVN_LAST_RESULT = 'B'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-SCORE-OK-SW
               MOVE 'COVNMSTR'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               IF WS-SIG-CNT > ZERO
                   MOVE WS-SUB-COV TO WS-SIG-SUB
                   PERFORM 290000-ADD-SIGNAL
               END-IF
           END-IF.
      ******************************************************************
      * 280000-STORE-WATCH-ROW DECIDES THE BORROWER'S PLACE ON THE
      * LIST AND WRITES THE ROW. A CLEAR BORROWER REACHING THE ENTRY
      * SCORE GOES ON WITH TODAY'S DATE AND TONIGHT'S SIGNALS; A
      * WATCHED BORROWER FALLING BELOW THE EXIT SCORE COMES OFF. THE
      * SCORE THE BORROWER HAD BEFORE TONIGHT IS KEPT BESIDE THE NEW
      * ONE FOR THE MOVEMENT REPORT.
       280000-STORE-WATCH-ROW.

           MOVE SPACE TO WS-EVENT

           MOVE WS-CUST-NO      TO EWS-CUST-NO
           MOVE WS-CUST-BRN     TO EWS-BRN
           MOVE WS-OLD-ST       TO EWS-ST
           MOVE WS-SCORE-W      TO EWS-SCORE
           MOVE WS-OLD-SCORE    TO EWS-PREV-SCORE
           MOVE WS-RSN-W        TO EWS-RSN
           MOVE WS-TODAY-DATE-X TO EWS-SCORE-DATE

           EVALUATE TRUE
               WHEN WS-OLD-ST = 'W'
                AND WS-SCORE-W < WS-EXIT-SCORE
                   MOVE 'C'             TO EWS-ST
                   MOVE WS-TODAY-DATE-X TO EWS-EXIT-DATE
                   MOVE 'X'             TO WS-EVENT
               WHEN WS-OLD-ST NOT = 'W'
                AND WS-SCORE-W >= WS-ENTRY-SCORE
                   MOVE 'W'             TO EWS-ST
                   MOVE WS-TODAY-DATE-X TO EWS-ENTRY-DATE
                   MOVE WS-RSN-W        TO EWS-ENTRY-RSN
                   MOVE 'N'             TO WS-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           IF WS-ON-FILE
               PERFORM 280020-UPDATE-WATCH-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           ELSE
               PERFORM 280010-INSERT-WATCH-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           END-IF

           IF SQLCODE = ZERO
               IF EWS-ST = 'W'
                   ADD 1 TO WS-CTL-WATCH-CNT
               END-IF
               IF WS-SCORE-W > WS-OLD-SCORE
                   ADD 1 TO WS-CTL-UP-CNT
               END-IF
               IF WS-SCORE-W < WS-OLD-SCORE
                   ADD 1 TO WS-CTL-DOWN-CNT
               END-IF
               IF WS-EVENT-ENTRY OR WS-EVENT-EXIT
                   PERFORM 280100-AUDIT-WATCH-CHANGE
               END-IF
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'EWSC100 - WATCH ROW NOT STORED FOR BORROWER '
                       WS-CUST-NO ' SQLCODE ' SQLCODE
               MOVE 'EWSWATCH'  TO DB2-OBJECT
               IF WS-ON-FILE
                   MOVE 'UPDATE' TO DB2-STATEMENT
               ELSE
                   MOVE 'INSERT' TO DB2-STATEMENT
               END-IF
               MOVE WS-CUST-NO  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       280010-INSERT-WATCH-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.EWSWATCH
                   ( EWS_CUST_NO, EWS_BRN, EWS_ST, EWS_SCORE,
                     EWS_PREV_SCORE, EWS_RSN, EWS_ENTRY_DATE,
                     EWS_ENTRY_RSN, EWS_EXIT_DATE, EWS_BURO_DEBT,
                     EWS_BURO_PREV, EWS_BURO_DATE, EWS_SCORE_DATE )
               VALUES
                   ( :EWS-CUST-NO, :EWS-BRN, :EWS-ST, :EWS-SCORE,
                     :EWS-PREV-SCORE, :EWS-RSN, :EWS-ENTRY-DATE,
                     :EWS-ENTRY-RSN, :EWS-EXIT-DATE, :EWS-BURO-DEBT,
                     :EWS-BURO-PREV, :EWS-BURO-DATE, :EWS-SCORE-DATE )
           END-EXEC.
      ******************************************************************
       280020-UPDATE-WATCH-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.EWSWATCH
                  SET EWS_BRN        = :EWS-BRN,
                      EWS_ST         = :EWS-ST,
                      EWS_SCORE      = :EWS-SCORE,
                      EWS_PREV_SCORE = :EWS-PREV-SCORE,
                      EWS_RSN        = :EWS-RSN,
                      EWS_ENTRY_DATE = :EWS-ENTRY-DATE,
                      EWS_ENTRY_RSN  = :EWS-ENTRY-RSN,
                      EWS_EXIT_DATE  = :EWS-EXIT-DATE,
                      EWS_BURO_DEBT  = :EWS-BURO-DEBT,
                      EWS_BURO_PREV  = :EWS-BURO-PREV,
                      EWS_BURO_DATE  = :EWS-BURO-DATE,
                      EWS_SCORE_DATE = :EWS-SCORE-DATE
                WHERE EWS_CUST_NO = :EWS-CUST-NO
           END-EXEC.
      ******************************************************************
      * 280100-AUDIT-WATCH-CHANGE RECORDS AN ENTRY TO OR EXIT FROM THE
      * WATCH LIST WITH THE SCORE AND THE SIGNALS BEHIND IT.
       280100-AUDIT-WATCH-CHANGE.

           IF WS-EVENT-ENTRY
               ADD 1 TO WS-CTL-NEW-CNT
               MOVE 'EWSENTRY'  TO WS-AUD-TRAN-TYPE
           ELSE
               ADD 1 TO WS-CTL-EXIT-CNT
               MOVE 'EWSEXIT'   TO WS-AUD-TRAN-TYPE
           END-IF

           MOVE WS-CUST-NO      TO WS-AUD-KEY
           MOVE SPACES          TO WS-AUD-BEFORE
           MOVE SPACES          TO WS-AUD-AFTER

           MOVE WS-OLD-SCORE    TO WS-AUD-SCORE-X
           STRING 'STATUS ' WS-OLD-ST
                  ' SCORE ' WS-AUD-SCORE-X
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE

           MOVE WS-SCORE-W      TO WS-AUD-SCORE-X
           STRING 'STATUS ' EWS-ST
                  ' SCORE ' WS-AUD-SCORE-X
                  ' ' WS-RSN-W
                  DELIMITED BY SIZE INTO WS-AUD-AFTER

           PERFORM 900400-WRITE-AUDIT-TRAIL.
      ******************************************************************
      * 290000-ADD-SIGNAL ADDS THE POINTS OF SIGNAL WS-SIG-SUB TO THE
      * BORROWER'S SCORE AND ITS CODE TO THE REASONS.
       290000-ADD-SIGNAL.

           ADD WS-SIG-PTS (WS-SIG-SUB) TO WS-SCORE-W
           ADD 1 TO WS-SIG-FIRE-CNT (WS-SIG-SUB)

           MOVE WS-SIG-CODE (WS-SIG-SUB) TO WS-RSN-W(WS-RSN-POS:3)
           ADD 4 TO WS-RSN-POS.
      ******************************************************************
      * 300000-RELEASE-LAPSED-BORROWERS TAKES OFF THE LIST EVERY
      * WATCHED BORROWER THE SCORING PASS DID NOT REACH - THEY NO
      * LONGER HOLD AN ACTIVE LOAN, SO THERE IS NOTHING LEFT TO
      * WATCH. THEIR LAST SCORE AND SIGNALS ARE LEFT AS THEY WERE.
       300000-RELEASE-LAPSED-BORROWERS.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 300010-UPDATE-LAPSED-ROWS
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-CTL-LAPSE-CNT
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'EWSWATCH'  TO DB2-OBJECT
                   MOVE 'UPDATE'    TO DB2-STATEMENT
                   MOVE 'LAPSED'    TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       300010-UPDATE-LAPSED-ROWS.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.EWSWATCH
                  SET EWS_ST        = 'C',
                      EWS_EXIT_DATE = :WS-TODAY-DATE-X
                WHERE EWS_ST         = 'W'
                  AND EWS_SCORE_DATE < :WS-TODAY-DATE-X
           END-EXEC.
      ******************************************************************
      * 400000-PRINT-RM-REPORT LISTS TONIGHT'S NEW ENTRIES, EXITS AND
      * SCORE MOVEMENTS FOR THE RELATIONSHIP MANAGERS, BRANCH BY
      * BRANCH.
       400000-PRINT-RM-REPORT.

           MOVE 'EWSC100 - EARLY-WARNING WATCH LIST MOVEMENTS FOR '
               TO RE-EWSRPT
           MOVE WS-TODAY-DATE-X TO RE-EWSRPT(51:10)
           WRITE RE-EWSRPT
           WRITE RE-EWSRPT FROM WS-HDR-LINE

           MOVE 'N'    TO WS-EOF-SW
           MOVE SPACES TO WS-RPT-BRN

           EXEC SQL
               OPEN EWSC100-RPT-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'EWSWATCH'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE 'RM REPORT' TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 400100-FETCH-NEXT-MOVEMENT
               PERFORM 400200-PRINT-ONE-MOVEMENT UNTIL WS-EOF-YES

               EXEC SQL
                   CLOSE EWSC100-RPT-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       400100-FETCH-NEXT-MOVEMENT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 400110-FETCH-MOVEMENT-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'EWSWATCH'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE 'RM REPORT' TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       400110-FETCH-MOVEMENT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH EWSC100-RPT-CSR
                   INTO :EWS-BRN, :EWS-CUST-NO, :EWS-ST,
                        :EWS-SCORE, :EWS-PREV-SCORE, :EWS-RSN,
                        :EWS-ENTRY-DATE, :EWS-EXIT-DATE,
                        :EWS-SCORE-DATE, :WS-RPT-NAME-TYPE,
                        :WS-RPT-LASTNM, :WS-RPT-REG-NAME
           END-EXEC.
      ******************************************************************
      * 400200-PRINT-ONE-MOVEMENT PRINTS ONE LINE, UNDER A BRANCH
      * HEADING WHEN THE BRANCH CHANGES. A BORROWER TAKEN OFF BY
      * 300000 (NOT SCORED TONIGHT) SHOWS AS 'NO LOAN'.
       400200-PRINT-ONE-MOVEMENT.

           ADD 1 TO WS-CTL-RPT-CNT

           IF EWS-BRN NOT = WS-RPT-BRN
               MOVE EWS-BRN TO WS-RPT-BRN
               MOVE EWS-BRN TO WS-BL-BRN
               MOVE SPACES  TO RE-EWSRPT
               WRITE RE-EWSRPT
               WRITE RE-EWSRPT FROM WS-BRN-LINE
           END-IF

           MOVE EWS-CUST-NO     TO WS-ML-CUST-NO
           IF WS-RPT-NAME-TYPE = 'E'
               MOVE WS-RPT-REG-NAME TO WS-ML-NAME
           ELSE
               MOVE WS-RPT-LASTNM   TO WS-ML-NAME
           END-IF

           EVALUATE TRUE
               WHEN EWS-ENTRY-DATE = WS-TODAY-DATE-X
                   MOVE 'NEW ENTRY'  TO WS-ML-EVENT
               WHEN EWS-EXIT-DATE = WS-TODAY-DATE-X
                AND EWS-SCORE-DATE NOT = WS-TODAY-DATE-X
                   MOVE 'NO LOAN'    TO WS-ML-EVENT
               WHEN EWS-EXIT-DATE = WS-TODAY-DATE-X
                   MOVE 'LEFT LIST'  TO WS-ML-EVENT
               WHEN EWS-SCORE > EWS-PREV-SCORE
                   MOVE 'SCORE UP'   TO WS-ML-EVENT
               WHEN OTHER
                   MOVE 'SCORE DOWN' TO WS-ML-EVENT
           END-EVALUATE

           IF EWS-SCORE-DATE = WS-TODAY-DATE-X
               MOVE EWS-PREV-SCORE TO WS-ML-OLD-SCORE
           ELSE
               MOVE EWS-SCORE      TO WS-ML-OLD-SCORE
           END-IF
           MOVE EWS-SCORE       TO WS-ML-NEW-SCORE

           IF EWS-ST = 'W'
               MOVE 'W'   TO WS-ML-ST
               MOVE EWS-ENTRY-DATE TO WS-ML-ENTRY-DATE
           ELSE
               MOVE SPACE TO WS-ML-ST
               MOVE SPACES TO WS-ML-ENTRY-DATE
           END-IF
           MOVE EWS-RSN         TO WS-ML-RSN

           WRITE RE-EWSRPT FROM WS-MOVE-LINE

           PERFORM 400100-FETCH-NEXT-MOVEMENT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'EWSC100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY WATCH-LIST ENTRY AND EXIT; THEY ARE THE
      * BATCH'S OWN DOING AND CARRY NO USER.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'EWSC100'        TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT, WITH HOW OFTEN EACH SIGNAL FIRED.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'EWSC100 CONTROL TOTALS'
           DISPLAY '  BORROWERS SCORED ................. : '
                   WS-CTL-CUST-CNT
           DISPLAY '  ON THE WATCH LIST AFTER SCORING .. : '
                   WS-CTL-WATCH-CNT
           DISPLAY '  NEW ENTRIES ...................... : '
                   WS-CTL-NEW-CNT
           DISPLAY '  TAKEN OFF ON SCORE ............... : '
                   WS-CTL-EXIT-CNT
           DISPLAY '  TAKEN OFF, NO ACTIVE LOAN ........ : '
                   WS-CTL-LAPSE-CNT
           DISPLAY '  SCORES UP ........................ : '
                   WS-CTL-UP-CNT
           DISPLAY '  SCORES DOWN ...................... : '
                   WS-CTL-DOWN-CNT
           DISPLAY '  BORROWERS NOT SCORED ............. : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  REPORT LINES ..................... : '
                   WS-CTL-RPT-CNT
           DISPLAY '  SIGNAL BUR FIRED ................. : '
                   WS-SIG-FIRE-CNT (WS-SUB-BUR)
           DISPLAY '  SIGNAL RET FIRED ................. : '
                   WS-SIG-FIRE-CNT (WS-SUB-RET)
           DISPLAY '  SIGNAL PTP FIRED ................. : '
                   WS-SIG-FIRE-CNT (WS-SUB-PTP)
           DISPLAY '  SIGNAL LMX FIRED ................. : '
                   WS-SIG-FIRE-CNT (WS-SUB-LMX)
           DISPLAY '  SIGNAL KYC FIRED ................. : '
                   WS-SIG-FIRE-CNT (WS-SUB-KYC)
           DISPLAY '  SIGNAL COV FIRED ................. : '
                   WS-SIG-FIRE-CNT (WS-SUB-COV).
      ******************************************************************
