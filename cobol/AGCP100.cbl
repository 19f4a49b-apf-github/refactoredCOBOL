      ******************************************************************
      * AGCP100 IS THE EXTERNAL COLLECTION-AGENCY PLACEMENT BATCH:
      * WRITTEN-OFF AND LATE-STAGE ACCOUNTS USED TO GO TO OUTSIDE
      * AGENCIES AS E-MAILED SPREADSHEETS, WITH NO RECORD OF WHO HELD
      * WHAT OR FOR HOW LONG. EACH RUN:
      *   - LOADS THE AG1DQ001 AGENCY DECK: ONE 'AGY' CARD PER AGENCY
      *     UNDER CONTRACT (ITS CODE, WHICH POOL IT TAKES, ITS
      *     COMMISSION PERCENT AND THE DAYS IT MAY HOLD AN ACCOUNT
      *     WITHOUT COLLECTING) AND THE 'SEL' CARD OF SELECTION
      *     THRESHOLDS (MINIMUM ARREARS BUCKET, MINIMUM BALANCE,
      *     MINIMUM DAYS SINCE THE LAST PROMISE TO PAY);
      *   - ENDS EVERY PLACEMENT ON COLLPLAC THAT HAS RUN ITS COURSE:
      *     CLOSED WHEN THE LOAN OR ITS RECOVERY CASE IS NO LONGER
      *     OPEN, RECALLED WHEN AN OPEN LEGAL CASE HAS TAKEN THE
      *     POSITION OVER OR WHEN THE AGENCY HAS COLLECTED NOTHING
      *     WITHIN ITS CONTRACTED PERIOD (PLAC_RECALL_DATE);
      *   - SELECTS THE ACCOUNTS TO PLACE - WRITTEN-OFF LOANS WITH AN
      *     OPEN LOANRECV RECOVERY RECORD (POOL 'W') AND ACTIVE LOANS
      *     WITH AN INSTALLMENT UNPAID FOR AT LEAST THE 'SEL' BUCKET
      *     (POOL 'L') - WHOSE BALANCE REACHES THE MINIMUM, THAT ARE
      *     NOT ALREADY PLACED, HAVE NO OPEN LEGAL CASE AND NO PROMISE
      *     TO PAY THAT IS STILL ACTIVE OR WAS MADE INSIDE THE 'SEL'
      *     DAYS - AND SHARES THEM ROUND THE AGENCIES TAKING THAT
      *     POOL, NEVER BACK TO AN AGENCY THAT HELD THE ACCOUNT
      *     BEFORE;
      *   - WRITES THE O1DQ3101 PLACEMENT FILE: ONE HDR/TRL-WRAPPED
      *     GROUP PER AGENCY CARRYING ITS NEW PLACEMENTS ('PLC') AND
      *     ITS ACCOUNTS TAKEN BACK ('RCL'), SO THE TRANSMISSION STEP
      *     CAN SPLIT IT INTO ONE FILE PER AGENCY.
      * A PLACED POSITION IS LEFT OUT OF CASG100'S COLLECTOR
      * ASSIGNMENT. AGENCY REMITTANCES ARE POSTED BY AGRR100. ENDS
      * WITH CONDITION CODE 4 WHEN THE DECK NAMES NO AGENCY (NOTHING
      * IS PLACED) OR ANY UPDATE FAILED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGCP100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT AGYPARM-FILE  ASSIGN AG1DQ001.
           SELECT ENTCTL-FILE   ASSIGN EC1DQ001.
           SELECT PLACOUT-FILE  ASSIGN O1DQ3101.
           SELECT PLACRPT-FILE  ASSIGN RPTDQ003.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AGYPARM-FILE CARRIES THE MAINTAINABLE AGENCY DECK. AN 'AGY'
      * CARD NAMES ONE AGENCY: ITS CODE, THE POOL IT TAKES ('W'
      * WRITTEN-OFF, 'L' LATE-STAGE, 'B' BOTH), ITS COMMISSION
      * PERCENT (99V99) AND CONTRACTED DAYS, AND ITS NAME. THE 'SEL'
      * CARD GIVES THE MINIMUM ARREARS BUCKET FOR A LATE-STAGE LOAN
      * (1-9, EACH BUCKET 30 DAYS PAST DUE - DEFAULT 3, 90 DAYS), THE
      * MINIMUM BALANCE (DEFAULT 1000) AND THE DAYS THAT MUST HAVE
      * PASSED SINCE THE LAST PROMISE TO PAY (DEFAULT 60). A ZERO OR
      * BLANK 'SEL' FIELD KEEPS ITS DEFAULT.
       FD  AGYPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AGYPARM.
           05  AGYP-CARD                    PIC X(3).
           05  AGYP-AGCY                    PIC X(4).
           05  AGYP-POOL                    PIC X(1).
           05  AGYP-COMM-PCT                PIC 9(2)V9(2).
           05  AGYP-DAYS                    PIC 9(3).
           05  AGYP-NAME                    PIC X(30).
           05  FILLER                       PIC X(35).
       01  RE-SELPARM REDEFINES RE-AGYPARM.
           05  SELP-CARD                    PIC X(3).
           05  SELP-BUCKET                  PIC X(1).
           05  SELP-BUCKET-N REDEFINES SELP-BUCKET
                                            PIC 9(1).
           05  SELP-MIN-BAL                 PIC X(9).
           05  SELP-MIN-BAL-N REDEFINES SELP-MIN-BAL
                                            PIC 9(9).
           05  SELP-PTP-DAYS                PIC X(3).
           05  SELP-PTP-DAYS-N REDEFINES SELP-PTP-DAYS
                                            PIC 9(3).
           05  FILLER                       PIC X(64).
      ******************************************************************
      * ENTCTL-FILE IS THE MAINTAINABLE ENTITY CONTROL TABLE; THE
      * HOME ENTITY FLAGGED 'H' IS THE ENTITY PLACEMENTS ARE MADE
      * UNDER, AS THE RISK POSITIONS ON DECLNCASE AND PROMPAY ARE.
       FD  ENTCTL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ENTCTL.
           05  ENTC-CODE                    PIC X(4).
           05  ENTC-HOME-FLG                PIC X(1).
           05  ENTC-NAME                    PIC X(20).
           05  ENTC-HOME-BRN                PIC X(4).
           05  FILLER                       PIC X(11).
      ******************************************************************
      * PLACOUT-FILE IS THE OUTBOUND PLACEMENT FILE, ONE HDR/TRL
      * GROUP PER AGENCY (LAYOUTS IN WORKING-STORAGE BELOW).
       FD  PLACOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PLACOUT                       PIC X(150).
      ******************************************************************
      * PLACRPT-FILE IS THE PRINTED PLACEMENT AND RECALL REPORT.
       FD  PLACRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PLACRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DECK, THE CURSOR LOOPS AND THE CANDIDATE
      * CHECKS.
       01  WS-SWITCHES.
           05  WS-DECK-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-DECK-EOF                          VALUE 'Y'.
           05  WS-ENTCTL-EOF-SW             PIC X(1)    VALUE 'N'.
               88  WS-ENTCTL-EOF                        VALUE 'Y'.
           05  WS-RCL-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-RCL-EOF                           VALUE 'Y'.
           05  WS-CAND-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-CAND-EOF                          VALUE 'Y'.
           05  WS-OUT-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-OUT-EOF                           VALUE 'Y'.
           05  WS-ELIGIBLE-SW               PIC X(1)    VALUE 'N'.
               88  WS-ELIGIBLE                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ACTIVE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RCL-UP-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RCL-LG-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CLOSE-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CAND-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PLACED-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PLACED-AMT            PIC S9(13)  COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HELD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LEGL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PTP-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOAGY-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE AGENCY TABLE LOADED FROM THE DECK, WITH THE ROUND-ROBIN
      * POINTER THAT SHARES THE PLACEMENTS OUT.
       01  WS-AGY-CNT                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AGY-IX                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AGY-HIT-IX                    PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AGY-NEXT                      PIC S9(4)   COMP
                                                         VALUE 1.
       01  WS-AGY-TRIED                     PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AGY-TABLE.
           05  WS-AGY-ENTRY OCCURS 20 TIMES.
               10  WS-AGY-CODE              PIC X(4).
               10  WS-AGY-POOL              PIC X(1).
               10  WS-AGY-COMM-PCT          PIC S9(3)V9(2) COMP-3.
               10  WS-AGY-DAYS              PIC S9(4)   COMP.
               10  WS-AGY-NAME              PIC X(30).
      ******************************************************************
      * SELECTION THRESHOLDS FROM THE 'SEL' CARD AND THE CUTOFF DATES
      * THEY WORK OUT TO: AN INSTALLMENT DUE ON OR BEFORE
      * WS-ARR-CUTOFF-X IS IN THE BUCKET, AND A PROMISE REGISTERED
      * AFTER WS-PTP-CUTOFF-X IS STILL TOO RECENT.
       01  WS-SEL-BUCKET                    PIC S9(4)   COMP
                                                         VALUE 3.
       01  WS-SEL-MIN-BAL                   PIC S9(9)   COMP
                                                         VALUE 1000.
       01  WS-SEL-PTP-DAYS                  PIC S9(4)   COMP
                                                         VALUE 60.
       01  WS-ARR-CUTOFF-X                  PIC X(10)   VALUE SPACES.
       01  WS-PTP-CUTOFF-X                  PIC X(10)   VALUE SPACES.
      ******************************************************************
      * 30/360 DATE ARITHMETIC: WS-SHIFT-DAYS AFTER TODAY (NEGATIVE
      * FOR BEFORE) GIVES WS-SHIFT-DATE-X (29 AND 30 FEBRUARY FALL
      * BACK TO THE 28TH).
       01  WS-SHIFT-DAYS                    PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-DAYNUM                        PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-SH-YYYY-N                     PIC 9(4)    VALUE ZEROS.
       01  WS-SH-MM-N                       PIC 9(2)    VALUE ZEROS.
       01  WS-SH-DD-N                       PIC 9(2)    VALUE ZEROS.
       01  WS-SHIFT-DATE-X.
           05  WS-SH-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-SH-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-SH-DD                     PIC 9(2).
      ******************************************************************
      * CANDIDATE AND RECALL WORK FIELDS.
       01  WS-HOME-ENT                      PIC X(4)    VALUE SPACES.
       01  WS-CAND-POOL                     PIC X(1)    VALUE SPACES.
       01  WS-CAND-BAL                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LOAN-NO-9                     PIC 9(10)   VALUE ZEROS.
       01  WS-CHK-CNT                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LOAN-ST-HOLD                  PIC X(1)    VALUE SPACES.
       01  WS-END-ST                        PIC X(1)    VALUE SPACES.
       01  WS-END-RSN                       PIC X(2)    VALUE SPACES.
      ******************************************************************
      * PLACEMENT-FILE LAYOUTS. EACH AGENCY'S GROUP OPENS WITH A HDR
      * AND CLOSES WITH A TRL CARRYING ITS COUNTS; BETWEEN THEM ONE
      * DETAIL PER ACCOUNT PLACED ('PLC') OR TAKEN BACK ('RCL', WITH
      * THE REASON). THE AGENCY QUOTES ENTITY AND RISK NUMBER BACK ON
      * ITS REMITTANCES.
       01  WS-PLO-HDR.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  WS-PLH-AGCY                  PIC X(4).
           05  WS-PLH-NAME                  PIC X(30).
           05  WS-PLH-DATE                  PIC X(10).
           05  FILLER                       PIC X(103)  VALUE SPACES.
       01  WS-PLO-DETAIL.
           05  WS-PLD-REC-TYPE              PIC X(3).
           05  WS-PLD-AGCY                  PIC X(4).
           05  WS-PLD-ENT                   PIC X(4).
           05  WS-PLD-NUM-RISK              PIC X(10).
           05  WS-PLD-POOL                  PIC X(1).
           05  WS-PLD-BAL                   PIC 9(10).
           05  WS-PLD-CUST-NO               PIC X(10).
           05  WS-PLD-FRSTNM                PIC X(15).
           05  WS-PLD-LASTNM                PIC X(15).
           05  WS-PLD-ADDR                  PIC X(35).
           05  WS-PLD-DATE                  PIC X(10).
           05  WS-PLD-RSN                   PIC X(2).
           05  FILLER                       PIC X(31)   VALUE SPACES.
       01  WS-PLO-TRL.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  WS-PLT-AGCY                  PIC X(4).
           05  WS-PLT-PLC-CNT               PIC 9(7).
           05  WS-PLT-RCL-CNT               PIC 9(7).
           05  WS-PLT-PLC-AMT               PIC 9(13).
           05  FILLER                       PIC X(116)  VALUE SPACES.
      ******************************************************************
      * OUTPUT-PASS WORK FIELDS: THE ROW FETCHED FROM THE OUTPUT
      * CURSOR AND THE CURRENT AGENCY GROUP'S RUNNING COUNTS.
       01  WS-OUT-AGCY                      PIC X(4)    VALUE SPACES.
       01  WS-PREV-AGCY                     PIC X(4)    VALUE SPACES.
       01  WS-OUT-CUST-NO                   PIC X(10)   VALUE SPACES.
       01  WS-OUT-FRSTNM                    PIC X(15)   VALUE SPACES.
       01  WS-OUT-LASTNM                    PIC X(15)   VALUE SPACES.
       01  WS-OUT-ADDR                      PIC X(35)   VALUE SPACES.
       01  WS-GRP-PLC-CNT                   PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-RCL-CNT                   PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-PLC-AMT                   PIC S9(13)  COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * PRINT LINE.
       01  WS-PR-LINE.
           05  WS-PR-ACTION                 PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-AGCY                   PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-ENT                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-PR-NUM-RISK               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-POOL                   PIC X(1).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-BAL                    PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-TAG                    PIC X(30).
           05  FILLER                       PIC X(51)   VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN
      * RUN CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD.
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
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY COLLPLAC.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY LEGLCASE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
      * RECALL CURSOR: EVERY PLACEMENT STILL WITH AN AGENCY.
           EXEC SQL
               DECLARE AGCP-RCL-CSR CURSOR FOR
                   SELECT PLAC_ENT, PLAC_NUM_RISK, PLAC_SEQ,
                          PLAC_LOAN_CAT, PLAC_LOAN_NO, PLAC_AGCY,
                          PLAC_POOL, PLAC_BAL, PLAC_RECALL_DATE
                     FROM IDC015.COLLPLAC
                    WHERE PLAC_ST = 'P'
                    ORDER BY PLAC_ENT, PLAC_NUM_RISK
           END-EXEC.
      ******************************************************************
      * WRITTEN-OFF POOL: EVERY WRITTEN-OFF LOAN WHOSE RECOVERY CASE
      * IS STILL OPEN AND STILL OWES AT LEAST THE MINIMUM.
           EXEC SQL
               DECLARE AGCP-WO-CSR CURSOR FOR
                   SELECT R.LRCV_CAT, R.LRCV_NO,
                          R.LRCV_WO_AMT - R.LRCV_RECV_AMT
                     FROM IDC015.LOANRECV R,
                          IDC015.LOANMSTR L
                    WHERE R.LRCV_ST   = 'O'
                      AND L.LOANM_CAT = R.LRCV_CAT
                      AND L.LOANM_NO  = R.LRCV_NO
                      AND L.LOANM_ST  = 'W'
                      AND R.LRCV_WO_AMT - R.LRCV_RECV_AMT
                          >= :WS-SEL-MIN-BAL
                    ORDER BY R.LRCV_CAT, R.LRCV_NO
           END-EXEC.
      ******************************************************************
      * LATE-STAGE POOL: EVERY ACTIVE LOAN OWING AT LEAST THE MINIMUM
      * WITH AN INSTALLMENT STILL UNPAID THAT FELL DUE ON OR BEFORE
      * THE BUCKET CUTOFF.
           EXEC SQL
               DECLARE AGCP-LATE-CSR CURSOR FOR
                   SELECT L.LOANM_CAT, L.LOANM_NO, L.LOANM_MAX_AMT
                     FROM IDC015.LOANMSTR L
                    WHERE L.LOANM_ST      = 'A'
                      AND L.LOANM_MAX_AMT >= :WS-SEL-MIN-BAL
                      AND EXISTS
                          (SELECT 1
                             FROM IDC015.LOANSCHED S
                            WHERE S.LOANSCH_CAT = L.LOANM_CAT
                              AND S.LOANSCH_NO  = L.LOANM_NO
                              AND S.LOANSCH_ST IN ('P', 'U')
                              AND S.LOANSCH_DUE_DATE
                                  <= :WS-ARR-CUTOFF-X)
                    ORDER BY L.LOANM_CAT, L.LOANM_NO
           END-EXEC.
      ******************************************************************
      * OUTPUT CURSOR: TONIGHT'S PLACEMENTS AND TONIGHT'S RECALLS AND
      * CLOSURES, GROUPED BY AGENCY, WITH THE BORROWER'S NAME AND
      * ADDRESS FOR THE AGENCY TO WORK FROM.
           EXEC SQL
               DECLARE AGCP-OUT-CSR CURSOR FOR
                   SELECT P.PLAC_AGCY, P.PLAC_ST, P.PLAC_ENT,
                          P.PLAC_NUM_RISK, P.PLAC_POOL, P.PLAC_BAL,
                          P.PLAC_END_RSN, L.LOANM_CUST_NO,
                          C.CUSTM_NAME_FRSTNM, C.CUSTM_NAME_LASTNM,
                          C.CUSTM_ADDR
                     FROM IDC015.COLLPLAC P,
                          IDC015.LOANMSTR L,
                          IDC015.CUSTM_TABLE C
                    WHERE L.LOANM_CAT = P.PLAC_LOAN_CAT
                      AND L.LOANM_NO  = P.PLAC_LOAN_NO
                      AND C.CUSTM_NO  = CAST(L.LOANM_CUST_NO
                                             AS INTEGER)
                      AND ((P.PLAC_ST   = 'P'
                        AND P.PLAC_DATE = :WS-TODAY-DATE-X)
                       OR  (P.PLAC_ST IN ('R', 'C')
                        AND P.PLAC_END_DATE = :WS-TODAY-DATE-X))
                    ORDER BY P.PLAC_AGCY, P.PLAC_ST DESC,
                             P.PLAC_ENT, P.PLAC_NUM_RISK
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOADS THE HOME ENTITY AND THE AGENCY DECK,
      * ENDS THE PLACEMENTS THAT HAVE RUN THEIR COURSE, PLACES THE
      * NEW ACCOUNTS, WRITES THE PLACEMENT FILE AND PRINTS THE
      * CONTROL TOTALS. RECALLS RUN EVEN WHEN THE DECK NAMES NO
      * AGENCY, SO AN EXPIRED CONTRACT STILL BRINGS ITS ACCOUNTS
      * BACK.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-LOAD-HOME-ENTITY

           PERFORM 100020-LOAD-AGENCY-DECK

           PERFORM 100050-SET-CUTOFF-DATES

           OPEN OUTPUT PLACOUT-FILE
           OPEN OUTPUT PLACRPT-FILE

           MOVE 'AGCP100 - COLLECTION AGENCY PLACEMENTS AND RECALLS'
               TO RE-PLACRPT
           WRITE RE-PLACRPT

           PERFORM 200000-END-PLACEMENTS

           IF WS-AGY-CNT = ZERO
               DISPLAY 'AGCP100 - NO AGY CARD ON AG1DQ001 - NOTHING '
                       'PLACED'
           ELSE
               PERFORM 300000-PLACE-WRITTEN-OFF
               PERFORM 400000-PLACE-LATE-STAGE
           END-IF

           PERFORM 500000-WRITE-PLACEMENT-FILE

           CLOSE PLACOUT-FILE
           CLOSE PLACRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-AGY-CNT = ZERO OR WS-CTL-FAIL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE - A SECOND RUN ON THE SAME BUSINESS DATE
      * WOULD SEND THE AGENCIES A SECOND, EMPTY FILE OVER THE FIRST.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'AGCP100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'AGCP100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'AGCP100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'AGCP100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-LOAD-HOME-ENTITY TAKES THE HOME ENTITY OFF THE ENTITY
      * CONTROL FILE. WITHOUT ONE THE RUN STOPS - A PLACEMENT UNDER A
      * BLANK ENTITY WOULD NEVER MATCH THE POSITION'S CASES.
       100010-LOAD-HOME-ENTITY.

           OPEN INPUT ENTCTL-FILE

           PERFORM 100014-READ-ENTITY-RECORD
               UNTIL WS-ENTCTL-EOF

           CLOSE ENTCTL-FILE

           IF WS-HOME-ENT = SPACES
               DISPLAY 'AGCP100 - NO HOME ENTITY ON ENTITY '
                       'CONTROL FILE - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       100014-READ-ENTITY-RECORD.

           READ ENTCTL-FILE
               AT END
                   MOVE 'Y' TO WS-ENTCTL-EOF-SW
               NOT AT END
                   IF ENTC-HOME-FLG = 'H'
                       MOVE ENTC-CODE TO WS-HOME-ENT
                   END-IF
           END-READ.
      ******************************************************************
      * 100020-LOAD-AGENCY-DECK READS THE 'AGY' AND 'SEL' CARDS. A
      * MALFORMED OR UNKNOWN CARD IS SKIPPED AND REPORTED.
       100020-LOAD-AGENCY-DECK.

           OPEN INPUT AGYPARM-FILE

           PERFORM 100025-READ-AGENCY-CARD UNTIL WS-DECK-EOF

           CLOSE AGYPARM-FILE

           DISPLAY 'AGCP100 - ' WS-AGY-CNT ' AGENCIES, BUCKET '
                   WS-SEL-BUCKET ', MINIMUM BALANCE ' WS-SEL-MIN-BAL
                   ', PROMISE DAYS ' WS-SEL-PTP-DAYS.
      ******************************************************************
       100025-READ-AGENCY-CARD.

           READ AGYPARM-FILE
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN AGYP-CARD = 'AGY'
                           PERFORM 100030-APPLY-AGENCY-CARD
                       WHEN SELP-CARD = 'SEL'
                           PERFORM 100040-APPLY-SELECT-CARD
                       WHEN OTHER
                           DISPLAY 'AGCP100 - UNKNOWN CARD SKIPPED: '
                                   RE-AGYPARM(1:15)
                   END-EVALUATE
           END-READ.
      ******************************************************************
      * 100030-APPLY-AGENCY-CARD ADDS ONE AGENCY. IT NEEDS A CODE, A
      * POOL OF 'W', 'L' OR 'B', A COMMISSION BELOW 100 PERCENT AND A
      * CONTRACTED PERIOD OF AT LEAST ONE DAY.
       100030-APPLY-AGENCY-CARD.

           IF AGYP-AGCY = SPACES
            OR (AGYP-POOL NOT = 'W' AND AGYP-POOL NOT = 'L'
                AND AGYP-POOL NOT = 'B')
            OR AGYP-COMM-PCT IS NOT NUMERIC
            OR AGYP-DAYS IS NOT NUMERIC
            OR AGYP-DAYS = ZERO
               DISPLAY 'AGCP100 - MALFORMED AGY CARD SKIPPED: '
                       RE-AGYPARM(1:15)
           ELSE
               IF WS-AGY-CNT < 20
                   ADD 1 TO WS-AGY-CNT
                   MOVE AGYP-AGCY     TO WS-AGY-CODE (WS-AGY-CNT)
                   MOVE AGYP-POOL     TO WS-AGY-POOL (WS-AGY-CNT)
                   MOVE AGYP-COMM-PCT TO WS-AGY-COMM-PCT (WS-AGY-CNT)
                   MOVE AGYP-DAYS     TO WS-AGY-DAYS (WS-AGY-CNT)
                   MOVE AGYP-NAME     TO WS-AGY-NAME (WS-AGY-CNT)
               ELSE
                   DISPLAY 'AGCP100 - AGENCY TABLE FULL, CARD '
                           'SKIPPED: ' RE-AGYPARM(1:15)
               END-IF
           END-IF.
      ******************************************************************
      * 100040-APPLY-SELECT-CARD LAYS THE 'SEL' THRESHOLDS OVER THE
      * DEFAULTS; A ZERO, BLANK OR NON-NUMERIC FIELD KEEPS ITS
      * DEFAULT.
       100040-APPLY-SELECT-CARD.

           IF SELP-BUCKET IS NUMERIC AND SELP-BUCKET-N > ZERO
               MOVE SELP-BUCKET-N TO WS-SEL-BUCKET
           END-IF

           IF SELP-MIN-BAL IS NUMERIC AND SELP-MIN-BAL-N > ZERO
               MOVE SELP-MIN-BAL-N TO WS-SEL-MIN-BAL
           END-IF

           IF SELP-PTP-DAYS IS NUMERIC AND SELP-PTP-DAYS-N > ZERO
               MOVE SELP-PTP-DAYS-N TO WS-SEL-PTP-DAYS
           END-IF.
      ******************************************************************
      * 100050-SET-CUTOFF-DATES WORKS OUT THE BUCKET CUTOFF (THIRTY
      * DAYS A BUCKET BEFORE TODAY) AND THE PROMISE CUTOFF.
       100050-SET-CUTOFF-DATES.

           COMPUTE WS-SHIFT-DAYS = ZERO - WS-SEL-BUCKET * 30
           PERFORM 900700-SHIFT-DATE
           MOVE WS-SHIFT-DATE-X TO WS-ARR-CUTOFF-X

           COMPUTE WS-SHIFT-DAYS = ZERO - WS-SEL-PTP-DAYS
           PERFORM 900700-SHIFT-DATE
           MOVE WS-SHIFT-DATE-X TO WS-PTP-CUTOFF-X

           DISPLAY 'AGCP100 - UNPAID SINCE ' WS-ARR-CUTOFF-X
                   ', NO PROMISE SINCE ' WS-PTP-CUTOFF-X.
      ******************************************************************
      * 200000-END-PLACEMENTS WALKS EVERY PLACEMENT STILL WITH AN
      * AGENCY AND ENDS THOSE THAT HAVE RUN THEIR COURSE.
       200000-END-PLACEMENTS.

           EXEC SQL
               OPEN AGCP-RCL-CSR
           END-EXEC

           PERFORM 200100-FETCH-ONE-PLACEMENT

           PERFORM 200200-CHECK-ONE-PLACEMENT UNTIL WS-RCL-EOF

           EXEC SQL
               CLOSE AGCP-RCL-CSR
           END-EXEC.
      ******************************************************************
       200100-FETCH-ONE-PLACEMENT.

           EXEC SQL
               FETCH AGCP-RCL-CSR
                INTO :PLAC-ENT, :PLAC-NUM-RISK, :PLAC-SEQ,
                     :PLAC-LOAN-CAT, :PLAC-LOAN-NO, :PLAC-AGCY,
                     :PLAC-POOL, :PLAC-BAL, :PLAC-RECALL-DATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-RCL-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'COLLPLAC'    TO DB2-OBJECT
                   MOVE 'FETCH'       TO DB2-STATEMENT
                   MOVE PLAC-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200200-CHECK-ONE-PLACEMENT DECIDES WHETHER A PLACEMENT ENDS
      * TONIGHT: CLOSED 'PD' WHEN THE LOAN IS NEITHER ACTIVE NOR
      * WRITTEN OFF WITH AN OPEN RECOVERY CASE, RECALLED 'LG' WHEN A
      * LEGAL CASE IS OPEN, RECALLED 'UP' WHEN THE RECALL DATE HAS
      * COME WITHOUT A COLLECTION PUSHING IT OUT.
       200200-CHECK-ONE-PLACEMENT.

           ADD 1 TO WS-CTL-ACTIVE-CNT

           MOVE SPACES TO WS-END-ST
           MOVE SPACES TO WS-END-RSN

           PERFORM 210000-CHECK-LOAN-OPEN

           IF WS-END-ST = SPACES
               MOVE PLAC-ENT      TO LEGC-ENT
               MOVE PLAC-NUM-RISK TO LEGC-NUM-RISK
               PERFORM 220000-COUNT-OPEN-LEGAL-CASES
               IF WS-CHK-CNT > ZERO
                   MOVE 'R'  TO WS-END-ST
                   MOVE 'LG' TO WS-END-RSN
               ELSE
                   IF PLAC-RECALL-DATE <= WS-TODAY-DATE-X
                       MOVE 'R'  TO WS-END-ST
                       MOVE 'UP' TO WS-END-RSN
                   END-IF
               END-IF
           END-IF

           IF WS-END-ST NOT = SPACES
               PERFORM 230000-END-ONE-PLACEMENT
           END-IF

           PERFORM 200100-FETCH-ONE-PLACEMENT.
      ******************************************************************
      * 210000-CHECK-LOAN-OPEN MARKS THE PLACEMENT FOR CLOSING WHEN
      * THERE IS NOTHING LEFT TO COLLECT. A FAILED READ LEAVES THE
      * PLACEMENT AS IT IS FOR TOMORROW.
       210000-CHECK-LOAN-OPEN.

           MOVE PLAC-LOAN-CAT TO LLOANM-CAT
           MOVE PLAC-LOAN-NO  TO LLOANM-NO
           MOVE ZEROS         TO WS-CHK-CNT

           EXEC SQL
               SELECT L.LOANM_ST
                 INTO :WS-LOAN-ST-HOLD
                 FROM IDC015.LOANMSTR L
                WHERE L.LOANM_CAT = :LLOANM-CAT
                  AND L.LOANM_NO  = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'C'  TO WS-END-ST
                   MOVE 'PD' TO WS-END-RSN
               WHEN SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'LOANMSTR'    TO DB2-OBJECT
                   MOVE 'SELECT'      TO DB2-STATEMENT
                   MOVE PLAC-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-LOAN-ST-HOLD = 'A'
                   CONTINUE
               WHEN WS-LOAN-ST-HOLD = 'W'
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-CHK-CNT
                         FROM IDC015.LOANRECV
                        WHERE LRCV_CAT = :LLOANM-CAT
                          AND LRCV_NO  = :LLOANM-NO
                          AND LRCV_ST  = 'O'
                   END-EXEC
                   IF SQLCODE = ZERO AND WS-CHK-CNT = ZERO
                       MOVE 'C'  TO WS-END-ST
                       MOVE 'PD' TO WS-END-RSN
                   END-IF
               WHEN OTHER
                   MOVE 'C'  TO WS-END-ST
                   MOVE 'PD' TO WS-END-RSN
           END-EVALUATE.
      ******************************************************************
      * 220000-COUNT-OPEN-LEGAL-CASES COUNTS THE POSITION'S OPEN
      * LEGAL CASES (LEGC-ENT/LEGC-NUM-RISK SET BY THE CALLER). A
      * FAILED READ COUNTS AS ONE - NOTHING IS PLACED OR LEFT WITH AN
      * AGENCY ON A GUESS THAT NO COURT IS INVOLVED.
       220000-COUNT-OPEN-LEGAL-CASES.

           MOVE ZEROS TO WS-CHK-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CHK-CNT
                 FROM IDC015.LEGLCASE
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
                  AND LEGC_ST       = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 1 TO WS-CHK-CNT
           END-IF.
      ******************************************************************
      * 230000-END-ONE-PLACEMENT STAMPS THE END ON THE ROW AND
      * REPORTS IT. THE ACCOUNT GOES OUT TO THE AGENCY AS AN 'RCL'
      * RECORD IN 500000-WRITE-PLACEMENT-FILE.
       230000-END-ONE-PLACEMENT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 230100-UPDATE-PLACEMENT-END
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'COLLPLAC'    TO DB2-OBJECT
               MOVE 'UPDATE'      TO DB2-STATEMENT
               MOVE PLAC-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               EVALUATE WS-END-RSN
                   WHEN 'UP'
                       ADD 1 TO WS-CTL-RCL-UP-CNT
                       MOVE 'UNPRODUCTIVE - RECALLED' TO WS-PR-TAG
                   WHEN 'LG'
                       ADD 1 TO WS-CTL-RCL-LG-CNT
                       MOVE 'LEGAL CASE OPEN - RECALLED' TO WS-PR-TAG
                   WHEN OTHER
                       ADD 1 TO WS-CTL-CLOSE-CNT
                       MOVE 'NO LONGER OPEN - CLOSED' TO WS-PR-TAG
               END-EVALUATE

               MOVE 'RECALL'      TO WS-PR-ACTION
               MOVE PLAC-AGCY     TO WS-PR-AGCY
               MOVE PLAC-ENT      TO WS-PR-ENT
               MOVE PLAC-NUM-RISK TO WS-PR-NUM-RISK
               MOVE PLAC-POOL     TO WS-PR-POOL
               MOVE PLAC-BAL      TO WS-PR-BAL
               WRITE RE-PLACRPT FROM WS-PR-LINE

               MOVE 'AGCYRCL'     TO WS-AUD-TRAN-TYPE
               MOVE SPACES        TO WS-AUD-BEFORE
               MOVE PLAC-AGCY     TO WS-AUD-BEFORE(1:4)
               MOVE 'P'           TO WS-AUD-BEFORE(6:1)
               MOVE SPACES        TO WS-AUD-AFTER
               MOVE WS-END-ST     TO WS-AUD-AFTER(1:1)
               MOVE WS-END-RSN    TO WS-AUD-AFTER(3:2)
               PERFORM 900400-WRITE-AUDIT-TRAIL
           END-IF.
      ******************************************************************
       230100-UPDATE-PLACEMENT-END.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.COLLPLAC
                  SET PLAC_ST       = :WS-END-ST,
                      PLAC_END_DATE = :WS-TODAY-DATE-X,
                      PLAC_END_RSN  = :WS-END-RSN
                WHERE PLAC_ENT      = :PLAC-ENT
                  AND PLAC_NUM_RISK = :PLAC-NUM-RISK
                  AND PLAC_SEQ      = :PLAC-SEQ
                  AND PLAC_ST       = 'P'
           END-EXEC.
      ******************************************************************
      * 300000-PLACE-WRITTEN-OFF OFFERS EVERY WRITTEN-OFF LOAN WITH
      * AN OPEN RECOVERY CASE TO THE AGENCIES TAKING POOL 'W'.
       300000-PLACE-WRITTEN-OFF.

           MOVE 'W'  TO WS-CAND-POOL
           MOVE 'N'  TO WS-CAND-EOF-SW

           EXEC SQL
               OPEN AGCP-WO-CSR
           END-EXEC

           PERFORM 300100-FETCH-WRITTEN-OFF

           PERFORM 600000-CONSIDER-CANDIDATE UNTIL WS-CAND-EOF

           EXEC SQL
               CLOSE AGCP-WO-CSR
           END-EXEC.
      ******************************************************************
       300100-FETCH-WRITTEN-OFF.

           EXEC SQL
               FETCH AGCP-WO-CSR
                INTO :LLOANM-CAT, :LLOANM-NO, :WS-CAND-BAL
           END-EXEC

           PERFORM 650000-CHECK-CANDIDATE-FETCH.
      ******************************************************************
      * 400000-PLACE-LATE-STAGE OFFERS EVERY ACTIVE LOAN IN THE
      * BUCKET TO THE AGENCIES TAKING POOL 'L'.
       400000-PLACE-LATE-STAGE.

           MOVE 'L'  TO WS-CAND-POOL
           MOVE 'N'  TO WS-CAND-EOF-SW

           EXEC SQL
               OPEN AGCP-LATE-CSR
           END-EXEC

           PERFORM 400100-FETCH-LATE-STAGE

           PERFORM 600000-CONSIDER-CANDIDATE UNTIL WS-CAND-EOF

           EXEC SQL
               CLOSE AGCP-LATE-CSR
           END-EXEC.
      ******************************************************************
       400100-FETCH-LATE-STAGE.

           EXEC SQL
               FETCH AGCP-LATE-CSR
                INTO :LLOANM-CAT, :LLOANM-NO, :WS-CAND-BAL
           END-EXEC

           PERFORM 650000-CHECK-CANDIDATE-FETCH.
      ******************************************************************
      * 500000-WRITE-PLACEMENT-FILE WRITES TONIGHT'S PLACEMENTS AND
      * RECALLS AS ONE HDR/TRL GROUP PER AGENCY.
       500000-WRITE-PLACEMENT-FILE.

           MOVE SPACES TO WS-PREV-AGCY

           EXEC SQL
               OPEN AGCP-OUT-CSR
           END-EXEC

           PERFORM 500100-FETCH-ONE-OUTPUT

           PERFORM 500200-WRITE-ONE-OUTPUT UNTIL WS-OUT-EOF

           EXEC SQL
               CLOSE AGCP-OUT-CSR
           END-EXEC

           IF WS-PREV-AGCY NOT = SPACES
               PERFORM 500400-WRITE-AGENCY-TRAILER
           END-IF.
      ******************************************************************
       500100-FETCH-ONE-OUTPUT.

           EXEC SQL
               FETCH AGCP-OUT-CSR
                INTO :WS-OUT-AGCY, :PLAC-ST, :PLAC-ENT,
                     :PLAC-NUM-RISK, :PLAC-POOL, :PLAC-BAL,
                     :PLAC-END-RSN, :WS-OUT-CUST-NO,
                     :WS-OUT-FRSTNM, :WS-OUT-LASTNM, :WS-OUT-ADDR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-OUT-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'COLLPLAC'    TO DB2-OBJECT
                   MOVE 'FETCH'       TO DB2-STATEMENT
                   MOVE WS-OUT-AGCY   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       500200-WRITE-ONE-OUTPUT.

           IF WS-OUT-AGCY NOT = WS-PREV-AGCY
               IF WS-PREV-AGCY NOT = SPACES
                   PERFORM 500400-WRITE-AGENCY-TRAILER
               END-IF
               PERFORM 500300-WRITE-AGENCY-HEADER
           END-IF

           MOVE WS-OUT-AGCY    TO WS-PLD-AGCY
           MOVE PLAC-ENT       TO WS-PLD-ENT
           MOVE PLAC-NUM-RISK  TO WS-PLD-NUM-RISK
           MOVE PLAC-POOL      TO WS-PLD-POOL
           MOVE PLAC-BAL       TO WS-PLD-BAL
           MOVE WS-OUT-CUST-NO TO WS-PLD-CUST-NO
           MOVE WS-OUT-FRSTNM  TO WS-PLD-FRSTNM
           MOVE WS-OUT-LASTNM  TO WS-PLD-LASTNM
           MOVE WS-OUT-ADDR    TO WS-PLD-ADDR
           MOVE WS-TODAY-DATE-X TO WS-PLD-DATE

           IF PLAC-ST = 'P'
               MOVE 'PLC'  TO WS-PLD-REC-TYPE
               MOVE SPACES TO WS-PLD-RSN
               ADD 1        TO WS-GRP-PLC-CNT
               ADD PLAC-BAL TO WS-GRP-PLC-AMT
           ELSE
               MOVE 'RCL'        TO WS-PLD-REC-TYPE
               MOVE PLAC-END-RSN TO WS-PLD-RSN
               ADD 1 TO WS-GRP-RCL-CNT
           END-IF

           WRITE RE-PLACOUT FROM WS-PLO-DETAIL

           PERFORM 500100-FETCH-ONE-OUTPUT.
      ******************************************************************
      * 500300-WRITE-AGENCY-HEADER OPENS AN AGENCY'S GROUP, NAMED
      * FROM THE DECK (BLANK FOR AN AGENCY NO LONGER ON IT WHOSE
      * ACCOUNTS ARE COMING BACK).
       500300-WRITE-AGENCY-HEADER.

           MOVE WS-OUT-AGCY TO WS-PREV-AGCY
           MOVE ZEROS       TO WS-GRP-PLC-CNT
           MOVE ZEROS       TO WS-GRP-RCL-CNT
           MOVE ZEROS       TO WS-GRP-PLC-AMT

           MOVE WS-OUT-AGCY     TO WS-PLH-AGCY
           MOVE SPACES          TO WS-PLH-NAME
           MOVE WS-TODAY-DATE-X TO WS-PLH-DATE

           MOVE ZERO TO WS-AGY-HIT-IX
           PERFORM 500310-MATCH-AGENCY-NAME
               VARYING WS-AGY-IX FROM 1 BY 1
               UNTIL WS-AGY-IX > WS-AGY-CNT
                  OR WS-AGY-HIT-IX > ZERO

           WRITE RE-PLACOUT FROM WS-PLO-HDR.
      ******************************************************************
       500310-MATCH-AGENCY-NAME.

           IF WS-AGY-CODE (WS-AGY-IX) = WS-OUT-AGCY
               MOVE WS-AGY-IX TO WS-AGY-HIT-IX
               MOVE WS-AGY-NAME (WS-AGY-IX) TO WS-PLH-NAME
           END-IF.
      ******************************************************************
       500400-WRITE-AGENCY-TRAILER.

           MOVE WS-PREV-AGCY   TO WS-PLT-AGCY
           MOVE WS-GRP-PLC-CNT TO WS-PLT-PLC-CNT
           MOVE WS-GRP-RCL-CNT TO WS-PLT-RCL-CNT
           MOVE WS-GRP-PLC-AMT TO WS-PLT-PLC-AMT

           WRITE RE-PLACOUT FROM WS-PLO-TRL.
      ******************************************************************
      * 600000-CONSIDER-CANDIDATE RUNS THE CHECKS ON ONE CANDIDATE
      * FROM EITHER POOL AND PLACES IT WHEN IT PASSES THEM ALL.
       600000-CONSIDER-CANDIDATE.

           ADD 1 TO WS-CTL-CAND-CNT

           MOVE 'Y'         TO WS-ELIGIBLE-SW
           MOVE LLOANM-NO   TO WS-LOAN-NO-9
           MOVE WS-HOME-ENT TO PLAC-ENT
           MOVE WS-LOAN-NO-9 TO PLAC-NUM-RISK

           PERFORM 610000-CHECK-ALREADY-PLACED

           IF WS-ELIGIBLE
               MOVE PLAC-ENT      TO LEGC-ENT
               MOVE PLAC-NUM-RISK TO LEGC-NUM-RISK
               PERFORM 220000-COUNT-OPEN-LEGAL-CASES
               IF WS-CHK-CNT > ZERO
                   MOVE 'N' TO WS-ELIGIBLE-SW
                   ADD 1 TO WS-CTL-LEGL-CNT
               END-IF
           END-IF

           IF WS-ELIGIBLE
               PERFORM 620000-CHECK-RECENT-PROMISE
           END-IF

           IF WS-ELIGIBLE
               PERFORM 630000-CHOOSE-AGENCY
               IF WS-AGY-HIT-IX = ZERO
                   ADD 1 TO WS-CTL-NOAGY-CNT
               ELSE
                   PERFORM 640000-INSERT-PLACEMENT
               END-IF
           END-IF

           IF WS-CAND-POOL = 'W'
               PERFORM 300100-FETCH-WRITTEN-OFF
           ELSE
               PERFORM 400100-FETCH-LATE-STAGE
           END-IF.
      ******************************************************************
      * 610000-CHECK-ALREADY-PLACED SKIPS A POSITION AN AGENCY
      * ALREADY HOLDS - A LOAN WRITTEN OFF WHILE PLACED AS LATE-STAGE
      * STAYS WHERE IT IS.
       610000-CHECK-ALREADY-PLACED.

           MOVE ZEROS TO WS-CHK-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CHK-CNT
                 FROM IDC015.COLLPLAC
                WHERE PLAC_ENT      = :PLAC-ENT
                  AND PLAC_NUM_RISK = :PLAC-NUM-RISK
                  AND PLAC_ST       = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO OR WS-CHK-CNT > ZERO
               MOVE 'N' TO WS-ELIGIBLE-SW
               ADD 1 TO WS-CTL-HELD-CNT
           END-IF.
      ******************************************************************
      * 620000-CHECK-RECENT-PROMISE SKIPS A POSITION WITH A PROMISE
      * TO PAY STILL ACTIVE, OR ONE MADE INSIDE THE 'SEL' DAYS - THE
      * BORROWER IS STILL TALKING TO US.
       620000-CHECK-RECENT-PROMISE.

           MOVE ZEROS TO WS-CHK-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CHK-CNT
                 FROM IDC015.PROMPAY
                WHERE PTP_ENT      = :PLAC-ENT
                  AND PTP_NUM_RISK = :PLAC-NUM-RISK
                  AND (PTP_ST = 'A'
                    OR PTP_REG_DATE > :WS-PTP-CUTOFF-X)
           END-EXEC

           IF SQLCODE NOT = ZERO OR WS-CHK-CNT > ZERO
               MOVE 'N' TO WS-ELIGIBLE-SW
               ADD 1 TO WS-CTL-PTP-CNT
           END-IF.
      ******************************************************************
      * 630000-CHOOSE-AGENCY GOES ROUND THE AGENCY TABLE FROM THE
      * ROUND-ROBIN POINTER AND TAKES THE FIRST AGENCY THAT TAKES THE
      * CANDIDATE'S POOL AND HAS NEVER HELD THE POSITION BEFORE. THE
      * POINTER MOVES PAST THE AGENCY CHOSEN.
       630000-CHOOSE-AGENCY.

           MOVE ZERO        TO WS-AGY-HIT-IX
           MOVE ZERO        TO WS-AGY-TRIED
           MOVE WS-AGY-NEXT TO WS-AGY-IX

           PERFORM 630100-TRY-ONE-AGENCY
               UNTIL WS-AGY-HIT-IX > ZERO
                  OR WS-AGY-TRIED >= WS-AGY-CNT

           IF WS-AGY-HIT-IX > ZERO
               COMPUTE WS-AGY-NEXT = WS-AGY-HIT-IX + 1
               IF WS-AGY-NEXT > WS-AGY-CNT
                   MOVE 1 TO WS-AGY-NEXT
               END-IF
           END-IF.
      ******************************************************************
       630100-TRY-ONE-AGENCY.

           ADD 1 TO WS-AGY-TRIED

           IF WS-AGY-POOL (WS-AGY-IX) = WS-CAND-POOL
            OR WS-AGY-POOL (WS-AGY-IX) = 'B'
               MOVE ZEROS TO WS-CHK-CNT
               MOVE WS-AGY-CODE (WS-AGY-IX) TO PLAC-AGCY

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CHK-CNT
                     FROM IDC015.COLLPLAC
                    WHERE PLAC_ENT      = :PLAC-ENT
                      AND PLAC_NUM_RISK = :PLAC-NUM-RISK
                      AND PLAC_AGCY     = :PLAC-AGCY
               END-EXEC

               IF SQLCODE = ZERO AND WS-CHK-CNT = ZERO
                   MOVE WS-AGY-IX TO WS-AGY-HIT-IX
               END-IF
           END-IF

           ADD 1 TO WS-AGY-IX
           IF WS-AGY-IX > WS-AGY-CNT
               MOVE 1 TO WS-AGY-IX
           END-IF.
      ******************************************************************
      * 640000-INSERT-PLACEMENT RECORDS THE PLACEMENT WITH THE
      * AGENCY'S TERMS FROZEN ON IT AND THE RECALL DATE ITS
      * CONTRACTED PERIOD AWAY.
       640000-INSERT-PLACEMENT.

           MOVE ZEROS TO PLAC-SEQ

           EXEC SQL
               SELECT COALESCE(MAX(PLAC_SEQ), 0)
                 INTO :PLAC-SEQ
                 FROM IDC015.COLLPLAC
                WHERE PLAC_ENT      = :PLAC-ENT
                  AND PLAC_NUM_RISK = :PLAC-NUM-RISK
           END-EXEC

           ADD 1 TO PLAC-SEQ

           MOVE LLOANM-CAT      TO PLAC-LOAN-CAT
           MOVE LLOANM-NO       TO PLAC-LOAN-NO
           MOVE WS-AGY-CODE (WS-AGY-HIT-IX)     TO PLAC-AGCY
           MOVE WS-CAND-POOL    TO PLAC-POOL
           MOVE WS-TODAY-DATE-X TO PLAC-DATE
           MOVE WS-CAND-BAL     TO PLAC-BAL
           MOVE WS-AGY-COMM-PCT (WS-AGY-HIT-IX) TO PLAC-COMM-PCT
           MOVE WS-AGY-DAYS (WS-AGY-HIT-IX)     TO PLAC-PERIOD-DAYS
           MOVE WS-AGY-DAYS (WS-AGY-HIT-IX)     TO WS-SHIFT-DAYS
           PERFORM 900700-SHIFT-DATE
           MOVE WS-SHIFT-DATE-X TO PLAC-RECALL-DATE
           MOVE WS-NEVER-DATE   TO PLAC-LAST-COLL-DATE
           MOVE ZEROS           TO PLAC-COLL-AMT
           MOVE ZEROS           TO PLAC-COMM-AMT
           MOVE 'P'             TO PLAC-ST
           MOVE WS-NEVER-DATE   TO PLAC-END-DATE
           MOVE SPACES          TO PLAC-END-RSN

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 640100-INSERT-COLLPLAC-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-FAIL-CNT
               MOVE 'COLLPLAC'    TO DB2-OBJECT
               MOVE 'INSERT'      TO DB2-STATEMENT
               MOVE PLAC-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               ADD 1        TO WS-CTL-PLACED-CNT
               ADD PLAC-BAL TO WS-CTL-PLACED-AMT

               MOVE 'PLACE'       TO WS-PR-ACTION
               MOVE PLAC-AGCY     TO WS-PR-AGCY
               MOVE PLAC-ENT      TO WS-PR-ENT
               MOVE PLAC-NUM-RISK TO WS-PR-NUM-RISK
               MOVE PLAC-POOL     TO WS-PR-POOL
               MOVE PLAC-BAL      TO WS-PR-BAL
               MOVE SPACES        TO WS-PR-TAG
               MOVE 'RECALL DUE'  TO WS-PR-TAG(1:10)
               MOVE PLAC-RECALL-DATE TO WS-PR-TAG(12:10)
               WRITE RE-PLACRPT FROM WS-PR-LINE

               MOVE 'AGCYPLAC'    TO WS-AUD-TRAN-TYPE
               MOVE SPACES        TO WS-AUD-BEFORE
               MOVE SPACES        TO WS-AUD-AFTER
               MOVE PLAC-AGCY     TO WS-AUD-AFTER(1:4)
               MOVE PLAC-POOL     TO WS-AUD-AFTER(6:1)
               MOVE PLAC-RECALL-DATE TO WS-AUD-AFTER(8:10)
               PERFORM 900400-WRITE-AUDIT-TRAIL
           END-IF.
      ******************************************************************
       640100-INSERT-COLLPLAC-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.COLLPLAC
                   ( PLAC_ENT, PLAC_NUM_RISK, PLAC_SEQ,
                     PLAC_LOAN_CAT, PLAC_LOAN_NO, PLAC_AGCY,
                     PLAC_POOL, PLAC_DATE, PLAC_BAL, PLAC_COMM_PCT,
                     PLAC_PERIOD_DAYS, PLAC_RECALL_DATE,
                     PLAC_LAST_COLL_DATE, PLAC_COLL_AMT,
                     PLAC_COMM_AMT, PLAC_ST, PLAC_END_DATE,
                     PLAC_END_RSN )
               VALUES
                   ( :PLAC-ENT, :PLAC-NUM-RISK, :PLAC-SEQ,
                     :PLAC-LOAN-CAT, :PLAC-LOAN-NO, :PLAC-AGCY,
                     :PLAC-POOL, :PLAC-DATE, :PLAC-BAL,
                     :PLAC-COMM-PCT, :PLAC-PERIOD-DAYS,
                     :PLAC-RECALL-DATE, :PLAC-LAST-COLL-DATE,
                     :PLAC-COLL-AMT, :PLAC-COMM-AMT, :PLAC-ST,
                     :PLAC-END-DATE, :PLAC-END-RSN )
           END-EXEC.
      ******************************************************************
      * 650000-CHECK-CANDIDATE-FETCH ENDS THE CANDIDATE LOOP AT THE
      * END OF EITHER POOL'S CURSOR, LOGGING A REAL FAILURE.
       650000-CHECK-CANDIDATE-FETCH.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-CAND-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'LOANMSTR'   TO DB2-OBJECT
                   MOVE 'FETCH'      TO DB2-STATEMENT
                   MOVE WS-CAND-POOL TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 900700-SHIFT-DATE MOVES TODAY BY WS-SHIFT-DAYS ON THE 30/360
      * CALENDAR INTO WS-SHIFT-DATE-X.
       900700-SHIFT-DATE.

           COMPUTE WS-DAYNUM =
                 WS-TODAY-YYYY * 360
               + (WS-TODAY-MM - 1) * 30
               + (WS-TODAY-DD - 1)
               + WS-SHIFT-DAYS

           COMPUTE WS-SH-YYYY-N = WS-DAYNUM / 360
           COMPUTE WS-DAYNUM    = WS-DAYNUM - WS-SH-YYYY-N * 360
           COMPUTE WS-SH-MM-N   = WS-DAYNUM / 30 + 1
           COMPUTE WS-SH-DD-N   = WS-DAYNUM - (WS-SH-MM-N - 1) * 30
                                + 1

           IF WS-SH-MM-N = 2 AND WS-SH-DD-N > 28
               MOVE 28 TO WS-SH-DD-N
           END-IF

           MOVE WS-SH-YYYY-N TO WS-SH-YYYY
           MOVE WS-SH-MM-N   TO WS-SH-MM
           MOVE WS-SH-DD-N   TO WS-SH-DD.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'AGCP100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY PLACEMENT MADE OR ENDED, KEYED ON THE RISK
      * POSITION - A PLACEMENT HANDS THE BORROWER'S DETAILS TO A
      * THIRD PARTY, SO EVERY ONE IS ON THE TRAIL.
       900400-WRITE-AUDIT-TRAIL.

           MOVE SPACES           TO WS-AUD-KEY
           MOVE PLAC-ENT         TO WS-AUD-KEY(1:4)
           MOVE PLAC-NUM-RISK    TO WS-AUD-KEY(5:10)

           MOVE 'AGCP100 '       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COLLECTIONS CAN RECONCILE THE NIGHT'S PLACEMENTS.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'AGCP100 CONTROL TOTALS'
           DISPLAY '  PLACEMENTS CHECKED ............... : '
                   WS-CTL-ACTIVE-CNT
           DISPLAY '  RECALLED - UNPRODUCTIVE .......... : '
                   WS-CTL-RCL-UP-CNT
           DISPLAY '  RECALLED - LEGAL CASE OPEN ....... : '
                   WS-CTL-RCL-LG-CNT
           DISPLAY '  CLOSED - NO LONGER OPEN .......... : '
                   WS-CTL-CLOSE-CNT
           DISPLAY '  CANDIDATES SELECTED .............. : '
                   WS-CTL-CAND-CNT
           DISPLAY '  ACCOUNTS PLACED .................. : '
                   WS-CTL-PLACED-CNT
           DISPLAY '  BALANCE PLACED ................... : '
                   WS-CTL-PLACED-AMT
           DISPLAY '  SKIPPED - ALREADY PLACED ......... : '
                   WS-CTL-HELD-CNT
           DISPLAY '  SKIPPED - LEGAL CASE OPEN ........ : '
                   WS-CTL-LEGL-CNT
           DISPLAY '  SKIPPED - RECENT PROMISE TO PAY .. : '
                   WS-CTL-PTP-CNT
           DISPLAY '  SKIPPED - NO AGENCY LEFT TO TRY .. : '
                   WS-CTL-NOAGY-CNT
           DISPLAY '  UPDATES FAILED ................... : '
                   WS-CTL-FAIL-CNT.
      ******************************************************************
