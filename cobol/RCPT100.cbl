      ******************************************************************
      * RCPT100 MAINTAINS THE INBOUND FILE RECEIPT REGISTER RCPTREG,
      * THE RECEIVING COUNTERPART OF XMIT100. XMITREG TRACKS EVERY
      * FILE WE SEND; NOTHING TRACKED THE FILES WE RECEIVE, SO A
      * BANK RETURNS FILE DELIVERED TWICE WAS BOOKED TWICE AND A RATE
      * FEED THAT NEVER CAME WAS NOTICED ONLY WHEN THE RISK EXTRACT
      * WENT OUT ON STALE RATES. THE FEEDS COVERED, WITH THE PROGRAM
      * THAT CONSUMES EACH AND THE FEED ID IT IS REGISTERED UNDER:
      *   RATES    EXCHANGE-RATE FEED                      RATEL100
      *   DDRETURN BANK'S PAIN.002/CAMT.054 ANSWERS        DDRET100
      *   DDADVICE BANK'S CAMT.054 SETTLEMENT ADVICE       DDSR100
      *   CREDTRF  BANK'S INCOMING CREDIT TRANSFERS        CTRM100
      *   CIRBEACK BANCO DE ESPANA'S CIRBE ACKNOWLEDGMENT  CACK100
      *   CIRBEBUR BANCO DE ESPANA'S BUREAU RETURN         CBUR100
      *   GLCONF   ACCOUNTING'S POSTED-CONFIRMATION FEED   GLCF100
      *   GLTRBAL  ACCOUNTING'S DAILY TRIAL BALANCE        GLRC100
      * THE RUN HAS TWO MODES, CHOSEN BY THE PM1DQ016 CARD:
      *   - GATE (THE CARD NAMES ONE FEED): RUN AS THE STEP JUST
      *     BEFORE THE CONSUMER. THE FEED IS READ ON ITS OWN DD
      *     (RF1DQ001-008, THE SAME DATASET THE CONSUMER READS) AND
      *     ITS RECORD COUNT, TOTAL AMOUNT AND HASH TOTAL ARE TAKEN.
      *     THE HASH TOTAL IS A CHECKSUM FOLDED OVER EVERY BYTE OF
      *     EVERY RECORD IN ORDER - A KEY-FIELD SUM WOULD NOT DO HERE,
      *     AS THE RATE FEED CARRIES THE SAME CURRENCIES EVERY DAY. A
      *     FILE WHOSE COUNT, AMOUNT AND HASH MATCH A RECEIPT ALREADY
      *     ACCEPTED FOR THE FEED IS A DUPLICATE: IT IS REGISTERED AS
      *     REJECTED ('D') AND THE STEP ENDS CC 8, SO THE CONSUMER
      *     (COND=(4,LT) ON THIS STEP) IS BYPASSED. A RERUN OF THE
      *     SAME DAY'S JOB AFTER A CONSUMER FAILURE IS DECLARED WITH
      *     'Y' IN COLUMN 10 OF THE CARD: A DUPLICATE OF A RECEIPT
      *     ACCEPTED TODAY IS THEN ACCEPTED AGAIN ('R') - ONE FROM AN
      *     EARLIER DAY IS STILL REJECTED. OTHERWISE THE FILE IS
      *     ACCEPTED: 'A', OR 'L' (CC 4) WHEN IT ARRIVED AFTER ITS
      *     EXPECTED-ARRIVAL WINDOW CLOSED. AN EMPTY OR ABSENT FILE
      *     REGISTERS NOTHING AND ENDS CC 4.
      *   - SWEEP (BLANK CARD OR 'ALL'): RUN AT THE CHECKPOINT TIMES
      *     OPERATIONS CHOOSE. FOR EVERY FEED WITH A WINDOW DUE TODAY,
      *     LISTS WHETHER IT HAS BEEN RECEIVED, IS STILL AWAITED, OR
      *     IS MISSING (WINDOW CLOSED, NOTHING ACCEPTED TODAY - CC 4),
      *     SO A FEED THAT NEVER CAME IS CHASED BEFORE ITS CONSUMER
      *     IS DUE, NOT AFTER.
      * THE EXPECTED-ARRIVAL WINDOWS ARE CARDS ON FW1DQ001 (FEED ID,
      * FROM AND TO TIMES HHMM, AND 'D' EVERY DAY OR 'B'/BLANK
      * BUSINESS DAYS ONLY, ON THE HOME HOLIDAY CALENDAR THROUGH
      * DAT4C100). A FEED WITH NO WINDOW CARD IS REGISTERED BUT
      * NEVER LATE OR MISSING. CC 12 = CARD REJECTED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPT100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT OPTIONAL RCPTPARM-FILE ASSIGN PM1DQ016.
           SELECT OPTIONAL FEEDWIN-FILE  ASSIGN FW1DQ001.
           SELECT OPTIONAL RATES-FILE    ASSIGN RF1DQ001.
           SELECT OPTIONAL DDRET-FILE    ASSIGN RF1DQ002.
           SELECT OPTIONAL DDADV-FILE    ASSIGN RF1DQ003.
           SELECT OPTIONAL CREDTRF-FILE  ASSIGN RF1DQ004.
           SELECT OPTIONAL CIRBACK-FILE  ASSIGN RF1DQ005.
           SELECT OPTIONAL CIRBBUR-FILE  ASSIGN RF1DQ006.
           SELECT OPTIONAL GLCONF-FILE   ASSIGN RF1DQ007.
           SELECT OPTIONAL GLTRBAL-FILE  ASSIGN RF1DQ008.
           SELECT RCPTRPT-FILE  ASSIGN RPTDQ013.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RCPTPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE FEED ID TO
      * GATE (BLANK OR 'ALL' FOR THE SWEEP) AND THE RERUN FLAG.
       FD  RCPTPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RCPTPARM.
           05  RPARM-FEED-ID                PIC X(8).
           05  FILLER                       PIC X(1).
           05  RPARM-RERUN                  PIC X(1).
           05  FILLER                       PIC X(70).
      ******************************************************************
      * FEEDWIN-FILE HOLDS ONE EXPECTED-ARRIVAL WINDOW CARD PER FEED.
      * A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
       FD  FEEDWIN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-FEEDWIN.
           05  FWIN-FEED-ID                 PIC X(8).
           05  FILLER                       PIC X(1).
           05  FWIN-FROM                    PIC X(4).
           05  FILLER                       PIC X(1).
           05  FWIN-TO                      PIC X(4).
           05  FILLER                       PIC X(1).
           05  FWIN-DAYS                    PIC X(1).
           05  FILLER                       PIC X(60).
      ******************************************************************
      * RATES-FILE IS THE PUBLISHED EXCHANGE-RATE FEED IN RATEL100'S
      * LAYOUT. RATES ARE NOT MONEY, SO NO AMOUNT IS TOTALLED.
       FD  RATES-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RATES                         PIC X(40).
      ******************************************************************
      * DDRET-FILE IS THE BANK'S PAIN.002 STATUS REPORT AND CAMT.054
      * NOTIFICATION AS DDRET100 READS THEM (CONCATENATED XML LINES).
       FD  DDRET-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DDRET                         PIC X(256).
      ******************************************************************
      * DDADV-FILE IS THE BANK'S CAMT.054 SETTLEMENT CREDIT ADVICE AS
      * DDSR100 READS IT.
       FD  DDADV-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DDADV                         PIC X(256).
      ******************************************************************
      * CREDTRF-FILE IS THE BANK'S INCOMING-CREDITS FILE IN CTRM100'S
      * LAYOUT.
       FD  CREDTRF-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CREDTRF.
           05  RCTR-REF                     PIC X(20).
           05  RCTR-AMT                     PIC 9(10).
           05  FILLER                       PIC X(30).
      ******************************************************************
      * CIRBACK-FILE IS THE REGULATOR'S CIRBE ACKNOWLEDGMENT IN
      * CACK100'S LAYOUT. NO AMOUNT.
       FD  CIRBACK-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CIRBACK                       PIC X(40).
      ******************************************************************
      * CIRBBUR-FILE IS THE REGULATOR'S AGGREGATE-INDEBTEDNESS RETURN
      * IN CBUR100'S LAYOUT.
       FD  CIRBBUR-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CIRBBUR.
           05  RBUR-TAX-ID                  PIC X(9).
           05  FILLER                       PIC X(1).
           05  RBUR-TOT-DEBT                PIC 9(13)V9(2).
           05  FILLER                       PIC X(35).
      ******************************************************************
      * GLCONF-FILE IS ACCOUNTING'S POSTED-CONFIRMATION BACK-FEED IN
      * GLCF100'S LAYOUT.
       FD  GLCONF-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLCONF.
           05  RCNF-POST-DATE               PIC X(10).
           05  RCNF-TRAN-TYPE               PIC X(10).
           05  RCNF-AMT                     PIC 9(13)V9(2).
           05  FILLER                       PIC X(25).
      ******************************************************************
      * GLTRBAL-FILE IS ACCOUNTING'S DAILY TRIAL BALANCE IN GLRC100'S
      * LAYOUT. THE BALANCE IS SIGNED, SO THE TOTAL AMOUNT TAKEN IS
      * THE SUM OF THE ABSOLUTE BALANCES.
       FD  GLTRBAL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLTRBAL.
           05  RTB-ACCT                     PIC X(8).
           05  RTB-CCY                      PIC X(3).
           05  RTB-BAL-DATE                 PIC X(10).
           05  RTB-BALANCE                  PIC S9(13)V9(2)
                                            SIGN LEADING SEPARATE.
           05  FILLER                       PIC X(23).
      ******************************************************************
      * RCPTRPT-FILE IS THE PRINTED RECEIPT AND FEED-STATUS REPORT.
       FD  RCPTRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RCPTRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE READ LOOPS AND THE RUN MODE.
       01  WS-SWITCHES.
           05  WS-FIL-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-FIL-EOF                           VALUE 'Y'.
           05  WS-WIN-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-WIN-EOF                           VALUE 'Y'.
           05  WS-MODE-SW                   PIC X(1)    VALUE 'S'.
               88  WS-MODE-GATE                         VALUE 'G'.
               88  WS-MODE-SWEEP                        VALUE 'S'.
           05  WS-BUS-DAY-SW                PIC X(1)    VALUE 'Y'.
               88  WS-BUS-DAY                           VALUE 'Y'.
           05  WS-WIN-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-WIN-FOUND                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ACCEPT-CNT            PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LATE-CNT              PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DUP-CNT               PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EMPTY-CNT             PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-MISSING-CNT           PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE FILE FIGURES BEING ACCUMULATED FOR THE FEED BEING GATED.
       01  WS-FIL-REC-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-FIL-TOT-AMT                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-FIL-HASH-TOT                  PIC S9(15)  COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE BYTE CHECKSUM: THE RECORD IS MOVED TO
      * WS-CHK-REC AND EACH BYTE IS TAKEN AS A NUMBER BY DROPPING IT
      * INTO THE LOW ORDER OF A HALFWORD.
       01  WS-CHK-REC                       PIC X(256)  VALUE SPACES.
       01  WS-CHK-LEN                       PIC 9(4)    COMP
                                                         VALUE ZERO.
       01  WS-CHK-IX                        PIC 9(4)    COMP
                                                         VALUE ZERO.
       01  WS-CHK-HALF                      PIC 9(4)    COMP
                                                         VALUE ZERO.
       01  WS-CHK-BYTES REDEFINES WS-CHK-HALF.
           05  WS-CHK-HIGH                  PIC X(1).
           05  WS-CHK-LOW                   PIC X(1).
       01  WS-CHK-WORK                      PIC S9(15)  COMP-3
                                                         VALUE ZERO.
       01  WS-CHK-QUOT                      PIC S9(15)  COMP-3
                                                         VALUE ZERO.
      ******************************************************************
      * THE EXPECTED-ARRIVAL WINDOWS LOADED FROM FW1DQ001.
       01  WS-WIN-CNT                       PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-WIN-MAX                       PIC S9(4)   COMP
                                                         VALUE 20.
       01  WS-WIN-TABLE.
           05  WS-WIN-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-WIN-IDX.
               10  WS-WIN-FEED-ID           PIC X(8).
               10  WS-WIN-FROM              PIC X(4).
               10  WS-WIN-TO                PIC X(4).
               10  WS-WIN-DAYS              PIC X(1).
      ******************************************************************
      * DUPLICATE LOOKUP RESULTS AND THE SWEEP'S RECEIPT COUNT.
       01  WS-DUP-CNT                       PIC S9(9)   COMP
                                                         VALUE ZERO.
       01  WS-DUP-DATE                      PIC X(10)   VALUE SPACES.
       01  WS-RCV-CNT                       PIC S9(9)   COMP
                                                         VALUE ZERO.
      ******************************************************************
      * TODAY'S DATE AND THE TIME OF THE RUN.
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
       01  WS-NOW-HHMMSSHH                  PIC 9(8)    VALUE ZEROS.
       01  WS-NOW-BREAKDOWN REDEFINES WS-NOW-HHMMSSHH.
           05  WS-NOW-HH                    PIC 9(2).
           05  WS-NOW-MI                    PIC 9(2).
           05  WS-NOW-SS                    PIC 9(2).
           05  WS-NOW-HS                    PIC 9(2).
       01  WS-NOW-HHMM.
           05  WS-NH-HH                     PIC 9(2).
           05  WS-NH-MI                     PIC 9(2).
       01  WS-NOW-TIME-X.
           05  WS-NT-HH                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '.'.
           05  WS-NT-MI                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '.'.
           05  WS-NT-SS                     PIC 9(2).
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
      ******************************************************************
      * REPORT LINE.
       01  WS-RC-LINE.
           05  WS-RC-FEED-ID                PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-DATE                   PIC X(10).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-RC-TIME                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-WIN-FROM               PIC X(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-RC-WIN-TO                 PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-REC-CNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-TOT-AMT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-HASH-TOT               PIC Z(14)9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-TAG                    PIC X(30).
           05  FILLER                       PIC X(7)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY RCPTREG.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE CARD AND THE WINDOWS, THEN GATES THE
      * NAMED FEED OR SWEEPS ALL OF THEM, AND SETS THE CONDITION CODE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-NOW-HHMMSSHH   FROM TIME

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD
           MOVE WS-NOW-HH      TO WS-NH-HH
           MOVE WS-NOW-MI      TO WS-NH-MI
           MOVE WS-NOW-HH      TO WS-NT-HH
           MOVE WS-NOW-MI      TO WS-NT-MI
           MOVE WS-NOW-SS      TO WS-NT-SS

           PERFORM 110000-READ-CONTROL-CARD

           PERFORM 120000-LOAD-WINDOWS

           PERFORM 130000-CHECK-BUSINESS-DAY

           OPEN OUTPUT RCPTRPT-FILE

           MOVE 'RCPT100 - INBOUND FILE RECEIPT REGISTER' TO RE-RCPTRPT
           WRITE RE-RCPTRPT

           IF WS-MODE-GATE
               PERFORM 200000-GATE-ONE-FEED
           ELSE
               PERFORM 400000-SWEEP-FEED-WINDOWS
           END-IF

           CLOSE RCPTRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           EVALUATE TRUE
               WHEN WS-CTL-DUP-CNT > ZERO
                 OR (WS-MODE-GATE AND WS-CTL-DB2-ERR-CNT > ZERO)
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CTL-LATE-CNT    > ZERO
                 OR WS-CTL-EMPTY-CNT   > ZERO
                 OR WS-CTL-MISSING-CNT > ZERO
                 OR WS-CTL-DB2-ERR-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.
      ******************************************************************
      * 110000-READ-CONTROL-CARD SETS THE RUN MODE. AN ABSENT OR BLANK
      * CARD, OR 'ALL', IS THE SWEEP; ONE OF THE SEVEN FEED IDS IS A
      * GATE RUN FOR THAT FEED; ANYTHING ELSE STOPS THE RUN AT CC 12
      * SO A MISTYPED GATE NEVER LETS ITS CONSUMER THROUGH.
       110000-READ-CONTROL-CARD.

           MOVE SPACES TO RE-RCPTPARM

           OPEN INPUT RCPTPARM-FILE
           READ RCPTPARM-FILE
               AT END
                   MOVE SPACES TO RE-RCPTPARM
           END-READ
           CLOSE RCPTPARM-FILE

           EVALUATE RPARM-FEED-ID
               WHEN SPACES
               WHEN 'ALL     '
                   SET WS-MODE-SWEEP TO TRUE
               WHEN 'RATES   '
               WHEN 'DDRETURN'
               WHEN 'DDADVICE'
               WHEN 'CREDTRF '
               WHEN 'CIRBEACK'
               WHEN 'CIRBEBUR'
               WHEN 'GLCONF  '
               WHEN 'GLTRBAL '
                   SET WS-MODE-GATE TO TRUE
               WHEN OTHER
                   DISPLAY 'RCPT100 - PM1DQ016 FEED ID NOT KNOWN: '
                           RPARM-FEED-ID
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF RPARM-RERUN NOT = 'Y' AND RPARM-RERUN NOT = SPACE
              AND RPARM-RERUN NOT = 'N'
               DISPLAY 'RCPT100 - PM1DQ016 RERUN FLAG NOT Y OR N: '
                       RPARM-RERUN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * 120000-LOAD-WINDOWS LOADS THE EXPECTED-ARRIVAL WINDOW CARDS.
      * A CARD WITH A NON-NUMERIC TIME IS IGNORED WITH A WARNING
      * RATHER THAN STOPPING A GATE THAT HAS NOTHING TO DO WITH IT.
       120000-LOAD-WINDOWS.

           MOVE ZERO TO WS-WIN-CNT
           MOVE 'N'  TO WS-WIN-EOF-SW

           OPEN INPUT FEEDWIN-FILE

           PERFORM 120100-LOAD-ONE-WINDOW UNTIL WS-WIN-EOF

           CLOSE FEEDWIN-FILE.
      ******************************************************************
       120100-LOAD-ONE-WINDOW.

           READ FEEDWIN-FILE
               AT END
                   MOVE 'Y' TO WS-WIN-EOF-SW
           END-READ

           IF NOT WS-WIN-EOF
              AND RE-FEEDWIN(1:1) NOT = '*'
              AND FWIN-FEED-ID NOT = SPACES
               IF FWIN-FROM IS NOT NUMERIC OR FWIN-TO IS NOT NUMERIC
                   DISPLAY 'RCPT100 - FW1DQ001 WINDOW IGNORED, TIME '
                           'NOT HHMM: ' FWIN-FEED-ID
               ELSE
                   IF WS-WIN-CNT < WS-WIN-MAX
                       ADD 1 TO WS-WIN-CNT
                       SET WS-WIN-IDX TO WS-WIN-CNT
                       MOVE FWIN-FEED-ID TO WS-WIN-FEED-ID(WS-WIN-IDX)
                       MOVE FWIN-FROM    TO WS-WIN-FROM(WS-WIN-IDX)
                       MOVE FWIN-TO      TO WS-WIN-TO(WS-WIN-IDX)
                       MOVE FWIN-DAYS    TO WS-WIN-DAYS(WS-WIN-IDX)
                   ELSE
                       DISPLAY 'RCPT100 - FW1DQ001 WINDOW TABLE FULL, '
                               'IGNORED: ' FWIN-FEED-ID
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 130000-CHECK-BUSINESS-DAY ASKS DAT4C100 TO ROLL TODAY FORWARD
      * ON THE HOME CALENDAR: TODAY IS A BUSINESS DAY WHEN IT COMES
      * BACK UNCHANGED. IF THE SERVICE FAILS, TODAY IS TAKEN AS A
      * BUSINESS DAY - BETTER A FALSE ALERT THAN A MISSED FEED.
       130000-CHECK-BUSINESS-DAY.

           SET DATSRV-FUNC-ROLL-FWD TO TRUE
           MOVE WS-HOME-COUNTRY TO DATSRV-COUNTRY
           MOVE WS-TODAY-DATE-X TO DATSRV-DATE-1
           MOVE SPACES          TO DATSRV-DATE-2

           CALL 'DAT4C100' USING DATSRV-AREA

           IF DATSRV-88-OK AND DATSRV-DATE-1 NOT = WS-TODAY-DATE-X
               MOVE 'N' TO WS-BUS-DAY-SW
           ELSE
               MOVE 'Y' TO WS-BUS-DAY-SW
           END-IF.
      ******************************************************************
      * 200000-GATE-ONE-FEED TAKES THE FIGURES OF THE FEED NAMED ON
      * THE CARD AND REGISTERS THE RECEIPT. AN ABSENT OR EMPTY FILE
      * REGISTERS NOTHING.
       200000-GATE-ONE-FEED.

           MOVE 'N'   TO WS-FIL-EOF-SW
           MOVE ZEROS TO WS-FIL-REC-CNT
           MOVE ZEROS TO WS-FIL-TOT-AMT
           MOVE ZEROS TO WS-FIL-HASH-TOT

           EVALUATE RPARM-FEED-ID
               WHEN 'RATES   '
                   OPEN INPUT RATES-FILE
                   PERFORM 210100-TALLY-ONE-RATE UNTIL WS-FIL-EOF
                   CLOSE RATES-FILE
               WHEN 'DDRETURN'
                   OPEN INPUT DDRET-FILE
                   PERFORM 210200-TALLY-ONE-DDRET UNTIL WS-FIL-EOF
                   CLOSE DDRET-FILE
               WHEN 'DDADVICE'
                   OPEN INPUT DDADV-FILE
                   PERFORM 210300-TALLY-ONE-DDADV UNTIL WS-FIL-EOF
                   CLOSE DDADV-FILE
               WHEN 'CREDTRF '
                   OPEN INPUT CREDTRF-FILE
                   PERFORM 210400-TALLY-ONE-CREDTRF UNTIL WS-FIL-EOF
                   CLOSE CREDTRF-FILE
               WHEN 'CIRBEACK'
                   OPEN INPUT CIRBACK-FILE
                   PERFORM 210500-TALLY-ONE-CIRBACK UNTIL WS-FIL-EOF
                   CLOSE CIRBACK-FILE
               WHEN 'CIRBEBUR'
                   OPEN INPUT CIRBBUR-FILE
                   PERFORM 210600-TALLY-ONE-CIRBBUR UNTIL WS-FIL-EOF
                   CLOSE CIRBBUR-FILE
               WHEN 'GLCONF  '
                   OPEN INPUT GLCONF-FILE
                   PERFORM 210700-TALLY-ONE-GLCONF UNTIL WS-FIL-EOF
                   CLOSE GLCONF-FILE
               WHEN 'GLTRBAL '
                   OPEN INPUT GLTRBAL-FILE
                   PERFORM 210800-TALLY-ONE-GLTRBAL UNTIL WS-FIL-EOF
                   CLOSE GLTRBAL-FILE
           END-EVALUATE

           MOVE RPARM-FEED-ID TO RREG-FEED-ID
           PERFORM 220000-FIND-FEED-WINDOW

           IF WS-FIL-REC-CNT = ZERO
               ADD 1 TO WS-CTL-EMPTY-CNT
               MOVE WS-TODAY-DATE-X TO RREG-RCV-DATE
               MOVE WS-NOW-TIME-X   TO RREG-RCV-TIME
               MOVE ZEROS           TO RREG-REC-CNT
               MOVE ZEROS           TO RREG-TOT-AMT
               MOVE ZEROS           TO RREG-HASH-TOT
               MOVE 'EMPTY OR ABSENT - NOT REGISTERED' TO WS-RC-TAG
               PERFORM 800000-WRITE-REPORT-LINE
           ELSE
               PERFORM 300000-REGISTER-RECEIPT
           END-IF.
      ******************************************************************
       210100-TALLY-ONE-RATE.

           READ RATES-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   MOVE RE-RATES TO WS-CHK-REC
                   MOVE 40       TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
       210200-TALLY-ONE-DDRET.

           READ DDRET-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   MOVE RE-DDRET TO WS-CHK-REC
                   MOVE 256      TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
       210300-TALLY-ONE-DDADV.

           READ DDADV-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   MOVE RE-DDADV TO WS-CHK-REC
                   MOVE 256      TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
       210400-TALLY-ONE-CREDTRF.

           READ CREDTRF-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   IF RCTR-AMT IS NUMERIC
                       ADD RCTR-AMT TO WS-FIL-TOT-AMT
                   END-IF
                   MOVE RE-CREDTRF TO WS-CHK-REC
                   MOVE 60         TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
       210500-TALLY-ONE-CIRBACK.

           READ CIRBACK-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   MOVE RE-CIRBACK TO WS-CHK-REC
                   MOVE 40         TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
       210600-TALLY-ONE-CIRBBUR.

           READ CIRBBUR-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   IF RBUR-TOT-DEBT IS NUMERIC
                       ADD RBUR-TOT-DEBT TO WS-FIL-TOT-AMT
                   END-IF
                   MOVE RE-CIRBBUR TO WS-CHK-REC
                   MOVE 60         TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
       210700-TALLY-ONE-GLCONF.

           READ GLCONF-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   IF RCNF-AMT IS NUMERIC
                       ADD RCNF-AMT TO WS-FIL-TOT-AMT
                   END-IF
                   MOVE RE-GLCONF TO WS-CHK-REC
                   MOVE 60        TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
       210800-TALLY-ONE-GLTRBAL.

           READ GLTRBAL-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FIL-REC-CNT
                   IF RTB-BALANCE IS NUMERIC
                       IF RTB-BALANCE < ZERO
                           SUBTRACT RTB-BALANCE FROM WS-FIL-TOT-AMT
                       ELSE
                           ADD RTB-BALANCE TO WS-FIL-TOT-AMT
                       END-IF
                   END-IF
                   MOVE RE-GLTRBAL TO WS-CHK-REC
                   MOVE 60         TO WS-CHK-LEN
                   PERFORM 250000-FOLD-RECORD-CHECKSUM
           END-READ.
      ******************************************************************
      * 220000-FIND-FEED-WINDOW PUTS THE WINDOW OF RREG-FEED-ID ON THE
      * REGISTER FIELDS ('0000'-'2359' WHEN THERE IS NONE).
       220000-FIND-FEED-WINDOW.

           MOVE 'N'    TO WS-WIN-FOUND-SW
           MOVE '0000' TO RREG-WIN-FROM
           MOVE '2359' TO RREG-WIN-TO

           PERFORM 220100-MATCH-ONE-WINDOW
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-CNT
                  OR WS-WIN-FOUND.
      ******************************************************************
       220100-MATCH-ONE-WINDOW.

           IF WS-WIN-FEED-ID(WS-WIN-IDX) = RREG-FEED-ID
               MOVE 'Y' TO WS-WIN-FOUND-SW
               MOVE WS-WIN-FROM(WS-WIN-IDX) TO RREG-WIN-FROM
               MOVE WS-WIN-TO(WS-WIN-IDX)   TO RREG-WIN-TO
           END-IF.
      ******************************************************************
      * 250000-FOLD-RECORD-CHECKSUM FOLDS EVERY BYTE OF WS-CHK-REC UP
      * TO WS-CHK-LEN INTO THE RUNNING HASH TOTAL, ORDER-SENSITIVE,
      * KEPT BELOW THE PRIME 999,999,937.
       250000-FOLD-RECORD-CHECKSUM.

           PERFORM 250100-FOLD-ONE-BYTE
               VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX > WS-CHK-LEN.
      ******************************************************************
       250100-FOLD-ONE-BYTE.

           MOVE LOW-VALUE                  TO WS-CHK-HIGH
           MOVE WS-CHK-REC(WS-CHK-IX:1)    TO WS-CHK-LOW

           COMPUTE WS-CHK-WORK = WS-FIL-HASH-TOT * 31 + WS-CHK-HALF + 1
           DIVIDE WS-CHK-WORK BY 999999937 GIVING WS-CHK-QUOT
               REMAINDER WS-FIL-HASH-TOT.
      ******************************************************************
      * 300000-REGISTER-RECEIPT CHECKS THE FILE AGAINST THE RECEIPTS
      * ALREADY ACCEPTED FOR THE FEED, DECIDES ITS STATUS AND LOGS
      * THE REGISTER ROW. A FAILED DUPLICATE CHECK REGISTERS NOTHING
      * AND ENDS CC 8: A FILE THAT CANNOT BE PROVED NEW IS NOT PASSED
      * TO ITS CONSUMER.
       300000-REGISTER-RECEIPT.

           MOVE WS-TODAY-DATE-X TO RREG-RCV-DATE
           MOVE WS-NOW-TIME-X   TO RREG-RCV-TIME
           MOVE WS-FIL-REC-CNT  TO RREG-REC-CNT
           MOVE WS-FIL-TOT-AMT  TO RREG-TOT-AMT
           MOVE WS-FIL-HASH-TOT TO RREG-HASH-TOT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 300100-FIND-EARLIER-RECEIPT
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'RCPTREG' TO DB2-OBJECT
               MOVE 'SELECT'  TO DB2-STATEMENT
               MOVE RREG-FEED-ID TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'NOT CHECKED - DB2 ERROR'   TO WS-RC-TAG
               PERFORM 800000-WRITE-REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-DUP-CNT > ZERO
                    AND RPARM-RERUN = 'Y'
                    AND WS-DUP-DATE = WS-TODAY-DATE-X
                       MOVE 'R' TO RREG-ST
                       MOVE 'ACCEPTED - SAME-DAY RERUN' TO WS-RC-TAG
                   WHEN WS-DUP-CNT > ZERO
                       MOVE 'D' TO RREG-ST
                       MOVE SPACES TO WS-RC-TAG
                       STRING 'DUPLICATE OF ' DELIMITED BY SIZE
                              WS-DUP-DATE     DELIMITED BY SIZE
                              ' - REJECTED'   DELIMITED BY SIZE
                              INTO WS-RC-TAG
                       END-STRING
                   WHEN WS-WIN-FOUND
                    AND WS-NOW-HHMM > RREG-WIN-TO
                       MOVE 'L' TO RREG-ST
                       MOVE 'ACCEPTED - LATE'           TO WS-RC-TAG
                   WHEN OTHER
                       MOVE 'A' TO RREG-ST
                       MOVE 'ACCEPTED'                  TO WS-RC-TAG
               END-EVALUATE

               PERFORM 310000-INSERT-REGISTER-ROW
           END-IF.
      ******************************************************************
       300100-FIND-EARLIER-RECEIPT.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(RREG_RCV_DATE), '0001-01-01')
                 INTO :WS-DUP-CNT, :WS-DUP-DATE
                 FROM IDC015.RCPTREG
                WHERE RREG_FEED_ID  = :RREG-FEED-ID
                  AND RREG_REC_CNT  = :RREG-REC-CNT
                  AND RREG_TOT_AMT  = :RREG-TOT-AMT
                  AND RREG_HASH_TOT = :RREG-HASH-TOT
                  AND RREG_ST NOT   = 'D'
           END-EXEC.
      ******************************************************************
      * 310000-INSERT-REGISTER-ROW LOGS THE RECEIPT AND COUNTS IT.
      * THE ROW IS KEYED ON FEED, DATE AND TIME, SO EVERY ARRIVAL -
      * REJECTED DUPLICATES INCLUDED - STAYS ON THE REGISTER.
       310000-INSERT-REGISTER-ROW.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 310100-INSERT-RCPTREG-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'RCPTREG' TO DB2-OBJECT
               MOVE 'INSERT'  TO DB2-STATEMENT
               MOVE RREG-FEED-ID TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'NOT REGISTERED - DB2 ERROR' TO WS-RC-TAG
           ELSE
               EVALUATE RREG-ST
                   WHEN 'D'
                       ADD 1 TO WS-CTL-DUP-CNT
                   WHEN 'L'
                       ADD 1 TO WS-CTL-LATE-CNT
                   WHEN OTHER
                       ADD 1 TO WS-CTL-ACCEPT-CNT
               END-EVALUATE
           END-IF

           PERFORM 800000-WRITE-REPORT-LINE.
      ******************************************************************
       310100-INSERT-RCPTREG-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.RCPTREG
                   ( RREG_FEED_ID, RREG_RCV_DATE, RREG_RCV_TIME,
                     RREG_REC_CNT, RREG_TOT_AMT, RREG_HASH_TOT,
                     RREG_WIN_FROM, RREG_WIN_TO, RREG_ST )
               VALUES
                   ( :RREG-FEED-ID, :RREG-RCV-DATE, :RREG-RCV-TIME,
                     :RREG-REC-CNT, :RREG-TOT-AMT, :RREG-HASH-TOT,
                     :RREG-WIN-FROM, :RREG-WIN-TO, :RREG-ST )
           END-EXEC.
      ******************************************************************
      * 400000-SWEEP-FEED-WINDOWS REPORTS EVERY FEED WHOSE WINDOW IS
      * DUE TODAY: RECEIVED, STILL AWAITED, OR MISSING.
       400000-SWEEP-FEED-WINDOWS.

           MOVE 'FEED ARRIVALS DUE TODAY' TO RE-RCPTRPT
           WRITE RE-RCPTRPT

           PERFORM 400100-SWEEP-ONE-WINDOW
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-CNT.
      ******************************************************************
       400100-SWEEP-ONE-WINDOW.

           IF WS-WIN-DAYS(WS-WIN-IDX) = 'D' OR WS-BUS-DAY
               MOVE WS-WIN-FEED-ID(WS-WIN-IDX) TO RREG-FEED-ID
               MOVE WS-WIN-FROM(WS-WIN-IDX)    TO RREG-WIN-FROM
               MOVE WS-WIN-TO(WS-WIN-IDX)      TO RREG-WIN-TO
               MOVE WS-TODAY-DATE-X            TO RREG-RCV-DATE
               MOVE SPACES                     TO RREG-RCV-TIME
               MOVE ZEROS                      TO RREG-REC-CNT
               MOVE ZEROS                      TO RREG-TOT-AMT
               MOVE ZEROS                      TO RREG-HASH-TOT

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 400200-COUNT-TODAYS-RECEIPTS
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               EVALUATE TRUE
                   WHEN SQLCODE NOT = ZERO
                       ADD 1 TO WS-CTL-DB2-ERR-CNT
                       MOVE 'RCPTREG' TO DB2-OBJECT
                       MOVE 'SELECT'  TO DB2-STATEMENT
                       MOVE RREG-FEED-ID TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                       MOVE 'NOT CHECKED - DB2 ERROR' TO WS-RC-TAG
                   WHEN WS-RCV-CNT > ZERO
                       MOVE 'RECEIVED'                TO WS-RC-TAG
                   WHEN WS-NOW-HHMM > RREG-WIN-TO
                       ADD 1 TO WS-CTL-MISSING-CNT
                       MOVE 'MISSING - WINDOW CLOSED' TO WS-RC-TAG
                   WHEN OTHER
                       MOVE 'AWAITED'                 TO WS-RC-TAG
               END-EVALUATE

               PERFORM 800000-WRITE-REPORT-LINE
           END-IF.
      ******************************************************************
       400200-COUNT-TODAYS-RECEIPTS.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RCV-CNT
                 FROM IDC015.RCPTREG
                WHERE RREG_FEED_ID  = :RREG-FEED-ID
                  AND RREG_RCV_DATE = :RREG-RCV-DATE
                  AND RREG_ST NOT   = 'D'
           END-EXEC.
      ******************************************************************
      * 800000-WRITE-REPORT-LINE PRINTS THE REGISTER FIELDS WITH THE
      * TAG ALREADY SET IN WS-RC-TAG.
       800000-WRITE-REPORT-LINE.

           MOVE RREG-FEED-ID  TO WS-RC-FEED-ID
           MOVE RREG-RCV-DATE TO WS-RC-DATE
           MOVE RREG-RCV-TIME TO WS-RC-TIME
           MOVE RREG-WIN-FROM TO WS-RC-WIN-FROM
           MOVE RREG-WIN-TO   TO WS-RC-WIN-TO
           MOVE RREG-REC-CNT  TO WS-RC-REC-CNT
           MOVE RREG-TOT-AMT  TO WS-RC-TOT-AMT
           MOVE RREG-HASH-TOT TO WS-RC-HASH-TOT

           WRITE RE-RCPTRPT FROM WS-RC-LINE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'RCPT100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE REGISTER RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'RCPT100 CONTROL TOTALS - FEED ' RPARM-FEED-ID
           DISPLAY '  RECEIPTS ACCEPTED ................ : '
                   WS-CTL-ACCEPT-CNT
           DISPLAY '  RECEIPTS ACCEPTED LATE ........... : '
                   WS-CTL-LATE-CNT
           DISPLAY '  DUPLICATES REJECTED .............. : '
                   WS-CTL-DUP-CNT
           DISPLAY '  EMPTY OR ABSENT FILES ............ : '
                   WS-CTL-EMPTY-CNT
           DISPLAY '  FEEDS MISSING PAST WINDOW ........ : '
                   WS-CTL-MISSING-CNT
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
