      ******************************************************************
      * CMPQ100 IS THE QUARTERLY COMPLAINTS RETURN. THE PM1DQ012
      * CONTROL CARD NAMES THE QUARTER (YYYY-Q; LEFT BLANK, THE
      * QUARTER BEFORE THE RUN DATE). FOR EACH COMPLAINT CATEGORY ON
      * THE CMPLREG REGISTER (SEE CMPM100) THE RETURN SHOWS:
      *   - COMPLAINTS OPEN AT THE START OF THE QUARTER (B/FWD);
      *   - COMPLAINTS RECEIVED IN THE QUARTER;
      *   - COMPLAINTS CLOSED IN THE QUARTER, IN TOTAL AND BY OUTCOME
      *     (UPHELD, PARTLY UPHELD, NOT UPHELD, WITHDRAWN), HOW MANY
      *     OF THEM WERE CLOSED BY THEIR RESPONSE DEADLINE AND WHAT
      *     PERCENTAGE THAT IS;
      *   - THE REDRESS PAID ON THE COMPLAINTS CLOSED IN THE QUARTER
      *     (THE REGISTER KEEPS ONE RUNNING TOTAL PER COMPLAINT, SO
      *     REDRESS IS REPORTED WITH THE QUARTER THE COMPLAINT
      *     CLOSED IN);
      *   - COMPLAINTS STILL OPEN AT THE END OF THE QUARTER (C/FWD).
      * B/FWD + RECEIVED - CLOSED = C/FWD FOR EVERY LINE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPQ100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT CMPQPARM-FILE ASSIGN PM1DQ012.
           SELECT CMPQRPT-FILE  ASSIGN RPTDQ009.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CMPQPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * QUARTER (YYYY-Q).
       FD  CMPQPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CMPQPARM.
           05  QPARM-PERIOD.
               10  QPARM-YYYY               PIC X(4).
               10  QPARM-YYYY-N REDEFINES QPARM-YYYY
                                            PIC 9(4).
               10  QPARM-DASH               PIC X(1).
               10  QPARM-Q                  PIC X(1).
               10  QPARM-Q-N REDEFINES QPARM-Q
                                            PIC 9(1).
           05  FILLER                       PIC X(74).
      ******************************************************************
      * CMPQRPT-FILE IS THE PRINTED QUARTERLY RETURN.
       FD  CMPQRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CMPQRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOP AND THE CATEGORY
      * LOOKUP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-CAT-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-CAT-FOUND                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-UNKNOWN-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE QUARTER REPORTED ON: ITS FIRST DAY AND THE FIRST DAY OF
      * THE QUARTER AFTER IT (THE PERIOD IS FROM <= DATE < NEXT).
       01  WS-Q-YYYY                        PIC 9(4)    VALUE ZEROS.
       01  WS-Q-NO                          PIC 9(1)    VALUE ZEROS.
       01  WS-RPT-PERIOD.
           05  WS-RP-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(2)    VALUE '-Q'.
           05  WS-RP-Q                      PIC 9(1).
       01  WS-PERIOD-WORK.
           05  WS-PW-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PW-MM                     PIC 9(2).
           05  FILLER                       PIC X(3)    VALUE '-01'.
       01  WS-PERIOD-FROM                   PIC X(10)   VALUE SPACES.
       01  WS-PERIOD-NEXT                   PIC X(10)   VALUE SPACES.
      ******************************************************************
      * THE RETURN BY COMPLAINT CATEGORY; THE SEVENTH ENTRY IS THE
      * ALL-CATEGORIES TOTAL.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 7 TIMES
                           INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODE               PIC X(2).
               10  WS-CAT-DESC               PIC X(20).
               10  WS-CAT-BFWD-CNT           PIC S9(7)  COMP-3.
               10  WS-CAT-RECV-CNT           PIC S9(7)  COMP-3.
               10  WS-CAT-CLOSE-CNT          PIC S9(7)  COMP-3.
               10  WS-CAT-UP-CNT             PIC S9(7)  COMP-3.
               10  WS-CAT-PU-CNT             PIC S9(7)  COMP-3.
               10  WS-CAT-NU-CNT             PIC S9(7)  COMP-3.
               10  WS-CAT-WD-CNT             PIC S9(7)  COMP-3.
               10  WS-CAT-INTIME-CNT         PIC S9(7)  COMP-3.
               10  WS-CAT-REDRESS            PIC S9(13)V9(2) COMP-3.
               10  WS-CAT-CFWD-CNT           PIC S9(7)  COMP-3.
       01  WS-PCT-INTIME                    PIC S9(3)V9(1) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-RET-HEAD1.
           05  FILLER                       PIC X(20)   VALUE
               'CATEGORY'.
           05  FILLER                       PIC X(8)    VALUE
               '   B/FWD'.
           05  FILLER                       PIC X(8)    VALUE
               'RECEIVED'.
           05  FILLER                       PIC X(8)    VALUE
               '  CLOSED'.
           05  FILLER                       PIC X(8)    VALUE
               '      UP'.
           05  FILLER                       PIC X(8)    VALUE
               '      PU'.
           05  FILLER                       PIC X(8)    VALUE
               '      NU'.
           05  FILLER                       PIC X(8)    VALUE
               '      WD'.
           05  FILLER                       PIC X(8)    VALUE
               ' IN TIME'.
           05  FILLER                       PIC X(7)    VALUE
               ' % TIME'.
           05  FILLER                       PIC X(16)   VALUE
               '    REDRESS PAID'.
           05  FILLER                       PIC X(8)    VALUE
               '   C/FWD'.
           05  FILLER                       PIC X(17)   VALUE SPACES.
       01  WS-RET-LINE.
           05  WS-RL-DESC                   PIC X(20).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-BFWD-CNT               PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-RECV-CNT               PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-CLOSE-CNT              PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-UP-CNT                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-PU-CNT                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-NU-CNT                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-WD-CNT                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-INTIME-CNT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-PCT-INTIME             PIC ZZ9.9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-REDRESS                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RL-CFWD-CNT               PIC ZZ,ZZ9.
           05  FILLER                       PIC X(17)   VALUE SPACES.
       01  WS-RET-LEGEND.
           05  FILLER                       PIC X(40)   VALUE
               'OUTCOMES: UP UPHELD  PU PARTLY UPHELD  '.
           05  FILLER                       PIC X(92)   VALUE
               'NU NOT UPHELD  WD WITHDRAWN'.
      ******************************************************************
      * TODAY'S DATE, FOR THE DEFAULT QUARTER.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
      ******************************************************************
       COPY CMPLREG.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * COMPLAINT CURSOR: EVERY COMPLAINT RECEIVED BEFORE THE END OF
      * THE QUARTER THAT WAS STILL OPEN AT ITS START.
           EXEC SQL
               DECLARE CMPQ-CMPL-CSR CURSOR FOR
                   SELECT CMPL_REF, CMPL_CATEGORY, CMPL_RECV_DATE,
                          CMPL_DEADLINE, CMPL_REDRESS_AMT, CMPL_ST,
                          CMPL_CLOSE_DATE, CMPL_OUTCOME
                     FROM IDC015.CMPLREG
                    WHERE CMPL_RECV_DATE < :WS-PERIOD-NEXT
                      AND (CMPL_ST = 'O'
                        OR CMPL_CLOSE_DATE >= :WS-PERIOD-FROM)
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE QUARTER, ACCUMULATES THE RETURN IN
      * ONE PASS OF THE REGISTER AND PRINTS IT.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100010-READ-QUARTER-PARM
           PERFORM 100020-INIT-CATEGORY-TABLE

           PERFORM 200000-COMPLAINT-PASS

           OPEN OUTPUT CMPQRPT-FILE

           MOVE SPACES TO RE-CMPQRPT
           STRING 'CMPQ100 - QUARTERLY COMPLAINTS RETURN FOR '
                  WS-RPT-PERIOD ' (' WS-PERIOD-FROM ' TO BEFORE '
                  WS-PERIOD-NEXT ')' DELIMITED BY SIZE
                  INTO RE-CMPQRPT
           WRITE RE-CMPQRPT

           MOVE SPACES TO RE-CMPQRPT
           WRITE RE-CMPQRPT
           WRITE RE-CMPQRPT FROM WS-RET-HEAD1

           PERFORM 700000-PRINT-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7

           MOVE SPACES TO RE-CMPQRPT
           WRITE RE-CMPQRPT
           WRITE RE-CMPQRPT FROM WS-RET-LEGEND

           CLOSE CMPQRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-READ-QUARTER-PARM TAKES THE QUARTER OFF THE CONTROL
      * CARD. NO CARD OR A BLANK ONE MEANS THE LAST COMPLETE QUARTER,
      * SO THE JOB CAN RUN EVERY QUARTER WITHOUT A CARD CHANGE; A
      * CARD THAT IS NOT A VALID YYYY-Q STOPS THE RUN.
       100010-READ-QUARTER-PARM.

           MOVE SPACES TO RE-CMPQPARM

           OPEN INPUT CMPQPARM-FILE

           READ CMPQPARM-FILE
               AT END
                   MOVE SPACES TO RE-CMPQPARM
           END-READ

           CLOSE CMPQPARM-FILE

           IF QPARM-PERIOD = SPACES
               MOVE WS-TODAY-YYYY TO WS-Q-YYYY
               COMPUTE WS-Q-NO = (WS-TODAY-MM - 1) / 3 + 1
               IF WS-Q-NO = 1
                   SUBTRACT 1 FROM WS-Q-YYYY
                   MOVE 4 TO WS-Q-NO
               ELSE
                   SUBTRACT 1 FROM WS-Q-NO
               END-IF
           ELSE
               IF QPARM-YYYY IS NOT NUMERIC
                OR QPARM-Q IS NOT NUMERIC
                OR QPARM-DASH NOT = '-'
                OR QPARM-Q-N < 1 OR QPARM-Q-N > 4
                   DISPLAY 'CMPQ100 - PM1DQ012 QUARTER CARD NOT '
                           'YYYY-Q: ' QPARM-PERIOD
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE QPARM-YYYY-N TO WS-Q-YYYY
               MOVE QPARM-Q-N    TO WS-Q-NO
           END-IF

           MOVE WS-Q-YYYY TO WS-RP-YYYY
           MOVE WS-Q-NO   TO WS-RP-Q

           MOVE WS-Q-YYYY TO WS-PW-YYYY
           COMPUTE WS-PW-MM = (WS-Q-NO - 1) * 3 + 1
           MOVE WS-PERIOD-WORK TO WS-PERIOD-FROM

           IF WS-Q-NO = 4
               ADD 1 TO WS-PW-YYYY
               MOVE 1 TO WS-PW-MM
           ELSE
               ADD 3 TO WS-PW-MM
           END-IF
           MOVE WS-PERIOD-WORK TO WS-PERIOD-NEXT

           DISPLAY 'CMPQ100 - REPORTING QUARTER ' WS-RPT-PERIOD.
      ******************************************************************
      * 100020-INIT-CATEGORY-TABLE LOADS THE SIX COMPLAINT CATEGORIES
      * OF THE CMPLREG REGISTER AND THE TOTAL LINE WITH ZERO COUNTS.
       100020-INIT-CATEGORY-TABLE.

           INITIALIZE WS-CAT-TABLE

           MOVE 'PS'                     TO WS-CAT-CODE(1)
           MOVE 'PAYMENT SERVICES'       TO WS-CAT-DESC(1)
           MOVE 'LN'                     TO WS-CAT-CODE(2)
           MOVE 'LENDING'                TO WS-CAT-DESC(2)
           MOVE 'DP'                     TO WS-CAT-CODE(3)
           MOVE 'DEPOSITS'               TO WS-CAT-DESC(3)
           MOVE 'FC'                     TO WS-CAT-CODE(4)
           MOVE 'FEES AND CHARGES'       TO WS-CAT-DESC(4)
           MOVE 'SV'                     TO WS-CAT-CODE(5)
           MOVE 'SERVICE AND CONDUCT'    TO WS-CAT-DESC(5)
           MOVE 'OT'                     TO WS-CAT-CODE(6)
           MOVE 'OTHER'                  TO WS-CAT-DESC(6)
           MOVE '**'                     TO WS-CAT-CODE(7)
           MOVE 'ALL CATEGORIES'         TO WS-CAT-DESC(7).
      ******************************************************************
       200000-COMPLAINT-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN CMPQ-CMPL-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 850000-END-OF-CURSOR
           END-IF

           PERFORM 200100-COUNT-ONE-COMPLAINT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE CMPQ-CMPL-CSR
           END-EXEC.
      ******************************************************************
      * 200100-COUNT-ONE-COMPLAINT ADDS ONE COMPLAINT TO ITS
      * CATEGORY'S LINE AND TO THE TOTAL LINE. A CATEGORY THE TABLE
      * DOES NOT KNOW COUNTS IN THE TOTAL ONLY.
       200100-COUNT-ONE-COMPLAINT.

           EXEC SQL
               FETCH CMPQ-CMPL-CSR
                INTO :CMPL-REF, :CMPL-CATEGORY, :CMPL-RECV-DATE,
                     :CMPL-DEADLINE, :CMPL-REDRESS-AMT, :CMPL-ST,
                     :CMPL-CLOSE-DATE, :CMPL-OUTCOME
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-READ-CNT

               MOVE 'N' TO WS-CAT-FOUND-SW
               SET WS-CAT-IDX TO 1
               SEARCH WS-CAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAT-CODE(WS-CAT-IDX) = CMPL-CATEGORY
                       MOVE 'Y' TO WS-CAT-FOUND-SW
               END-SEARCH

               IF WS-CAT-FOUND
                   PERFORM 200200-ADD-TO-LINE
               ELSE
                   ADD 1 TO WS-CTL-UNKNOWN-CNT
               END-IF

               SET WS-CAT-IDX TO 7
               PERFORM 200200-ADD-TO-LINE
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
      * 200200-ADD-TO-LINE ADDS THE COMPLAINT IN DCLCMPLREG TO THE
      * LINE AT WS-CAT-IDX.
       200200-ADD-TO-LINE.

           IF CMPL-RECV-DATE < WS-PERIOD-FROM
               ADD 1 TO WS-CAT-BFWD-CNT(WS-CAT-IDX)
           ELSE
               ADD 1 TO WS-CAT-RECV-CNT(WS-CAT-IDX)
           END-IF

           IF CMPL-ST = 'C' AND CMPL-CLOSE-DATE < WS-PERIOD-NEXT
               ADD 1 TO WS-CAT-CLOSE-CNT(WS-CAT-IDX)
               ADD CMPL-REDRESS-AMT TO WS-CAT-REDRESS(WS-CAT-IDX)
               IF CMPL-CLOSE-DATE <= CMPL-DEADLINE
                   ADD 1 TO WS-CAT-INTIME-CNT(WS-CAT-IDX)
               END-IF
               EVALUATE CMPL-OUTCOME
                   WHEN 'UP'
                       ADD 1 TO WS-CAT-UP-CNT(WS-CAT-IDX)
                   WHEN 'PU'
                       ADD 1 TO WS-CAT-PU-CNT(WS-CAT-IDX)
                   WHEN 'NU'
                       ADD 1 TO WS-CAT-NU-CNT(WS-CAT-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-CAT-WD-CNT(WS-CAT-IDX)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CAT-CFWD-CNT(WS-CAT-IDX)
           END-IF.
      ******************************************************************
       700000-PRINT-ONE-CATEGORY.

           IF WS-CAT-IDX = 7
               MOVE SPACES TO RE-CMPQRPT
               WRITE RE-CMPQRPT
           END-IF

           MOVE ZEROS TO WS-PCT-INTIME
           IF WS-CAT-CLOSE-CNT(WS-CAT-IDX) > ZERO
               COMPUTE WS-PCT-INTIME ROUNDED =
                   WS-CAT-INTIME-CNT(WS-CAT-IDX) * 100
                 / WS-CAT-CLOSE-CNT(WS-CAT-IDX)
           END-IF

           MOVE WS-CAT-DESC(WS-CAT-IDX)       TO WS-RL-DESC
           MOVE WS-CAT-BFWD-CNT(WS-CAT-IDX)   TO WS-RL-BFWD-CNT
           MOVE WS-CAT-RECV-CNT(WS-CAT-IDX)   TO WS-RL-RECV-CNT
           MOVE WS-CAT-CLOSE-CNT(WS-CAT-IDX)  TO WS-RL-CLOSE-CNT
           MOVE WS-CAT-UP-CNT(WS-CAT-IDX)     TO WS-RL-UP-CNT
           MOVE WS-CAT-PU-CNT(WS-CAT-IDX)     TO WS-RL-PU-CNT
           MOVE WS-CAT-NU-CNT(WS-CAT-IDX)     TO WS-RL-NU-CNT
           MOVE WS-CAT-WD-CNT(WS-CAT-IDX)     TO WS-RL-WD-CNT
           MOVE WS-CAT-INTIME-CNT(WS-CAT-IDX) TO WS-RL-INTIME-CNT
           MOVE WS-PCT-INTIME                 TO WS-RL-PCT-INTIME
           MOVE WS-CAT-REDRESS(WS-CAT-IDX)    TO WS-RL-REDRESS
           MOVE WS-CAT-CFWD-CNT(WS-CAT-IDX)   TO WS-RL-CFWD-CNT
           WRITE RE-CMPQRPT FROM WS-RET-LINE.
      ******************************************************************
       850000-END-OF-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'CMPLREG'  TO DB2-OBJECT
               MOVE 'FETCH'    TO DB2-STATEMENT
               MOVE 'CMPQ100'  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE 'Y' TO WS-EOF-SW.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'CMPQ100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO CUSTOMER SERVICE CAN TIE THE RETURN TO THE
      * REGISTER.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'CMPQ100 CONTROL TOTALS'
           DISPLAY '  COMPLAINTS IN THE QUARTER ........ : '
                   WS-CTL-READ-CNT
           DISPLAY '  OF THEM, CATEGORY NOT RECOGNIZED . : '
                   WS-CTL-UNKNOWN-CNT
           DISPLAY '  RECEIVED IN THE QUARTER .......... : '
                   WS-CAT-RECV-CNT(7)
           DISPLAY '  CLOSED IN THE QUARTER ............ : '
                   WS-CAT-CLOSE-CNT(7)
           DISPLAY '  OF THEM, BY THE DEADLINE ......... : '
                   WS-CAT-INTIME-CNT(7)
           DISPLAY '  STILL OPEN AT QUARTER END ........ : '
                   WS-CAT-CFWD-CNT(7).
      ******************************************************************
