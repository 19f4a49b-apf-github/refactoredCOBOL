      ******************************************************************
      * CMPD100 IS THE DAILY COMPLAINT DEADLINE REPORT. EVERY OPEN
      * COMPLAINT ON THE CMPLREG REGISTER (SEE CMPM100) IS LISTED,
      * NEAREST DEADLINE FIRST, WITH THE BUSINESS DAYS LEFT TO ITS
      * REGULATORY RESPONSE DEADLINE - OR THE BUSINESS DAYS IT IS
      * PAST IT - COUNTED THROUGH DAT4C100 ON THE HOME HOLIDAY
      * CALENDAR, AND FLAGGED:
      *   'OVERDUE'   THE DEADLINE HAS PASSED;
      *   'DUE TODAY' THE DEADLINE IS TODAY;
      *   'DUE SOON'  FIVE BUSINESS DAYS OR FEWER ARE LEFT.
      * THE REPORT CLOSES WITH THE OPEN, OVERDUE AND DUE-SOON COUNTS
      * BY CATEGORY. CONDITION CODE 4 MEANS AT LEAST ONE COMPLAINT IS
      * OVERDUE, SO THE SCHEDULER CAN ALERT CUSTOMER SERVICE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPD100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT CMPDRPT-FILE  ASSIGN RPTDQ008.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CMPDRPT-FILE IS THE PRINTED DEADLINE REPORT.
       FD  CMPDRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CMPDRPT                       PIC X(132).
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
      * END-OF-RUN CONTROL TOTALS, WHICH ARE ALSO THE ALL-CATEGORIES
      * LINE OF THE REPORT.
       01  WS-CTL-TOTALS.
           05  WS-CTL-OPEN-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OVERDUE-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-TODAY-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SOON-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE NUMBER OF BUSINESS DAYS LEFT AT OR BELOW WHICH AN OPEN
      * COMPLAINT IS FLAGGED 'DUE SOON', AND THE HOLIDAY CALENDAR THE
      * DAYS ARE COUNTED ON.
       01  WS-SOON-DAYS                     PIC S9(5)   COMP-3
                                                         VALUE 5.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
      ******************************************************************
      * TOTALS BY COMPLAINT CATEGORY.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 6 TIMES
                           INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODE               PIC X(2).
               10  WS-CAT-DESC               PIC X(22).
               10  WS-CAT-OPEN-CNT           PIC S9(7)  COMP-3.
               10  WS-CAT-OVERDUE-CNT        PIC S9(7)  COMP-3.
               10  WS-CAT-TODAY-CNT          PIC S9(7)  COMP-3.
               10  WS-CAT-SOON-CNT           PIC S9(7)  COMP-3.
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-DTL-HEAD1.
           05  FILLER                       PIC X(12)   VALUE
               'REFERENCE'.
           05  FILLER                       PIC X(12)   VALUE
               'CUSTOMER'.
           05  FILLER                       PIC X(4)    VALUE
               'CAT'.
           05  FILLER                       PIC X(12)   VALUE
               'RECEIVED'.
           05  FILLER                       PIC X(12)   VALUE
               'DEADLINE'.
           05  FILLER                       PIC X(6)    VALUE
               'DAYS'.
           05  FILLER                       PIC X(10)   VALUE
               'HANDLER'.
           05  FILLER                       PIC X(16)   VALUE
               'STATUS'.
           05  FILLER                       PIC X(48)   VALUE
               'ACCOUNT'.
       01  WS-DTL-LINE.
           05  WS-DL-REF                    PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-CATEGORY               PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-RECV-DATE              PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-DEADLINE               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-DAYS                   PIC ZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-HANDLER                PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-FLAG                   PIC X(14).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-ACCT-TYPE              PIC X(1).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-DL-ACCT-KEY               PIC X(10).
           05  FILLER                       PIC X(36)   VALUE SPACES.
       01  WS-CAT-HEAD1.
           05  FILLER                       PIC X(24)   VALUE
               'CATEGORY'.
           05  FILLER                       PIC X(10)   VALUE
               '      OPEN'.
           05  FILLER                       PIC X(10)   VALUE
               '   OVERDUE'.
           05  FILLER                       PIC X(10)   VALUE
               ' DUE TODAY'.
           05  FILLER                       PIC X(10)   VALUE
               '  DUE SOON'.
           05  FILLER                       PIC X(68)   VALUE SPACES.
       01  WS-CAT-LINE.
           05  WS-CL-DESC                   PIC X(22).
           05  FILLER                       PIC X(6)    VALUE SPACES.
           05  WS-CL-OPEN-CNT               PIC ZZ,ZZ9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-CL-OVERDUE-CNT            PIC ZZ,ZZ9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-CL-TODAY-CNT              PIC ZZ,ZZ9.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-CL-SOON-CNT               PIC ZZ,ZZ9.
           05  FILLER                       PIC X(68)   VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD.
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
       COPY CMPLREG.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * OPEN-COMPLAINT CURSOR, NEAREST DEADLINE FIRST.
           EXEC SQL
               DECLARE CMPD-OPEN-CSR CURSOR FOR
                   SELECT CMPL_REF, CMPL_CUST_NO, CMPL_ACCT_TYPE,
                          CMPL_ACCT_KEY, CMPL_CATEGORY,
                          CMPL_RECV_DATE, CMPL_DEADLINE, CMPL_HANDLER
                     FROM IDC015.CMPLREG
                    WHERE CMPL_ST = 'O'
                    ORDER BY CMPL_DEADLINE, CMPL_REF
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LISTS THE OPEN COMPLAINTS, PRINTS THE TOTALS
      * BY CATEGORY AND SETS CONDITION CODE 4 WHEN ANY IS OVERDUE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100020-INIT-CATEGORY-TABLE

           OPEN OUTPUT CMPDRPT-FILE

           MOVE SPACES TO RE-CMPDRPT
           STRING 'CMPD100 - OPEN COMPLAINTS AGAINST THEIR RESPONSE '
                  'DEADLINES AS AT ' WS-TODAY-DATE-X
                  DELIMITED BY SIZE
                  INTO RE-CMPDRPT
           WRITE RE-CMPDRPT

           MOVE SPACES TO RE-CMPDRPT
           WRITE RE-CMPDRPT
           WRITE RE-CMPDRPT FROM WS-DTL-HEAD1

           PERFORM 200000-COMPLAINT-PASS
           PERFORM 700000-PRINT-CATEGORY-TOTALS

           CLOSE CMPDRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-OVERDUE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100020-INIT-CATEGORY-TABLE LOADS THE SIX COMPLAINT CATEGORIES
      * OF THE CMPLREG REGISTER WITH ZERO TOTALS.
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
           MOVE 'OTHER'                  TO WS-CAT-DESC(6).
      ******************************************************************
       200000-COMPLAINT-PASS.

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN CMPD-OPEN-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 850000-END-OF-CURSOR
           END-IF

           PERFORM 200100-LIST-ONE-COMPLAINT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE CMPD-OPEN-CSR
           END-EXEC.
      ******************************************************************
      * 200100-LIST-ONE-COMPLAINT COUNTS THE BUSINESS DAYS BETWEEN
      * TODAY AND THE DEADLINE, WHICHEVER WAY ROUND THEY FALL, FLAGS
      * THE COMPLAINT AND PRINTS IT.
       200100-LIST-ONE-COMPLAINT.

           EXEC SQL
               FETCH CMPD-OPEN-CSR
                INTO :CMPL-REF, :CMPL-CUST-NO, :CMPL-ACCT-TYPE,
                     :CMPL-ACCT-KEY, :CMPL-CATEGORY,
                     :CMPL-RECV-DATE, :CMPL-DEADLINE, :CMPL-HANDLER
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-OPEN-CNT

               SET DATSRV-FUNC-COUNT TO TRUE
               MOVE WS-HOME-COUNTRY TO DATSRV-COUNTRY
               IF CMPL-DEADLINE < WS-TODAY-DATE-X
                   MOVE CMPL-DEADLINE   TO DATSRV-DATE-1
                   MOVE WS-TODAY-DATE-X TO DATSRV-DATE-2
               ELSE
                   MOVE WS-TODAY-DATE-X TO DATSRV-DATE-1
                   MOVE CMPL-DEADLINE   TO DATSRV-DATE-2
               END-IF

               CALL 'DAT4C100' USING DATSRV-AREA

               IF NOT DATSRV-88-OK
                   MOVE ZEROS TO DATSRV-BUS-DAYS
               END-IF

               PERFORM 800000-FIND-CATEGORY

               MOVE SPACES TO WS-DL-FLAG
               EVALUATE TRUE
                   WHEN CMPL-DEADLINE < WS-TODAY-DATE-X
                       MOVE 'OVERDUE'   TO WS-DL-FLAG
                       ADD 1 TO WS-CTL-OVERDUE-CNT
                       IF WS-CAT-FOUND
                           ADD 1 TO WS-CAT-OVERDUE-CNT(WS-CAT-IDX)
                       END-IF
                   WHEN CMPL-DEADLINE = WS-TODAY-DATE-X
                       MOVE 'DUE TODAY' TO WS-DL-FLAG
                       ADD 1 TO WS-CTL-TODAY-CNT
                       IF WS-CAT-FOUND
                           ADD 1 TO WS-CAT-TODAY-CNT(WS-CAT-IDX)
                       END-IF
                   WHEN DATSRV-BUS-DAYS <= WS-SOON-DAYS
                       MOVE 'DUE SOON'  TO WS-DL-FLAG
                       ADD 1 TO WS-CTL-SOON-CNT
                       IF WS-CAT-FOUND
                           ADD 1 TO WS-CAT-SOON-CNT(WS-CAT-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-CAT-FOUND
                   ADD 1 TO WS-CAT-OPEN-CNT(WS-CAT-IDX)
               END-IF

               MOVE CMPL-REF        TO WS-DL-REF
               MOVE CMPL-CUST-NO    TO WS-DL-CUST-NO
               MOVE CMPL-CATEGORY   TO WS-DL-CATEGORY
               MOVE CMPL-RECV-DATE  TO WS-DL-RECV-DATE
               MOVE CMPL-DEADLINE   TO WS-DL-DEADLINE
               MOVE DATSRV-BUS-DAYS TO WS-DL-DAYS
               MOVE CMPL-HANDLER    TO WS-DL-HANDLER
               MOVE CMPL-ACCT-TYPE  TO WS-DL-ACCT-TYPE
               MOVE CMPL-ACCT-KEY   TO WS-DL-ACCT-KEY
               WRITE RE-CMPDRPT FROM WS-DTL-LINE
           ELSE
               PERFORM 850000-END-OF-CURSOR
           END-IF.
      ******************************************************************
      * 700000-PRINT-CATEGORY-TOTALS PRINTS ONE LINE PER CATEGORY AND
      * THE ALL-CATEGORIES LINE.
       700000-PRINT-CATEGORY-TOTALS.

           MOVE SPACES TO RE-CMPDRPT
           WRITE RE-CMPDRPT
           WRITE RE-CMPDRPT FROM WS-CAT-HEAD1

           PERFORM 700100-PRINT-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 6

           MOVE 'ALL CATEGORIES'   TO WS-CL-DESC
           MOVE WS-CTL-OPEN-CNT    TO WS-CL-OPEN-CNT
           MOVE WS-CTL-OVERDUE-CNT TO WS-CL-OVERDUE-CNT
           MOVE WS-CTL-TODAY-CNT   TO WS-CL-TODAY-CNT
           MOVE WS-CTL-SOON-CNT    TO WS-CL-SOON-CNT
           WRITE RE-CMPDRPT FROM WS-CAT-LINE.
      ******************************************************************
       700100-PRINT-ONE-CATEGORY.

           MOVE WS-CAT-DESC(WS-CAT-IDX)        TO WS-CL-DESC
           MOVE WS-CAT-OPEN-CNT(WS-CAT-IDX)    TO WS-CL-OPEN-CNT
           MOVE WS-CAT-OVERDUE-CNT(WS-CAT-IDX) TO WS-CL-OVERDUE-CNT
           MOVE WS-CAT-TODAY-CNT(WS-CAT-IDX)   TO WS-CL-TODAY-CNT
           MOVE WS-CAT-SOON-CNT(WS-CAT-IDX)    TO WS-CL-SOON-CNT
           WRITE RE-CMPDRPT FROM WS-CAT-LINE.
      ******************************************************************
      * 800000-FIND-CATEGORY LOOKS CMPL-CATEGORY UP IN THE CATEGORY
      * TABLE, LEAVING WS-CAT-IDX ON ITS ENTRY.
       800000-FIND-CATEGORY.

           MOVE 'N' TO WS-CAT-FOUND-SW

           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAT-CODE(WS-CAT-IDX) = CMPL-CATEGORY
                   MOVE 'Y' TO WS-CAT-FOUND-SW
           END-SEARCH.
      ******************************************************************
       850000-END-OF-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'CMPLREG'  TO DB2-OBJECT
               MOVE 'FETCH'    TO DB2-STATEMENT
               MOVE 'CMPD100'  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE 'Y' TO WS-EOF-SW.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'CMPD100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'CMPD100 CONTROL TOTALS'
           DISPLAY '  OPEN COMPLAINTS LISTED ........... : '
                   WS-CTL-OPEN-CNT
           DISPLAY '  PAST THEIR DEADLINE .............. : '
                   WS-CTL-OVERDUE-CNT
           DISPLAY '  DUE TODAY ........................ : '
                   WS-CTL-TODAY-CNT
           DISPLAY '  DUE SOON (FIVE BUSINESS DAYS) .... : '
                   WS-CTL-SOON-CNT.
      ******************************************************************
