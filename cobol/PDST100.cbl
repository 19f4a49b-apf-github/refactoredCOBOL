      ******************************************************************
      * PDST100 PAYS THE OTHER PARTICIPANTS OF THE SYNDICATED AND
      * PARTICIPATED LOANS ON WHICH THIS BANK IS AGENT. LOANR100
      * SPLITS EVERY REPAYMENT, PREPAYMENT, RECOVERY AND REVERSAL ON
      * SUCH A LOAN BY THE PARTMSTR SHARES AND LEAVES EACH
      * PARTICIPANT'S PART ON PARTDIST AS A PENDING ('P') ROW - MONEY
      * WE HAVE COLLECTED ON ITS BEHALF AND OWE IT. THIS RUN:
      *   - NETS THE PENDING ROWS UP TO THE BUSINESS DATE PER LOAN
      *     AND PARTICIPANT, SO A REVERSAL (A NEGATIVE ROW) COMES
      *     OFF WHAT IS STILL OWED BEFORE ANYTHING IS PAID;
      *   - WRITES ONE CREDIT TRANSFER PER LOAN AND PARTICIPANT TO
      *     THE PARTICIPANT'S SETTLEMENT IBAN ON THE O1DQ0H03 FILE,
      *     IN THE SAME HDR/TRL WRAPPER AS THE CUSTOMER PAYOUT FILE,
      *     SETTLING ON THE BUSINESS DATE ROLLED FORWARD THROUGH
      *     DAT4C100;
      *   - MARKS THE ROWS PAID 'D' WITH THE DISTRIBUTION DATE AND
      *     POSTS THE TRANSFER TO THE GL EXTRACT AS 'PARTDIST';
      *   - LEAVES PENDING ANY NET THAT IS NOT A POSITIVE AMOUNT (A
      *     REVERSAL OF MONEY ALREADY PASSED ON IS RECOVERED FROM
      *     THE PARTICIPANT'S NEXT SHARE) OR WHOSE PARTICIPANT HAS
      *     NO SETTLEMENT IBAN, AND ENDS CC 4 WHEN ANY WAS LEFT.
      * A PARTICIPANT REMOVED FROM THE LOAN SINCE IS STILL PAID WHAT
      * WAS COLLECTED FOR IT WHILE IT HELD ITS SHARE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDST100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT PDSTOUT-FILE  ASSIGN O1DQ0H03.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PDSTOUT-FILE IS THE OUTBOUND PARTICIPANT CREDIT-TRANSFER FILE.
      * THE FIRST THREE BYTES OF A CONTROL RECORD CARRY HDR OR TRL; A
      * DETAIL RECORD ALWAYS OPENS WITH THE PAYMENT REFERENCE, WHOSE
      * FIRST BYTE IS THE KEY TYPE ('L' - A LOAN).
       FD  PDSTOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PDSTOUT.
      * THE PAYMENT REFERENCE: KEY TYPE, LOAN NUMBER, THE BUSINESS
      * DATE AND THE RUN SEQUENCE, UNIQUE PER TRANSFER AND READABLE
      * BACK TO THE LOAN THE MONEY WAS COLLECTED ON.
           05  PDX-PAY-REF.
               10  PDX-REF-KEY-TYPE         PIC X(1).
               10  PDX-REF-KEY              PIC X(10).
               10  PDX-REF-DATE             PIC 9(8).
               10  PDX-REF-SEQ              PIC 9(5).
           05  PDX-EVENT                    PIC X(8).
           05  PDX-LOAN-CAT                 PIC X(2).
           05  PDX-LOAN-NO                  PIC X(10).
           05  PDX-PART-ID                  PIC X(11).
           05  PDX-PART-NAME                PIC X(30).
           05  PDX-IBAN                     PIC X(34).
           05  PDX-AMT                      PIC 9(11)V9(2).
           05  PDX-CCY                      PIC X(3).
           05  PDX-EXEC-DATE                PIC X(10).
           05  FILLER                       PIC X(5).
       01  RE-PDSTOUT-HDR.
           05  PDHDR-TYPE                   PIC X(3).
           05  PDHDR-BUS-DATE               PIC X(10).
           05  PDHDR-ORIG-PGM               PIC X(8).
           05  FILLER                       PIC X(129).
       01  RE-PDSTOUT-TRL.
           05  PDTRL-TYPE                   PIC X(3).
           05  PDTRL-REC-CNT                PIC 9(9).
           05  PDTRL-AMT-TOT                PIC 9(13)V9(2).
           05  FILLER                       PIC X(123).
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE FETCH LOOP AND THE PER-PARTICIPANT PAYMENT.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-PAY-OK-SW                 PIC X(1)    VALUE 'Y'.
               88  WS-PAY-OK                            VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SENT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HELD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SENT-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HELD-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * ONE FETCHED LOAN/PARTICIPANT GROUP: THE NET OF ITS PENDING
      * ROWS AND WHERE IT IS PAID.
       01  WS-DIST-AMT                      PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DIST-CCY                      PIC X(3)    VALUE SPACES.
       01  WS-DIST-LOAN-NO-X                PIC X(10)   VALUE SPACES.
       01  WS-DIST-LOAN-NO-9 REDEFINES WS-DIST-LOAN-NO-X
                                            PIC 9(10).
      ******************************************************************
      * THE SETTLEMENT DATE: THE BUSINESS DATE ROLLED FORWARD TO THE
      * NEAREST BUSINESS DAY THROUGH DAT4C100 ON THE HOME CALENDAR.
       01  WS-EXEC-DATE                     PIC X(10)   VALUE SPACES.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS).
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
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY PARTDIST.
      ******************************************************************
       COPY PARTMSTR.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR NETS THE PENDING DISTRIBUTIONS UP TO THE BUSINESS DATE
      * PER LOAN AND PARTICIPANT, WITH THE PARTICIPANT'S NAME AND
      * SETTLEMENT IBAN OFF PARTMSTR AND THE LOAN'S CURRENCY OFF
      * LOANMSTR.
           EXEC SQL
               DECLARE PDST100-CSR CURSOR FOR
                   SELECT D.PDIST_LOAN_CAT, D.PDIST_LOAN_NO,
                          D.PDIST_PART_ID, SUM(D.PDIST_PAY_AMT),
                          P.PART_NAME, P.PART_IBAN, L.LOANM_CCY
                     FROM IDC015.PARTDIST D,
                          IDC015.PARTMSTR P,
                          IDC015.LOANMSTR L
                    WHERE D.PDIST_ST       = 'P'
                      AND D.PDIST_DATE    <= :WS-TODAY-DATE-X
                      AND P.PART_LOAN_CAT  = D.PDIST_LOAN_CAT
                      AND P.PART_LOAN_NO   = D.PDIST_LOAN_NO
                      AND P.PART_ID        = D.PDIST_PART_ID
                      AND L.LOANM_CAT      = D.PDIST_LOAN_CAT
                      AND L.LOANM_NO       = D.PDIST_LOAN_NO
                    GROUP BY D.PDIST_LOAN_CAT, D.PDIST_LOAN_NO,
                             D.PDIST_PART_ID, P.PART_NAME,
                             P.PART_IBAN, L.LOANM_CCY
                    ORDER BY D.PDIST_LOAN_CAT, D.PDIST_LOAN_NO,
                             D.PDIST_PART_ID
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE WRITES THE FILE HEADER, LOOPS OVER THE
      * LOAN/PARTICIPANT GROUPS PAYING OR LEAVING EACH ONE, WRITES
      * THE TRAILER, AND PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-ROLL-EXECUTION-DATE

           OPEN OUTPUT PDSTOUT-FILE
           OPEN EXTEND GLPOST-FILE

           MOVE SPACES          TO RE-PDSTOUT-HDR
           MOVE 'HDR'           TO PDHDR-TYPE
           MOVE WS-TODAY-DATE-X TO PDHDR-BUS-DATE
           MOVE 'PDST100 '      TO PDHDR-ORIG-PGM
           WRITE RE-PDSTOUT-HDR

           EXEC SQL
               OPEN PDST100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-PROCESS-ONE-GROUP UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE PDST100-CSR
           END-EXEC

           MOVE SPACES          TO RE-PDSTOUT-TRL
           MOVE 'TRL'           TO PDTRL-TYPE
           MOVE WS-CTL-SENT-CNT TO PDTRL-REC-CNT
           MOVE WS-CTL-SENT-AMT TO PDTRL-AMT-TOT
           WRITE RE-PDSTOUT-TRL

           CLOSE PDSTOUT-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-HELD-CNT > ZERO OR WS-CTL-FAIL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: THE PAID ROWS ARE MARKED, BUT A SECOND
      * TRANSFER FILE FOR THE SAME BUSINESS DATE WOULD STILL OVERLAY
      * THE FIRST BEFORE IT WAS SENT, SO A DUPLICATE RUN IS REFUSED.
      * THE OFFICIAL BUSINESS DATE REPLACES THE MACHINE DATE; WITH
      * RUN CONTROL UNAVAILABLE THE RUN CONTINUES ON THE MACHINE
      * DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'PDST100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'PDST100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'PDST100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'PDST100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-ROLL-EXECUTION-DATE ROLLS THE BUSINESS DATE FORWARD TO
      * THE NEAREST BUSINESS DAY. IF THE DATE SERVICE CANNOT ANSWER
      * THE BUSINESS DATE ITSELF STANDS.
       100010-ROLL-EXECUTION-DATE.

           SET DATSRV-FUNC-ROLL-FWD TO TRUE
           MOVE WS-HOME-COUNTRY TO DATSRV-COUNTRY
           MOVE WS-TODAY-DATE-X TO DATSRV-DATE-1

           CALL 'DAT4C100' USING DATSRV-AREA

           IF DATSRV-88-OK
               MOVE DATSRV-DATE-1   TO WS-EXEC-DATE
           ELSE
               MOVE WS-TODAY-DATE-X TO WS-EXEC-DATE
           END-IF.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-GROUP-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'PARTDIST' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE PDIST-PART-ID TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-GROUP-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH PDST100-CSR
                   INTO :PDIST-LOAN-CAT, :PDIST-LOAN-NO,
                        :PDIST-PART-ID, :WS-DIST-AMT,
                        :PART-NAME, :PART-IBAN, :WS-DIST-CCY
           END-EXEC.
      ******************************************************************
      * 200000-PROCESS-ONE-GROUP PAYS THE NET OWED TO ONE PARTICIPANT
      * ON ONE LOAN, OR LEAVES ITS ROWS PENDING. THE ROWS ARE MARKED
      * DISTRIBUTED BEFORE THE TRANSFER IS WRITTEN, SO A FAILED
      * UPDATE LEAVES THEM PENDING AND NOTHING IS PAID TWICE.
       200000-PROCESS-ONE-GROUP.

           ADD 1 TO WS-CTL-READ-CNT

           MOVE 'Y' TO WS-PAY-OK-SW

           IF WS-DIST-AMT NOT > ZERO OR PART-IBAN = SPACES
               MOVE 'N' TO WS-PAY-OK-SW
               ADD 1           TO WS-CTL-HELD-CNT
               ADD WS-DIST-AMT TO WS-CTL-HELD-AMT
           END-IF

           IF WS-PAY-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-MARK-ROWS-DISTRIBUTED
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   PERFORM 210000-WRITE-TRANSFER
                   PERFORM 220000-POST-GL
               ELSE
                   ADD 1 TO WS-CTL-FAIL-CNT
                   MOVE 'PARTDIST'    TO DB2-OBJECT
                   MOVE 'UPDATE'      TO DB2-STATEMENT
                   MOVE PDIST-PART-ID TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
      * 200010-MARK-ROWS-DISTRIBUTED MARKS EXACTLY THE ROWS THE
      * CURSOR NETTED FOR THIS LOAN AND PARTICIPANT.
       200010-MARK-ROWS-DISTRIBUTED.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.PARTDIST
                  SET PDIST_ST        = 'D',
                      PDIST_DIST_DATE = :WS-TODAY-DATE-X
                WHERE PDIST_LOAN_CAT = :PDIST-LOAN-CAT
                  AND PDIST_LOAN_NO  = :PDIST-LOAN-NO
                  AND PDIST_PART_ID  = :PDIST-PART-ID
                  AND PDIST_ST       = 'P'
                  AND PDIST_DATE    <= :WS-TODAY-DATE-X
           END-EXEC.
      ******************************************************************
      * 210000-WRITE-TRANSFER WRITES THE CREDIT-TRANSFER RECORD.
       210000-WRITE-TRANSFER.

           ADD 1           TO WS-CTL-SENT-CNT
           ADD WS-DIST-AMT TO WS-CTL-SENT-AMT

           MOVE PDIST-LOAN-NO     TO WS-DIST-LOAN-NO-9

           MOVE SPACES            TO RE-PDSTOUT
           MOVE 'L'               TO PDX-REF-KEY-TYPE
           MOVE WS-DIST-LOAN-NO-X TO PDX-REF-KEY
           MOVE WS-TODAY-YYYYMMDD TO PDX-REF-DATE
           MOVE WS-CTL-SENT-CNT   TO PDX-REF-SEQ
           MOVE 'PARTDIST'        TO PDX-EVENT
           MOVE PDIST-LOAN-CAT    TO PDX-LOAN-CAT
           MOVE WS-DIST-LOAN-NO-X TO PDX-LOAN-NO
           MOVE PDIST-PART-ID     TO PDX-PART-ID
           MOVE PART-NAME         TO PDX-PART-NAME
           MOVE PART-IBAN         TO PDX-IBAN
           MOVE WS-DIST-AMT       TO PDX-AMT
           MOVE WS-DIST-CCY       TO PDX-CCY
           MOVE WS-EXEC-DATE      TO PDX-EXEC-DATE

           WRITE RE-PDSTOUT.
      ******************************************************************
      * 220000-POST-GL POSTS THE MONEY PASSED ON TO THE PARTICIPANT
      * OUT OF THE AGENCY SUSPENSE THE REPAYMENT LANDED IN.
       220000-POST-GL.

           MOVE SPACES            TO GLPOST-REC
           MOVE WS-DIST-LOAN-NO-X TO GLPOST-LLOANM-NO
           MOVE 'PARTDIST'        TO GLPOST-TRAN-TYPE
           MOVE WS-DIST-AMT       TO GLPOST-AMOUNT
           MOVE WS-TODAY-DATE-X   TO GLPOST-POST-DATE
           MOVE SPACES            TO GLPOST-ORIG-CCY
           MOVE ZEROS             TO GLPOST-EXCH-RATE
           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'PDST100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE TRANSFER FILE AGAINST
      * WHAT THE BANK ACKNOWLEDGES RECEIVING.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'PDST100 CONTROL TOTALS'
           DISPLAY '  LOAN/PARTICIPANT GROUPS READ ..... : '
                   WS-CTL-READ-CNT
           DISPLAY '  CREDIT TRANSFERS WRITTEN ......... : '
                   WS-CTL-SENT-CNT
           DISPLAY '  TOTAL AMOUNT SENT ................ : '
                   WS-CTL-SENT-AMT
           DISPLAY '  GROUPS LEFT PENDING .............. : '
                   WS-CTL-HELD-CNT
           DISPLAY '  NET AMOUNT LEFT PENDING .......... : '
                   WS-CTL-HELD-AMT
           DISPLAY '  GROUPS FAILED IN DB2 ............. : '
                   WS-CTL-FAIL-CNT.
      ******************************************************************
