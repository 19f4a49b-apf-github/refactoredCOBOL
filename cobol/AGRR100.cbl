      ******************************************************************
      * AGRR100 POSTS THE REMITTANCES SENT IN BY THE EXTERNAL
      * COLLECTION AGENCIES (I1DQ3201, ONE AGYREMT RECORD PER AMOUNT
      * COLLECTED). EACH REMITTANCE IS MATCHED TO THE COLLPLAC
      * PLACEMENT THE AGENCY HELD THE POSITION UNDER ON THE DAY IT
      * COLLECTED - A PLACEMENT STILL OPEN, OR ONE RECALLED OR CLOSED
      * NO EARLIER THAN THAT DAY, SO MONEY COLLECTED JUST BEFORE A
      * RECALL IS STILL CREDITED - AND THEN:
      *   - A REQ-TYPE 05 REPAYMENT FOR THE GROSS AMOUNT IS WRITTEN
      *     TO O1DQ3202 FOR THE NEXT LOANR100 RUN, WHICH BOOKS IT
      *     AGAINST THE LOAN, OR AS A RECOVERY WHEN THE LOAN IS
      *     WRITTEN OFF;
      *   - THE COMMISSION IS WORKED OUT AT THE PERCENT FROZEN ON THE
      *     PLACEMENT, ADDED WITH THE AMOUNT TO THE PLACEMENT'S
      *     RUNNING TOTALS AND POSTED TO THE GL EXTRACT AS 'AGCYCOMM';
      *   - AN OPEN PLACEMENT'S RECALL DATE IS PUSHED OUT TO ITS
      *     CONTRACTED PERIOD AFTER THE COLLECTION, SO AN AGENCY THAT
      *     KEEPS COLLECTING KEEPS THE ACCOUNT.
      * THE RPTDQ004 COMMISSION STATEMENT LISTS EVERY REMITTANCE
      * POSTED AND ENDS WITH EACH AGENCY'S BILLING TOTALS. A
      * REMITTANCE WITH NO MATCHING PLACEMENT, OR ON A LOAN NO
      * LONGER OPEN FOR PAYMENT, GOES TO THE O1DQ3203 REJECTS. THE
      * SAME VAL4C100/AUD4C100/BL1DQ001 SERVICES AS THE OTHER
      * MAINTENANCE PROGRAMS APPLY, AND RUN CONTROL REFUSES A SECOND
      * RUN FOR THE SAME BUSINESS DATE SO NO REMITTANCE IS POSTED
      * TWICE. O1DQ3202 IS WRITTEN AS ONE HDR/TRL-WRAPPED SECTION OF
      * LOANR100'S INPUT - HEADER WITH THE BUSINESS DATE AND A
      * DATE-DERIVED SEQUENCE (YYMMDD, AS CUSQ100 AND SUSPR100 BUILD
      * THEIRS), TRAILER WITH THE COUNT OF 05S - AND IS CONCATENATED
      * INTO LOANR100'S I1DQ0203 IN RVNITE1, WHICH RUNS THIS PROGRAM
      * AS STEP027. A NIGHT WITH NOTHING POSTED STILL GETS ITS
      * HDR/TRL PAIR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGRR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT AGYREMT-FILE  ASSIGN I1DQ3201.
           SELECT LOANOUT-FILE  ASSIGN O1DQ3202.
           SELECT AGYREJ-FILE   ASSIGN O1DQ3203.
           SELECT COMMRPT-FILE  ASSIGN RPTDQ004.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AGYREMT-FILE CARRIES THE AGENCIES' REMITTANCES (SEE
      * AGYREMT.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  AGYREMT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AGYREMT                       PIC X(80).
      ******************************************************************
      * LOANOUT-FILE CARRIES THE REQ-TYPE 05 REPAYMENTS FOR LOANR100
      * (SEE LOANTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO
      * WORKING-STORAGE BELOW) BETWEEN THEIR HDR AND TRL CONTROL
      * RECORDS.
       FD  LOANOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LOANOUT                       PIC X(40).
      ******************************************************************
      * AGYREJ-FILE CARRIES REMITTANCES THAT COULD NOT BE POSTED, SO
      * MONEY AN AGENCY HAS PAID OVER DOES NOT SIMPLY VANISH FROM THE
      * RUN.
       FD  AGYREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AGYREJ.
           05  AREJ-AGCY                    PIC X(4).
           05  AREJ-ENT                     PIC X(4).
           05  AREJ-NUM-RISK                PIC X(10).
           05  AREJ-AMT                     PIC X(10).
           05  AREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  AREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(7).
      ******************************************************************
      * COMMRPT-FILE IS THE PRINTED COMMISSION STATEMENT.
       FD  COMMRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-COMMRPT                       PIC X(132).
      ******************************************************************
      * BALANCE-FILE IS THE SHARED END-OF-DAY BALANCING FILE (SEE
      * BALTOT.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  BALANCE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BALANCE                       PIC X(65).
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW) THAT CARRIES THE COMMISSION OWED ON EVERY REMITTANCE.
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE STANDALONE BATCH DRIVER (100000-MAINLINE).
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-POST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-POST-AMT              PIC S9(13)  COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COMM-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS.
       01  WS-EDITS-OK-SW                   PIC X(1)    VALUE 'Y'.
           88  WS-EDITS-OK                              VALUE 'Y'.
       01  WS-EDIT-REASON                   PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 100190-CHECK-DATE-FORMAT, WHICH CHECKS A
      * KEYED DATE IS A WELL-FORMED YYYY-MM-DD.
       01  WS-EDIT-DATE-X.
           05  WS-ED-YYYY                   PIC X(4).
           05  WS-ED-YYYY-N REDEFINES WS-ED-YYYY
                                            PIC 9(4).
           05  WS-ED-DASH1                  PIC X(1).
           05  WS-ED-MM                     PIC X(2).
           05  WS-ED-MM-N REDEFINES WS-ED-MM
                                            PIC 9(2).
           05  WS-ED-DASH2                  PIC X(1).
           05  WS-ED-DD                     PIC X(2).
           05  WS-ED-DD-N REDEFINES WS-ED-DD
                                            PIC 9(2).
       01  WS-DATE-OK-SW                    PIC X(1)    VALUE 'N'.
           88  WS-DATE-OK                               VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE SHARED BY THE POSTING PARAGRAPHS. A FAILED
      * BUSINESS CHECK OR DB2 UPDATE CLEARS WS-REMT-OK-SW AND LEAVES
      * ITS REASON AND SQLCODE HERE FOR 900110-REJECT-REMITTANCE.
       01  WS-REMT-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-REMT-OK                               VALUE 'Y'.
       01  WS-REMT-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-REMT-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-LOAN-ST-HOLD                  PIC X(1)    VALUE SPACES.
       01  WS-LOAN-NO-9                     PIC 9(10)   VALUE ZEROS.
       01  WS-COMM-AMT                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * 30/360 DATE ARITHMETIC: WS-SHIFT-DAYS AFTER THE COLLECTION
      * DATE GIVES WS-SHIFT-DATE-X (29 AND 30 FEBRUARY FALL BACK TO
      * THE 28TH).
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
      * THE PER-AGENCY BILLING TABLE BEHIND THE STATEMENT'S CLOSING
      * TOTALS, FILLED AS EACH AGENCY'S FIRST REMITTANCE IS POSTED.
       01  WS-BILL-CNT                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-BILL-IX                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-BILL-HIT-IX                   PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 50 TIMES.
               10  WS-BILL-AGCY             PIC X(4).
               10  WS-BILL-REMT-CNT         PIC S9(7)   COMP-3.
               10  WS-BILL-COLL-AMT         PIC S9(13)  COMP-3.
               10  WS-BILL-COMM-AMT         PIC S9(13)V9(2) COMP-3.
      ******************************************************************
      * STATEMENT LINES.
       01  WS-PR-DETAIL.
           05  WS-PR-AGCY                   PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-ENT                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-PR-NUM-RISK               PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-COLL-DATE              PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-PCT                    PIC ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-COMM                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PR-REF                    PIC X(20).
           05  FILLER                       PIC X(37)   VALUE SPACES.
       01  WS-PR-BILL.
           05  FILLER                       PIC X(7)    VALUE 'AGENCY '.
           05  WS-PB-AGCY                   PIC X(4).
           05  FILLER                       PIC X(15)   VALUE
                                                  '  REMITTANCES '.
           05  WS-PB-CNT                    PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(13)   VALUE
                                                  '  COLLECTED '.
           05  WS-PB-COLL                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(18)   VALUE
                                                  '  COMMISSION DUE '.
           05  WS-PB-COMM                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(31)   VALUE SPACES.
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
      ******************************************************************
      * HDR/TRL CONTROL IMAGES FOR O1DQ3202, IN THE LAYOUT LOANR100'S
      * 100030-VALIDATE-FILE-CONTROLS PROVES.
       01  WS-OUT-HDR-REC.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  WS-OUT-HDR-DATE              PIC X(10).
           05  WS-OUT-HDR-SEQ               PIC X(6).
           05  FILLER                       PIC X(21)   VALUE SPACES.
       01  WS-OUT-TRL-REC.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  WS-OUT-TRL-CNT               PIC 9(9).
           05  FILLER                       PIC X(28)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-AMT                       PIC -(11)9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY AGYREMT.
      ******************************************************************
       COPY LOANTRAN.
      ******************************************************************
       COPY COLLPLAC.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
       COPY BALTOT.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY VALSUS.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE FILES, LOOPS CALLING
      * 100100-PROCESS-ONE-REMITTANCE PER RECORD, CLOSES THE
      * STATEMENT WITH THE AGENCY BILLING TOTALS AND PRINTS THE
      * END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           OPEN INPUT  AGYREMT-FILE
           OPEN OUTPUT LOANOUT-FILE
           OPEN OUTPUT AGYREJ-FILE
           OPEN OUTPUT COMMRPT-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN EXTEND GLPOST-FILE

           MOVE WS-TODAY-DATE-X        TO WS-OUT-HDR-DATE
           MOVE WS-TODAY-YYYYMMDD(3:6) TO WS-OUT-HDR-SEQ
           WRITE RE-LOANOUT FROM WS-OUT-HDR-REC

           MOVE 'AGRR100 - COLLECTION AGENCY COMMISSION STATEMENT'
               TO RE-COMMRPT
           WRITE RE-COMMRPT

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-REMITTANCE UNTIL WS-EOF-YES

           PERFORM 800000-PRINT-AGENCY-BILLING

           MOVE WS-CTL-POST-CNT TO WS-OUT-TRL-CNT
           WRITE RE-LOANOUT FROM WS-OUT-TRL-REC

           CLOSE AGYREMT-FILE
           CLOSE LOANOUT-FILE
           CLOSE AGYREJ-FILE
           CLOSE COMMRPT-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE - A SECOND RUN ON THE SAME BUSINESS DATE
      * WOULD GENERATE EVERY REPAYMENT AND COMMISSION A SECOND TIME.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'AGRR100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'AGRR100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'AGRR100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'AGRR100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
       100100-PROCESS-ONE-REMITTANCE.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE 'Y'    TO WS-REMT-OK-SW
               MOVE SPACES TO WS-REMT-REJ-REASON
               MOVE ZEROS  TO WS-REMT-SQLCODE

               PERFORM 150000-LOOKUP-PLACEMENT

               IF WS-REMT-OK
                   PERFORM 160000-CHECK-LOAN-OPEN
               END-IF

               IF WS-REMT-OK
                   PERFORM 200000-POST-REMITTANCE
               END-IF

               IF NOT WS-REMT-OK
                   PERFORM 900110-REJECT-REMITTANCE
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-FRONT-END-EDITS CATCHES OUTRIGHT MALFORMED
      * REMITTANCES AND ROUTES THEM TO THE COMMON SUSPENSE FILE VIA
      * 900500-WRITE-SUSPENSE FOR NEXT-DAY CORRECTION: EACH NEEDS THE
      * AGENCY AND ENTITY, A RISK NUMBER, A COLLECTION DATE NO LATER
      * THAN TODAY AND AN AMOUNT ABOVE ZERO.
       100150-VALIDATE-FRONT-END-EDITS.

           MOVE 'Y' TO WS-EDITS-OK-SW

           MOVE AGRIN-COLL-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN AGRIN-AGCY = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AGENCY CODE MISSING'
                                       TO WS-EDIT-REASON
               WHEN AGRIN-ENT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ENTITY MISSING'
                                       TO WS-EDIT-REASON
               WHEN AGRIN-NUM-RISK IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'RISK NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AGRIN-NUM-RISK-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'RISK NUMBER MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COLLECTION DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN AGRIN-COLL-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COLLECTION DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN AGRIN-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AMOUNT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN AGRIN-AMT-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AMOUNT MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN AGRIN-AMT-N > 99999999
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'AMOUNT ABOVE THE REPAYMENT MAXIMUM'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-EDITS-OK
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * 100190-CHECK-DATE-FORMAT SETS WS-DATE-OK-SW WHEN THE DATE IN
      * WS-EDIT-DATE-X IS A WELL-FORMED YYYY-MM-DD WITH A REAL MONTH
      * AND A DAY OF 01 TO 31.
       100190-CHECK-DATE-FORMAT.

           MOVE 'N' TO WS-DATE-OK-SW

           IF WS-ED-YYYY IS NUMERIC AND
              WS-ED-MM   IS NUMERIC AND
              WS-ED-DD   IS NUMERIC AND
              WS-ED-DASH1 = '-' AND
              WS-ED-DASH2 = '-'
               IF WS-ED-MM-N >= 1 AND WS-ED-MM-N <= 12 AND
                  WS-ED-DD-N >= 1 AND WS-ED-DD-N <= 31
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.
      ******************************************************************
       100200-READ-INPUT.

           READ AGYREMT-FILE INTO AGYREMT-INPT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 150000-LOOKUP-PLACEMENT FINDS THE PLACEMENT THE AGENCY HELD
      * THE POSITION UNDER ON THE COLLECTION DATE: PLACED ON OR
      * BEFORE IT AND STILL OPEN OR ENDED NO EARLIER THAN IT. IF THE
      * AGENCY HELD THE POSITION MORE THAN ONCE THE LATEST SUCH
      * PLACEMENT WINS.
       150000-LOOKUP-PLACEMENT.

           MOVE AGRIN-ENT       TO PLAC-ENT
           MOVE AGRIN-NUM-RISK  TO PLAC-NUM-RISK
           MOVE AGRIN-AGCY      TO PLAC-AGCY

           EXEC SQL
               SELECT PLAC_SEQ, PLAC_LOAN_CAT, PLAC_LOAN_NO,
                      PLAC_COMM_PCT, PLAC_PERIOD_DAYS,
                      PLAC_RECALL_DATE, PLAC_LAST_COLL_DATE,
                      PLAC_COLL_AMT, PLAC_COMM_AMT, PLAC_ST
                 INTO :PLAC-SEQ, :PLAC-LOAN-CAT, :PLAC-LOAN-NO,
                      :PLAC-COMM-PCT, :PLAC-PERIOD-DAYS,
                      :PLAC-RECALL-DATE, :PLAC-LAST-COLL-DATE,
                      :PLAC-COLL-AMT, :PLAC-COMM-AMT, :PLAC-ST
                 FROM IDC015.COLLPLAC
                WHERE PLAC_ENT      = :PLAC-ENT
                  AND PLAC_NUM_RISK = :PLAC-NUM-RISK
                  AND PLAC_AGCY     = :PLAC-AGCY
                  AND PLAC_DATE    <= :AGRIN-COLL-DATE
                  AND (PLAC_ST = 'P'
                    OR PLAC_END_DATE >= :AGRIN-COLL-DATE)
                ORDER BY PLAC_SEQ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-REMT-OK-SW
                   MOVE 'NOT PLACED WITH AGENCY ON THAT DATE'
                            TO WS-REMT-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'        TO WS-REMT-OK-SW
                   MOVE SQLCODE    TO WS-REMT-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-REMT-REJ-REASON
                   MOVE 'COLLPLAC' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE AGRIN-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 160000-CHECK-LOAN-OPEN REFUSES A REMITTANCE ON A LOAN THAT
      * LOANR100 WOULD NOT TAKE A REPAYMENT ON - ONLY AN ACTIVE OR A
      * WRITTEN-OFF LOAN CAN STILL RECEIVE MONEY.
       160000-CHECK-LOAN-OPEN.

           EXEC SQL
               SELECT LOANM_ST
                 INTO :WS-LOAN-ST-HOLD
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CAT = :PLAC-LOAN-CAT
                  AND LOANM_NO  = :PLAC-LOAN-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-REMT-OK-SW
                   MOVE 'LOAN NOT ON FILE'
                            TO WS-REMT-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'        TO WS-REMT-OK-SW
                   MOVE SQLCODE    TO WS-REMT-SQLCODE
                   MOVE 'LOAN LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-REMT-REJ-REASON
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE AGRIN-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-LOAN-ST-HOLD NOT = 'A'
                AND WS-LOAN-ST-HOLD NOT = 'W'
                   MOVE 'N' TO WS-REMT-OK-SW
                   MOVE 'LOAN NOT OPEN FOR PAYMENT'
                            TO WS-REMT-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 200000-POST-REMITTANCE ADDS THE REMITTANCE AND ITS COMMISSION
      * TO THE PLACEMENT AND, ONCE THAT IS UPDATED, WRITES THE
      * REPAYMENT FOR LOANR100, POSTS THE COMMISSION AND PRINTS THE
      * STATEMENT LINE. A REMITTANCE ON A STILL-OPEN PLACEMENT MOVES
      * THE RECALL DATE OUT TO THE CONTRACTED PERIOD AFTER THE
      * COLLECTION (NEVER EARLIER THAN IT ALREADY IS); THE LAST
      * COLLECTION DATE LIKEWISE ONLY MOVES FORWARD.
       200000-POST-REMITTANCE.

           COMPUTE WS-COMM-AMT ROUNDED =
               AGRIN-AMT-N * PLAC-COMM-PCT / 100

           MOVE SPACES           TO WS-AUD-BEFORE
           MOVE PLAC-COLL-AMT    TO WS-AUD-AMT
           MOVE WS-AUD-AMT       TO WS-AUD-BEFORE(1:15)
           MOVE PLAC-RECALL-DATE TO WS-AUD-BEFORE(17:10)

           ADD AGRIN-AMT-N TO PLAC-COLL-AMT
               ON SIZE ERROR
                   MOVE 'N' TO WS-REMT-OK-SW
                   MOVE 'COLLECTED TOTAL WOULD OVERFLOW'
                            TO WS-REMT-REJ-REASON
           END-ADD
           ADD WS-COMM-AMT TO PLAC-COMM-AMT

           IF AGRIN-COLL-DATE > PLAC-LAST-COLL-DATE
               MOVE AGRIN-COLL-DATE TO PLAC-LAST-COLL-DATE
           END-IF

           IF PLAC-ST = 'P'
               MOVE PLAC-PERIOD-DAYS TO WS-SHIFT-DAYS
               PERFORM 900700-SHIFT-DATE
               IF WS-SHIFT-DATE-X > PLAC-RECALL-DATE
                   MOVE WS-SHIFT-DATE-X TO PLAC-RECALL-DATE
               END-IF
           END-IF

           IF WS-REMT-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-UPDATE-PLACEMENT
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   PERFORM 200100-WRITE-REPAYMENT

                   ADD 1           TO WS-CTL-POST-CNT
                   ADD AGRIN-AMT-N TO WS-CTL-POST-AMT
                   ADD WS-COMM-AMT TO WS-CTL-COMM-AMT

                   MOVE 'AGCYCOMM'  TO GLPOST-TRAN-TYPE
                   MOVE WS-COMM-AMT TO GLPOST-AMOUNT
                   PERFORM 900600-WRITE-GL-POSTING

                   PERFORM 200200-PRINT-REMITTANCE

                   MOVE 'AGCYREMT'       TO WS-AUD-TRAN-TYPE
                   MOVE SPACES           TO WS-AUD-AFTER
                   MOVE PLAC-COLL-AMT    TO WS-AUD-AMT
                   MOVE WS-AUD-AMT       TO WS-AUD-AFTER(1:15)
                   MOVE PLAC-RECALL-DATE TO WS-AUD-AFTER(17:10)
                   MOVE AGRIN-AGCY       TO WS-AUD-AFTER(28:4)
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
       200010-UPDATE-PLACEMENT.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.COLLPLAC
                  SET PLAC_COLL_AMT       = :PLAC-COLL-AMT,
                      PLAC_COMM_AMT       = :PLAC-COMM-AMT,
                      PLAC_LAST_COLL_DATE = :PLAC-LAST-COLL-DATE,
                      PLAC_RECALL_DATE    = :PLAC-RECALL-DATE
                WHERE PLAC_ENT      = :PLAC-ENT
                  AND PLAC_NUM_RISK = :PLAC-NUM-RISK
                  AND PLAC_SEQ      = :PLAC-SEQ
           END-EXEC.
      ******************************************************************
      * 200100-WRITE-REPAYMENT WRITES THE REQ-TYPE 05 REPAYMENT FOR
      * THE GROSS AMOUNT COLLECTED, IN THE LOAN'S OWN CURRENCY.
       200100-WRITE-REPAYMENT.

           MOVE SPACES        TO LOANINPT-FILE
           MOVE '05'          TO LOANIN-REQ-TYPE
           MOVE PLAC-LOAN-NO  TO WS-LOAN-NO-9
           MOVE WS-LOAN-NO-9  TO LOANIN-LLOANM-NO
           MOVE PLAC-LOAN-CAT TO LOANIN-LLOANM-CAT
           MOVE AGRIN-AMT-N   TO LOANIN-LLOANM-MAX-AMT
           MOVE SPACES        TO LOANIN-LLOANM-CUST-NO
           MOVE SPACES        TO LOANIN-LLOANM-CCY

           WRITE RE-LOANOUT FROM LOANINPT-FILE.
      ******************************************************************
      * 200200-PRINT-REMITTANCE PRINTS THE STATEMENT LINE AND ADDS
      * THE REMITTANCE TO ITS AGENCY'S BILLING TOTALS.
       200200-PRINT-REMITTANCE.

           MOVE AGRIN-AGCY      TO WS-PR-AGCY
           MOVE AGRIN-ENT       TO WS-PR-ENT
           MOVE AGRIN-NUM-RISK  TO WS-PR-NUM-RISK
           MOVE AGRIN-COLL-DATE TO WS-PR-COLL-DATE
           MOVE AGRIN-AMT-N     TO WS-PR-AMT
           MOVE PLAC-COMM-PCT   TO WS-PR-PCT
           MOVE WS-COMM-AMT     TO WS-PR-COMM
           MOVE AGRIN-REF       TO WS-PR-REF
           WRITE RE-COMMRPT FROM WS-PR-DETAIL

           MOVE ZERO TO WS-BILL-HIT-IX
           PERFORM 200210-FIND-BILL-ENTRY
               VARYING WS-BILL-IX FROM 1 BY 1
               UNTIL WS-BILL-IX > WS-BILL-CNT
                  OR WS-BILL-HIT-IX > ZERO

           IF WS-BILL-HIT-IX = ZERO
               IF WS-BILL-CNT < 50
                   ADD 1 TO WS-BILL-CNT
                   MOVE WS-BILL-CNT TO WS-BILL-HIT-IX
                   MOVE AGRIN-AGCY  TO WS-BILL-AGCY (WS-BILL-HIT-IX)
                   MOVE ZEROS TO WS-BILL-REMT-CNT (WS-BILL-HIT-IX)
                   MOVE ZEROS TO WS-BILL-COLL-AMT (WS-BILL-HIT-IX)
                   MOVE ZEROS TO WS-BILL-COMM-AMT (WS-BILL-HIT-IX)
               ELSE
                   DISPLAY 'AGRR100 - BILLING TABLE FULL, AGENCY '
                           AGRIN-AGCY ' LEFT OFF THE TOTALS'
               END-IF
           END-IF

           IF WS-BILL-HIT-IX > ZERO
               ADD 1           TO WS-BILL-REMT-CNT (WS-BILL-HIT-IX)
               ADD AGRIN-AMT-N TO WS-BILL-COLL-AMT (WS-BILL-HIT-IX)
               ADD WS-COMM-AMT TO WS-BILL-COMM-AMT (WS-BILL-HIT-IX)
           END-IF.
      ******************************************************************
       200210-FIND-BILL-ENTRY.

           IF WS-BILL-AGCY (WS-BILL-IX) = AGRIN-AGCY
               MOVE WS-BILL-IX TO WS-BILL-HIT-IX
           END-IF.
      ******************************************************************
      * 800000-PRINT-AGENCY-BILLING CLOSES THE STATEMENT WITH ONE
      * LINE PER AGENCY: WHAT IT REMITTED AND THE COMMISSION THE BANK
      * OWES IT FOR THE RUN.
       800000-PRINT-AGENCY-BILLING.

           MOVE SPACES TO RE-COMMRPT
           WRITE RE-COMMRPT
           MOVE 'AGENCY BILLING TOTALS' TO RE-COMMRPT
           WRITE RE-COMMRPT

           PERFORM 800100-PRINT-ONE-AGENCY
               VARYING WS-BILL-IX FROM 1 BY 1
               UNTIL WS-BILL-IX > WS-BILL-CNT.
      ******************************************************************
       800100-PRINT-ONE-AGENCY.

           MOVE WS-BILL-AGCY (WS-BILL-IX)     TO WS-PB-AGCY
           MOVE WS-BILL-REMT-CNT (WS-BILL-IX) TO WS-PB-CNT
           MOVE WS-BILL-COLL-AMT (WS-BILL-IX) TO WS-PB-COLL
           MOVE WS-BILL-COMM-AMT (WS-BILL-IX) TO WS-PB-COMM

           WRITE RE-COMMRPT FROM WS-PR-BILL.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-AGYREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900110-REJECT-REMITTANCE WRITES THE REJECT FOR A REMITTANCE
      * THAT COULD NOT BE POSTED, FROM THE REASON AND SQLCODE LEFT IN
      * WS-REMT-REJ-REASON/WS-REMT-SQLCODE.
       900110-REJECT-REMITTANCE.

           MOVE AGRIN-AGCY         TO AREJ-AGCY
           MOVE AGRIN-ENT          TO AREJ-ENT
           MOVE AGRIN-NUM-RISK     TO AREJ-NUM-RISK
           MOVE AGRIN-AMT          TO AREJ-AMT
           MOVE WS-REMT-SQLCODE    TO AREJ-SQLCODE
           MOVE WS-REMT-REJ-REASON TO AREJ-REASON

           PERFORM 900100-WRITE-REJECT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'AGRR100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900210-UPDATE-FAILED MARKS THE REMITTANCE FOR REJECTION AFTER
      * THE COLLPLAC UPDATE FAILED.
       900210-UPDATE-FAILED.

           MOVE 'N'     TO WS-REMT-OK-SW
           MOVE SQLCODE TO WS-REMT-SQLCODE

           MOVE 'UPDATE FAILED - SEE SQLCODE'
                            TO WS-REMT-REJ-REASON
           MOVE 'COLLPLAC'     TO DB2-OBJECT
           MOVE 'UPDATE'       TO DB2-STATEMENT
           MOVE AGRIN-NUM-RISK TO DB2-REFERENCE1
           PERFORM 900200-LOG-DB2-ERROR.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY REMITTANCE POSTED, KEYED ON THE RISK
      * POSITION. THE AGENCY'S FILE CARRIES NO USER/TERMINAL FIELD
      * SO THOSE ARE LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE SPACES           TO WS-AUD-KEY
           MOVE AGRIN-ENT        TO WS-AUD-KEY(1:4)
           MOVE AGRIN-NUM-RISK   TO WS-AUD-KEY(5:10)

           MOVE 'AGRR100 '       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A REMITTANCE THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'AGRR100 '     TO VALSUS-PGM-ID
           MOVE SPACES         TO VALSUS-REQ-TYPE
           MOVE SPACES         TO VALSUS-KEY
           MOVE AGRIN-ENT      TO VALSUS-KEY(1:4)
           MOVE AGRIN-NUM-RISK TO VALSUS-KEY(5:10)
           MOVE WS-EDIT-REASON TO VALSUS-REASON
           MOVE RE-AGYREMT     TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900600-WRITE-GL-POSTING APPENDS ONE POSTING (TRAN TYPE AND
      * AMOUNT ALREADY SET) TO THE GL EXTRACT UNDER THE PLACED LOAN,
      * DATED THE DAY THE AGENCY COLLECTED.
       900600-WRITE-GL-POSTING.

           MOVE PLAC-LOAN-NO    TO WS-LOAN-NO-9
           MOVE WS-LOAN-NO-9    TO GLPOST-LLOANM-NO
           MOVE AGRIN-COLL-DATE TO GLPOST-POST-DATE

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900700-SHIFT-DATE MOVES THE COLLECTION DATE (STILL BROKEN
      * DOWN IN WS-EDIT-DATE-X) BY WS-SHIFT-DAYS ON THE 30/360
      * CALENDAR INTO WS-SHIFT-DATE-X.
       900700-SHIFT-DATE.

           COMPUTE WS-DAYNUM =
                 WS-ED-YYYY-N * 360
               + (WS-ED-MM-N - 1) * 30
               + (WS-ED-DD-N - 1)
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
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COLLECTIONS CAN RECONCILE THE REMITTANCES RECEIVED
      * AGAINST THE REPAYMENTS GENERATED AND THE COMMISSION BILLED.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'AGRR100 CONTROL TOTALS'
           DISPLAY '  REMITTANCES READ ................. : '
                   WS-CTL-IN-CNT
           DISPLAY '  REMITTANCES POSTED ............... : '
                   WS-CTL-POST-CNT
           DISPLAY '  AMOUNT SENT TO LOANR100 .......... : '
                   WS-CTL-POST-AMT
           DISPLAY '  COMMISSION POSTED ................ : '
                   WS-CTL-COMM-AMT
           DISPLAY '  REMITTANCES REJECTED ............. : '
                   WS-CTL-REJ-CNT
           DISPLAY '  REMITTANCES SUSPENDED ............ : '
                   WS-CTL-SUS-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
      * REMITTANCE COUNT READ MATCHES THE POSTED-PLUS-REJECTED COUNT.
       900300-WRITE-BALANCE-TOTALS.

           MOVE 'AGRR100 '      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           MOVE WS-CTL-POST-CNT TO BALTOT-APPLIED-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
