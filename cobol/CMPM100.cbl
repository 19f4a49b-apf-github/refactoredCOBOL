      ******************************************************************
      * CMPM100 APPLIES CMPLINPT-FILE TRANSACTIONS AGAINST THE
      * CUSTOMER COMPLAINTS REGISTER CMPLREG. COMPLAINTS USED TO BE
      * KEPT IN A SHARED MAILBOX, WITH NOTHING TO SAY WHEN THE
      * REGULATOR'S RESPONSE DEADLINE FELL DUE. CMPIN-REQ-TYPE IS:
      *   01 LOG A COMPLAINT - THE CUSTOMER MUST BE ON CUSTM_TABLE
      *      AND A LOAN OR DEPOSIT NAMED MUST BE THE CUSTOMER'S OWN.
      *      THE RESPONSE DEADLINE IS SET FROM THE RECEIPT DATE
      *      THROUGH THE DAT4C100 BUSINESS-DAY SERVICE: 15 BUSINESS
      *      DAYS FOR A PAYMENT-SERVICES COMPLAINT, ONE CALENDAR
      *      MONTH ROLLED FORWARD TO A BUSINESS DAY FOR THE REST;
      *   02 CHANGE THE HANDLER OR CATEGORY OF AN OPEN COMPLAINT - A
      *      NEW CATEGORY RESETS THE DEADLINE FROM THE RECEIPT DATE;
      *   03 RECORD A REDRESS PAYMENT, OPEN OR CLOSED (SETTLEMENT
      *      OFTEN FOLLOWS THE FINAL RESPONSE) - THE AMOUNT IS ADDED
      *      TO THE COMPLAINT'S TOTAL AND POSTED THROUGH THE SHARED
      *      GL EXTRACT AS 'CMPLRDRS' UNDER THE LOAN OR DEPOSIT
      *      COMPLAINED OF, OR THE CUSTOMER NUMBER WHEN THERE IS NONE;
      *   04 CLOSE AN OPEN COMPLAINT WITH ITS OUTCOME - THE ROW IS
      *      KEPT FOR THE QUARTERLY RETURN. A CLOSURE AFTER THE
      *      DEADLINE IS COUNTED IN THE CONTROL TOTALS.
      * CMPD100 REPORTS THE OPEN COMPLAINTS AGAINST THEIR DEADLINES
      * EVERY DAY AND CMPQ100 PRODUCES THE QUARTERLY RETURN. THE SAME
      * VAL4C100/AUD4C100/BL1DQ001 SERVICES AS THE OTHER MAINTENANCE
      * PROGRAMS APPLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT CMPLTRAN-FILE ASSIGN I1DQ3501.
           SELECT CMPLREJ-FILE  ASSIGN O1DQ3502.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CMPLTRAN-FILE CARRIES THE INCOMING COMPLAINT TRANSACTIONS (SEE
      * CMPLTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  CMPLTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CMPLIN                        PIC X(100).
      ******************************************************************
      * CMPLREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO A BAD TRANSACTION DOES NOT SIMPLY VANISH
      * FROM THE RUN.
       FD  CMPLREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CMPLREJ.
           05  CREJ-REQ-TYPE                PIC X(2).
           05  CREJ-REF                     PIC X(10).
           05  CREJ-CUST-NO                 PIC X(10).
           05  CREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  CREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(33).
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
      * BELOW) THAT CARRIES EVERY REDRESS PAYMENT RECORDED.
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
           05  WS-CTL-LOG-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CHG-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RDRS-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RDRS-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CLOSE-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LATE-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
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
      * WORKING-STORAGE SHARED BY THE APPLY PARAGRAPHS. A FAILED
      * BUSINESS CHECK OR DB2 UPDATE CLEARS WS-CMPL-OK-SW AND LEAVES
      * ITS REASON AND SQLCODE HERE FOR 900110-REJECT-CMPL-TRAN.
      * WS-CMPL-FOUND-SW DESCRIBES THE COMPLAINT'S EXISTING ROW AS
      * 250000-LOOKUP-COMPLAINT FOUND IT.
       01  WS-CMPL-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-CMPL-OK                               VALUE 'Y'.
       01  WS-CMPL-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-CMPL-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-CMPL-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-CMPL-FOUND                            VALUE 'Y'.
      ******************************************************************
      * THE HOLIDAY CALENDAR THE DEADLINES ARE WORKED ON.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
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
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL. WS-AUD-CMPL IS
      * THE COMPLAINT'S CATEGORY, STATUS, OUTCOME, DEADLINE, HANDLER
      * AND REDRESS TOTAL AS SHOWN IN THE BEFORE/AFTER VALUES.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-CMPL.
           05  WS-AC-CATEGORY               PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-ST                     PIC X(1).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-OUTCOME                PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-DEADLINE               PIC X(10).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-HANDLER                PIC X(8).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-REDRESS                PIC Z(8)9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY CMPLTRAN.
      ******************************************************************
       COPY CMPLREG.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
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
      * 100000-MAINLINE OPENS THE TRANSACTION, REJECT AND GL FILES,
      * LOOPS CALLING 100100-PROCESS-ONE-TRANSACTION PER RECORD, AND
      * PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  CMPLTRAN-FILE
           OPEN OUTPUT CMPLREJ-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN EXTEND GLPOST-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           CLOSE CMPLTRAN-FILE
           CLOSE CMPLREJ-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE 'Y'    TO WS-CMPL-OK-SW
               MOVE SPACES TO WS-CMPL-REJ-REASON
               MOVE ZEROS  TO WS-CMPL-SQLCODE

               EVALUATE CMPIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 200000-APPLY-LOG
                   WHEN '02'
                       PERFORM 300000-APPLY-CHANGE
                   WHEN '03'
                       PERFORM 400000-APPLY-REDRESS
                   WHEN '04'
                       PERFORM 500000-APPLY-CLOSE
                   WHEN OTHER
                       MOVE 'N' TO WS-CMPL-OK-SW
                       MOVE 'UNRECOGNIZED CMPIN-REQ-TYPE'
                                TO WS-CMPL-REJ-REASON
               END-EVALUATE

               IF NOT WS-CMPL-OK
                   PERFORM 900110-REJECT-CMPL-TRAN
               END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-FRONT-END-EDITS CATCHES OUTRIGHT MALFORMED
      * TRANSACTIONS AND ROUTES THEM TO THE COMMON SUSPENSE FILE VIA
      * 900500-WRITE-SUSPENSE FOR NEXT-DAY CORRECTION. THE FIELDS OF
      * EACH REQUEST TYPE ARE EDITED BY 100160 TO 100180.
       100150-VALIDATE-FRONT-END-EDITS.

           MOVE 'Y' TO WS-EDITS-OK-SW

           EVALUATE TRUE
               WHEN CMPIN-REQ-TYPE NOT = '01' AND
                    CMPIN-REQ-TYPE NOT = '02' AND
                    CMPIN-REQ-TYPE NOT = '03' AND
                    CMPIN-REQ-TYPE NOT = '04'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CMPIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-REF = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COMPLAINT REFERENCE MISSING'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-REQ-TYPE = '01'
                   PERFORM 100160-EDIT-LOG-FIELDS
               WHEN CMPIN-REQ-TYPE = '02'
                   PERFORM 100170-EDIT-CHANGE-FIELDS
               WHEN CMPIN-REQ-TYPE = '03'
                   PERFORM 100175-EDIT-REDRESS-FIELDS
               WHEN OTHER
                   PERFORM 100180-EDIT-CLOSE-FIELDS
           END-EVALUATE

           IF NOT WS-EDITS-OK
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * 100160-EDIT-LOG-FIELDS - A NEW COMPLAINT NEEDS A NUMERIC
      * CUSTOMER NUMBER, A RECEIPT DATE NO LATER THAN TODAY, A VALID
      * CATEGORY AND A HANDLER; AN ACCOUNT TYPE AND KEY COME
      * TOGETHER OR NOT AT ALL.
       100160-EDIT-LOG-FIELDS.

           MOVE CMPIN-RECV-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN CMPIN-CUST-NO IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CUSTOMER NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'RECEIPT DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-RECV-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'RECEIPT DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-HANDLER = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'HANDLER MISSING'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-ACCT-TYPE NOT = SPACE AND
                    CMPIN-ACCT-TYPE NOT = 'L' AND
                    CMPIN-ACCT-TYPE NOT = 'D'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ACCOUNT TYPE NOT L, D OR BLANK'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-ACCT-TYPE = SPACE AND
                    CMPIN-ACCT-KEY NOT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ACCOUNT KEY KEYED WITHOUT A TYPE'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-ACCT-TYPE NOT = SPACE AND
                    CMPIN-ACCT-KEY = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ACCOUNT TYPE KEYED WITHOUT A KEY'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-ACCT-TYPE = 'L' AND
                    CMPIN-ACCT-KEY IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LOAN NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 100165-EDIT-CATEGORY
           END-EVALUATE.
      ******************************************************************
       100165-EDIT-CATEGORY.

           IF CMPIN-CATEGORY NOT = 'PS' AND
              CMPIN-CATEGORY NOT = 'LN' AND
              CMPIN-CATEGORY NOT = 'DP' AND
              CMPIN-CATEGORY NOT = 'FC' AND
              CMPIN-CATEGORY NOT = 'SV' AND
              CMPIN-CATEGORY NOT = 'OT'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'CATEGORY NOT PS, LN, DP, FC, SV OR OT'
                                   TO WS-EDIT-REASON
           END-IF.
      ******************************************************************
      * 100170-EDIT-CHANGE-FIELDS - A CHANGE MAY CARRY A NEW HANDLER
      * OR CATEGORY AND MUST CHANGE AT LEAST ONE. THE CUSTOMER,
      * ACCOUNT AND RECEIPT DATE CANNOT BE CHANGED - A COMPLAINT
      * LOGGED AGAINST THE WRONG ONES IS CLOSED 'WD' AND LOGGED AGAIN.
       100170-EDIT-CHANGE-FIELDS.

           EVALUATE TRUE
               WHEN CMPIN-HANDLER = SPACES AND
                    CMPIN-CATEGORY = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CHANGE CHANGES NOTHING'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-CUST-NO NOT = SPACES OR
                    CMPIN-ACCT-TYPE NOT = SPACE OR
                    CMPIN-ACCT-KEY NOT = SPACES OR
                    CMPIN-RECV-DATE NOT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ONLY HANDLER AND CATEGORY CAN CHANGE'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-CATEGORY NOT = SPACES
                   PERFORM 100165-EDIT-CATEGORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100175-EDIT-REDRESS-FIELDS - A REDRESS PAYMENT NEEDS THE DATE
      * IT WAS PAID, NO LATER THAN TODAY, AND AN AMOUNT ABOVE ZERO.
       100175-EDIT-REDRESS-FIELDS.

           MOVE CMPIN-PAID-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PAYMENT DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-PAID-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'PAYMENT DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-REDRESS-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'REDRESS AMOUNT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-REDRESS-AMT-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'REDRESS AMOUNT MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100180-EDIT-CLOSE-FIELDS - A CLOSURE NEEDS ITS DATE, NO LATER
      * THAN TODAY, AND A VALID OUTCOME.
       100180-EDIT-CLOSE-FIELDS.

           MOVE CMPIN-CLOSE-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CLOSING DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-CLOSE-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CLOSING DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN CMPIN-OUTCOME NOT = 'UP' AND
                    CMPIN-OUTCOME NOT = 'PU' AND
                    CMPIN-OUTCOME NOT = 'NU' AND
                    CMPIN-OUTCOME NOT = 'WD'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'OUTCOME NOT UP, PU, NU OR WD'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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

           READ CMPLTRAN-FILE INTO CMPLINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 200000-APPLY-LOG VALIDATES THE CUSTOMER AND ANY ACCOUNT NAMED,
      * SETS THE RESPONSE DEADLINE AND INSERTS THE COMPLAINT OPEN
      * WITH NO REDRESS YET. THE REFERENCE MUST BE NEW.
       200000-APPLY-LOG.

           PERFORM 250000-LOOKUP-COMPLAINT

           IF WS-CMPL-OK AND WS-CMPL-FOUND
               MOVE 'N' TO WS-CMPL-OK-SW
               MOVE 'COMPLAINT REFERENCE ALREADY ON FILE'
                        TO WS-CMPL-REJ-REASON
           END-IF

           IF WS-CMPL-OK
               PERFORM 200100-VALIDATE-CUSTOMER
           END-IF

           IF WS-CMPL-OK AND CMPIN-ACCT-TYPE = 'L'
               PERFORM 200200-VALIDATE-LOAN
           END-IF

           IF WS-CMPL-OK AND CMPIN-ACCT-TYPE = 'D'
               PERFORM 200300-VALIDATE-DEPOSIT
           END-IF

           IF WS-CMPL-OK
               MOVE CMPIN-REF        TO CMPL-REF
               MOVE CMPIN-CUST-NO    TO CMPL-CUST-NO
               MOVE CMPIN-ACCT-TYPE  TO CMPL-ACCT-TYPE
               MOVE CMPIN-ACCT-KEY   TO CMPL-ACCT-KEY
               MOVE CMPIN-CATEGORY   TO CMPL-CATEGORY
               MOVE CMPIN-RECV-DATE  TO CMPL-RECV-DATE
               MOVE CMPIN-HANDLER    TO CMPL-HANDLER
               MOVE ZEROS            TO CMPL-REDRESS-AMT
               MOVE 'O'              TO CMPL-ST
               MOVE '0001-01-01'     TO CMPL-CLOSE-DATE
               MOVE SPACES           TO CMPL-OUTCOME

               PERFORM 260000-SET-DEADLINE
           END-IF

           IF WS-CMPL-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-INSERT-CMPLREG-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-LOG-CNT
                   MOVE 'CMPLLOG'          TO WS-AUD-TRAN-TYPE
                   MOVE SPACES             TO WS-AUD-BEFORE
                   PERFORM 900420-BUILD-AUDIT-CMPL
                   MOVE WS-AUD-CMPL        TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-CMPL-OK-SW
                   MOVE SQLCODE TO WS-CMPL-SQLCODE
                   MOVE 'INSERT FAILED - SEE SQLCODE'
                                TO WS-CMPL-REJ-REASON
                   MOVE 'CMPLREG'  TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE CMPIN-REF  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       200010-INSERT-CMPLREG-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.CMPLREG
                   ( CMPL_REF, CMPL_CUST_NO, CMPL_ACCT_TYPE,
                     CMPL_ACCT_KEY, CMPL_CATEGORY, CMPL_RECV_DATE,
                     CMPL_DEADLINE, CMPL_HANDLER, CMPL_REDRESS_AMT,
                     CMPL_ST, CMPL_CLOSE_DATE, CMPL_OUTCOME )
               VALUES
                   ( :CMPL-REF, :CMPL-CUST-NO, :CMPL-ACCT-TYPE,
                     :CMPL-ACCT-KEY, :CMPL-CATEGORY, :CMPL-RECV-DATE,
                     :CMPL-DEADLINE, :CMPL-HANDLER, :CMPL-REDRESS-AMT,
                     :CMPL-ST, :CMPL-CLOSE-DATE, :CMPL-OUTCOME )
           END-EXEC.
      ******************************************************************
      * 200100-VALIDATE-CUSTOMER CONFIRMS THE COMPLAINANT IS ON
      * CUSTM_TABLE.
       200100-VALIDATE-CUSTOMER.

           MOVE CMPIN-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NO INTO :ACN-CUSTM-NO
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-CMPL-OK-SW
                   MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                            TO WS-CMPL-REJ-REASON
               WHEN OTHER
                   MOVE 'N'     TO WS-CMPL-OK-SW
                   MOVE SQLCODE TO WS-CMPL-SQLCODE
                   MOVE 'CUSTOMER LOOKUP FAILED - SEE SQLCODE'
                                TO WS-CMPL-REJ-REASON
                   MOVE 'CUSTMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE CMPIN-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 200200-VALIDATE-LOAN CONFIRMS THE LOAN COMPLAINED OF IS ON
      * LOANMSTR AND IS THE COMPLAINANT'S OWN.
       200200-VALIDATE-LOAN.

           MOVE CMPIN-ACCT-KEY TO LLOANM-NO

           EXEC SQL
               SELECT LOANM_CUST_NO
                 INTO :LLOANM-CUST-NO
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-CMPL-OK-SW
                   MOVE 'LOAN NOT ON LOANMSTR'
                            TO WS-CMPL-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-CMPL-OK-SW
                   MOVE SQLCODE TO WS-CMPL-SQLCODE
                   MOVE 'LOAN LOOKUP FAILED - SEE SQLCODE'
                                TO WS-CMPL-REJ-REASON
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE CMPIN-ACCT-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN LLOANM-CUST-NO NOT = CMPIN-CUST-NO
                   MOVE 'N' TO WS-CMPL-OK-SW
                   MOVE 'LOAN IS NOT THE CUSTOMER''S'
                            TO WS-CMPL-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 200300-VALIDATE-DEPOSIT CONFIRMS THE DEPOSIT COMPLAINED OF IS
      * ON DEPOMSTR AND IS THE COMPLAINANT'S OWN.
       200300-VALIDATE-DEPOSIT.

           MOVE CMPIN-ACCT-KEY TO DEPM-ACC

           EXEC SQL
               SELECT DEPM_CUST_NO
                 INTO :DEPM-CUST-NO
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-CMPL-OK-SW
                   MOVE 'DEPOSIT NOT ON DEPOMSTR'
                            TO WS-CMPL-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-CMPL-OK-SW
                   MOVE SQLCODE TO WS-CMPL-SQLCODE
                   MOVE 'DEPOSIT LOOKUP FAILED - SEE SQLCODE'
                                TO WS-CMPL-REJ-REASON
                   MOVE 'DEPOMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE CMPIN-ACCT-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN DEPM-CUST-NO NOT = CMPIN-CUST-NO
                   MOVE 'N' TO WS-CMPL-OK-SW
                   MOVE 'DEPOSIT IS NOT THE CUSTOMER''S'
                            TO WS-CMPL-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 250000-LOOKUP-COMPLAINT READS THE COMPLAINT'S ROW WHATEVER ITS
      * STATUS, LEAVING IT IN DCLCMPLREG. NOT FINDING IT IS NOT AN
      * ERROR HERE - EACH REQUEST TYPE DECIDES WHAT ABSENCE MEANS.
       250000-LOOKUP-COMPLAINT.

           MOVE 'N'       TO WS-CMPL-FOUND-SW
           MOVE CMPIN-REF TO CMPL-REF

           EXEC SQL
               SELECT CMPL_CUST_NO, CMPL_ACCT_TYPE, CMPL_ACCT_KEY,
                      CMPL_CATEGORY, CMPL_RECV_DATE, CMPL_DEADLINE,
                      CMPL_HANDLER, CMPL_REDRESS_AMT, CMPL_ST,
                      CMPL_CLOSE_DATE, CMPL_OUTCOME
                 INTO :CMPL-CUST-NO, :CMPL-ACCT-TYPE, :CMPL-ACCT-KEY,
                      :CMPL-CATEGORY, :CMPL-RECV-DATE, :CMPL-DEADLINE,
                      :CMPL-HANDLER, :CMPL-REDRESS-AMT, :CMPL-ST,
                      :CMPL-CLOSE-DATE, :CMPL-OUTCOME
                 FROM IDC015.CMPLREG
                WHERE CMPL_REF = :CMPL-REF
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'        TO WS-CMPL-FOUND-SW
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'        TO WS-CMPL-OK-SW
                   MOVE SQLCODE    TO WS-CMPL-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-CMPL-REJ-REASON
                   MOVE 'CMPLREG'  TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE CMPIN-REF  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 260000-SET-DEADLINE WORKS OUT CMPL-DEADLINE FROM THE RECEIPT
      * DATE AND CATEGORY IN DCLCMPLREG ON THE HOME HOLIDAY CALENDAR:
      * 15 BUSINESS DAYS AFTER RECEIPT FOR PAYMENT SERVICES, OTHERWISE
      * THE SAME DAY A MONTH LATER ROLLED FORWARD TO A BUSINESS DAY.
       260000-SET-DEADLINE.

           MOVE WS-HOME-COUNTRY TO DATSRV-COUNTRY
           MOVE CMPL-RECV-DATE  TO DATSRV-DATE-1

           IF CMPL-CATEGORY = 'PS'
               SET DATSRV-FUNC-ADD-BUS-DAYS TO TRUE
               MOVE 15 TO DATSRV-BUS-DAYS
           ELSE
               SET DATSRV-FUNC-ADD-MONTHS TO TRUE
               MOVE 1  TO DATSRV-MONTHS
           END-IF

           CALL 'DAT4C100' USING DATSRV-AREA

           IF DATSRV-88-OK
               MOVE DATSRV-DATE-1 TO CMPL-DEADLINE
           ELSE
               MOVE 'N' TO WS-CMPL-OK-SW
               MOVE 'RESPONSE DEADLINE COULD NOT BE SET'
                        TO WS-CMPL-REJ-REASON
           END-IF.
      ******************************************************************
      * 300000-APPLY-CHANGE CHANGES THE HANDLER OR CATEGORY KEYED ON
      * THE TRANSACTION ON AN OPEN COMPLAINT.
       300000-APPLY-CHANGE.

           PERFORM 250000-LOOKUP-COMPLAINT

           IF WS-CMPL-OK
            AND (NOT WS-CMPL-FOUND OR CMPL-ST NOT = 'O')
               MOVE 'N' TO WS-CMPL-OK-SW
               MOVE 'NO OPEN COMPLAINT ON FILE'
                        TO WS-CMPL-REJ-REASON
           END-IF

           IF WS-CMPL-OK
               PERFORM 900420-BUILD-AUDIT-CMPL
               MOVE WS-AUD-CMPL TO WS-AUD-BEFORE

               IF CMPIN-HANDLER NOT = SPACES
                   MOVE CMPIN-HANDLER  TO CMPL-HANDLER
               END-IF
               IF CMPIN-CATEGORY NOT = SPACES
                   MOVE CMPIN-CATEGORY TO CMPL-CATEGORY
                   PERFORM 260000-SET-DEADLINE
               END-IF
           END-IF

           IF WS-CMPL-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-CMPLREG-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CHG-CNT
                   MOVE 'CMPLCHG'       TO WS-AUD-TRAN-TYPE
                   PERFORM 900420-BUILD-AUDIT-CMPL
                   MOVE WS-AUD-CMPL     TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 300010-UPDATE-CMPLREG-ROW REWRITES THE COMPLAINT FROM
      * DCLCMPLREG (A CHANGE, A REDRESS PAYMENT OR A CLOSURE).
       300010-UPDATE-CMPLREG-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CMPLREG
                  SET CMPL_CATEGORY    = :CMPL-CATEGORY,
                      CMPL_DEADLINE    = :CMPL-DEADLINE,
                      CMPL_HANDLER     = :CMPL-HANDLER,
                      CMPL_REDRESS_AMT = :CMPL-REDRESS-AMT,
                      CMPL_ST          = :CMPL-ST,
                      CMPL_CLOSE_DATE  = :CMPL-CLOSE-DATE,
                      CMPL_OUTCOME     = :CMPL-OUTCOME
                WHERE CMPL_REF = :CMPL-REF
           END-EXEC.
      ******************************************************************
      * 400000-APPLY-REDRESS ADDS A REDRESS PAYMENT TO THE COMPLAINT
      * TOTAL AND, ONCE THE COMPLAINT IS UPDATED, POSTS IT TO THE GL
      * EXTRACT AS 'CMPLRDRS' - SO THE LEDGER NEVER CARRIES A PAYMENT
      * THE REGISTER DOES NOT. THE POSTING IS KEYED ON THE LOAN OR
      * DEPOSIT COMPLAINED OF, OR THE CUSTOMER NUMBER WHEN NONE.
       400000-APPLY-REDRESS.

           PERFORM 250000-LOOKUP-COMPLAINT

           IF WS-CMPL-OK AND NOT WS-CMPL-FOUND
               MOVE 'N' TO WS-CMPL-OK-SW
               MOVE 'NO COMPLAINT ON FILE'
                        TO WS-CMPL-REJ-REASON
           END-IF

           IF WS-CMPL-OK AND CMPIN-PAID-DATE < CMPL-RECV-DATE
               MOVE 'N' TO WS-CMPL-OK-SW
               MOVE 'PAYMENT DATED BEFORE THE COMPLAINT'
                        TO WS-CMPL-REJ-REASON
           END-IF

           IF WS-CMPL-OK
               PERFORM 900420-BUILD-AUDIT-CMPL
               MOVE WS-AUD-CMPL TO WS-AUD-BEFORE

               ADD CMPIN-REDRESS-AMT-N TO CMPL-REDRESS-AMT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-CMPL-OK-SW
                       MOVE 'REDRESS TOTAL WOULD OVERFLOW'
                                TO WS-CMPL-REJ-REASON
               END-ADD
           END-IF

           IF WS-CMPL-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-CMPLREG-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1                   TO WS-CTL-RDRS-CNT
                   ADD CMPIN-REDRESS-AMT-N TO WS-CTL-RDRS-AMT

                   IF CMPL-ACCT-KEY NOT = SPACES
                       MOVE CMPL-ACCT-KEY  TO GLPOST-LLOANM-NO
                   ELSE
                       MOVE CMPL-CUST-NO   TO GLPOST-LLOANM-NO
                   END-IF
                   MOVE 'CMPLRDRS'          TO GLPOST-TRAN-TYPE
                   MOVE CMPIN-REDRESS-AMT-N TO GLPOST-AMOUNT
                   MOVE CMPIN-PAID-DATE     TO GLPOST-POST-DATE
                   WRITE RE-GLPOST FROM GLPOST-REC

                   MOVE 'CMPLRDRS'      TO WS-AUD-TRAN-TYPE
                   PERFORM 900420-BUILD-AUDIT-CMPL
                   MOVE WS-AUD-CMPL     TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 500000-APPLY-CLOSE CLOSES AN OPEN COMPLAINT WITH ITS OUTCOME
      * ON THE DATE THE FINAL RESPONSE WENT OUT. ONE CLOSED AFTER ITS
      * DEADLINE IS COUNTED LATE.
       500000-APPLY-CLOSE.

           PERFORM 250000-LOOKUP-COMPLAINT

           IF WS-CMPL-OK
            AND (NOT WS-CMPL-FOUND OR CMPL-ST NOT = 'O')
               MOVE 'N' TO WS-CMPL-OK-SW
               MOVE 'NO OPEN COMPLAINT ON FILE'
                        TO WS-CMPL-REJ-REASON
           END-IF

           IF WS-CMPL-OK AND CMPIN-CLOSE-DATE < CMPL-RECV-DATE
               MOVE 'N' TO WS-CMPL-OK-SW
               MOVE 'CLOSING DATE BEFORE THE COMPLAINT'
                        TO WS-CMPL-REJ-REASON
           END-IF

           IF WS-CMPL-OK
               PERFORM 900420-BUILD-AUDIT-CMPL
               MOVE WS-AUD-CMPL TO WS-AUD-BEFORE

               MOVE 'C'              TO CMPL-ST
               MOVE CMPIN-CLOSE-DATE TO CMPL-CLOSE-DATE
               MOVE CMPIN-OUTCOME    TO CMPL-OUTCOME

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-CMPLREG-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CLOSE-CNT
                   IF CMPL-CLOSE-DATE > CMPL-DEADLINE
                       ADD 1 TO WS-CTL-LATE-CNT
                   END-IF
                   MOVE 'CMPLCLOS'      TO WS-AUD-TRAN-TYPE
                   PERFORM 900420-BUILD-AUDIT-CMPL
                   MOVE WS-AUD-CMPL     TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-CMPLREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900110-REJECT-CMPL-TRAN WRITES THE REJECT FOR A TRANSACTION
      * AN APPLY PARAGRAPH REFUSED, FROM THE REASON AND SQLCODE IT
      * LEFT IN WS-CMPL-REJ-REASON/WS-CMPL-SQLCODE.
       900110-REJECT-CMPL-TRAN.

           MOVE CMPIN-REQ-TYPE     TO CREJ-REQ-TYPE
           MOVE CMPIN-REF          TO CREJ-REF
           MOVE CMPIN-CUST-NO      TO CREJ-CUST-NO
           MOVE WS-CMPL-SQLCODE    TO CREJ-SQLCODE
           MOVE WS-CMPL-REJ-REASON TO CREJ-REASON

           PERFORM 900100-WRITE-REJECT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'CMPM100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900210-UPDATE-FAILED MARKS THE TRANSACTION FOR REJECTION
      * AFTER A CMPLREG UPDATE FAILED (+100 MEANS THE ROW WENT AWAY
      * BETWEEN THE LOOKUP AND THE UPDATE).
       900210-UPDATE-FAILED.

           MOVE 'N'     TO WS-CMPL-OK-SW
           MOVE SQLCODE TO WS-CMPL-SQLCODE

           IF SQLCODE = +100
               MOVE 'NO COMPLAINT ON FILE'
                            TO WS-CMPL-REJ-REASON
           ELSE
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                            TO WS-CMPL-REJ-REASON
               MOVE 'CMPLREG'       TO DB2-OBJECT
               MOVE 'UPDATE'        TO DB2-STATEMENT
               MOVE CMPIN-REF       TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED COMPLAINT TRANSACTION, KEYED ON THE
      * COMPLAINT REFERENCE AND TAGGED WITH THE USER WHO KEYED IT.
       900400-WRITE-AUDIT-TRAIL.

           MOVE SPACES           TO WS-AUD-KEY
           MOVE CMPIN-REF        TO WS-AUD-KEY(1:10)

           MOVE 'CMPM100 '       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE CMPIN-USER       TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900420-BUILD-AUDIT-CMPL SHOWS THE COMPLAINT AS IT STANDS IN
      * DCLCMPLREG.
       900420-BUILD-AUDIT-CMPL.

           MOVE CMPL-CATEGORY    TO WS-AC-CATEGORY
           MOVE CMPL-ST          TO WS-AC-ST
           MOVE CMPL-OUTCOME     TO WS-AC-OUTCOME
           MOVE CMPL-DEADLINE    TO WS-AC-DEADLINE
           MOVE CMPL-HANDLER     TO WS-AC-HANDLER
           MOVE CMPL-REDRESS-AMT TO WS-AC-REDRESS.
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A TRANSACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'CMPM100 '      TO VALSUS-PGM-ID
           MOVE CMPIN-REQ-TYPE  TO VALSUS-REQ-TYPE
           MOVE CMPIN-REF       TO VALSUS-KEY
           MOVE WS-EDIT-REASON  TO VALSUS-REASON
           MOVE RE-CMPLIN       TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S COMPLAINTS
      * MAINTENANCE RUN AND THE REDRESS SENT TO THE LEDGER.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'CMPM100 CONTROL TOTALS'
           DISPLAY '  COMPLAINTS LOGGED ................ : '
                   WS-CTL-LOG-CNT
           DISPLAY '  COMPLAINTS CHANGED ............... : '
                   WS-CTL-CHG-CNT
           DISPLAY '  REDRESS PAYMENTS RECORDED ........ : '
                   WS-CTL-RDRS-CNT
           DISPLAY '  REDRESS POSTED (AMOUNT) .......... : '
                   WS-CTL-RDRS-AMT
           DISPLAY '  COMPLAINTS CLOSED ................ : '
                   WS-CTL-CLOSE-CNT
           DISPLAY '  OF THEM, AFTER THE DEADLINE ...... : '
                   WS-CTL-LATE-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '  TRANSACTIONS SUSPENDED ........... : '
                   WS-CTL-SUS-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
      * TRANSACTION COUNT READ MATCHES THE APPLIED-PLUS-REJECTED
      * COUNT.
       900300-WRITE-BALANCE-TOTALS.

           MOVE 'CMPM100 '      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-LOG-CNT + WS-CTL-CHG-CNT + WS-CTL-RDRS-CNT
             + WS-CTL-CLOSE-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
