      ******************************************************************
      * LEGM100 APPLIES LEGLINPT-FILE TRANSACTIONS AGAINST THE
      * LEGAL-PROCEEDINGS REGISTER LEGLCASE. FORECLOSURES, DEBT CLAIMS
      * AND BORROWER INSOLVENCIES USED TO BE TRACKED BY THE LEGAL
      * DEPARTMENT OUTSIDE THE SYSTEM, SO DUNNING AND COLLECTIONS
      * CARRIED ON REGARDLESS - EVEN THROUGH AN INSOLVENCY STAY.
      * LEGLIN-REQ-TYPE IS:
      *   01 OPEN A CASE ON A RISK POSITION - THE RISK NUMBER MUST BE
      *      A LOANMSTR LOAN NOT SOLD ON, AND THE POSITION MAY HAVE
      *      ONLY ONE OPEN CASE AT A TIME;
      *   02 CHANGE THE COURT, COURT REFERENCE OR STAGE OF AN OPEN
      *      CASE;
      *   03 RECORD A LEGAL COST INCURRED ON A CASE, OPEN OR CLOSED
      *      (THE LAST INVOICES OFTEN ARRIVE AFTER CLOSURE) - THE COST
      *      IS ADDED TO THE CASE TOTAL AND POSTED THROUGH THE SHARED
      *      GL EXTRACT AS 'LEGALCST';
      *   04 CLOSE AN OPEN CASE WITH ITS OUTCOME - THE ROW IS KEPT
      *      FOR HISTORY. A FORECLOSURE CLOSED 'RP' ENDED WITH THE
      *      BANK TAKING THE PROPERTY: THE PLEDGED COLTMSTR ITEM NAMED
      *      ON THE TRANSACTION GOES ONTO THE REPOASST REGISTER AT
      *      THE LOWER OF THE LOAN BALANCE AND ITS APPRAISED VALUE,
      *      THE LOAN IS CLOSED TO 'F' (FORECLOSED) WITH ITS BALANCE
      *      ZEROED, THE ITEM IS MARKED 'F' AND ITS PLEDGES RELEASED,
      *      AND THE LOAN CLOSURE ('REPOCLOS'), THE ASSET RECOGNITION
      *      ('REPOACQ') AND ANY SHORTFALL ('REPOSHRT') ARE POSTED
      *      THROUGH THE GL EXTRACT. REPM100 AND REPV100 TAKE THE
      *      ASSET FROM THERE.
      * WHILE A CASE IS OPEN DUNN100, CASG100 AND PTPM100 LEAVE THE
      * POSITION ALONE, AND RV3C0100 REPORTS THE COSTS IN
      * F007-AMT-LEGALCO. THE SAME VAL4C100/AUD4C100/BL1DQ001
      * SERVICES AS THE OTHER MAINTENANCE PROGRAMS APPLY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT LEGLTRAN-FILE ASSIGN I1DQ2901.
           SELECT LEGLREJ-FILE  ASSIGN O1DQ2902.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LEGLTRAN-FILE CARRIES THE INCOMING LEGAL-CASE TRANSACTIONS (SEE
      * LEGLTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  LEGLTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LEGLIN                        PIC X(100).
      ******************************************************************
      * LEGLREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO A BAD TRANSACTION DOES NOT SIMPLY VANISH
      * FROM THE RUN.
       FD  LEGLREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LEGLREJ.
           05  LREJ-REQ-TYPE                PIC X(2).
           05  LREJ-ENT                     PIC X(4).
           05  LREJ-NUM-RISK                PIC X(10).
           05  LREJ-SEQ                     PIC X(4).
           05  LREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  LREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(35).
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
      * BELOW) THAT CARRIES EVERY LEGAL COST RECORDED.
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
           05  WS-CTL-OPEN-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CHG-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CLOSE-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SUS-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COST-AMT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REPO-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REPO-AMT              PIC S9(13)V9(2) COMP-3
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
      * BUSINESS CHECK OR DB2 UPDATE CLEARS WS-LEGC-OK-SW AND LEAVES
      * ITS REASON AND SQLCODE HERE FOR 900110-REJECT-LEGL-TRAN.
      * WS-LEGC-FOUND-SW/WS-LEGC-OLD-ST DESCRIBE THE CASE'S EXISTING
      * ROW AS 250000-LOOKUP-CASE FOUND IT.
       01  WS-LEGC-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-LEGC-OK                               VALUE 'Y'.
       01  WS-LEGC-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-LEGC-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-LEGC-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-LEGC-FOUND                            VALUE 'Y'.
       01  WS-LEGC-OLD-ST                   PIC X(1)    VALUE SPACE.
       01  WS-LEGC-OPEN-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 510000-TRANSFER-TO-REPO: THE BALANCE OF
      * THE LOAN BEING CLOSED AND THE PART OF IT THE ASSET DOES NOT
      * COVER. THE ASSET IS BOOKED IN WHOLE UNITS, SO THE CENTS OF
      * THE LOAN BALANCE ALWAYS FALL INTO THE SHORTFALL.
       01  WS-REPO-LOAN-BAL                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-REPO-SHORTFALL                PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-REPO-BAL-X                    PIC Z(9)9.99.
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
      * WORKING-STORAGE FOR 900400-WRITE-AUDIT-TRAIL. WS-AUD-CASE IS
      * THE CASE'S TYPE, STAGE, STATUS AND COST TOTAL AS SHOWN IN THE
      * BEFORE/AFTER VALUES.
       01  WS-AUD-TRAN-TYPE                 PIC X(10).
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-CASE.
           05  WS-AC-TYPE                   PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-STAGE                  PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-ST                     PIC X(1).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-OUTCOME                PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AC-COST                   PIC Z(10)9.99.
           05  FILLER                       PIC X(15)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY LEGLTRAN.
      ******************************************************************
       COPY LEGLCASE.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY COLTMSTR.
      ******************************************************************
       COPY REPOASST.
      ******************************************************************
       COPY GLPOST.
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

           OPEN INPUT  LEGLTRAN-FILE
           OPEN OUTPUT LEGLREJ-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN EXTEND GLPOST-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           CLOSE LEGLTRAN-FILE
           CLOSE LEGLREJ-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS

           CLOSE BALANCE-FILE

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-FRONT-END-EDITS

           IF WS-EDITS-OK
               MOVE 'Y'    TO WS-LEGC-OK-SW
               MOVE SPACES TO WS-LEGC-REJ-REASON
               MOVE ZEROS  TO WS-LEGC-SQLCODE

               EVALUATE LEGLIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 200000-APPLY-OPEN
                   WHEN '02'
                       PERFORM 300000-APPLY-CHANGE
                   WHEN '03'
                       PERFORM 400000-APPLY-COST
                   WHEN '04'
                       PERFORM 500000-APPLY-CLOSE
                   WHEN OTHER
                       MOVE 'N' TO WS-LEGC-OK-SW
                       MOVE 'UNRECOGNIZED LEGLIN-REQ-TYPE'
                                TO WS-LEGC-REJ-REASON
               END-EVALUATE

               IF NOT WS-LEGC-OK
                   PERFORM 900110-REJECT-LEGL-TRAN
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
               WHEN LEGLIN-REQ-TYPE NOT = '01' AND
                    LEGLIN-REQ-TYPE NOT = '02' AND
                    LEGLIN-REQ-TYPE NOT = '03' AND
                    LEGLIN-REQ-TYPE NOT = '04'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'LEGLIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-ENT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'ENTITY MISSING'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-NUM-RISK IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'RISK NUMBER NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-SEQ IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CASE SEQUENCE NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-SEQ-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CASE SEQUENCE MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-REQ-TYPE = '01'
                   PERFORM 100160-EDIT-OPEN-FIELDS
               WHEN LEGLIN-REQ-TYPE = '02'
                   PERFORM 100170-EDIT-CHANGE-FIELDS
               WHEN LEGLIN-REQ-TYPE = '03'
                   PERFORM 100175-EDIT-COST-FIELDS
               WHEN OTHER
                   PERFORM 100180-EDIT-CLOSE-FIELDS
           END-EVALUATE

           IF NOT WS-EDITS-OK
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
      * 100160-EDIT-OPEN-FIELDS - AN OPENING NEEDS THE CASE TYPE, THE
      * COURT, A FILING DATE NO LATER THAN TODAY AND THE STAGE THE
      * CASE HAS REACHED.
       100160-EDIT-OPEN-FIELDS.

           MOVE LEGLIN-FILE-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN LEGLIN-CASE-TYPE NOT = 'FC' AND
                    LEGLIN-CASE-TYPE NOT = 'IN' AND
                    LEGLIN-CASE-TYPE NOT = 'CL'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CASE TYPE NOT FC, IN OR CL'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-COURT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COURT MISSING'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'FILING DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-FILE-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'FILING DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 100165-EDIT-STAGE
           END-EVALUATE.
      ******************************************************************
       100165-EDIT-STAGE.

           IF LEGLIN-STAGE NOT = 'FL' AND
              LEGLIN-STAGE NOT = 'HR' AND
              LEGLIN-STAGE NOT = 'JD' AND
              LEGLIN-STAGE NOT = 'AP' AND
              LEGLIN-STAGE NOT = 'EN'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'STAGE NOT FL, HR, JD, AP OR EN'
                                   TO WS-EDIT-REASON
           END-IF.
      ******************************************************************
      * 100170-EDIT-CHANGE-FIELDS - A CHANGE MAY CARRY A NEW COURT,
      * COURT REFERENCE OR STAGE (WITH THE DATE IT WAS REACHED IN
      * THE FILING-DATE FIELD); WHATEVER IS KEYED MUST BE VALID, AND
      * IT MUST CHANGE AT LEAST ONE. THE CASE TYPE CANNOT BE CHANGED
      * - CLOSE THE CASE AND OPEN THE NEW ONE.
       100170-EDIT-CHANGE-FIELDS.

           MOVE 'Y' TO WS-DATE-OK-SW
           IF LEGLIN-FILE-DATE NOT = SPACES
               MOVE LEGLIN-FILE-DATE TO WS-EDIT-DATE-X
               PERFORM 100190-CHECK-DATE-FORMAT
           END-IF

           EVALUATE TRUE
               WHEN LEGLIN-COURT = SPACES AND
                    LEGLIN-COURT-REF = SPACES AND
                    LEGLIN-STAGE = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CHANGE CHANGES NOTHING'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-CASE-TYPE NOT = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CASE TYPE CANNOT BE CHANGED'
                                       TO WS-EDIT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'STAGE DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-FILE-DATE NOT = SPACES AND
                    LEGLIN-FILE-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'STAGE DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-FILE-DATE NOT = SPACES AND
                    LEGLIN-STAGE = SPACES
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'STAGE DATE KEYED WITHOUT A STAGE'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-STAGE NOT = SPACES
                   PERFORM 100165-EDIT-STAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100175-EDIT-COST-FIELDS - A COST NEEDS THE DATE IT WAS
      * INCURRED, NO LATER THAN TODAY, AND AN AMOUNT ABOVE ZERO.
       100175-EDIT-COST-FIELDS.

           MOVE LEGLIN-COST-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COST DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-COST-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COST DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-COST-AMT IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COST AMOUNT NOT NUMERIC'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-COST-AMT-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'COST AMOUNT MUST BE ABOVE ZERO'
                                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100180-EDIT-CLOSE-FIELDS - A CLOSURE NEEDS ITS DATE, NO LATER
      * THAN TODAY, AND A VALID OUTCOME; A REPOSSESSION ALSO NEEDS
      * THE COLLATERAL ITEM TAKEN.
       100180-EDIT-CLOSE-FIELDS.

           MOVE LEGLIN-CLOSE-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN NOT WS-DATE-OK
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CLOSING DATE NOT YYYY-MM-DD'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-CLOSE-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'CLOSING DATE IS IN THE FUTURE'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-OUTCOME NOT = 'RC' AND
                    LEGLIN-OUTCOME NOT = 'ST' AND
                    LEGLIN-OUTCOME NOT = 'LS' AND
                    LEGLIN-OUTCOME NOT = 'WD' AND
                    LEGLIN-OUTCOME NOT = 'DS' AND
                    LEGLIN-OUTCOME NOT = 'RP'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'OUTCOME NOT RC, ST, LS, WD, DS OR RP'
                                       TO WS-EDIT-REASON
               WHEN LEGLIN-OUTCOME = 'RP' AND
                    (LEGLIN-CLTM-NO IS NOT NUMERIC OR
                     LEGLIN-CLTM-NO-N = ZERO)
                   MOVE 'N' TO WS-EDITS-OK-SW
                   MOVE 'REPOSSESSION WITHOUT A COLLATERAL ITEM'
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

           READ LEGLTRAN-FILE INTO LEGLINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF NOT WS-EOF-YES
               ADD 1 TO WS-CTL-IN-CNT
           END-IF.
      ******************************************************************
      * 200000-APPLY-OPEN VALIDATES THE POSITION AND INSERTS THE CASE
      * WITH NO COSTS YET. THE CASE SEQUENCE MUST BE NEW, AND THE
      * POSITION MAY NOT ALREADY HAVE ANOTHER CASE OPEN - A SECOND
      * PROCEEDING IS A STAGE OF THE FIRST, OR FOLLOWS ITS CLOSURE.
       200000-APPLY-OPEN.

           PERFORM 250000-LOOKUP-CASE

           IF WS-LEGC-OK AND WS-LEGC-FOUND
               MOVE 'N' TO WS-LEGC-OK-SW
               MOVE 'CASE SEQUENCE ALREADY ON FILE'
                        TO WS-LEGC-REJ-REASON
           END-IF

           IF WS-LEGC-OK
               PERFORM 260000-COUNT-OPEN-CASES
           END-IF

           IF WS-LEGC-OK AND WS-LEGC-OPEN-CNT > ZERO
               MOVE 'N' TO WS-LEGC-OK-SW
               MOVE 'ANOTHER CASE IS OPEN ON THIS RISK'
                        TO WS-LEGC-REJ-REASON
           END-IF

           IF WS-LEGC-OK
               PERFORM 200100-VALIDATE-LOAN
           END-IF

           IF WS-LEGC-OK
               MOVE LEGLIN-ENT       TO LEGC-ENT
               MOVE LEGLIN-NUM-RISK  TO LEGC-NUM-RISK
               MOVE LEGLIN-SEQ-N     TO LEGC-SEQ
               MOVE LEGLIN-CASE-TYPE TO LEGC-TYPE
               MOVE LEGLIN-COURT     TO LEGC-COURT
               MOVE LEGLIN-COURT-REF TO LEGC-COURT-REF
               MOVE LEGLIN-FILE-DATE TO LEGC-FILE-DATE
               MOVE LEGLIN-STAGE     TO LEGC-STAGE
               MOVE LEGLIN-FILE-DATE TO LEGC-STAGE-DATE
               MOVE ZEROS            TO LEGC-COST-AMT
               MOVE 'O'              TO LEGC-ST
               MOVE '0001-01-01'     TO LEGC-CLOSE-DATE
               MOVE SPACES           TO LEGC-OUTCOME

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-INSERT-LEGLCASE-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-OPEN-CNT
                   MOVE 'LEGLOPEN'         TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   MOVE SPACES             TO WS-AUD-BEFORE
                   PERFORM 900420-BUILD-AUDIT-CASE
                   MOVE WS-AUD-CASE        TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-LEGC-OK-SW
                   MOVE SQLCODE TO WS-LEGC-SQLCODE
                   MOVE 'INSERT FAILED - SEE SQLCODE'
                                TO WS-LEGC-REJ-REASON
                   MOVE 'LEGLCASE' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       200010-INSERT-LEGLCASE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.LEGLCASE
                   ( LEGC_ENT, LEGC_NUM_RISK, LEGC_SEQ, LEGC_TYPE,
                     LEGC_COURT, LEGC_COURT_REF, LEGC_FILE_DATE,
                     LEGC_STAGE, LEGC_STAGE_DATE, LEGC_COST_AMT,
                     LEGC_ST, LEGC_CLOSE_DATE, LEGC_OUTCOME )
               VALUES
                   ( :LEGC-ENT, :LEGC-NUM-RISK, :LEGC-SEQ, :LEGC-TYPE,
                     :LEGC-COURT, :LEGC-COURT-REF, :LEGC-FILE-DATE,
                     :LEGC-STAGE, :LEGC-STAGE-DATE, :LEGC-COST-AMT,
                     :LEGC-ST, :LEGC-CLOSE-DATE, :LEGC-OUTCOME )
           END-EXEC.
      ******************************************************************
      * 200100-VALIDATE-LOAN CONFIRMS THE RISK NUMBER IS A LOANMSTR
      * LOAN (RISK NUMBER AND LOAN NUMBER ARE THE SAME NUMBER
      * THROUGHOUT THE SHOP) THAT HAS NOT BEEN SOLD TO A DEBT
      * PURCHASER - A SOLD LOAN IS NOT OURS TO GO TO COURT OVER.
       200100-VALIDATE-LOAN.

           MOVE LEGLIN-NUM-RISK TO LLOANM-NO

           EXEC SQL
               SELECT LOANM_ST
                 INTO :LLOANM-ST
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-LEGC-OK-SW
                   MOVE 'RISK NUMBER NOT A LOAN ON LOANMSTR'
                            TO WS-LEGC-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-LEGC-OK-SW
                   MOVE SQLCODE TO WS-LEGC-SQLCODE
                   MOVE 'LOAN LOOKUP FAILED - SEE SQLCODE'
                                TO WS-LEGC-REJ-REASON
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN LLOANM-ST = 'X'
                   MOVE 'N' TO WS-LEGC-OK-SW
                   MOVE 'LOAN SOLD - NOT OURS TO PURSUE'
                            TO WS-LEGC-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 250000-LOOKUP-CASE READS THE CASE'S ROW WHATEVER ITS STATUS,
      * LEAVING IT IN DCLLEGLCASE. NOT FINDING IT IS NOT AN ERROR
      * HERE - EACH REQUEST TYPE DECIDES WHAT ABSENCE MEANS.
       250000-LOOKUP-CASE.

           MOVE 'N'             TO WS-LEGC-FOUND-SW
           MOVE SPACE           TO WS-LEGC-OLD-ST
           MOVE LEGLIN-ENT      TO LEGC-ENT
           MOVE LEGLIN-NUM-RISK TO LEGC-NUM-RISK
           MOVE LEGLIN-SEQ-N    TO LEGC-SEQ

           EXEC SQL
               SELECT LEGC_TYPE, LEGC_COURT, LEGC_COURT_REF,
                      LEGC_FILE_DATE, LEGC_STAGE, LEGC_STAGE_DATE,
                      LEGC_COST_AMT, LEGC_ST, LEGC_CLOSE_DATE,
                      LEGC_OUTCOME
                 INTO :LEGC-TYPE, :LEGC-COURT, :LEGC-COURT-REF,
                      :LEGC-FILE-DATE, :LEGC-STAGE, :LEGC-STAGE-DATE,
                      :LEGC-COST-AMT, :LEGC-ST, :LEGC-CLOSE-DATE,
                      :LEGC-OUTCOME
                 FROM IDC015.LEGLCASE
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
                  AND LEGC_SEQ      = :LEGC-SEQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'     TO WS-LEGC-FOUND-SW
                   MOVE LEGC-ST TO WS-LEGC-OLD-ST
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'        TO WS-LEGC-OK-SW
                   MOVE SQLCODE    TO WS-LEGC-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                   TO WS-LEGC-REJ-REASON
                   MOVE 'LEGLCASE' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 260000-COUNT-OPEN-CASES COUNTS THE CASES STILL OPEN ON THE
      * POSITION UNDER ANY SEQUENCE.
       260000-COUNT-OPEN-CASES.

           MOVE ZEROS TO WS-LEGC-OPEN-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LEGC-OPEN-CNT
                 FROM IDC015.LEGLCASE
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
                  AND LEGC_ST       = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N'        TO WS-LEGC-OK-SW
               MOVE SQLCODE    TO WS-LEGC-SQLCODE
               MOVE 'OPEN-CASE LOOKUP FAILED - SEE SQLCODE'
                               TO WS-LEGC-REJ-REASON
               MOVE 'LEGLCASE' TO DB2-OBJECT
               MOVE 'SELECT'   TO DB2-STATEMENT
               MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 300000-APPLY-CHANGE CHANGES THE COURT, COURT REFERENCE OR
      * STAGE KEYED ON THE TRANSACTION ON AN OPEN CASE. A NEW STAGE
      * IS DATED FROM THE FILING-DATE FIELD, OR TODAY WHEN BLANK.
       300000-APPLY-CHANGE.

           PERFORM 250000-LOOKUP-CASE

           IF WS-LEGC-OK
            AND (NOT WS-LEGC-FOUND OR WS-LEGC-OLD-ST NOT = 'O')
               MOVE 'N' TO WS-LEGC-OK-SW
               MOVE 'NO OPEN CASE ON FILE'
                        TO WS-LEGC-REJ-REASON
           END-IF

           IF WS-LEGC-OK
               PERFORM 900420-BUILD-AUDIT-CASE
               MOVE WS-AUD-CASE TO WS-AUD-BEFORE

               IF LEGLIN-COURT NOT = SPACES
                   MOVE LEGLIN-COURT     TO LEGC-COURT
               END-IF
               IF LEGLIN-COURT-REF NOT = SPACES
                   MOVE LEGLIN-COURT-REF TO LEGC-COURT-REF
               END-IF
               IF LEGLIN-STAGE NOT = SPACES
                   MOVE LEGLIN-STAGE     TO LEGC-STAGE
                   IF LEGLIN-FILE-DATE NOT = SPACES
                       MOVE LEGLIN-FILE-DATE TO LEGC-STAGE-DATE
                   ELSE
                       MOVE WS-TODAY-DATE-X  TO LEGC-STAGE-DATE
                   END-IF
               END-IF

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-LEGLCASE-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CHG-CNT
                   MOVE 'LEGLCHG'       TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   PERFORM 900420-BUILD-AUDIT-CASE
                   MOVE WS-AUD-CASE     TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 300010-UPDATE-LEGLCASE-ROW REWRITES THE CASE FROM DCLLEGLCASE
      * (A CHANGE, A COST OR A CLOSURE).
       300010-UPDATE-LEGLCASE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LEGLCASE
                  SET LEGC_COURT      = :LEGC-COURT,
                      LEGC_COURT_REF  = :LEGC-COURT-REF,
                      LEGC_STAGE      = :LEGC-STAGE,
                      LEGC_STAGE_DATE = :LEGC-STAGE-DATE,
                      LEGC_COST_AMT   = :LEGC-COST-AMT,
                      LEGC_ST         = :LEGC-ST,
                      LEGC_CLOSE_DATE = :LEGC-CLOSE-DATE,
                      LEGC_OUTCOME    = :LEGC-OUTCOME
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
                  AND LEGC_SEQ      = :LEGC-SEQ
           END-EXEC.
      ******************************************************************
      * 400000-APPLY-COST ADDS A LEGAL COST TO THE CASE TOTAL AND,
      * ONCE THE CASE IS UPDATED, POSTS IT TO THE GL EXTRACT UNDER
      * THE LOAN NUMBER AS 'LEGALCST' - SO THE LEDGER NEVER CARRIES
      * A COST THE REGISTER DOES NOT.
       400000-APPLY-COST.

           PERFORM 250000-LOOKUP-CASE

           IF WS-LEGC-OK AND NOT WS-LEGC-FOUND
               MOVE 'N' TO WS-LEGC-OK-SW
               MOVE 'NO CASE ON FILE'
                        TO WS-LEGC-REJ-REASON
           END-IF

           IF WS-LEGC-OK
               PERFORM 900420-BUILD-AUDIT-CASE
               MOVE WS-AUD-CASE TO WS-AUD-BEFORE

               ADD LEGLIN-COST-AMT-N TO LEGC-COST-AMT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-LEGC-OK-SW
                       MOVE 'CASE COST TOTAL WOULD OVERFLOW'
                                TO WS-LEGC-REJ-REASON
               END-ADD
           END-IF

           IF WS-LEGC-OK
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-LEGLCASE-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1                 TO WS-CTL-COST-CNT
                   ADD LEGLIN-COST-AMT-N TO WS-CTL-COST-AMT

                   MOVE LEGLIN-NUM-RISK   TO GLPOST-LLOANM-NO
                   MOVE 'LEGALCST'        TO GLPOST-TRAN-TYPE
                   MOVE LEGLIN-COST-AMT-N TO GLPOST-AMOUNT
                   MOVE LEGLIN-COST-DATE  TO GLPOST-POST-DATE
                   WRITE RE-GLPOST FROM GLPOST-REC

                   MOVE 'LEGLCOST'      TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   PERFORM 900420-BUILD-AUDIT-CASE
                   MOVE WS-AUD-CASE     TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 500000-APPLY-CLOSE CLOSES AN OPEN CASE WITH ITS OUTCOME. FROM
      * THE NEXT RUN ON THE POSITION IS BACK IN THE ORDINARY
      * COLLECTIONS CYCLE, IF IT IS STILL IN ARREARS. A REPOSSESSION
      * CLOSES THE CASE ONLY ONCE 510000-TRANSFER-TO-REPO HAS TAKEN
      * THE ASSET ONTO THE BOOK.
       500000-APPLY-CLOSE.

           PERFORM 250000-LOOKUP-CASE

           IF WS-LEGC-OK
            AND (NOT WS-LEGC-FOUND OR WS-LEGC-OLD-ST NOT = 'O')
               MOVE 'N' TO WS-LEGC-OK-SW
               MOVE 'NO OPEN CASE ON FILE'
                        TO WS-LEGC-REJ-REASON
           END-IF

           IF WS-LEGC-OK AND LEGLIN-CLOSE-DATE < LEGC-FILE-DATE
               MOVE 'N' TO WS-LEGC-OK-SW
               MOVE 'CLOSING DATE BEFORE FILING DATE'
                        TO WS-LEGC-REJ-REASON
           END-IF

           IF WS-LEGC-OK AND LEGLIN-OUTCOME = 'RP'
               IF LEGC-TYPE NOT = 'FC'
                   MOVE 'N' TO WS-LEGC-OK-SW
                   MOVE 'ONLY A FORECLOSURE CAN END REPOSSESSED'
                            TO WS-LEGC-REJ-REASON
               ELSE
                   PERFORM 510000-TRANSFER-TO-REPO
               END-IF
           END-IF

           IF WS-LEGC-OK
               PERFORM 900420-BUILD-AUDIT-CASE
               MOVE WS-AUD-CASE TO WS-AUD-BEFORE

               MOVE 'C'               TO LEGC-ST
               MOVE LEGLIN-CLOSE-DATE TO LEGC-CLOSE-DATE
               MOVE LEGLIN-OUTCOME    TO LEGC-OUTCOME

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 300010-UPDATE-LEGLCASE-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CLOSE-CNT
                   MOVE 'LEGLCLOS'      TO WS-AUD-TRAN-TYPE
                   PERFORM 900410-BUILD-AUDIT-KEY
                   PERFORM 900420-BUILD-AUDIT-CASE
                   MOVE WS-AUD-CASE     TO WS-AUD-AFTER
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   PERFORM 900210-UPDATE-FAILED
               END-IF
           END-IF.
      ******************************************************************
      * 510000-TRANSFER-TO-REPO TAKES THE REPOSSESSED ITEM ONTO THE
      * BOOK. THE LOAN MUST STILL BE ACTIVE AND THE ITEM ACTIVE AND
      * PLEDGED TO IT. THE ASSET IS RECOGNISED AT THE LOWER OF THE
      * LOAN BALANCE AND THE ITEM'S APPRAISED (LATEST CLTRV100)
      * VALUE; WHAT THE ASSET DOES NOT COVER IS THE SHORTFALL LOSS.
      * THE LOAN IS CLOSED FIRST, GUARDED ON ITS ACTIVE STATUS, SO A
      * SECOND RUN OF THE SAME CLOSURE CANNOT TAKE THE ASSET TWICE.
       510000-TRANSFER-TO-REPO.

           PERFORM 510100-LOOKUP-REPO-LOAN

           IF WS-LEGC-OK
               PERFORM 510200-LOOKUP-REPO-ITEM
           END-IF

           IF WS-LEGC-OK
               IF WS-REPO-LOAN-BAL < CLTM-VALUE
                   MOVE WS-REPO-LOAN-BAL TO REPO-ACQ-VALUE
               ELSE
                   MOVE CLTM-VALUE       TO REPO-ACQ-VALUE
               END-IF
               COMPUTE WS-REPO-SHORTFALL =
                   WS-REPO-LOAN-BAL - REPO-ACQ-VALUE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 510310-CLOSE-LOANMSTR-REPO
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-LEGC-OK-SW
                   MOVE SQLCODE TO WS-LEGC-SQLCODE
                   MOVE 'LOAN CLOSURE FAILED - SEE SQLCODE'
                                TO WS-LEGC-REJ-REASON
                   MOVE 'LOANMSTR'      TO DB2-OBJECT
                   MOVE 'UPDATE'        TO DB2-STATEMENT
                   MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           IF WS-LEGC-OK
               MOVE CLTM-NO           TO REPO-CLTM-NO
               MOVE CLTM-COD-COLT     TO REPO-COD-COLT
               MOVE CLTM-DESC         TO REPO-DESC
               MOVE LEGLIN-ENT        TO REPO-ENT
               MOVE LEGLIN-NUM-RISK   TO REPO-NUM-RISK
               MOVE LEGLIN-SEQ-N      TO REPO-LEGC-SEQ
               MOVE LLOANM-NO         TO REPO-LOAN-NO
               MOVE LEGLIN-CLOSE-DATE TO REPO-ACQ-DATE
               MOVE WS-REPO-LOAN-BAL  TO REPO-LOAN-BAL
               MOVE CLTM-VALUE        TO REPO-APPR-VALUE
               MOVE CLTM-VALUE        TO REPO-FAIR-VALUE
               MOVE REPO-ACQ-VALUE    TO REPO-CARRY-VALUE
               MOVE LEGLIN-CLOSE-DATE TO REPO-REVAL-DATE
               MOVE ZEROS             TO REPO-UPKEEP-AMT
               MOVE 'H'               TO REPO-ST
               MOVE '0001-01-01'      TO REPO-SALE-DATE
               MOVE ZEROS             TO REPO-SALE-AMT
               MOVE ZEROS             TO REPO-GAIN-LOSS

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 510320-INSERT-REPOASST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   PERFORM 510400-RELEASE-REPO-ITEM
                   PERFORM 510500-WRITE-REPO-POSTINGS
                   ADD 1              TO WS-CTL-REPO-CNT
                   ADD REPO-ACQ-VALUE TO WS-CTL-REPO-AMT

                   MOVE 'REPOXFER'       TO WS-AUD-TRAN-TYPE
                   MOVE SPACES           TO WS-AUD-KEY
                   MOVE LEGLIN-CLTM-NO   TO WS-AUD-KEY(1:9)
                   MOVE SPACES           TO WS-AUD-BEFORE
                   MOVE LEGLIN-NUM-RISK  TO WS-AUD-BEFORE(1:10)
                   MOVE WS-REPO-LOAN-BAL TO WS-REPO-BAL-X
                   MOVE WS-REPO-BAL-X    TO WS-AUD-BEFORE(12:13)
                   MOVE SPACES           TO WS-AUD-AFTER
                   MOVE REPO-ACQ-VALUE   TO WS-AUD-AFTER(1:10)
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-LEGC-OK-SW
                   MOVE SQLCODE TO WS-LEGC-SQLCODE
                   MOVE 'ASSET INSERT FAILED - SEE SQLCODE'
                                TO WS-LEGC-REJ-REASON
                   MOVE 'REPOASST'      TO DB2-OBJECT
                   MOVE 'INSERT'        TO DB2-STATEMENT
                   MOVE LEGLIN-CLTM-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 510100-LOOKUP-REPO-LOAN READS THE LOAN BEING CLOSED BY THE
      * REPOSSESSION, WHICH MUST STILL BE ACTIVE.
       510100-LOOKUP-REPO-LOAN.

           MOVE LEGLIN-NUM-RISK TO LLOANM-NO
           MOVE ZEROS           TO WS-REPO-LOAN-BAL

           EXEC SQL
               SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST
                 INTO :LLOANM-CAT, :WS-REPO-LOAN-BAL, :LLOANM-ST
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-LEGC-OK-SW
                   MOVE 'RISK NUMBER NOT A LOAN ON LOANMSTR'
                            TO WS-LEGC-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-LEGC-OK-SW
                   MOVE SQLCODE TO WS-LEGC-SQLCODE
                   MOVE 'LOAN LOOKUP FAILED - SEE SQLCODE'
                                TO WS-LEGC-REJ-REASON
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN LLOANM-ST NOT = 'A'
                   MOVE 'N' TO WS-LEGC-OK-SW
                   MOVE 'LOAN NOT ACTIVE - CANNOT REPOSSESS'
                            TO WS-LEGC-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 510200-LOOKUP-REPO-ITEM READS THE COLLATERAL ITEM TAKEN, WHICH
      * MUST BE ACTIVE AND HOLD AN UNRELEASED PLEDGE TO THE LOAN.
       510200-LOOKUP-REPO-ITEM.

           MOVE LEGLIN-CLTM-NO-N TO CLTM-NO

           EXEC SQL
               SELECT C.COLTM_COD_COLT, COALESCE(C.COLTM_DESC, ' '),
                      C.COLTM_VALUE, C.COLTM_ST
                 INTO :CLTM-COD-COLT, :CLTM-DESC,
                      :CLTM-VALUE, :CLTM-ST
                 FROM IDC015.COLTMSTR C
                WHERE C.COLTM_NO = :CLTM-NO
                  AND EXISTS
                      (SELECT 1
                         FROM IDC015.COLTPLDG P
                        WHERE P.CPLG_CLTM_NO  = C.COLTM_NO
                          AND P.CPLG_LOAN_NO  = :LLOANM-NO
                          AND P.CPLG_REL_DATE IS NULL)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-LEGC-OK-SW
                   MOVE 'ITEM NOT PLEDGED TO THIS LOAN'
                            TO WS-LEGC-REJ-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-LEGC-OK-SW
                   MOVE SQLCODE TO WS-LEGC-SQLCODE
                   MOVE 'ITEM LOOKUP FAILED - SEE SQLCODE'
                                TO WS-LEGC-REJ-REASON
                   MOVE 'COLTMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE LEGLIN-CLTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN CLTM-ST NOT = 'A'
                   MOVE 'N' TO WS-LEGC-OK-SW
                   MOVE 'COLLATERAL ITEM NOT ACTIVE'
                            TO WS-LEGC-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       510310-CLOSE-LOANMSTR-REPO.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.LOANMSTR
                  SET LOANM_MAX_AMT = 0,
                      LOANM_ST      = 'F'
                WHERE LOANM_NO = :LLOANM-NO
                  AND LOANM_ST = 'A'
           END-EXEC.
      ******************************************************************
       510320-INSERT-REPOASST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.REPOASST
                   ( REPO_CLTM_NO, REPO_COD_COLT, REPO_DESC, REPO_ENT,
                     REPO_NUM_RISK, REPO_LEGC_SEQ, REPO_LOAN_NO,
                     REPO_ACQ_DATE, REPO_LOAN_BAL, REPO_APPR_VALUE,
                     REPO_ACQ_VALUE, REPO_FAIR_VALUE,
                     REPO_CARRY_VALUE, REPO_REVAL_DATE,
                     REPO_UPKEEP_AMT, REPO_ST, REPO_SALE_DATE,
                     REPO_SALE_AMT, REPO_GAIN_LOSS )
               VALUES
                   ( :REPO-CLTM-NO, :REPO-COD-COLT, :REPO-DESC,
                     :REPO-ENT, :REPO-NUM-RISK, :REPO-LEGC-SEQ,
                     :REPO-LOAN-NO, :REPO-ACQ-DATE, :REPO-LOAN-BAL,
                     :REPO-APPR-VALUE, :REPO-ACQ-VALUE,
                     :REPO-FAIR-VALUE, :REPO-CARRY-VALUE,
                     :REPO-REVAL-DATE, :REPO-UPKEEP-AMT, :REPO-ST,
                     :REPO-SALE-DATE, :REPO-SALE-AMT,
                     :REPO-GAIN-LOSS )
           END-EXEC.
      ******************************************************************
      * 510400-RELEASE-REPO-ITEM MARKS THE ITEM 'F' (FORECLOSED - NOW
      * THE BANK'S OWN, SO CLTRV100, CLREL100 AND THE COVERAGE
      * REPORTS LEAVE IT ALONE), RELEASES EVERY PLEDGE STILL ON IT AS
      * OF THE CLOSING DATE, AND DROPS THE LOAN'S PENDING SCHEDULE
      * ROWS THE WAY LOANW100 DOES FOR A WRITE-OFF. A FAILURE HERE IS
      * LOGGED BUT DOES NOT UNDO THE TRANSFER ALREADY BOOKED.
       510400-RELEASE-REPO-ITEM.

           EXEC SQL
               UPDATE IDC015.COLTMSTR
                  SET COLTM_ST = 'F'
                WHERE COLTM_NO = :CLTM-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'COLTMSTR'     TO DB2-OBJECT
               MOVE 'UPDATE'       TO DB2-STATEMENT
               MOVE LEGLIN-CLTM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           EXEC SQL
               UPDATE IDC015.COLTPLDG
                  SET CPLG_REL_DATE = :LEGLIN-CLOSE-DATE
                WHERE CPLG_CLTM_NO  = :CLTM-NO
                  AND CPLG_REL_DATE IS NULL
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE 'COLTPLDG'     TO DB2-OBJECT
               MOVE 'UPDATE'       TO DB2-STATEMENT
               MOVE LEGLIN-CLTM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           EXEC SQL
               DELETE FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT = :LLOANM-CAT
                  AND LOANSCH_NO  = :LLOANM-NO
                  AND LOANSCH_ST  = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE 'LOANSCHED'     TO DB2-OBJECT
               MOVE 'DELETE'        TO DB2-STATEMENT
               MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 510500-WRITE-REPO-POSTINGS APPENDS THE TRANSFER TO THE GL
      * EXTRACT: THE LOAN BALANCE CLOSED, THE ASSET RECOGNISED AND,
      * WHEN THE ASSET IS WORTH LESS THAN THE LOAN, THE SHORTFALL.
       510500-WRITE-REPO-POSTINGS.

           MOVE LEGLIN-NUM-RISK   TO GLPOST-LLOANM-NO
           MOVE LEGLIN-CLOSE-DATE TO GLPOST-POST-DATE

           MOVE 'REPOCLOS'        TO GLPOST-TRAN-TYPE
           MOVE WS-REPO-LOAN-BAL  TO GLPOST-AMOUNT
           WRITE RE-GLPOST FROM GLPOST-REC

           MOVE 'REPOACQ'         TO GLPOST-TRAN-TYPE
           MOVE REPO-ACQ-VALUE    TO GLPOST-AMOUNT
           WRITE RE-GLPOST FROM GLPOST-REC

           IF WS-REPO-SHORTFALL > ZERO
               MOVE 'REPOSHRT'        TO GLPOST-TRAN-TYPE
               MOVE WS-REPO-SHORTFALL TO GLPOST-AMOUNT
               WRITE RE-GLPOST FROM GLPOST-REC
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-LEGLREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900110-REJECT-LEGL-TRAN WRITES THE REJECT FOR A TRANSACTION
      * AN APPLY PARAGRAPH REFUSED, FROM THE REASON AND SQLCODE IT
      * LEFT IN WS-LEGC-REJ-REASON/WS-LEGC-SQLCODE.
       900110-REJECT-LEGL-TRAN.

           MOVE LEGLIN-REQ-TYPE    TO LREJ-REQ-TYPE
           MOVE LEGLIN-ENT         TO LREJ-ENT
           MOVE LEGLIN-NUM-RISK    TO LREJ-NUM-RISK
           MOVE LEGLIN-SEQ         TO LREJ-SEQ
           MOVE WS-LEGC-SQLCODE    TO LREJ-SQLCODE
           MOVE WS-LEGC-REJ-REASON TO LREJ-REASON

           PERFORM 900100-WRITE-REJECT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'LEGM100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900210-UPDATE-FAILED MARKS THE TRANSACTION FOR REJECTION
      * AFTER A LEGLCASE UPDATE FAILED (+100 MEANS THE ROW WENT AWAY
      * BETWEEN THE LOOKUP AND THE UPDATE).
       900210-UPDATE-FAILED.

           MOVE 'N'     TO WS-LEGC-OK-SW
           MOVE SQLCODE TO WS-LEGC-SQLCODE

           IF SQLCODE = +100
               MOVE 'NO CASE ON FILE'
                            TO WS-LEGC-REJ-REASON
           ELSE
               MOVE 'UPDATE FAILED - SEE SQLCODE'
                            TO WS-LEGC-REJ-REASON
               MOVE 'LEGLCASE'      TO DB2-OBJECT
               MOVE 'UPDATE'        TO DB2-STATEMENT
               MOVE LEGLIN-NUM-RISK TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED LEGAL-CASE TRANSACTION. LEGLTRAN
      * CARRIES NO USER/TERMINAL FIELD SO THOSE ARE LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'LEGM100 '       TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY       TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE    TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER     TO AUDTRL-AFTER-VAL
           MOVE SPACES           TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900410-BUILD-AUDIT-KEY KEYS THE AUDIT ENTRY ON THE RISK
      * NUMBER AND THE CASE SEQUENCE.
       900410-BUILD-AUDIT-KEY.

           MOVE SPACES          TO WS-AUD-KEY
           MOVE LEGLIN-NUM-RISK TO WS-AUD-KEY(1:10)
           MOVE LEGLIN-SEQ      TO WS-AUD-KEY(11:4).
      ******************************************************************
      * 900420-BUILD-AUDIT-CASE SHOWS THE CASE AS IT STANDS IN
      * DCLLEGLCASE.
       900420-BUILD-AUDIT-CASE.

           MOVE LEGC-TYPE     TO WS-AC-TYPE
           MOVE LEGC-STAGE    TO WS-AC-STAGE
           MOVE LEGC-ST       TO WS-AC-ST
           MOVE LEGC-OUTCOME  TO WS-AC-OUTCOME
           MOVE LEGC-COST-AMT TO WS-AC-COST.
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A TRANSACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'LEGM100 '      TO VALSUS-PGM-ID
           MOVE LEGLIN-REQ-TYPE TO VALSUS-REQ-TYPE
           MOVE LEGLIN-NUM-RISK TO VALSUS-KEY
           MOVE WS-EDIT-REASON  TO VALSUS-REASON
           MOVE RE-LEGLIN       TO VALSUS-RAW-RECORD

           CALL 'VAL4C100' USING VALSUS-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S LEGAL-CASE
      * MAINTENANCE RUN AND THE COSTS SENT TO THE LEDGER.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'LEGM100 CONTROL TOTALS'
           DISPLAY '  CASES OPENED ..................... : '
                   WS-CTL-OPEN-CNT
           DISPLAY '  CASES CHANGED .................... : '
                   WS-CTL-CHG-CNT
           DISPLAY '  LEGAL COSTS RECORDED ............. : '
                   WS-CTL-COST-CNT
           DISPLAY '  LEGAL COSTS POSTED (AMOUNT) ...... : '
                   WS-CTL-COST-AMT
           DISPLAY '  CASES CLOSED ..................... : '
                   WS-CTL-CLOSE-CNT
           DISPLAY '  ASSETS REPOSSESSED ............... : '
                   WS-CTL-REPO-CNT
           DISPLAY '  REPOSSESSED AT (VALUE) ........... : '
                   WS-CTL-REPO-AMT
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

           MOVE 'LEGM100 '      TO BALTOT-PGM-ID
           MOVE WS-TODAY-DATE-X TO BALTOT-RUN-DATE
           MOVE WS-CTL-IN-CNT   TO BALTOT-IN-CNT
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-OPEN-CNT + WS-CTL-CHG-CNT + WS-CTL-COST-CNT
             + WS-CTL-CLOSE-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
