      ******************************************************************
      * GARNR100 IS THE GARNISHMENT REMITTANCE RUN. EVERY ACTIVE
      * GARNORD ORDER WHOSE REMITTANCE DATE HAS ARRIVED IS PAID TO
      * THE ORDERING AUTHORITY OUT OF THE ACCOUNT IT IS SERVED ON -
      * THE AMOUNT STILL TO BE REMITTED, OR AS MUCH OF IT AS THE
      * BALANCE COVERS:
      *   - DEPM_BAL AND DEPM_HELD_AMT COME DOWN BY THE AMOUNT PAID,
      *     A DEPOMVHST 'G' ROW RECORDS THE MOVEMENT AND THE GL
      *     EXTRACT TAKES A 'DEPGARN' POSTING, WHICH CREDITS THE
      *     GARNISHMENT REMITTANCE ACCOUNT TREASURY PAYS EACH
      *     AUTHORITY FROM;
      *   - THE ORDER'S GARN_REM_AMT IS RAISED AND AN ORDER PAID IN
      *     FULL IS MARKED REMITTED ('R'). AN ORDER ONLY PARTLY
      *     COVERED STAYS ACTIVE, STILL HOLDING THE REST, AND IS
      *     PICKED UP AGAIN ON THE NEXT RUN;
      *   - EVERY ORDER LOOKED AT IS ANSWERED ON THE GR1DQ001
      *     RESPONSE FILE, GROUPED BY AUTHORITY - A HEADER, ONE
      *     DETAIL PER ORDER WITH THE HOLDER'S TAX ID, THE AMOUNT
      *     REMITTED AND THE RESULT ('01' PAID IN FULL, '02' PAID IN
      *     PART, '03' NO FUNDS), AND A TRAILER WITH THE COUNT AND
      *     THE AMOUNT TOTAL TREASURY TRANSFERS TO THAT AUTHORITY.
      * A REMITTANCE OUT OF A FOREIGN-CURRENCY ACCOUNT IS ANSWERED
      * IN THE ACCOUNT'S OWN CURRENCY (DEPM_CCY), AS THE ORDER IS HELD,
      * BUT ITS 'DEPGARN' GL POSTING IS CONVERTED TO THE HOME
      * CURRENCY AT THE QBEC9900 RATE AND CARRIES THE ACCOUNT
      * CURRENCY AND RATE, AS LOANR100'S FOREIGN-CURRENCY REPAYMENTS
      * DO. A CURRENCY WITH NO RATE MAINTAINED LEAVES THE ORDER DUE.
      * RUN WEEKLY AFTER GARNM100 AND THE NIGHTLY DEPOSIT POSTINGS.
      * ENDS CC 4 WHEN ANY REMITTANCE COULD NOT BE APPLIED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT GARNRSP-FILE  ASSIGN GR1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW) THAT RECORDS ONE ENTRY PER AMOUNT REMITTED.
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * GARNRSP-FILE IS THE RESPONSE TO THE ORDERING AUTHORITIES:
      * 'H' HEADER, 'D' DETAIL AND 'T' TRAILER RECORDS PER AUTHORITY,
      * AMOUNTS UNSIGNED WITH TWO IMPLIED DECIMALS.
       FD  GARNRSP-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GARNRSP.
           05  RSP-REC-TYPE                 PIC X(1).
           05  RSP-AUTH                     PIC X(10).
           05  RSP-BODY                     PIC X(139).
       01  RE-GARNRSP-HDR.
           05  FILLER                       PIC X(11).
           05  RSH-RUN-DATE                 PIC X(10).
           05  RSH-SENDER                   PIC X(8).
           05  FILLER                       PIC X(121).
       01  RE-GARNRSP-DTL.
           05  FILLER                       PIC X(11).
           05  RSD-REF                      PIC X(20).
           05  RSD-AUTH-TYPE                PIC X(1).
           05  RSD-ACC                      PIC X(10).
           05  RSD-CUST-NO                  PIC X(10).
           05  RSD-TAX-ID                   PIC X(9).
           05  RSD-ORD-AMT                  PIC 9(11)V9(2).
           05  RSD-PRIOR-AMT                PIC 9(11)V9(2).
           05  RSD-REMIT-AMT                PIC 9(11)V9(2).
           05  RSD-OUTST-AMT                PIC 9(11)V9(2).
           05  RSD-RESULT                   PIC X(2).
           05  RSD-REMIT-DATE               PIC X(10).
           05  FILLER                       PIC X(25).
       01  RE-GARNRSP-TRL.
           05  FILLER                       PIC X(11).
           05  RST-REC-CNT                  PIC 9(7).
           05  RST-REMIT-TOTAL              PIC 9(13)V9(2).
           05  FILLER                       PIC X(117).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DB2 CURSOR FETCH LOOP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-ACCT-FOUND-SW             PIC X(1)    VALUE 'N'.
               88  WS-ACCT-FOUND                        VALUE 'Y'.
           05  WS-REMIT-OK-SW               PIC X(1)    VALUE 'Y'.
               88  WS-REMIT-OK                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FULL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PART-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOFUND-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AUTH-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REMIT-TOTAL           PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * PER-AUTHORITY CONTROL BREAK FOR THE RESPONSE FILE.
       01  WS-PREV-AUTH                     PIC X(10)   VALUE SPACES.
       01  WS-AUTH-REC-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-AUTH-REMIT-TOTAL              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR ONE ORDER'S REMITTANCE.
       01  WS-OUTSTANDING-AMT               PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-REMIT-AMT                     PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-BALANCE                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-RESULT                        PIC X(2)    VALUE SPACES.
       01  WS-TAX-ID                        PIC X(9)    VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD FOR THE REMITTANCE
      * CUT-OFF AND ALL STAMPING.
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
      * WORKING-STORAGE FOR THE GL CURRENCY CONVERSION. WS-GL-RATE
      * AND WS-GL-FLAG ARE THE ACCOUNT CURRENCY'S QBEC9900 RATE AND
      * QUOTATION FLAG (ZERO RATE FOR A HOME-CURRENCY ACCOUNT, WHICH
      * POSTS UNCONVERTED); WS-GL-ACC-AMT IS THE AMOUNT TO POST IN
      * THE ACCOUNT CURRENCY, SET BY THE CALLER OF
      * 900500-WRITE-GL-POSTING.
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
       01  WS-GL-RATE-OK-SW                 PIC X(1)    VALUE 'Y'.
           88  WS-GL-RATE-OK                            VALUE 'Y'.
       01  WS-GL-RATE                       PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-GL-FLAG                       PIC X(1)    VALUE SPACE.
           88  WS-GL-INDIRECT                           VALUE 'I'.
       01  WS-GL-ACC-AMT                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
       COPY GARNORD.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY DEPOMVH.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY ACTIVE ORDER DUE FOR REMITTANCE ON OR
      * BEFORE THE BUSINESS DATE, IN AUTHORITY ORDER FOR THE
      * RESPONSE FILE'S CONTROL BREAK.
           EXEC SQL
               DECLARE GARNR100-CSR CURSOR FOR
                   SELECT GARN_AUTH, GARN_REF, GARN_ACC,
                          GARN_AUTH_TYPE, GARN_CUST_NO, GARN_ORD_AMT,
                          GARN_REM_AMT, GARN_REMIT_DATE
                     FROM IDC015.GARNORD
                    WHERE GARN_ST = 'A'
                      AND GARN_REMIT_DATE <= :WS-TODAY-DATE-X
                    ORDER BY GARN_AUTH, GARN_REF, GARN_ACC
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOOPS OVER THE ORDERS DUE, REMITTING EACH AND
      * ANSWERING IT ON THE RESPONSE FILE, AND PRINTS THE END-OF-RUN
      * CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           OPEN EXTEND GLPOST-FILE
           OPEN OUTPUT GARNRSP-FILE

           EXEC SQL
               OPEN GARNR100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-PROCESS-ONE-ORDER UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE GARNR100-CSR
           END-EXEC

           IF WS-PREV-AUTH NOT = SPACES
               PERFORM 300100-WRITE-TRAILER
           END-IF

           CLOSE GARNRSP-FILE
           CLOSE GLPOST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-FAIL-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: REMITTANCES MUTATE DEPOMSTR AND POST
      * CASH, SO AN ACCIDENTAL SECOND RUN IN THE SAME CYCLE IS
      * REFUSED AS A DUPLICATE. THE OFFICIAL BUSINESS DATE REPLACES
      * THE MACHINE DATE FOR ALL STAMPING; WITH RUN CONTROL
      * UNAVAILABLE THE RUN CONTINUES ON THE MACHINE DATE, LOUDLY.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'GARNR100' TO RUNCTL-PGM-ID

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
                   DISPLAY 'GARNR100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'GARNR100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'GARNR100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-ORDER-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'GARNORD'  TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE GARN-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       100210-FETCH-ORDER-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH GARNR100-CSR
                   INTO :GARN-AUTH, :GARN-REF, :GARN-ACC,
                        :GARN-AUTH-TYPE, :GARN-CUST-NO, :GARN-ORD-AMT,
                        :GARN-REM-AMT, :GARN-REMIT-DATE
           END-EXEC.
      ******************************************************************
      * 200000-PROCESS-ONE-ORDER OPENS A NEW AUTHORITY GROUP ON THE
      * RESPONSE FILE WHEN THE AUTHORITY CHANGES, PAYS WHAT THE
      * ACCOUNT BALANCE COVERS OF THE AMOUNT STILL OWED ON THE ORDER,
      * AND ANSWERS THE ORDER. A REMITTANCE THAT FAILS IN DB2 IS NOT
      * ANSWERED - THE ORDER STAYS DUE AND IS RETRIED NEXT RUN.
       200000-PROCESS-ONE-ORDER.

           ADD 1 TO WS-CTL-READ-CNT

           IF GARN-AUTH NOT = WS-PREV-AUTH
               IF WS-PREV-AUTH NOT = SPACES
                   PERFORM 300100-WRITE-TRAILER
               END-IF
               PERFORM 300000-WRITE-HEADER
           END-IF

           COMPUTE WS-OUTSTANDING-AMT = GARN-ORD-AMT - GARN-REM-AMT
           MOVE ZEROS TO WS-REMIT-AMT
           MOVE 'Y'   TO WS-REMIT-OK-SW

           PERFORM 200100-LOOKUP-ACCOUNT

           IF WS-ACCT-FOUND AND DEPM-BAL > ZERO
               IF DEPM-BAL < WS-OUTSTANDING-AMT
                   MOVE DEPM-BAL           TO WS-REMIT-AMT
               ELSE
                   MOVE WS-OUTSTANDING-AMT TO WS-REMIT-AMT
               END-IF
           END-IF

           IF WS-REMIT-AMT > ZERO
               PERFORM 900400-LOOKUP-GL-RATE
               IF WS-GL-RATE-OK
                   PERFORM 210000-APPLY-REMITTANCE
               ELSE
                   MOVE 'N' TO WS-REMIT-OK-SW
                   DISPLAY 'GARNR100 - REMITTANCE NOT APPLIED FOR '
                           'ORDER ' GARN-REF ' ACCOUNT ' GARN-ACC
                           ' - NO RATE FOR CURRENCY ' DEPM-CCY
               END-IF
           END-IF

           IF WS-REMIT-OK
               EVALUATE TRUE
                   WHEN WS-REMIT-AMT = ZERO
                       MOVE '03' TO WS-RESULT
                       ADD 1     TO WS-CTL-NOFUND-CNT
                   WHEN WS-REMIT-AMT < WS-OUTSTANDING-AMT
                       MOVE '02' TO WS-RESULT
                       ADD 1     TO WS-CTL-PART-CNT
                   WHEN OTHER
                       MOVE '01' TO WS-RESULT
                       ADD 1     TO WS-CTL-FULL-CNT
               END-EVALUATE
               PERFORM 220000-LOOKUP-TAX-ID
               PERFORM 300200-WRITE-DETAIL
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
       200100-LOOKUP-ACCOUNT.

           MOVE 'N'      TO WS-ACCT-FOUND-SW
           MOVE GARN-ACC TO DEPM-ACC

           EXEC SQL
               SELECT DEPM_BAL, DEPM_HELD_AMT, DEPM_ST, DEPM_CCY
                 INTO :DEPM-BAL, :DEPM-HELD-AMT, :DEPM-ST, :DEPM-CCY
                 FROM IDC015.DEPOMSTR
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           ELSE
               DISPLAY 'GARNR100 - ACCOUNT ' GARN-ACC
                       ' OF ORDER ' GARN-REF ' NOT ON DEPOMSTR'
           END-IF.
      ******************************************************************
      * 210000-APPLY-REMITTANCE TAKES THE AMOUNT OFF THE BALANCE AND
      * THE HOLD, THEN - ONCE THE BALANCE HAS TAKEN IT - LEAVES THE
      * 'G' MOVEMENT ROW, POSTS THE GL ENTRY AND RAISES THE ORDER'S
      * REMITTED AMOUNT.
       210000-APPLY-REMITTANCE.

           COMPUTE WS-NEW-BALANCE = DEPM-BAL - WS-REMIT-AMT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 210010-UPDATE-DEPOMSTR-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               MOVE DEPM-ACC        TO DMVH-ACC
               MOVE WS-TODAY-DATE-X TO DMVH-DATE
               MOVE 'G'             TO DMVH-TYPE
               MOVE WS-REMIT-AMT    TO DMVH-AMT
               MOVE WS-NEW-BALANCE  TO DMVH-BAL

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 210020-INSERT-DEPOMVHST-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   MOVE 'DEPOMVHS' TO DB2-OBJECT
                   MOVE 'INSERT'   TO DB2-STATEMENT
                   MOVE DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF

               MOVE DEPM-ACC         TO GLPOST-LLOANM-NO
               MOVE 'DEPGARN'        TO GLPOST-TRAN-TYPE
               MOVE WS-REMIT-AMT     TO WS-GL-ACC-AMT
               MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
               PERFORM 900500-WRITE-GL-POSTING

               ADD WS-REMIT-AMT TO GARN-REM-AMT
               IF GARN-REM-AMT >= GARN-ORD-AMT
                   MOVE 'R' TO GARN-ST
               ELSE
                   MOVE 'A' TO GARN-ST
               END-IF
               MOVE WS-TODAY-DATE-X TO GARN-ST-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 210030-UPDATE-GARNORD-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE NOT = ZERO
                   DISPLAY 'GARNR100 - ORDER ' GARN-REF
                           ' REMITTED BUT NOT UPDATED, ACCOUNT '
                           GARN-ACC ' SQLCODE ' SQLCODE
                   MOVE 'GARNORD'  TO DB2-OBJECT
                   MOVE 'UPDATE'   TO DB2-STATEMENT
                   MOVE GARN-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF

               ADD WS-REMIT-AMT TO WS-CTL-REMIT-TOTAL
               ADD WS-REMIT-AMT TO WS-AUTH-REMIT-TOTAL
           ELSE
               MOVE 'N' TO WS-REMIT-OK-SW
               DISPLAY 'GARNR100 - REMITTANCE NOT APPLIED FOR ORDER '
                       GARN-REF ' ACCOUNT ' GARN-ACC
                       ' SQLCODE ' SQLCODE
               MOVE 'DEPOMSTR' TO DB2-OBJECT
               MOVE 'UPDATE'   TO DB2-STATEMENT
               MOVE DEPM-ACC   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       210010-UPDATE-DEPOMSTR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DEPOMSTR
                  SET DEPM_BAL      = :WS-NEW-BALANCE,
                      DEPM_HELD_AMT =
                      CASE WHEN DEPM_HELD_AMT < :WS-REMIT-AMT
                           THEN 0
                           ELSE DEPM_HELD_AMT - :WS-REMIT-AMT
                      END
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC.
      ******************************************************************
       210020-INSERT-DEPOMVHST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.DEPOMVHST
                   ( DMVH_ACC, DMVH_DATE, DMVH_TYPE,
                     DMVH_AMT, DMVH_BAL )
               VALUES
                   ( :DMVH-ACC, :DMVH-DATE, :DMVH-TYPE,
                     :DMVH-AMT, :DMVH-BAL )
           END-EXEC.
      ******************************************************************
       210030-UPDATE-GARNORD-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.GARNORD
                  SET GARN_REM_AMT = :GARN-REM-AMT,
                      GARN_ST      = :GARN-ST,
                      GARN_ST_DATE = :GARN-ST-DATE
                WHERE GARN_AUTH = :GARN-AUTH
                  AND GARN_REF  = :GARN-REF
                  AND GARN_ACC  = :GARN-ACC
           END-EXEC.
      ******************************************************************
      * 220000-LOOKUP-TAX-ID FETCHES THE HOLDER'S TAX ID FOR THE
      * RESPONSE DETAIL; A HOLDER MISSING FROM CUSTM_TABLE IS
      * ANSWERED WITH A BLANK TAX ID RATHER THAN HELD BACK.
       220000-LOOKUP-TAX-ID.

           MOVE SPACES       TO WS-TAX-ID
           MOVE GARN-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_TAX_ID
                 INTO :ACN-CUSTM-TAX-ID
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE ACN-CUSTM-TAX-ID TO WS-TAX-ID
           END-IF.
      ******************************************************************
       300000-WRITE-HEADER.

           MOVE GARN-AUTH TO WS-PREV-AUTH
           MOVE ZEROS     TO WS-AUTH-REC-CNT
           MOVE ZEROS     TO WS-AUTH-REMIT-TOTAL
           ADD 1          TO WS-CTL-AUTH-CNT

           MOVE SPACES          TO RE-GARNRSP
           MOVE 'H'             TO RSP-REC-TYPE
           MOVE GARN-AUTH       TO RSP-AUTH
           MOVE WS-TODAY-DATE-X TO RSH-RUN-DATE
           MOVE 'GARNR100'      TO RSH-SENDER
           WRITE RE-GARNRSP.
      ******************************************************************
       300100-WRITE-TRAILER.

           MOVE SPACES              TO RE-GARNRSP
           MOVE 'T'                 TO RSP-REC-TYPE
           MOVE WS-PREV-AUTH        TO RSP-AUTH
           MOVE WS-AUTH-REC-CNT     TO RST-REC-CNT
           MOVE WS-AUTH-REMIT-TOTAL TO RST-REMIT-TOTAL
           WRITE RE-GARNRSP.
      ******************************************************************
       300200-WRITE-DETAIL.

           ADD 1 TO WS-AUTH-REC-CNT

           MOVE SPACES          TO RE-GARNRSP
           MOVE 'D'             TO RSP-REC-TYPE
           MOVE GARN-AUTH       TO RSP-AUTH
           MOVE GARN-REF        TO RSD-REF
           MOVE GARN-AUTH-TYPE  TO RSD-AUTH-TYPE
           MOVE GARN-ACC        TO RSD-ACC
           MOVE GARN-CUST-NO    TO RSD-CUST-NO
           MOVE WS-TAX-ID       TO RSD-TAX-ID
           MOVE GARN-ORD-AMT    TO RSD-ORD-AMT
           COMPUTE RSD-PRIOR-AMT = GARN-REM-AMT - WS-REMIT-AMT
           MOVE WS-REMIT-AMT    TO RSD-REMIT-AMT
           COMPUTE RSD-OUTST-AMT = GARN-ORD-AMT - GARN-REM-AMT
           MOVE WS-RESULT       TO RSD-RESULT
           MOVE WS-TODAY-DATE-X TO RSD-REMIT-DATE
           WRITE RE-GARNRSP.
      ******************************************************************
      * 900400-LOOKUP-GL-RATE TAKES THE ACCOUNT CURRENCY'S RATE AND
      * QUOTATION FLAG FROM QBEC9900 FOR 900500-WRITE-GL-POSTING. A
      * HOME-CURRENCY ACCOUNT (OR ONE WITH NO CURRENCY RECORDED)
      * NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A ZERO RATE (NO RATE
      * MAINTAINED - SEE QBEC9900.cpy), CLEARS WS-GL-RATE-OK.
       900400-LOOKUP-GL-RATE.

           MOVE 'Y'   TO WS-GL-RATE-OK-SW
           MOVE ZEROS TO WS-GL-RATE
           MOVE SPACE TO WS-GL-FLAG

           IF DEPM-CCY NOT = SPACES AND DEPM-CCY NOT = WS-HOME-CCY
               MOVE DEPM-CCY            TO QBEC9900-COD-ENTITY
               MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
               SET QBEC9900-FUNC-INQUIRE TO TRUE

               CALL 'QBEC9900' USING WS-QBEC9900-AREA

               IF QBEC9900-88-COD-RETURN-OK
                AND QBEC9900-EXCH-RATE NOT = ZERO
                   MOVE QBEC9900-EXCH-RATE    TO WS-GL-RATE
                   MOVE QBEC9900-FLG-EXCHANGE TO WS-GL-FLAG
               ELSE
                   MOVE 'N' TO WS-GL-RATE-OK-SW
               END-IF
           END-IF.
      ******************************************************************
      * 900500-WRITE-GL-POSTING WRITES THE GL RECORD THE CALLER HAS
      * BUILT, WITH WS-GL-ACC-AMT CONVERTED TO THE HOME CURRENCY -
      * DIVIDING FOR AN INDIRECTLY QUOTED CURRENCY AND MULTIPLYING
      * OTHERWISE, AS RV3C0100'S 220050-CONVERT-TO-BASE-CCY DOES -
      * AND THE ACCOUNT CURRENCY AND RATE RECORDED ALONGSIDE IT. A
      * HOME-CURRENCY AMOUNT IS POSTED AS IT STANDS.
       900500-WRITE-GL-POSTING.

           EVALUATE TRUE
               WHEN WS-GL-RATE = ZERO
                   MOVE WS-GL-ACC-AMT TO GLPOST-AMOUNT
                   MOVE SPACES        TO GLPOST-ORIG-CCY
                   MOVE ZEROS         TO GLPOST-EXCH-RATE
               WHEN WS-GL-INDIRECT
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT / WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
               WHEN OTHER
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT * WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
           END-EVALUATE

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'GARNR100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN TIE THE RESPONSE FILE TO THE GL.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'GARNR100 CONTROL TOTALS'
           DISPLAY '  ORDERS DUE FOR REMITTANCE ........ : '
                   WS-CTL-READ-CNT
           DISPLAY '  AUTHORITIES ANSWERED ............. : '
                   WS-CTL-AUTH-CNT
           DISPLAY '  REMITTED IN FULL ................. : '
                   WS-CTL-FULL-CNT
           DISPLAY '  REMITTED IN PART ................. : '
                   WS-CTL-PART-CNT
           DISPLAY '  NO FUNDS ......................... : '
                   WS-CTL-NOFUND-CNT
           DISPLAY '  REMITTANCES FAILED ............... : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  TOTAL REMITTED ................... : '
                   WS-CTL-REMIT-TOTAL.
      ******************************************************************
