      ******************************************************************
      * RELM100 APPLIES RELPINPT-FILE ADD/CHANGE/DELETE TRANSACTIONS
      * (RELPIN-REQ-TYPE 01/02/03) AGAINST THE RELATED-PARTY
      * REGISTER RELPARTY, THE SAME WAY WTCHM100 DRIVES THE
      * WATCHLIST. HUMAN RESOURCES AND THE COMPANY SECRETARY NOTIFY
      * EMPLOYEES, DIRECTORS AND THEIR CLOSE RELATIVES WHO BANK
      * HERE; EACH ROW RECORDS ONE PERIOD OF ONE RELATIONSHIP FOR A
      * CUSTOMER. AN ADD MUST NAME A CUSTOMER ON CUSTM_TABLE AND MAY
      * NOT OVERLAP ANOTHER PERIOD OF THE SAME TYPE FOR THE SAME
      * CUSTOMER; A RELATIVE MUST NAME THE EMPLOYEE OR DIRECTOR IT
      * IS RELATED TO, AND ONLY AN EMPLOYEE OR DIRECTOR MAY CARRY THE
      * STAFF SIGN-ON USER INQX100 MATCHES INQUIRY ACCESS AGAINST. A
      * CHANGE REPLACES THE TO DATE, RELATED-TO, SOURCE AND STAFF
      * USER OF AN EXISTING PERIOD - ENDING A RELATIONSHIP IS A
      * CHANGE THAT SETS THE TO DATE, SO THE HISTORY STAYS ON FILE
      * FOR THE YEAR-END DISCLOSURE. A DELETE REMOVES A PERIOD
      * ENTERED IN ERROR. EVERY APPLIED CHANGE IS WRITTEN TO THE
      * COMMON AUDIT TRAIL WITH THE NOTIFYING USER.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT RELPTRAN-FILE ASSIGN I1DQ3401.
           SELECT RELPREJ-FILE  ASSIGN O1DQ3402.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RELPTRAN-FILE CARRIES THE INCOMING REGISTER TRANSACTIONS
      * (SEE RELPTRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO
      * WORKING-STORAGE BELOW).
       FD  RELPTRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RELPIN                        PIC X(80).
      ******************************************************************
      * RELPREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO A BAD TRANSACTION DOES NOT SIMPLY VANISH
      * FROM THE RUN.
       FD  RELPREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RELPREJ.
           05  RREJ-REQ-TYPE                PIC X(2).
           05  RREJ-CUST-NO                 PIC X(10).
           05  RREJ-TYPE                    PIC X(2).
           05  RREJ-FROM-DATE               PIC X(10).
           05  RREJ-SQLCODE                 PIC S9(9) COMP-3.
           05  RREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(11).
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
           05  WS-CTL-ADD-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CHG-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DEL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 100150-VALIDATE-EDITS. A FAILED EDIT
      * CLEARS WS-EDITS-OK-SW AND LEAVES ITS REASON IN RREJ-REASON.
       01  WS-EDITS-OK-SW                   PIC X(1)    VALUE 'Y'.
           88  WS-EDITS-OK                              VALUE 'Y'.
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
      * WORKING-STORAGE SHARED BY THE APPLY PARAGRAPHS. THE TO DATE
      * OF AN ADD OR CHANGE IS RESOLVED INTO WS-NEW-TO-DATE ('9999-
      * 12-31' FOR AN OPEN RELATIONSHIP); WS-OLD-IMAGE HOLDS THE
      * PERIOD AS IT STOOD BEFORE A CHANGE OR DELETE FOR THE AUDIT
      * TRAIL.
       01  WS-NEW-TO-DATE                   PIC X(10)   VALUE SPACES.
       01  WS-OVERLAP-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CUST-EXISTS-SW                PIC X(1)    VALUE 'N'.
           88  WS-CUST-EXISTS                           VALUE 'Y'.
       01  WS-OLD-IMAGE.
           05  WS-OLD-FROM-DATE             PIC X(10).
           05  WS-OLD-TO-DATE               PIC X(10).
           05  WS-OLD-RELATED-TO            PIC X(10).
           05  WS-OLD-SOURCE                PIC X(2).
           05  WS-OLD-STAFF-USER            PIC X(8).
       01  WS-NEW-IMAGE.
           05  WS-NEW-FROM-DATE             PIC X(10).
           05  WS-NEW-IMG-TO-DATE           PIC X(10).
           05  WS-NEW-RELATED-TO            PIC X(10).
           05  WS-NEW-SOURCE                PIC X(2).
           05  WS-NEW-STAFF-USER            PIC X(8).
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
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY RELPTRAN.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY RELPARTY.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE TRANSACTION AND REJECT FILES, LOOPS
      * CALLING 100100-PROCESS-ONE-TRANSACTION PER RECORD, AND PRINTS
      * THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  RELPTRAN-FILE
           OPEN OUTPUT RELPREJ-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES

           CLOSE RELPTRAN-FILE
           CLOSE RELPREJ-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-TRANSACTION.

           PERFORM 100150-VALIDATE-EDITS

           IF WS-EDITS-OK
               EVALUATE RELPIN-REQ-TYPE
                   WHEN '01'
                       PERFORM 200000-APPLY-ADD
                   WHEN '02'
                       PERFORM 200100-APPLY-CHANGE
                   WHEN '03'
                       PERFORM 200200-APPLY-DEL
               END-EVALUATE
           ELSE
               MOVE ZEROS TO RREJ-SQLCODE
               PERFORM 900110-FILL-AND-WRITE-REJECT
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100150-VALIDATE-EDITS CHECKS THE TRANSACTION BEFORE ANY DB2
      * WORK: THE REQUEST TYPE, THE KEY (A NUMERIC CUSTOMER NUMBER, A
      * KNOWN RELATIONSHIP TYPE AND A WELL-FORMED FROM DATE) AND, FOR
      * AN ADD OR CHANGE, THE TO DATE (BLANK OR NOT BEFORE THE FROM
      * DATE), THE RELATED-TO CUSTOMER (REQUIRED FOR A RELATIVE,
      * BLANK OTHERWISE), THE SOURCE, THE NOTIFYING USER AND THE STAFF
      * USER (EMPLOYEES AND DIRECTORS ONLY).
       100150-VALIDATE-EDITS.

           MOVE 'Y'    TO WS-EDITS-OK-SW
           MOVE SPACES TO RREJ-REASON
           MOVE SPACES TO WS-NEW-TO-DATE

           MOVE RELPIN-FROM-DATE TO WS-EDIT-DATE-X
           PERFORM 100190-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN RELPIN-REQ-TYPE NOT = '01'
                AND RELPIN-REQ-TYPE NOT = '02'
                AND RELPIN-REQ-TYPE NOT = '03'
                   MOVE 'UNRECOGNIZED RELPIN-REQ-TYPE'
                                         TO RREJ-REASON
               WHEN RELPIN-CUST-NO IS NOT NUMERIC
                   MOVE 'CUSTOMER NUMBER NOT NUMERIC'
                                         TO RREJ-REASON
               WHEN RELPIN-TYPE NOT = 'EM'
                AND RELPIN-TYPE NOT = 'DI'
                AND RELPIN-TYPE NOT = 'RE'
                AND RELPIN-TYPE NOT = 'RD'
                   MOVE 'RELATIONSHIP TYPE NOT EM, DI, RE OR RD'
                                         TO RREJ-REASON
               WHEN NOT WS-DATE-OK
                   MOVE 'FROM DATE NOT A VALID YYYY-MM-DD'
                                         TO RREJ-REASON
               WHEN RELPIN-REQ-TYPE = '03'
                   CONTINUE
               WHEN RELPIN-SOURCE NOT = 'HR'
                AND RELPIN-SOURCE NOT = 'CS'
                   MOVE 'SOURCE NOT HR OR CS'
                                         TO RREJ-REASON
               WHEN RELPIN-USER = SPACES
                   MOVE 'NOTIFYING USER MISSING'
                                         TO RREJ-REASON
               WHEN (RELPIN-TYPE = 'RE' OR RELPIN-TYPE = 'RD')
                AND RELPIN-RELATED-TO IS NOT NUMERIC
                   MOVE 'RELATIVE WITHOUT A NUMERIC RELATED-TO'
                                         TO RREJ-REASON
               WHEN (RELPIN-TYPE = 'EM' OR RELPIN-TYPE = 'DI')
                AND RELPIN-RELATED-TO NOT = SPACES
                   MOVE 'RELATED-TO ONLY ALLOWED FOR A RELATIVE'
                                         TO RREJ-REASON
               WHEN (RELPIN-TYPE = 'RE' OR RELPIN-TYPE = 'RD')
                AND RELPIN-STAFF-USER NOT = SPACES
                   MOVE 'STAFF USER ONLY ALLOWED FOR EM OR DI'
                                         TO RREJ-REASON
               WHEN RELPIN-TO-DATE = SPACES
                   MOVE '9999-12-31'     TO WS-NEW-TO-DATE
               WHEN OTHER
                   MOVE RELPIN-TO-DATE   TO WS-EDIT-DATE-X
                   PERFORM 100190-CHECK-DATE-FORMAT
                   EVALUATE TRUE
                       WHEN NOT WS-DATE-OK
                           MOVE 'TO DATE NOT A VALID YYYY-MM-DD'
                                         TO RREJ-REASON
                       WHEN RELPIN-TO-DATE < RELPIN-FROM-DATE
                           MOVE 'TO DATE BEFORE FROM DATE'
                                         TO RREJ-REASON
                       WHEN OTHER
                           MOVE RELPIN-TO-DATE TO WS-NEW-TO-DATE
                   END-EVALUATE
           END-EVALUATE

           IF RREJ-REASON NOT = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
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

           READ RELPTRAN-FILE INTO RELPINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
      ******************************************************************
      * 200000-APPLY-ADD INSERTS A NEW PERIOD ONCE THE CUSTOMER IS
      * FOUND ON CUSTM_TABLE AND NO OTHER PERIOD OF THE SAME TYPE FOR
      * THE CUSTOMER OVERLAPS IT.
       200000-APPLY-ADD.

           PERFORM 195000-CHECK-CUSTOMER-EXISTS

           MOVE RELPIN-CUST-NO   TO RELP-CUST-NO
           MOVE RELPIN-TYPE      TO RELP-TYPE
           MOVE RELPIN-FROM-DATE TO RELP-FROM-DATE
           MOVE WS-NEW-TO-DATE   TO RELP-TO-DATE
           MOVE RELPIN-RELATED-TO TO RELP-RELATED-TO
           MOVE RELPIN-SOURCE    TO RELP-SOURCE
           MOVE WS-TODAY-DATE-X  TO RELP-MAINT-DATE
           MOVE RELPIN-USER      TO RELP-MAINT-USER
           MOVE RELPIN-STAFF-USER TO RELP-STAFF-USER

           IF WS-CUST-EXISTS
               PERFORM 196000-COUNT-OVERLAPS
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-CUST-EXISTS
                   MOVE ZEROS TO RREJ-SQLCODE
                   MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                              TO RREJ-REASON
                   PERFORM 900110-FILL-AND-WRITE-REJECT
               WHEN SQLCODE NOT = ZERO
                   MOVE SQLCODE TO RREJ-SQLCODE
                   MOVE 'OVERLAP CHECK FAILED - SEE SQLCODE'
                                TO RREJ-REASON
                   MOVE 'RELPARTY' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE RELPIN-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900110-FILL-AND-WRITE-REJECT
               WHEN WS-OVERLAP-CNT > ZERO
                   MOVE ZEROS TO RREJ-SQLCODE
                   MOVE 'OVERLAPS ANOTHER PERIOD OF THIS TYPE'
                              TO RREJ-REASON
                   PERFORM 900110-FILL-AND-WRITE-REJECT
               WHEN OTHER
                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 200010-INSERT-RELPARTY-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
                   IF SQLCODE = ZERO
                       ADD 1 TO WS-CTL-ADD-CNT
                       MOVE SPACES TO WS-OLD-IMAGE
                       MOVE 'ADD'  TO AUDTRL-TRAN-TYPE
                       PERFORM 900400-WRITE-AUDIT-TRAIL
                   ELSE
                       MOVE SQLCODE TO RREJ-SQLCODE
                       MOVE 'INSERT FAILED - SEE SQLCODE'
                                    TO RREJ-REASON
                       MOVE 'RELPARTY' TO DB2-OBJECT
                       MOVE 'INSERT'   TO DB2-STATEMENT
                       MOVE RELPIN-CUST-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                       PERFORM 900110-FILL-AND-WRITE-REJECT
                   END-IF
           END-EVALUATE.
      ******************************************************************
       200010-INSERT-RELPARTY-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.RELPARTY
                   ( RELP_CUST_NO, RELP_TYPE, RELP_FROM_DATE,
                     RELP_TO_DATE, RELP_RELATED_TO, RELP_SOURCE,
                     RELP_MAINT_DATE, RELP_MAINT_USER,
                     RELP_STAFF_USER )
               VALUES
                   ( :RELP-CUST-NO, :RELP-TYPE, :RELP-FROM-DATE,
                     :RELP-TO-DATE, :RELP-RELATED-TO, :RELP-SOURCE,
                     :RELP-MAINT-DATE, :RELP-MAINT-USER,
                     :RELP-STAFF-USER )
           END-EXEC.
      ******************************************************************
      * 200100-APPLY-CHANGE REPLACES THE TO DATE, RELATED-TO, SOURCE
      * AND STAFF USER OF AN EXISTING PERIOD. A LONGER PERIOD MAY
      * NOT RUN INTO ANOTHER PERIOD OF THE SAME TYPE.
       200100-APPLY-CHANGE.

           PERFORM 197000-LOOKUP-PERIOD

           IF SQLCODE = ZERO
               MOVE WS-NEW-TO-DATE TO RELP-TO-DATE
               PERFORM 196000-COUNT-OVERLAPS
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE ZEROS TO RREJ-SQLCODE
                   MOVE 'RELATED-PARTY PERIOD NOT ON FILE'
                              TO RREJ-REASON
                   PERFORM 900110-FILL-AND-WRITE-REJECT
               WHEN SQLCODE NOT = ZERO
                   MOVE SQLCODE TO RREJ-SQLCODE
                   MOVE 'LOOKUP FAILED - SEE SQLCODE'
                                TO RREJ-REASON
                   MOVE 'RELPARTY' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE RELPIN-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900110-FILL-AND-WRITE-REJECT
               WHEN WS-OVERLAP-CNT > ZERO
                   MOVE ZEROS TO RREJ-SQLCODE
                   MOVE 'OVERLAPS ANOTHER PERIOD OF THIS TYPE'
                              TO RREJ-REASON
                   PERFORM 900110-FILL-AND-WRITE-REJECT
               WHEN OTHER
                   MOVE RELPIN-RELATED-TO TO RELP-RELATED-TO
                   MOVE RELPIN-SOURCE    TO RELP-SOURCE
                   MOVE WS-TODAY-DATE-X  TO RELP-MAINT-DATE
                   MOVE RELPIN-USER      TO RELP-MAINT-USER
                   MOVE RELPIN-STAFF-USER TO RELP-STAFF-USER
                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 200110-UPDATE-RELPARTY-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
                   IF SQLCODE = ZERO
                       ADD 1 TO WS-CTL-CHG-CNT
                       MOVE 'CHG'  TO AUDTRL-TRAN-TYPE
                       PERFORM 900400-WRITE-AUDIT-TRAIL
                   ELSE
                       MOVE SQLCODE TO RREJ-SQLCODE
                       MOVE 'UPDATE FAILED - SEE SQLCODE'
                                    TO RREJ-REASON
                       MOVE 'RELPARTY' TO DB2-OBJECT
                       MOVE 'UPDATE'   TO DB2-STATEMENT
                       MOVE RELPIN-CUST-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                       PERFORM 900110-FILL-AND-WRITE-REJECT
                   END-IF
           END-EVALUATE.
      ******************************************************************
       200110-UPDATE-RELPARTY-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.RELPARTY
                  SET RELP_TO_DATE    = :RELP-TO-DATE,
                      RELP_RELATED_TO = :RELP-RELATED-TO,
                      RELP_SOURCE     = :RELP-SOURCE,
                      RELP_MAINT_DATE = :RELP-MAINT-DATE,
                      RELP_MAINT_USER = :RELP-MAINT-USER,
                      RELP_STAFF_USER = :RELP-STAFF-USER
                WHERE RELP_CUST_NO   = :RELP-CUST-NO
                  AND RELP_TYPE      = :RELP-TYPE
                  AND RELP_FROM_DATE = :RELP-FROM-DATE
           END-EXEC.
      ******************************************************************
      * 200200-APPLY-DEL REMOVES A PERIOD ENTERED IN ERROR. THE
      * PERIOD IS READ FIRST SO THE AUDIT TRAIL KEEPS WHAT WAS
      * REMOVED.
       200200-APPLY-DEL.

           PERFORM 197000-LOOKUP-PERIOD

           IF SQLCODE = ZERO
               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200210-DELETE-RELPARTY-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-CTL-DEL-CNT
                   MOVE SPACES TO WS-NEW-IMAGE
                   MOVE 'DEL'  TO AUDTRL-TRAN-TYPE
                   PERFORM 900410-CALL-AUDIT-TRAIL
               WHEN SQLCODE = +100
                   MOVE ZEROS TO RREJ-SQLCODE
                   MOVE 'RELATED-PARTY PERIOD NOT ON FILE'
                              TO RREJ-REASON
                   PERFORM 900110-FILL-AND-WRITE-REJECT
               WHEN OTHER
                   MOVE SQLCODE TO RREJ-SQLCODE
                   MOVE 'DELETE FAILED - SEE SQLCODE'
                                TO RREJ-REASON
                   MOVE 'RELPARTY' TO DB2-OBJECT
                   MOVE 'DELETE'   TO DB2-STATEMENT
                   MOVE RELPIN-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900110-FILL-AND-WRITE-REJECT
           END-EVALUATE.
      ******************************************************************
       200210-DELETE-RELPARTY-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               DELETE FROM IDC015.RELPARTY
                WHERE RELP_CUST_NO   = :RELP-CUST-NO
                  AND RELP_TYPE      = :RELP-TYPE
                  AND RELP_FROM_DATE = :RELP-FROM-DATE
           END-EXEC.
      ******************************************************************
       195000-CHECK-CUSTOMER-EXISTS.

           MOVE 'N'            TO WS-CUST-EXISTS-SW
           MOVE RELPIN-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NO INTO :ACN-CUSTM-NO
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CUST-EXISTS-SW
           END-IF.
      ******************************************************************
      * 196000-COUNT-OVERLAPS COUNTS THE CUSTOMER'S OTHER PERIODS OF
      * THE SAME TYPE THAT SHARE AT LEAST ONE DAY WITH THE PERIOD IN
      * DCLRELPARTY.
       196000-COUNT-OVERLAPS.

           MOVE ZEROS TO WS-OVERLAP-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OVERLAP-CNT
                 FROM IDC015.RELPARTY
                WHERE RELP_CUST_NO    = :RELP-CUST-NO
                  AND RELP_TYPE       = :RELP-TYPE
                  AND RELP_FROM_DATE <> :RELP-FROM-DATE
                  AND RELP_FROM_DATE <= :RELP-TO-DATE
                  AND RELP_TO_DATE   >= :RELP-FROM-DATE
           END-EXEC.
      ******************************************************************
      * 197000-LOOKUP-PERIOD READS THE PERIOD A CHANGE OR DELETE
      * NAMES AND KEEPS ITS CURRENT VALUES IN WS-OLD-IMAGE.
       197000-LOOKUP-PERIOD.

           MOVE RELPIN-CUST-NO   TO RELP-CUST-NO
           MOVE RELPIN-TYPE      TO RELP-TYPE
           MOVE RELPIN-FROM-DATE TO RELP-FROM-DATE

           EXEC SQL
               SELECT RELP_TO_DATE, RELP_RELATED_TO, RELP_SOURCE,
                      RELP_STAFF_USER
                 INTO :RELP-TO-DATE, :RELP-RELATED-TO, :RELP-SOURCE,
                      :RELP-STAFF-USER
                 FROM IDC015.RELPARTY
                WHERE RELP_CUST_NO   = :RELP-CUST-NO
                  AND RELP_TYPE      = :RELP-TYPE
                  AND RELP_FROM_DATE = :RELP-FROM-DATE
           END-EXEC

           IF SQLCODE = ZERO
               MOVE RELP-FROM-DATE  TO WS-OLD-FROM-DATE
               MOVE RELP-TO-DATE    TO WS-OLD-TO-DATE
               MOVE RELP-RELATED-TO TO WS-OLD-RELATED-TO
               MOVE RELP-SOURCE     TO WS-OLD-SOURCE
               MOVE RELP-STAFF-USER TO WS-OLD-STAFF-USER
           END-IF.
      ******************************************************************
       900110-FILL-AND-WRITE-REJECT.

           MOVE RELPIN-REQ-TYPE  TO RREJ-REQ-TYPE
           MOVE RELPIN-CUST-NO   TO RREJ-CUST-NO
           MOVE RELPIN-TYPE      TO RREJ-TYPE
           MOVE RELPIN-FROM-DATE TO RREJ-FROM-DATE

           WRITE RE-RELPREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'RELM100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL RECORDS EVERY APPLIED ADD OR CHANGE
      * WITH THE PERIOD AS IT NOW STANDS IN THE AFTER VALUE AND, FOR
      * A CHANGE, AS IT STOOD IN THE BEFORE VALUE. THE NOTIFYING USER
      * IS CARRIED ON THE TRANSACTION.
       900400-WRITE-AUDIT-TRAIL.

           MOVE RELP-FROM-DATE  TO WS-NEW-FROM-DATE
           MOVE RELP-TO-DATE    TO WS-NEW-IMG-TO-DATE
           MOVE RELP-RELATED-TO TO WS-NEW-RELATED-TO
           MOVE RELP-SOURCE     TO WS-NEW-SOURCE
           MOVE RELP-STAFF-USER TO WS-NEW-STAFF-USER

           PERFORM 900410-CALL-AUDIT-TRAIL.
      ******************************************************************
       900410-CALL-AUDIT-TRAIL.

           MOVE 'RELM100 '      TO AUDTRL-PGM-ID
           MOVE SPACES          TO AUDTRL-KEY
           MOVE RELPIN-CUST-NO  TO AUDTRL-KEY(1:10)
           MOVE RELPIN-TYPE     TO AUDTRL-KEY(12:2)
           MOVE WS-OLD-IMAGE    TO AUDTRL-BEFORE-VAL
           MOVE WS-NEW-IMAGE    TO AUDTRL-AFTER-VAL
           MOVE RELPIN-USER     TO AUDTRL-USER-ID
           MOVE SPACES          TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S REGISTER
      * MAINTENANCE RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'RELM100 CONTROL TOTALS'
           DISPLAY '  RELATED-PARTY PERIODS ADDED ...... : '
                   WS-CTL-ADD-CNT
           DISPLAY '  RELATED-PARTY PERIODS CHANGED .... : '
                   WS-CTL-CHG-CNT
           DISPLAY '  RELATED-PARTY PERIODS DELETED .... : '
                   WS-CTL-DEL-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT.
      ******************************************************************
