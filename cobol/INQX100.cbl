      ******************************************************************
      * INQX100 IS THE DAILY ONLINE INQUIRY ACCESS EXCEPTION REPORT.
      * RSKI100, CUSI100, LSCI100 AND COLI100 SHOW CUSTOMER DATA TO
      * ANY ENTITLED USER; EACH NOW RECORDS EVERY LOOKUP ON THE
      * INQLOG ACCESS LOG (SEE INQLOG.cpy), AND THIS PROGRAM READS
      * THE BUSINESS DATE'S ROWS, USER BY USER, AND PICKS OUT THE
      * ACCESS THE BANKING-SECRECY AND DATA-PROTECTION AUDITS ASK
      * ABOUT, ONE RPTDQ020 LINE PER FINDING:
      *   OWN RECORD     - THE CUSTOMER LOOKED UP IS THE USER'S OWN:
      *                    THE EMPLOYEE OR DIRECTOR WHOSE RELPARTY
      *                    ROW IN FORCE CARRIES THE USER AS ITS
      *                    RELP_STAFF_USER;
      *   RELATED PARTY  - THE CUSTOMER IS REGISTERED ON RELPARTY AS
      *                    A RELATIVE OF THAT OWN CUSTOMER, OR THE
      *                    OWN CUSTOMER AS A RELATIVE OF THEM;
      *   OUTSIDE BRANCH - THE CUSTOMER HAS LOANS ON LOANMSTR BUT NONE
      *                    IN A BRANCH THE USER'S USERENTL ROW FOR THE
      *                    INQUIRY'S FUNCTION COVERS ('*' MEANING ANY);
      *   NOT ENTITLED   - THE USERENTL CHECK REFUSED THE LOOKUP;
      *   HIGH VOLUME    - THE USER MADE MORE LOOKUPS IN THE DAY THAN
      *                    THE PM1DQ021 CARD ALLOWS (1-5, DEFAULT
      *                    100), PRINTED AFTER THE USER'S OTHER LINES.
      * THE CUSTOMER BEHIND A LOOKUP IS THE KEYED CUSTOMER NUMBER FOR
      * CUSI AND A 'C' COLI KEY, AND THE BORROWER OF THE KEYED LOAN
      * OR RISK NUMBER OTHERWISE (RISK NUMBER = LOAN NUMBER); A KEY
      * THAT RESOLVES TO NO CUSTOMER IS CHECKED FOR ENTITLEMENT AND
      * VOLUME ONLY.
      * EVERY ROW, FLAGGED OR NOT, IS ALSO APPENDED TO THE INQUIRY
      * ACCESS TRAIL (O1DQ4101) IN THE COMMON AUDIT-TRAIL LAYOUT
      * (AUDTRLR.cpy) - PROGRAM, 'INQUIRY' OR 'REFUSED', THE
      * CUSTOMER AS THE KEY, THE KEY AS KEYED IN THE BEFORE VALUE
      * AND THE FINDINGS IN THE AFTER VALUE - SO AUDR100 SEARCHES
      * WHO LOOKED AT WHAT EXACTLY AS IT SEARCHES THE MAINTENANCE
      * TRAIL (JOB AUDINQ1). CC 4 WHEN ANYTHING WAS REPORTED OR A DB2
      * LOOKUP FAILED; CC 12 ON A DUPLICATE RUN.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQX100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT OPTIONAL INQXPARM-FILE ASSIGN PM1DQ021.
           SELECT ACCTRL-FILE   ASSIGN O1DQ4101.
           SELECT INQXRPT-FILE  ASSIGN RPTDQ020.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * INQXPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE NUMBER OF
      * LOOKUPS A USER MAY MAKE IN A DAY BEFORE BEING REPORTED.
       FD  INQXPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-INQXPARM.
           05  XPARM-HIGH-VOL               PIC X(5).
           05  XPARM-HIGH-VOL-N REDEFINES XPARM-HIGH-VOL
                                            PIC 9(5).
           05  FILLER                       PIC X(75).
      ******************************************************************
      * ACCTRL-FILE IS THE INQUIRY ACCESS TRAIL, IN THE 155-BYTE
      * LAYOUT AUD4C100 WRITES FOR THE MAINTENANCE TRAIL.
       FD  ACCTRL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       COPY AUDTRLR.
      ******************************************************************
      * INQXRPT-FILE IS THE PRINTED EXCEPTION REPORT.
       FD  INQXRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-INQXRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE LOG CURSOR AND THE PER-USER STAFF LINK.
       01  WS-SWITCHES.
           05  WS-LOG-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-LOG-EOF                           VALUE 'Y'.
           05  WS-STAFF-SW                  PIC X(1)    VALUE 'N'.
               88  WS-STAFF-FOUND                       VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-TRAIL-CNT             PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-USER-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOCUST-CNT            PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OWN-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RELATED-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OUTSIDE-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REFUSED-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HIGHVOL-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * CONTROL-CARD VALUE.
       01  WS-HIGH-VOL                      PIC S9(5)   COMP-3
                                                         VALUE 100.
      ******************************************************************
      * THE BUSINESS DATE WHOSE LOOKUPS ARE REPORTED - FROM RUN
      * CONTROL, OR THE MACHINE DATE WHEN RUN CONTROL IS UNAVAILABLE.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-BUS-DATE-X.
           05  WS-BD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-BD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-BD-DD                     PIC 9(2).
      ******************************************************************
      * THE USER BEING WORKED: THE DAY'S LOOKUP COUNT AND THE
      * CUSTOMER NUMBER OF THE USER'S OWN RELPARTY ROW, IF ANY.
       01  WS-CUR-USER                      PIC X(8)
                                            VALUE LOW-VALUES.
       01  WS-USER-INQ-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-STAFF-CUST                    PIC X(10)   VALUE SPACES.
      ******************************************************************
      * THE LOOKUP BEING WORKED: THE CUSTOMER IT RESOLVED TO, THE
      * USERENTL FUNCTION OF ITS TRANSACTION, THE LOOKUP TIME AS
      * HH:MM:SS AND THE FINDINGS SO FAR FOR THE TRAIL RECORD.
       01  WS-INQ-CUST-NO                   PIC X(10)   VALUE SPACES.
       01  WS-KEY-NO-9                      PIC 9(10)   VALUE ZEROS.
       01  WS-LOAN-NO-B                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LOAN-CAT                      PIC X(2)    VALUE SPACES.
       01  WS-INQ-FUNC.
           05  WS-INQ-FUNC-TRAN             PIC X(4).
           05  FILLER                       PIC X(4)    VALUE 'INQ '.
       01  WS-LOG-TIME                      PIC X(8)    VALUE SPACES.
       01  WS-LOAN-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-SCOPE-CNT                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-RELP-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-EXC-REASON                    PIC X(16)   VALUE SPACES.
       01  WS-EXC-DETAIL                    PIC X(40)   VALUE SPACES.
       01  WS-FLAG-TEXT                     PIC X(40)   VALUE SPACES.
       01  WS-FLAG-PTR                      PIC S9(4)   COMP
                                                         VALUE 1.
       01  WS-VOL-EDIT                      PIC ZZZ,ZZ9.
       01  WS-LIMIT-EDIT                    PIC ZZ,ZZ9.
      ******************************************************************
      * THE TRAIL RECORD'S BEFORE VALUE: THE KEY AS KEYED IN.
       01  WS-TRL-BEFORE.
           05  FILLER                       PIC X(6)    VALUE
                   'KEYED '.
           05  WS-TRB-KEY                   PIC X(16).
           05  FILLER                       PIC X(18)   VALUE SPACES.
      ******************************************************************
      * REPORT LINES.
       01  WS-XR-TITLE.
           05  FILLER                       PIC X(44)   VALUE
                   'INQX100 - ONLINE INQUIRY ACCESS EXCEPTIONS F'.
           05  FILLER                       PIC X(18)   VALUE
                   'OR BUSINESS DATE '.
           05  WS-XR-BUS-DATE               PIC X(10).
           05  FILLER                       PIC X(60)   VALUE SPACES.
       01  WS-XR-HEADING.
           05  FILLER                       PIC X(44)   VALUE
                   'TIME      USER      TERM  TRAN  KEY         '.
           05  FILLER                       PIC X(44)   VALUE
                   '      CUSTOMER    REASON            DETAIL  '.
           05  FILLER                       PIC X(44)   VALUE SPACES.
       01  WS-XR-LINE.
           05  WS-XD-TIME                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-XD-USER                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-XD-TERM                   PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-XD-TRAN                   PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-XD-KEY                    PIC X(16).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-XD-CUST                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-XD-REASON                 PIC X(16).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-XD-DETAIL                 PIC X(40).
           05  FILLER                       PIC X(12)   VALUE SPACES.
       01  WS-XR-NONE.
           05  FILLER                       PIC X(44)   VALUE
                   'NO UNUSUAL INQUIRY ACCESS FOR THE BUSINESS D'.
           05  FILLER                       PIC X(4)    VALUE
                   'ATE.'.
           05  FILLER                       PIC X(84)   VALUE SPACES.
      ******************************************************************
       COPY INQLOG.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER THE BUSINESS DATE'S LOOKUPS, USER BY USER IN TIME
      * ORDER, SO THE VOLUME CHECK IS A CONTROL BREAK ON THE USER.
           EXEC SQL
               DECLARE INQX-LOG-CSR CURSOR FOR
                   SELECT INQL_TS, INQL_USER, INQL_TERM, INQL_TRAN,
                          INQL_PGM, INQL_KEY, INQL_RESULT
                     FROM IDC015.INQLOG
                    WHERE DATE(INQL_TS) = :WS-BUS-DATE-X
                    ORDER BY INQL_USER, INQL_TS
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CHECKS IN WITH RUN CONTROL, READS THE CARD,
      * WORKS THE BUSINESS DATE'S LOOKUPS ONE ROW AT A TIME AND SETS
      * THE CONDITION CODE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY TO WS-BD-YYYY
           MOVE WS-TODAY-MM   TO WS-BD-MM
           MOVE WS-TODAY-DD   TO WS-BD-DD

           PERFORM 110000-READ-CONTROL-CARD

           OPEN EXTEND ACCTRL-FILE
           OPEN OUTPUT INQXRPT-FILE

           MOVE WS-BUS-DATE-X TO WS-XR-BUS-DATE
           WRITE RE-INQXRPT FROM WS-XR-TITLE
           WRITE RE-INQXRPT FROM WS-XR-HEADING

           PERFORM 120000-OPEN-LOG-CURSOR

           PERFORM 100200-FETCH-LOG

           PERFORM 200000-PROCESS-ONE-ACCESS UNTIL WS-LOG-EOF

           IF WS-CUR-USER NOT = LOW-VALUES
               PERFORM 250000-END-USER
           END-IF

           EXEC SQL
               CLOSE INQX-LOG-CSR
           END-EXEC

           IF WS-CTL-EXC-CNT = ZERO
               WRITE RE-INQXRPT FROM WS-XR-NONE
           END-IF

           CLOSE ACCTRL-FILE
           CLOSE INQXRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-EXC-CNT > ZERO OR WS-CTL-DB2-ERR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE - A SECOND RUN ON THE SAME BUSINESS DATE
      * WOULD APPEND THE DAY'S LOOKUPS TO THE ACCESS TRAIL TWICE.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'INQX100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'INQX100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'INQX100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'INQX100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 110000-READ-CONTROL-CARD TAKES THE DAILY LOOKUP LIMIT. A
      * MISSING CARD, OR A LIMIT THAT IS NOT NUMERIC OR IS ZERO,
      * KEEPS THE DEFAULT.
       110000-READ-CONTROL-CARD.

           MOVE SPACES TO RE-INQXPARM

           OPEN INPUT INQXPARM-FILE
           READ INQXPARM-FILE
               AT END
                   MOVE SPACES TO RE-INQXPARM
           END-READ
           CLOSE INQXPARM-FILE

           IF XPARM-HIGH-VOL IS NUMERIC
              AND XPARM-HIGH-VOL-N > ZERO
               MOVE XPARM-HIGH-VOL-N TO WS-HIGH-VOL
           END-IF

           DISPLAY 'INQX100 - BUSINESS DATE ' WS-BUS-DATE-X
                   ', DAILY LOOKUP LIMIT ' WS-HIGH-VOL.
      ******************************************************************
       120000-OPEN-LOG-CURSOR.

           EXEC SQL
               OPEN INQX-LOG-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'INQLOG'      TO DB2-OBJECT
               MOVE 'OPEN'        TO DB2-STATEMENT
               MOVE WS-BUS-DATE-X TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-LOG-EOF-SW
           END-IF.
      ******************************************************************
       100200-FETCH-LOG.

           IF NOT WS-LOG-EOF
               EXEC SQL
                   FETCH INQX-LOG-CSR
                    INTO :INQL-TS, :INQL-USER, :INQL-TERM,
                         :INQL-TRAN, :INQL-PGM, :INQL-KEY,
                         :INQL-RESULT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-CTL-READ-CNT
                   WHEN +100
                       MOVE 'Y' TO WS-LOG-EOF-SW
                   WHEN OTHER
                       ADD 1 TO WS-CTL-DB2-ERR-CNT
                       MOVE 'INQLOG'      TO DB2-OBJECT
                       MOVE 'FETCH'       TO DB2-STATEMENT
                       MOVE WS-BUS-DATE-X TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                       MOVE 'Y' TO WS-LOG-EOF-SW
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 200000-PROCESS-ONE-ACCESS BREAKS ON THE USER, RESOLVES THE
      * CUSTOMER BEHIND THE LOOKUP, RUNS THE CHECKS AND APPENDS THE
      * LOOKUP TO THE ACCESS TRAIL WITH WHAT WAS FOUND.
       200000-PROCESS-ONE-ACCESS.

           IF INQL-USER NOT = WS-CUR-USER
               IF WS-CUR-USER NOT = LOW-VALUES
                   PERFORM 250000-END-USER
               END-IF
               PERFORM 240000-START-USER
           END-IF

           ADD 1 TO WS-USER-INQ-CNT

           MOVE INQL-TS(12:8) TO WS-LOG-TIME
           INSPECT WS-LOG-TIME REPLACING ALL '.' BY ':'

           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1      TO WS-FLAG-PTR

           PERFORM 210000-RESOLVE-CUSTOMER

           IF INQL-RESULT = 'R'
               ADD 1 TO WS-CTL-REFUSED-CNT
               MOVE 'NOT ENTITLED' TO WS-EXC-REASON
               MOVE 'REFUSED BY THE USERENTL CHECK'
                                   TO WS-EXC-DETAIL
               PERFORM 230000-REPORT-FINDING
           END-IF

           IF WS-INQ-CUST-NO = SPACES
               ADD 1 TO WS-CTL-NOCUST-CNT
           ELSE
               PERFORM 220000-CHECK-STAFF-LINK
               IF INQL-RESULT = 'A'
                   PERFORM 225000-CHECK-BRANCH-SCOPE
               END-IF
           END-IF

           PERFORM 260000-WRITE-ACCESS-TRAIL

           PERFORM 100200-FETCH-LOG.
      ******************************************************************
      * 210000-RESOLVE-CUSTOMER FINDS THE CUSTOMER A LOOKUP WAS
      * ABOUT FROM ITS KEY (LAYOUTS IN INQLOG.cpy). A KEY THAT IS NOT
      * NUMERIC, OR A LOAN NOT ON LOANMSTR, LEAVES IT BLANK.
       210000-RESOLVE-CUSTOMER.

           MOVE SPACES TO WS-INQ-CUST-NO
           MOVE ZEROS  TO WS-LOAN-NO-B

           EVALUATE TRUE
               WHEN INQL-PGM = 'CUSI100 '
                AND INQL-KEY(1:10) IS NUMERIC
                   MOVE INQL-KEY(1:10) TO WS-INQ-CUST-NO
               WHEN INQL-PGM = 'COLI100 '
                AND INQL-KEY(1:1) = 'C'
                AND INQL-KEY(2:10) IS NUMERIC
                   MOVE INQL-KEY(2:10) TO WS-INQ-CUST-NO
               WHEN INQL-PGM = 'COLI100 '
                AND INQL-KEY(1:1) = 'R'
                AND INQL-KEY(2:10) IS NUMERIC
                   MOVE INQL-KEY(2:10) TO WS-KEY-NO-9
                   MOVE WS-KEY-NO-9    TO WS-LOAN-NO-B
                   PERFORM 210100-BORROWER-OF-LOAN-NO
               WHEN INQL-PGM = 'RSKI100 '
                AND INQL-KEY(7:10) IS NUMERIC
                   MOVE INQL-KEY(7:10) TO WS-KEY-NO-9
                   MOVE WS-KEY-NO-9    TO WS-LOAN-NO-B
                   PERFORM 210100-BORROWER-OF-LOAN-NO
               WHEN INQL-PGM = 'LSCI100 '
                AND INQL-KEY(3:10) IS NUMERIC
                   MOVE INQL-KEY(1:2)  TO WS-LOAN-CAT
                   MOVE INQL-KEY(3:10) TO WS-KEY-NO-9
                   MOVE WS-KEY-NO-9    TO WS-LOAN-NO-B
                   PERFORM 210200-BORROWER-OF-LOAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       210100-BORROWER-OF-LOAN-NO.

           EXEC SQL
               SELECT LOANM_CUST_NO
                 INTO :WS-INQ-CUST-NO
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :WS-LOAN-NO-B
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           PERFORM 210900-CHECK-BORROWER-LOOKUP.
      ******************************************************************
       210200-BORROWER-OF-LOAN.

           EXEC SQL
               SELECT LOANM_CUST_NO
                 INTO :WS-INQ-CUST-NO
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CAT = :WS-LOAN-CAT
                  AND LOANM_NO  = :WS-LOAN-NO-B
           END-EXEC

           PERFORM 210900-CHECK-BORROWER-LOOKUP.
      ******************************************************************
       210900-CHECK-BORROWER-LOOKUP.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-INQ-CUST-NO
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE INQL-KEY   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 220000-CHECK-STAFF-LINK REPORTS A LOOKUP OF THE USER'S OWN
      * CUSTOMER, OR OF A CUSTOMER REGISTERED ON RELPARTY AS RELATED
      * TO IT EITHER WAY ROUND, IN FORCE ON THE BUSINESS DATE.
       220000-CHECK-STAFF-LINK.

           IF WS-STAFF-FOUND
               IF WS-INQ-CUST-NO = WS-STAFF-CUST
                   ADD 1 TO WS-CTL-OWN-CNT
                   MOVE 'OWN RECORD' TO WS-EXC-REASON
                   MOVE 'THE USER''S OWN CUSTOMER RECORD'
                                     TO WS-EXC-DETAIL
                   PERFORM 230000-REPORT-FINDING
               ELSE
                   PERFORM 220100-COUNT-RELATED-ROWS
               END-IF
           END-IF.
      ******************************************************************
       220100-COUNT-RELATED-ROWS.

           MOVE ZEROS TO WS-RELP-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RELP-CNT
                 FROM IDC015.RELPARTY
                WHERE RELP_FROM_DATE <= :WS-BUS-DATE-X
                  AND RELP_TO_DATE   >= :WS-BUS-DATE-X
                  AND ( ( RELP_CUST_NO    = :WS-INQ-CUST-NO
                      AND RELP_RELATED_TO = :WS-STAFF-CUST )
                   OR   ( RELP_CUST_NO    = :WS-STAFF-CUST
                      AND RELP_RELATED_TO = :WS-INQ-CUST-NO ) )
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'RELPARTY'     TO DB2-OBJECT
                   MOVE 'SELECT'       TO DB2-STATEMENT
                   MOVE WS-INQ-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-RELP-CNT > ZERO
                   ADD 1 TO WS-CTL-RELATED-CNT
                   MOVE 'RELATED PARTY' TO WS-EXC-REASON
                   MOVE SPACES          TO WS-EXC-DETAIL
                   STRING 'RELATED TO THE USER''S OWN CUSTOMER '
                              DELIMITED BY SIZE
                          WS-STAFF-CUST DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM 230000-REPORT-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 225000-CHECK-BRANCH-SCOPE REPORTS A CUSTOMER WITH LOANS ON
      * LOANMSTR NONE OF WHICH IS IN A BRANCH THE USER'S USERENTL
      * ROWS FOR THE INQUIRY'S FUNCTION COVER. A CUSTOMER WITH NO
      * LOANS HAS NO BRANCH TO BE OUTSIDE OF.
       225000-CHECK-BRANCH-SCOPE.

           MOVE INQL-TRAN TO WS-INQ-FUNC-TRAN
           MOVE ZEROS     TO WS-LOAN-CNT
           MOVE ZEROS     TO WS-SCOPE-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LOAN-CNT
                 FROM IDC015.LOANMSTR
                WHERE LOANM_CUST_NO = :WS-INQ-CUST-NO
           END-EXEC

           IF SQLCODE = ZERO AND WS-LOAN-CNT > ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SCOPE-CNT
                     FROM IDC015.LOANMSTR L,
                          IDC015.USERENTL U
                    WHERE L.LOANM_CUST_NO = :WS-INQ-CUST-NO
                      AND U.UENT_USER     = :INQL-USER
                      AND U.UENT_FUNC     = :WS-INQ-FUNC
                      AND ( U.UENT_BRN = '*   '
                            OR U.UENT_BRN = L.LOANM_BRN )
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'USERENTL'     TO DB2-OBJECT
                   MOVE 'SELECT'       TO DB2-STATEMENT
                   MOVE WS-INQ-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-LOAN-CNT > ZERO AND WS-SCOPE-CNT = ZERO
                   ADD 1 TO WS-CTL-OUTSIDE-CNT
                   MOVE 'OUTSIDE BRANCH' TO WS-EXC-REASON
                   MOVE SPACES           TO WS-EXC-DETAIL
                   STRING 'NO LOAN IN THE USER''S '
                              DELIMITED BY SIZE
                          WS-INQ-FUNC DELIMITED BY SPACE
                          ' BRANCH SCOPE' DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM 230000-REPORT-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 230000-REPORT-FINDING PRINTS ONE FINDING AGAINST THE CURRENT
      * LOOKUP AND ADDS ITS REASON TO THE TRAIL RECORD'S FINDINGS.
       230000-REPORT-FINDING.

           ADD 1 TO WS-CTL-EXC-CNT

           MOVE WS-LOG-TIME    TO WS-XD-TIME
           MOVE INQL-USER      TO WS-XD-USER
           MOVE INQL-TERM      TO WS-XD-TERM
           MOVE INQL-TRAN      TO WS-XD-TRAN
           MOVE INQL-KEY       TO WS-XD-KEY
           MOVE WS-INQ-CUST-NO TO WS-XD-CUST
           MOVE WS-EXC-REASON  TO WS-XD-REASON
           MOVE WS-EXC-DETAIL  TO WS-XD-DETAIL
           WRITE RE-INQXRPT FROM WS-XR-LINE

           IF WS-FLAG-PTR > 1
               STRING '/' DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
                   WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           STRING WS-EXC-REASON DELIMITED BY '  '
               INTO WS-FLAG-TEXT
               WITH POINTER WS-FLAG-PTR
           END-STRING.
      ******************************************************************
      * 240000-START-USER STARTS A NEW USER'S COUNT AND LOOKS UP THE
      * USER'S OWN CUSTOMER: THE EMPLOYEE OR DIRECTOR RELPARTY ROW IN
      * FORCE ON THE BUSINESS DATE THAT CARRIES THE USER AS ITS STAFF
      * USER.
       240000-START-USER.

           ADD 1 TO WS-CTL-USER-CNT
           MOVE INQL-USER TO WS-CUR-USER
           MOVE ZEROS     TO WS-USER-INQ-CNT
           MOVE 'N'       TO WS-STAFF-SW
           MOVE SPACES    TO WS-STAFF-CUST

           EXEC SQL
               SELECT RELP_CUST_NO
                 INTO :WS-STAFF-CUST
                 FROM IDC015.RELPARTY
                WHERE RELP_STAFF_USER = :WS-CUR-USER
                  AND RELP_TYPE IN ('EM', 'DI')
                  AND RELP_FROM_DATE <= :WS-BUS-DATE-X
                  AND RELP_TO_DATE   >= :WS-BUS-DATE-X
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y' TO WS-STAFF-SW
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'RELPARTY'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUR-USER TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 250000-END-USER REPORTS A USER WHOSE LOOKUPS FOR THE DAY RAN
      * PAST THE CARD'S LIMIT.
       250000-END-USER.

           IF WS-USER-INQ-CNT > WS-HIGH-VOL
               ADD 1 TO WS-CTL-HIGHVOL-CNT
               ADD 1 TO WS-CTL-EXC-CNT
               MOVE WS-USER-INQ-CNT TO WS-VOL-EDIT
               MOVE WS-HIGH-VOL     TO WS-LIMIT-EDIT
               MOVE SPACES          TO WS-XR-LINE
               MOVE WS-CUR-USER     TO WS-XD-USER
               MOVE 'HIGH VOLUME'   TO WS-XD-REASON
               STRING WS-VOL-EDIT   DELIMITED BY SIZE
                      ' LOOKUPS IN THE DAY, LIMIT '
                                    DELIMITED BY SIZE
                      WS-LIMIT-EDIT DELIMITED BY SIZE
                   INTO WS-XD-DETAIL
               END-STRING
               WRITE RE-INQXRPT FROM WS-XR-LINE
           END-IF.
      ******************************************************************
      * 260000-WRITE-ACCESS-TRAIL APPENDS THE LOOKUP TO THE INQUIRY
      * ACCESS TRAIL IN THE COMMON AUDIT-TRAIL LAYOUT.
       260000-WRITE-ACCESS-TRAIL.

           MOVE SPACES         TO RE-AUDTRL
           MOVE INQL-TS(1:10)  TO AUDR-LOG-DATE
           MOVE WS-LOG-TIME    TO AUDR-LOG-TIME
           MOVE INQL-PGM       TO AUDR-LOG-PGM
           IF INQL-RESULT = 'R'
               MOVE 'REFUSED'  TO AUDR-LOG-TRAN
           ELSE
               MOVE 'INQUIRY'  TO AUDR-LOG-TRAN
           END-IF
           MOVE WS-INQ-CUST-NO TO AUDR-LOG-KEY
           MOVE INQL-KEY       TO WS-TRB-KEY
           MOVE WS-TRL-BEFORE  TO AUDR-LOG-BEFORE
           MOVE WS-FLAG-TEXT   TO AUDR-LOG-AFTER
           MOVE INQL-USER      TO AUDR-LOG-USER
           MOVE INQL-TERM      TO AUDR-LOG-TERM

           WRITE RE-AUDTRL
           ADD 1 TO WS-CTL-TRAIL-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'INQX100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'INQX100 CONTROL TOTALS'
           DISPLAY '  LOOKUPS READ FROM INQLOG ......... : '
                   WS-CTL-READ-CNT
           DISPLAY '  LOOKUPS WRITTEN TO ACCESS TRAIL .. : '
                   WS-CTL-TRAIL-CNT
           DISPLAY '  USERS ............................ : '
                   WS-CTL-USER-CNT
           DISPLAY '  LOOKUPS WITH NO CUSTOMER ......... : '
                   WS-CTL-NOCUST-CNT
           DISPLAY '  OWN RECORD ....................... : '
                   WS-CTL-OWN-CNT
           DISPLAY '  RELATED PARTY .................... : '
                   WS-CTL-RELATED-CNT
           DISPLAY '  OUTSIDE BRANCH ................... : '
                   WS-CTL-OUTSIDE-CNT
           DISPLAY '  NOT ENTITLED ..................... : '
                   WS-CTL-REFUSED-CNT
           DISPLAY '  HIGH-VOLUME USERS ................ : '
                   WS-CTL-HIGHVOL-CNT
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
