      * TABLE, THE SAME SHAPE AS WTCHM100'S WATCHLIST MAINTENANCE.
      * EVERY APPLIED CHANGE IS WRITTEN THROUGH AUD4C100 - WHO MAY DO
      * WHAT IS ITSELF AUDITABLE DATA.
      * A GRANT IS FIRST CHECKED AGAINST THE SODRULE SEGREGATION-OF-
      * DUTIES RULES (MAINTAINED BY SODM100): IF THE USER ALREADY
      * HOLDS A FUNCTION THE RULES PAIR WITH THE NEW ONE, IN AN
      * OVERLAPPING SCOPE, THE GRANT IS REFUSED TO THE REJECT FILE
      * (ACTION 'R') OR PARKED ON THE PENDTXN MAKER-CHECKER QUEUE IN
      * APPROVAL CLASS 'SD' (ACTION 'P'), WHERE ONLY A CHECKER
      * HOLDING SODAPPR CAN RELEASE IT THROUGH APPRM100. A REFUSAL
      * WINS OVER A PARK WHEN THE GRANT BREAKS MORE THAN ONE RULE.
      * APPROVED GRANTS ARE APPLIED AT THE TOP OF THE NEXT RUN,
      * WITHOUT RE-CHECKING THE RULES THE CHECKER HAS ALREADY
      * OVERRIDDEN, AND ARE AUDITED UNDER THE CHECKER'S IDENTITY.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SOD-REF-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PARK-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-QAPP-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 199000-CHECK-SOD-CONFLICT: THE STRONGEST
      * ACTION OF ANY RULE THE GRANT BREAKS, AND THE FUNCTION ALREADY
      * HELD THAT IT CONFLICTS WITH.
       01  WS-SOD-ACTION                    PIC X(1)    VALUE SPACE.
           88  WS-SOD-NONE                              VALUE SPACE.
           88  WS-SOD-REFUSE                            VALUE 'R'.
           88  WS-SOD-PARK                              VALUE 'P'.
       01  WS-SOD-CONF-FUNC                 PIC X(8)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE MAKER-CHECKER QUEUE: SOD-CONFLICTING
      * GRANTS ARE PARKED ON PENDTXN BY 198500-PARK-SOD-GRANT, AND
      * APPROVED ITEMS ARE RE-DRIVEN BY 150000-APPLY-APPROVED-QUEUE
      * AT THE TOP OF THE RUN WITH WS-FROM-QUEUE-SW SET SO THEY ARE
      * APPLIED RATHER THAN PARKED A SECOND TIME.
       01  WS-FROM-QUEUE-SW                 PIC X(1)    VALUE 'N'.
           88  WS-FROM-QUEUE                            VALUE 'Y'.
       01  WS-PQ-EOF-SW                     PIC X(1)    VALUE 'N'.
           88  WS-PQ-EOF                                VALUE 'Y'.
       01  WS-AUD-USER-ID                   PIC X(8)    VALUE SPACES.
       01  WS-PQ-KEY.
           05  WS-PQ-KEY-USER               PIC X(8).
           05  WS-PQ-KEY-FUNC               PIC X(7).
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD FOR PTXN_DATE.
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
       COPY UENTTRAN.
      ******************************************************************
       COPY USERENTL.
      ******************************************************************
       COPY SODRULE.
      ******************************************************************
       COPY PENDTXN.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
      * CURSOR OVER THE CHECKER-APPROVED PENDTXN GRANTS PARKED BY THIS
      * PROGRAM, IN THE ORDER THEY WERE PARKED.
           EXEC SQL
               DECLARE UENTM-PQ-CSR CURSOR FOR
                   SELECT PTXN_SEQ, PTXN_RAW, PTXN_MAKER, PTXN_CHECKER
                     FROM IDC015.PENDTXN
                    WHERE PTXN_PGM    = 'UENTM100'
                      AND PTXN_STATUS = 'A'
                    ORDER BY PTXN_SEQ
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE TRANSACTION AND REJECT FILES,
      * APPLIES THE GRANTS APPROVED SINCE THE LAST RUN, LOOPS CALLING
      * 100100-PROCESS-ONE-TRANSACTION PER RECORD, AND PRINTS THE
      * END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  UENTTRAN-FILE
           OPEN OUTPUT UENTREJ-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 150000-APPLY-APPROVED-QUEUE

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-TRANSACTION UNTIL WS-EOF-YES
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
      ******************************************************************
      * 200000-APPLY-ADD GRANTS THE FUNCTION, UNLESS THE SOD CHECK
      * REFUSES THE GRANT OR PARKS IT FOR APPROVAL. A GRANT COMING
      * BACK APPROVED FROM THE QUEUE SKIPS THE CHECK.
       200000-APPLY-ADD.

           IF WS-FROM-QUEUE
               SET WS-SOD-NONE TO TRUE
           ELSE
               PERFORM 199000-CHECK-SOD-CONFLICT
           END-IF

           EVALUATE TRUE
               WHEN WS-SOD-REFUSE
                   ADD 1 TO WS-CTL-SOD-REF-CNT
                   MOVE ZEROS TO UREJ-SQLCODE
                   MOVE SPACES TO UREJ-REASON
                   STRING 'SOD CONFLICT WITH ' DELIMITED BY SIZE
                          WS-SOD-CONF-FUNC     DELIMITED BY SPACE
                          ' - REFUSED'         DELIMITED BY SIZE
                          INTO UREJ-REASON
                   END-STRING
                   PERFORM 900100-WRITE-REJECT
               WHEN WS-SOD-PARK
                   PERFORM 198500-PARK-SOD-GRANT
               WHEN OTHER
                   PERFORM 200005-INSERT-GRANT
           END-EVALUATE.
      ******************************************************************
       200005-INSERT-GRANT.

           MOVE UENTIN-USER TO UENT-USER
           MOVE UENTIN-FUNC TO UENT-FUNC
           MOVE UENTIN-ENT  TO UENT-ENT

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-ADD-CNT
               IF WS-FROM-QUEUE
                   MOVE 'GRANT-SOD' TO AUDTRL-TRAN-TYPE
               ELSE
                   MOVE 'GRANT'     TO AUDTRL-TRAN-TYPE
               END-IF
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               MOVE SQLCODE TO UREJ-SQLCODE
                WHERE UENT_USER = :UENT-USER
                  AND UENT_FUNC = :UENT-FUNC
           END-EXEC.
      ******************************************************************
      * 150000-APPLY-APPROVED-QUEUE RE-DRIVES EVERY PENDTXN GRANT A
      * CHECKER HOLDING SODAPPR HAS APPROVED: THE PARKED TRANSACTION
      * IS GRANTED WITH WS-FROM-QUEUE-SW SET AND THE ITEM MARKED DONE.
       150000-APPLY-APPROVED-QUEUE.

           MOVE 'N' TO WS-PQ-EOF-SW

           EXEC SQL
               OPEN UENTM-PQ-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PQ-EOF-SW
           END-IF

           PERFORM 150100-APPLY-ONE-APPROVED UNTIL WS-PQ-EOF

           EXEC SQL
               CLOSE UENTM-PQ-CSR
           END-EXEC.
      ******************************************************************
       150100-APPLY-ONE-APPROVED.

           EXEC SQL
               FETCH UENTM-PQ-CSR
                INTO :PTXN-SEQ, :PTXN-RAW, :PTXN-MAKER, :PTXN-CHECKER
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PQ-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'PENDTXN' TO DB2-OBJECT
                   MOVE 'FETCH'   TO DB2-STATEMENT
                   MOVE 'UENTM100' TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-CTL-QAPP-CNT
               MOVE PTXN-RAW(1:30) TO UENTINPT-FILE
               MOVE 'Y'            TO WS-FROM-QUEUE-SW
               MOVE PTXN-CHECKER   TO WS-AUD-USER-ID

               PERFORM 200000-APPLY-ADD

               MOVE 'N'            TO WS-FROM-QUEUE-SW
               MOVE SPACES         TO WS-AUD-USER-ID

               EXEC SQL
                   UPDATE IDC015.PENDTXN
                      SET PTXN_STATUS = 'D'
                    WHERE PTXN_PGM = 'UENTM100'
                      AND PTXN_SEQ = :PTXN-SEQ
               END-EXEC
           END-IF.
      ******************************************************************
      * 199000-CHECK-SOD-CONFLICT LOOKS FOR A FUNCTION THE USER
      * ALREADY HOLDS THAT A SODRULE PAIRS WITH THE ONE BEING
      * GRANTED, IN EITHER ORDER OF THE PAIR, WHERE THE TWO GRANTS'
      * SCOPES OVERLAP AS THE RULE'S SCOPE REQUIRES ('*' OVERLAPS
      * EVERYTHING). THE REFUSING RULE IS TAKEN FIRST WHEN SEVERAL
      * APPLY. A LOOKUP FAILURE PARKS THE GRANT RATHER THAN LETTING
      * AN UNCHECKED GRANT THROUGH.
       199000-CHECK-SOD-CONFLICT.

           SET WS-SOD-NONE TO TRUE
           MOVE SPACES TO WS-SOD-CONF-FUNC

           EXEC SQL
               SELECT R.SODR_ACTION, E.UENT_FUNC
                 INTO :SODR-ACTION, :WS-SOD-CONF-FUNC
                 FROM IDC015.SODRULE R, IDC015.USERENTL E
                WHERE E.UENT_USER = :UENTIN-USER
                  AND ((R.SODR_FUNC_A = :UENTIN-FUNC
                        AND E.UENT_FUNC = R.SODR_FUNC_B)
                    OR (R.SODR_FUNC_B = :UENTIN-FUNC
                        AND E.UENT_FUNC = R.SODR_FUNC_A))
                  AND (R.SODR_SCOPE = 'A'
                    OR ((E.UENT_ENT = :UENTIN-ENT
                         OR E.UENT_ENT = '*'
                         OR :UENTIN-ENT = '*')
                        AND (R.SODR_SCOPE = 'E'
                          OR E.UENT_BRN = :UENTIN-BRN
                          OR E.UENT_BRN = '*'
                          OR :UENTIN-BRN = '*')))
                ORDER BY R.SODR_ACTION DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO AND SODR-ACTION = 'R'
                   SET WS-SOD-REFUSE TO TRUE
               WHEN SQLCODE = ZERO
                   SET WS-SOD-PARK TO TRUE
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   SET WS-SOD-PARK TO TRUE
                   MOVE 'SODRULE'   TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE UENTIN-USER TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 198500-PARK-SOD-GRANT PARKS A CONFLICTING GRANT ON THE
      * PENDTXN MAKER-CHECKER QUEUE IN APPROVAL CLASS 'SD' INSTEAD OF
      * APPLYING IT. THE BATCH STREAM CARRIES NO KEYER IDENTITY, SO
      * THE MAKER IS RECORDED AS THE SUBMITTING STREAM. A FAILED PARK
      * IS REJECTED, SO THE GRANT IS NEVER APPLIED UNAPPROVED.
       198500-PARK-SOD-GRANT.

           MOVE ZEROS TO PTXN-SEQ

           EXEC SQL
               SELECT COALESCE(MAX(PTXN_SEQ), 0) + 1
                 INTO :PTXN-SEQ
                 FROM IDC015.PENDTXN
                WHERE PTXN_PGM = 'UENTM100'
           END-EXEC

           MOVE UENTIN-USER      TO WS-PQ-KEY-USER
           MOVE UENTIN-FUNC      TO WS-PQ-KEY-FUNC

           MOVE 'UENTM100'       TO PTXN-PGM
           MOVE UENTIN-REQ-TYPE  TO PTXN-REQ-TYPE
           MOVE WS-PQ-KEY        TO PTXN-KEY
           MOVE UENTINPT-FILE    TO PTXN-RAW
           MOVE 'BATCH'          TO PTXN-MAKER
           MOVE SPACES           TO PTXN-CHECKER
           MOVE 'P'              TO PTXN-STATUS
           MOVE WS-TODAY-DATE-X  TO PTXN-DATE
           MOVE 'SD'             TO PTXN-CLASS

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 198510-INSERT-PENDTXN-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-PARK-CNT
               DISPLAY 'UENTM100 - GRANT OF ' UENTIN-FUNC ' TO '
                       UENTIN-USER ' CONFLICTS WITH '
                       WS-SOD-CONF-FUNC ' - PARKED AS PENDTXN '
                       PTXN-SEQ
           ELSE
               MOVE SQLCODE TO UREJ-SQLCODE
               MOVE 'SOD CONFLICT - APPROVAL PARK FAILED'
                            TO UREJ-REASON
               MOVE 'PENDTXN' TO DB2-OBJECT
               MOVE 'INSERT'  TO DB2-STATEMENT
               MOVE PTXN-KEY  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
       198510-INSERT-PENDTXN-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.PENDTXN
                   ( PTXN_PGM, PTXN_SEQ, PTXN_REQ_TYPE, PTXN_KEY,
                     PTXN_RAW, PTXN_MAKER, PTXN_STATUS, PTXN_DATE,
                     PTXN_CLASS )
               VALUES
                   ( :PTXN-PGM, :PTXN-SEQ, :PTXN-REQ-TYPE,
                     :PTXN-KEY, :PTXN-RAW, :PTXN-MAKER,
                     :PTXN-STATUS, :PTXN-DATE, :PTXN-CLASS )
           END-EXEC.
      ******************************************************************
       900100-WRITE-REJECT.

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL RECORDS EVERY GRANT/REVOKE: THE
      * FUNCTION AND SCOPE APPEAR IN THE AFTER VALUE. A GRANT APPLIED
      * FROM THE APPROVAL QUEUE IS 'GRANT-SOD' UNDER THE CHECKER.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'UENTM100'      TO AUDTRL-PGM-ID
           MOVE UENTIN-USER     TO AUDTRL-KEY
           MOVE SPACES          TO AUDTRL-BEFORE-VAL
           MOVE UENTINPT-FILE   TO AUDTRL-AFTER-VAL
           MOVE WS-AUD-USER-ID  TO AUDTRL-USER-ID
           MOVE SPACES          TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
           DISPLAY '  ENTITLEMENTS REVOKED ............. : '
                   WS-CTL-DEL-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT
           DISPLAY '    OF WHICH SOD CONFLICTS REFUSED . : '
                   WS-CTL-SOD-REF-CNT
           DISPLAY '  SOD GRANTS PARKED FOR APPROVAL ... : '
                   WS-CTL-PARK-CNT
           DISPLAY '  APPROVED GRANTS APPLIED .......... : '
                   WS-CTL-QAPP-CNT.
      ******************************************************************
