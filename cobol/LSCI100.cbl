      * SAME USERENTL ENTITLEMENT CHECK AS THE OTHER ONLINE
      * TRANSACTIONS APPLIES (FUNCTION LSCIINQ); UP TO FIFTEEN
      * INSTALLMENTS SHOW PER SCREEN, OLDEST FIRST.
      * EVERY LOOKUP, ANSWERED OR REFUSED, IS RECORDED ON THE INQLOG
      * ACCESS LOG (USER, TERMINAL, TIMESTAMP, TRANSACTION AND KEY)
      * BEFORE ANY ANSWER IS SENT; A LOOKUP THAT CANNOT BE LOGGED IS
      * NOT ANSWERED. INQX100 REPORTS UNUSUAL ACCESS FROM THE LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  FILLER                       PIC X(36)   VALUE
                   ' NOT AUTHORIZED FOR THIS INQUIRY'.
      ******************************************************************
      * WORKING-STORAGE FOR 307000-LOG-INQUIRY-ACCESS, WHICH RECORDS
      * EVERY LOOKUP ON THE INQLOG ACCESS LOG BEFORE ANY ANSWER IS
      * SENT. A LOOKUP THAT CANNOT BE LOGGED IS NOT ANSWERED.
       01  WS-INQL-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-INQL-OK                               VALUE 'Y'.
       01  WS-NOLOG-TEXT.
           05  FILLER                       PIC X(46)   VALUE
                   'ACCESS LOG UNAVAILABLE - INQUIRY NOT ANSWERED'.
      ******************************************************************
      * CURSOR CONTROL FOR THE SCHEDULE FETCH.
       01  WS-SCH-EOF-SW                    PIC X(1)    VALUE 'N'.
           88  WS-SCH-EOF                               VALUE 'Y'.
                                                         VALUE ZEROS.
      ******************************************************************
       COPY USERENTL.
      ******************************************************************
       COPY INQLOG.
      ******************************************************************
       COPY LOANSCHD.
      ******************************************************************
           MOVE WS-LOAN-NO-9    TO LSCH-NO

           PERFORM 305000-CHECK-USER-ENTITLEMENT
           PERFORM 307000-LOG-INQUIRY-ACCESS

           EVALUATE TRUE
               WHEN NOT WS-UENT-OK
                   PERFORM 306000-SEND-NOT-AUTHORIZED
               WHEN NOT WS-INQL-OK
                   PERFORM 308000-SEND-LOG-UNAVAILABLE
               WHEN OTHER
                   PERFORM 310000-BUILD-SCHEDULE-LINES
                   PERFORM 320000-SEND-INQUIRY-RESULT
           END-EVALUATE.
      ******************************************************************
      * 305000-CHECK-USER-ENTITLEMENT PICKS UP THE SIGNED-ON USER
      * AND CONFIRMS THE LSCIINQ FUNCTION ON USERENTL BEFORE ANY
               ERASE
           END-EXEC.
      ******************************************************************
      * 307000-LOG-INQUIRY-ACCESS RECORDS THE LOOKUP ON INQLOG - WHO,
      * FROM WHICH TERMINAL, WHEN, THROUGH WHICH TRANSACTION, FOR
      * WHICH KEY AND WHETHER THE USERENTL CHECK LET IT THROUGH - FOR
      * THE BANKING-SECRECY AND DATA-PROTECTION RECORD (SEE INQX100).
       307000-LOG-INQUIRY-ACCESS.

           MOVE 'Y'            TO WS-INQL-OK-SW
           MOVE WS-INQ-USER-ID TO INQL-USER
           MOVE EIBTRMID       TO INQL-TERM
           MOVE EIBTRNID       TO INQL-TRAN
           MOVE 'LSCI100 '     TO INQL-PGM
           MOVE WS-INQ-INPUT   TO INQL-KEY
           IF WS-UENT-OK
               MOVE 'A' TO INQL-RESULT
           ELSE
               MOVE 'R' TO INQL-RESULT
           END-IF

           EXEC SQL
               INSERT INTO IDC015.INQLOG
                   ( INQL_TS, INQL_USER, INQL_TERM, INQL_TRAN,
                     INQL_PGM, INQL_KEY, INQL_RESULT )
               VALUES
                   ( CURRENT TIMESTAMP, :INQL-USER, :INQL-TERM,
                     :INQL-TRAN, :INQL-PGM, :INQL-KEY, :INQL-RESULT )
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-INQL-OK-SW
           END-IF.
      ******************************************************************
       308000-SEND-LOG-UNAVAILABLE.

           EXEC CICS SEND TEXT
               FROM(WS-NOLOG-TEXT)
               LENGTH(LENGTH OF WS-NOLOG-TEXT)
               ERASE
           END-EXEC.
      ******************************************************************
      * 310000-BUILD-SCHEDULE-LINES FILLS THE RESULT LINES FROM THE
      * SCHEDULE CURSOR, OLDEST FIRST, UP TO THE SCREEN'S FIFTEEN.
       310000-BUILD-SCHEDULE-LINES.
