      * FIRST ENTRY SENDS THE PROMPT AND RETURNS WITH A ONE-BYTE
      * COMMAREA, SECOND ENTRY RECEIVES THE KEYED CUSTOMER NUMBER,
      * BUILDS THE POSITION SCREEN, AND ENDS THE CONVERSATION.
      * EVERY LOOKUP, ANSWERED OR REFUSED, IS RECORDED ON THE INQLOG
      * ACCESS LOG (USER, TERMINAL, TIMESTAMP, TRANSACTION AND KEY)
      * BEFORE ANY ANSWER IS SENT; A LOOKUP THAT CANNOT BE LOGGED IS
      * NOT ANSWERED. INQX100 REPORTS UNUSUAL ACCESS FROM THE LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  FILLER                       PIC X(8)    VALUE
                   'BALANCE '.
           05  LN-BALANCE                   PIC Z,ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
      * ONE COLLATERAL LINE PER COLTMSTR ROW.
       01  WS-COLT-TEXT.
           05  NA-USER-ID                   PIC X(8).
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
       COPY USERENTL.
      ******************************************************************
       COPY INQLOG.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
           END-EXEC

           PERFORM 305000-CHECK-USER-ENTITLEMENT
           PERFORM 307000-LOG-INQUIRY-ACCESS

           EVALUATE TRUE
               WHEN NOT WS-UENT-OK
                   PERFORM 306000-SEND-NOT-AUTHORIZED
               WHEN NOT WS-INQL-OK
                   PERFORM 308000-SEND-LOG-UNAVAILABLE
               WHEN OTHER
                   PERFORM 300100-ANSWER-POSITION
           END-EVALUATE.
      ******************************************************************
       300100-ANSWER-POSITION.

               LENGTH(LENGTH OF WS-NOAUTH-TEXT)
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
           MOVE 'CUSI100 '     TO INQL-PGM
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
       310000-LOOKUP-CUSTOMER.

