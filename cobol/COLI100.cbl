      * SO A PHONE CALL WITH A BORROWER IS HANDLED FROM ONE SCREEN.
      * THE SAME USERENTL ENTITLEMENT CHECK AS THE OTHER ONLINE
      * TRANSACTIONS APPLIES (FUNCTION COLIINQ).
      * EVERY LOOKUP, ANSWERED OR REFUSED, IS RECORDED ON THE INQLOG
      * ACCESS LOG (USER, TERMINAL, TIMESTAMP, TRANSACTION AND KEY)
      * BEFORE ANY ANSWER IS SENT; A LOOKUP THAT CANNOT BE LOGGED IS
      * NOT ANSWERED. INQX100 REPORTS UNUSUAL ACCESS FROM THE LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  WS-RES-PAY-LINE OCCURS 5 TIMES.
               10  RES-PAY-DATE             PIC X(10).
               10  FILLER                   PIC X(2)    VALUE SPACES.
               10  RES-PAY-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                   PIC X(2)    VALUE SPACES.
               10  RES-PAY-BAL              PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                   PIC X(36)   VALUE SPACES.
      ******************************************************************
      * THE NOT-FOUND SCREEN.
       01  WS-NOTFOUND-TEXT.
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
      * SECTION WORK FIELDS.
       01  WS-LTR-CNT                       PIC S9(9) COMP
                                                         VALUE ZEROS.
                                                         VALUE ZEROS.
      ******************************************************************
       COPY USERENTL.
      ******************************************************************
       COPY INQLOG.
      ******************************************************************
       COPY DECLNCASE.
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
                   PERFORM 310000-RESOLVE-KEY
                   IF WS-RESOLVED
                       PERFORM 320000-GATHER-CASE
                       PERFORM 330000-GATHER-DUNNING
                       PERFORM 340000-GATHER-ARREARS
                       PERFORM 350000-GATHER-PAYMENTS
                       PERFORM 360000-SEND-RESULT
                   ELSE
                       PERFORM 370000-SEND-NOT-FOUND
                   END-IF
           END-EVALUATE.
      ******************************************************************
       305000-CHECK-USER-ENTITLEMENT.

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
           MOVE 'COLI100 '     TO INQL-PGM
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
      * 310000-RESOLVE-KEY TURNS THE KEYED INPUT INTO THE RISK/LOAN
      * NUMBER THE SECTIONS WORK FROM: A RISK KEY IS TAKEN AS IS
      * (RISK NUMBER = LOAN NUMBER THROUGHOUT THE SHOP); A CUSTOMER
