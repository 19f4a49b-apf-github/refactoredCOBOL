      * NEXT APPLICATION. EACH RUN WALKS EVERY CUSTLIMIT ROW:
      *   - THE CUSTOMER'S CURRENT EXPOSURE IS ROLLED UP THE SAME
      *     WAY LOANM100'S ORIGINATION CHECK ROLLS IT (ACTIVE
      *     LOANMSTR BALANCES PLUS ACTIVE GUARANTEED BALANCES), PLUS
      *     THE LIVE AMOUNT OF EVERY GUARANTEE (AVALMSTR) WE HAVE
      *     ISSUED ON THE CUSTOMER'S BEHALF, AS AVALM100 COUNTS IT;
      *   - AN EXCESS GOES ON THE CLIMEXCS REGISTER (FIRST-SEEN
      *     DATE PRESERVED, SO IT HAS AN AGE) AND PRINTS BY SIZE
      *     AND AGE; A CUSTOMER BACK INSIDE THEIR LIMIT COMES OFF
                                                         VALUE 360.
      ******************************************************************
      * EXPOSURE AND EXCESS WORK FIELDS.
       01  WS-OWN-EXPOSURE                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GTD-EXPOSURE                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-AVAL-EXPOSURE                 PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-TOT-EXPOSURE                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-EXCESS-AMT                    PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-EXC-AGE                       PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-LIMIT                  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-EXPOSURE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-EXCESS                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-AGE                    PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(6)    VALUE ' DAYS '.
           05  WS-EX-TAG                    PIC X(10).
           05  FILLER                       PIC X(44)   VALUE SPACES.
       01  WS-RVW-LINE.
           05  WS-RV-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
       COPY LOANMSTR.
      ******************************************************************
       COPY GUARMSTR.
      ******************************************************************
       COPY AVALMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      ******************************************************************
      * 210000-ROLL-UP-EXPOSURE IS THE SAME ROLLUP LOANM100'S
      * ORIGINATION CHECK USES: ACTIVE BORROWED BALANCES PLUS
      * ACTIVE GUARANTEED BALANCES - PLUS, AS AVALM100'S ISSUE CHECK
      * ADDS, THE LIVE AMOUNT OF THE CUSTOMER'S ISSUED GUARANTEES.
       210000-ROLL-UP-EXPOSURE.

           MOVE ZEROS TO WS-OWN-EXPOSURE
           MOVE ZEROS TO WS-GTD-EXPOSURE
           MOVE ZEROS TO WS-AVAL-EXPOSURE

           EXEC SQL
               SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                          * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                 INTO :WS-OWN-EXPOSURE
                 FROM IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE L.LOANM_CUST_NO = :CLIM-CUST-NO
                  AND L.LOANM_ST      = 'A'
           END-EXEC

           IF SQLCODE NOT = ZERO
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                          * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                 INTO :WS-GTD-EXPOSURE
                 FROM IDC015.GUARMSTR G,
                      IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE G.GUAR_CUST_NO  = :CLIM-CUST-NO
                  AND G.GUAR_ST       = 'A'
                  AND L.LOANM_CAT     = G.GUAR_LOAN_CAT
               MOVE ZEROS TO WS-GTD-EXPOSURE
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(AVAL_AMT), 0)
                 INTO :WS-AVAL-EXPOSURE
                 FROM IDC015.AVALMSTR
                WHERE AVAL_CUST_NO = :CLIM-CUST-NO
                  AND AVAL_ST      = 'L'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'AVALMSTR' TO DB2-OBJECT
               MOVE 'SELECT'   TO DB2-STATEMENT
               MOVE CLIM-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE ZEROS TO WS-AVAL-EXPOSURE
           END-IF

           COMPUTE WS-TOT-EXPOSURE =
               WS-OWN-EXPOSURE + WS-GTD-EXPOSURE + WS-AVAL-EXPOSURE.
      ******************************************************************
      * 220000-REGISTER-EXCESS KEEPS THE EXCESS ON THE REGISTER
      * WITH ITS FIRST-SEEN DATE, PRINTS IT WITH SIZE AND AGE, AND
