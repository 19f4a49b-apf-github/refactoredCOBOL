      *     FIRST NAME EQUAL 20 / INITIAL EQUAL ..... 10
      *     IDENTICAL CUSTM_ADDR .................... 25
      *     SHARED CUSTCONT PHONE/E-MAIL VALUE ...... 25
      * A SECOND PASS THEN PAIRS EVERY TWO CUSTOMERS SHARING A TAX ID
      * - THE SAME CUSTM_TAX_ID (NIF/NIE/CIF), OR THE SAME DNI/NIE
      * NUMBER ON CUSTIDOC - WHATEVER THEIR BIRTH DATES. ONE PERSON
      * OR COMPANY HAS ONE TAX ID, SO SUCH A PAIR IS A CERTAIN
      * DUPLICATE: IT IS SCORED 999 WITH CRITERIA 'TAXID', RANKING
      * ABOVE EVERY SCORED PAIR (A PAIR THE DOB PASS ALREADY RAISED
      * IS PROMOTED RATHER THAN LISTED TWICE).
      * PAIRS AT OR ABOVE THE 70-POINT CUTOFF GO TWO PLACES: THE
      * RANKED RQ1DQ001 WORKLIST (HIGHEST SCORE FIRST, WITH THE
      * NAMES AND WHICH CRITERIA HIT, FOR A HUMAN TO CONFIRM) AND
                                                         VALUE ZEROS.
           05  WS-CTL-OVFL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-TAX-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE CURRENT DATE-OF-BIRTH BLOCK: EVERY CUSTOMER FETCHED WITH
      * THE SAME CUSTM_DOB IS HELD HERE AND EACH NEW ARRIVAL IS
       01  WS-SCORE-CUTOFF                  PIC S9(4)   COMP
                                                         VALUE 70.
      ******************************************************************
      * WORK FIELDS FOR THE SHARED-TAX-ID PASS (250000).
       01  WS-TAX-EOF-SW                    PIC X(1)    VALUE 'N'.
           88  WS-TAX-EOF                               VALUE 'Y'.
       01  WS-TAX-SURV                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-TAX-DUP                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-TAX-CERTAIN-SCORE             PIC S9(4)   COMP
                                                         VALUE 999.
      ******************************************************************
      * PRINT LINES.
       01  WS-HDR1-LINE                     PIC X(132)  VALUE
               'CDUP100 - DUPLICATE-CUSTOMER CANDIDATES, HIGHEST SCOR
                    ORDER BY CUSTM_DOB, CUSTM_NO
           END-EXEC.
      ******************************************************************
      * CURSOR OVER EVERY PAIR OF CUSTOMERS SHARING A TAX ID, LOWER
      * (OLDER) CUSTOMER NUMBER FIRST AS THE PROPOSED SURVIVOR. THE
      * CUSTIDOC HALF CATCHES DNI/NIE DOCUMENTS KEYED BEFORE THE TAX
      * ID WAS CARRIED ON THE MASTER.
           EXEC SQL
               DECLARE CDUP100-TAX-CSR CURSOR FOR
                   SELECT A.CUSTM_NO, B.CUSTM_NO,
                          B.CUSTM_NAME_LASTNM, B.CUSTM_NAME_FRSTNM
                     FROM IDC015.CUSTM_TABLE A,
                          IDC015.CUSTM_TABLE B
                    WHERE A.CUSTM_TAX_ID <> ' '
                      AND B.CUSTM_TAX_ID  = A.CUSTM_TAX_ID
                      AND B.CUSTM_NO      > A.CUSTM_NO
                   UNION
                   SELECT A.CUSTM_NO, B.CUSTM_NO,
                          B.CUSTM_NAME_LASTNM, B.CUSTM_NAME_FRSTNM
                     FROM IDC015.CUSTIDOC DA,
                          IDC015.CUSTIDOC DB,
                          IDC015.CUSTM_TABLE A,
                          IDC015.CUSTM_TABLE B
                    WHERE DA.CID_DOC_TYPE IN ('DN', 'NI')
                      AND DB.CID_DOC_TYPE IN ('DN', 'NI')
                      AND DB.CID_DOC_NO    = DA.CID_DOC_NO
                      AND A.CUSTM_NO       = DA.CID_CUST_NO
                      AND B.CUSTM_NO       = DB.CID_CUST_NO
                      AND B.CUSTM_NO       > A.CUSTM_NO
                    ORDER BY 1, 2
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

               CLOSE CDUP100-CSR
           END-EXEC

           PERFORM 250000-PAIR-SHARED-TAX-IDS

           PERFORM 300000-PRINT-RANKED-WORKLIST

           CLOSE CDUPRPT-FILE
               MOVE 'N'            TO WS-CAND-DONE-SW (WS-CAND-CNT)
           END-IF.
      ******************************************************************
      * 250000-PAIR-SHARED-TAX-IDS WALKS THE SHARED-TAX-ID PAIRS AND
      * FILES EACH ONE AS A CERTAIN DUPLICATE.
       250000-PAIR-SHARED-TAX-IDS.

           MOVE 'N' TO WS-TAX-EOF-SW

           EXEC SQL
               OPEN CDUP100-TAX-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'CUSTMTBL' TO DB2-OBJECT
               MOVE 'OPEN'     TO DB2-STATEMENT
               MOVE SPACES     TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 250100-FETCH-TAX-PAIR
               PERFORM 250200-RAISE-TAX-CANDIDATE
                   UNTIL WS-TAX-EOF

               EXEC SQL
                   CLOSE CDUP100-TAX-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       250100-FETCH-TAX-PAIR.

           EXEC SQL
               FETCH CDUP100-TAX-CSR
                INTO :WS-TAX-SURV, :WS-TAX-DUP,
                     :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-NAME-FRSTNM
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-TAX-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'CUSTMTBL' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE WS-TAX-SURV TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 250200-RAISE-TAX-CANDIDATE PROMOTES THE PAIR TO A CERTAIN
      * DUPLICATE IF THE DOB PASS ALREADY RAISED IT, OTHERWISE FILES
      * IT AS A NEW CANDIDATE (THE SAME FULL-TABLE RULE AS
      * 230000-RAISE-CANDIDATE).
       250200-RAISE-TAX-CANDIDATE.

           ADD 1 TO WS-CTL-TAX-CNT

           MOVE ZERO TO WS-CAND-BEST-IX
           PERFORM 250210-FIND-RAISED-PAIR
               VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > WS-CAND-CNT

           EVALUATE TRUE
               WHEN WS-CAND-BEST-IX > ZERO
                   MOVE WS-TAX-CERTAIN-SCORE
                                   TO WS-CAND-SCORE (WS-CAND-BEST-IX)
                   MOVE 'TAXID'    TO WS-CAND-CRIT (WS-CAND-BEST-IX)
               WHEN WS-CAND-CNT >= 500
                   DISPLAY 'CDUP100 - CANDIDATE TABLE FULL - FURTHER '
                           'CANDIDATES DROPPED THIS RUN'
               WHEN OTHER
                   ADD 1 TO WS-CAND-CNT
                   ADD 1 TO WS-CTL-CAND-CNT
                   MOVE WS-TAX-CERTAIN-SCORE
                                   TO WS-CAND-SCORE (WS-CAND-CNT)
                   MOVE WS-TAX-SURV
                                   TO WS-CAND-SURV (WS-CAND-CNT)
                   MOVE WS-TAX-DUP TO WS-CAND-DUP (WS-CAND-CNT)
                   MOVE ACN-CUSTM-NAME-LASTNM
                                   TO WS-CAND-LASTNM (WS-CAND-CNT)
                   MOVE ACN-CUSTM-NAME-FRSTNM
                                   TO WS-CAND-FRSTNM (WS-CAND-CNT)
                   MOVE 'TAXID'    TO WS-CAND-CRIT (WS-CAND-CNT)
                   MOVE 'N'        TO WS-CAND-DONE-SW (WS-CAND-CNT)
           END-EVALUATE

           PERFORM 250100-FETCH-TAX-PAIR.
      ******************************************************************
       250210-FIND-RAISED-PAIR.

           IF WS-CAND-SURV (WS-CAND-IX) = WS-TAX-SURV
            AND WS-CAND-DUP (WS-CAND-IX) = WS-TAX-DUP
               MOVE WS-CAND-IX TO WS-CAND-BEST-IX
           END-IF.
      ******************************************************************
      * 300000-PRINT-RANKED-WORKLIST PRINTS THE CANDIDATES HIGHEST
      * SCORE FIRST (SELECTING THE BEST UNPRINTED ENTRY EACH TIME -
      * THE TABLE IS SMALL ENOUGH THAT THE SIMPLE SELECTION PASS
           DISPLAY '  CANDIDATES RAISED ................ : '
                   WS-CTL-CAND-CNT
           DISPLAY '  CUSTOMERS PAST BLOCK LIMIT ....... : '
                   WS-CTL-OVFL-CNT
           DISPLAY '  SHARED-TAX-ID PAIRS FOUND ........ : '
                   WS-CTL-TAX-CNT.
      ******************************************************************
