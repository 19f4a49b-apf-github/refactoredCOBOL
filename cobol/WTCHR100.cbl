      * THE HELD QUEUE (WQ1DQ001) BECAUSE ITS CUSTOMER OR BORROWER
      * MATCHED A WATCHLIST ENTRY IS LISTED WITH ITS REASON CODE, SO
      * COMPLIANCE WORKS THE QUEUE DOWN EVERY DAY INSTEAD OF HOLDS
      * ACCUMULATING UNSEEN. EVERY PRINTED LINE IS ALSO WRITTEN TO THE
      * BRANCH BURST FEED (RB1DQ001) FOR RBST100, EACH HOLD TAGGED
      * WITH THE BRANCH (LOANM_BRN) OF THE CUSTOMER'S ACTIVE LENDING -
      * THE CUSTOMER ON A CUSTM100 HOLD, THE BORROWER ON A LOANM100
      * ONE, THE LOWEST BRANCH CODE WHEN THERE IS LENDING AT MORE
      * THAN ONE BRANCH. A CUSTOMER WITH NO ACTIVE LOAN YET (A NEW
      * BORROWER HELD AT ORIGINATION) HAS NO OWNING BRANCH AND THE
      * HOLD GOES TO THE CENTRAL DESTINATION.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT HOLDQ-FILE   ASSIGN WQ1DQ001.
           SELECT HOLDRPT-FILE ASSIGN RPHDQ001.
           SELECT RPTBRST-FILE ASSIGN RB1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-HOLDRPT                       PIC X(132).
      ******************************************************************
      * RPTBRST-FILE IS THE BRANCH BURST FEED (LAYOUT IN RPTBRST.cpy).
       FD  RPTBRST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RPTBRST                       PIC X(160).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
           05  WS-HL-RAW                    PIC X(80).
           05  FILLER                       PIC X(3)    VALUE SPACES.
      ******************************************************************
      * THE HELD CUSTOMER, ITS OWNING BRANCH (WITH THE NULL INDICATOR
      * FOR A CUSTOMER WITH NO ACTIVE LOAN) AND THE LINE SEQUENCE FOR
      * THE BRANCH BURST FEED.
       01  WS-HOLD-CUST-NO                  PIC X(10)   VALUE SPACES.
       01  WS-OWN-BRN                       PIC X(4)    VALUE SPACES.
       01  WS-OWN-BRN-IND                   PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-BRST-SEQ                      PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
       COPY LOANTRAN.
      ******************************************************************
       COPY RPTBRST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************

       LINKAGE SECTION.


           OPEN INPUT  HOLDQ-FILE
           OPEN OUTPUT HOLDRPT-FILE
           OPEN OUTPUT RPTBRST-FILE

           MOVE SPACES         TO RPTBRST-REC
           SET RPTBRST-HEADING TO TRUE

           MOVE 'WTCHR100 - WATCHLIST HOLDS AWAITING DISPOSITION'
               TO RE-HOLDRPT
           PERFORM 900300-WRITE-PRINT-LINE
           MOVE 'HELD-DATE   PROGRAM   RQ  KEY              RSN'
               TO RE-HOLDRPT
           PERFORM 900300-WRITE-PRINT-LINE

           SET RPTBRST-DETAIL  TO TRUE

           PERFORM 100200-READ-INPUT


           CLOSE HOLDQ-FILE
           CLOSE HOLDRPT-FILE
           CLOSE RPTBRST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           MOVE HOLD-RSN-CODE   TO WS-HL-RSN
           MOVE HOLD-RAW-RECORD TO WS-HL-RAW

           PERFORM 200100-FIND-OWNING-BRANCH

           MOVE WS-OWN-BRN      TO RPTBRST-BRANCH
           MOVE WS-HOLD-LINE    TO RE-HOLDRPT
           PERFORM 900300-WRITE-PRINT-LINE

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 200100-FIND-OWNING-BRANCH TAKES THE HELD CUSTOMER OFF THE HOLD
      * (THE KEY OF A CUSTM100 HOLD, THE BORROWER ON THE RAW LOANM100
      * REQUEST) AND LOOKS UP THE BRANCH OF ITS ACTIVE LENDING. A
      * HOLD FROM ANY OTHER PROGRAM, OR A CUSTOMER WITH NO ACTIVE
      * LOAN, IS LEFT WITH A BLANK BRANCH.
       200100-FIND-OWNING-BRANCH.

           MOVE SPACES TO WS-OWN-BRN
           MOVE SPACES TO WS-HOLD-CUST-NO

           EVALUATE HOLD-PGM
               WHEN 'CUSTM100'
                   MOVE HOLD-KEY(1:10) TO WS-HOLD-CUST-NO
               WHEN 'LOANM100'
                   MOVE HOLD-RAW-RECORD(1:40) TO LOANINPT-FILE
                   MOVE LOANIN-LLOANM-CUST-NO TO WS-HOLD-CUST-NO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-HOLD-CUST-NO NOT = SPACES
               EXEC SQL
                   SELECT MIN(LOANM_BRN)
                     INTO :WS-OWN-BRN :WS-OWN-BRN-IND
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_CUST_NO = :WS-HOLD-CUST-NO
                      AND LOANM_ST      = 'A'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO AND WS-OWN-BRN-IND < ZERO
                       MOVE SPACES TO WS-OWN-BRN
                   WHEN SQLCODE = ZERO
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACES     TO WS-OWN-BRN
                       MOVE 'LOANMSTR' TO DB2-OBJECT
                       MOVE 'SELECT'   TO DB2-STATEMENT
                       MOVE WS-HOLD-CUST-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 900300-WRITE-PRINT-LINE PRINTS THE LINE IN RE-HOLDRPT AND
      * WRITES THE SAME LINE TO THE BRANCH BURST FEED, WITH THE LINE
      * TYPE AND BRANCH THE CALLER SET, NUMBERED IN PRINT ORDER.
       900300-WRITE-PRINT-LINE.

           ADD 1 TO WS-BRST-SEQ

           MOVE 'WTCHR100'  TO RPTBRST-RPT-ID
           MOVE WS-BRST-SEQ TO RPTBRST-SEQ
           MOVE RE-HOLDRPT  TO RPTBRST-LINE

           WRITE RE-HOLDRPT
           WRITE RE-RPTBRST FROM RPTBRST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'WTCHR100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COMPLIANCE CAN SEE HOW DEEP THE QUEUE STANDS.
       900000-PRINT-CONTROL-TOTALS.
