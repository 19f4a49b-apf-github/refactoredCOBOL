      * CURRENT, SO DUNNING RESUMES AUTOMATICALLY THE NIGHT AFTER A
      * PROMISE BREAKS. KEPT AND BROKEN PROMISES ARE LISTED ON THE
      * RP2DQ002 REPORT FOR THE COLLECTORS.
      * WHILE A LEGAL CASE IS OPEN ON THE POSITION (LEGLCASE - SEE
      * LEGM100) NO NEW PROMISE IS TAKEN, AND A DUE PROMISE THAT WAS
      * NOT KEPT IS CLOSED ('C', LISTED AS 'LEGAL') RATHER THAN
      * MARKED BROKEN - SETTLEMENT IS THEN FOR THE COURT OR THE
      * INSOLVENCY PRACTITIONER, NOT A COLLECTOR'S PLAN.
      ******************************************************************

       IDENTIFICATION DIVISION.
               88  WS-CHK-EOF                           VALUE 'Y'.
           05  WS-CASE-OPEN-SW              PIC X(1)    VALUE 'N'.
               88  WS-CASE-OPEN                         VALUE 'Y'.
           05  WS-LEGL-OPEN-SW              PIC X(1)    VALUE 'N'.
               88  WS-LEGL-OPEN                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LEGL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN
      * RUN CONTROL ANSWERS).
      * WORK FIELDS FOR THE KEPT/BROKEN CHECK.
       01  WS-LOAN-NO-B                     PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-PAID-SINCE                    PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LEGL-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * REPORT LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PT-AMT                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PT-PAID                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PT-TAG                    PIC X(8).
           05  FILLER                       PIC X(71)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
       COPY PROMPAY.
      ******************************************************************
       COPY DECLNCASE.
      ******************************************************************
       COPY LEGLCASE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      ******************************************************************
      * 200000-APPLY-REGISTER OPENS A PROMISE AGAINST AN OPEN
      * COLLECTIONS CASE - A PROMISE WITH NO CASE BEHIND IT IS A
      * NOTEBOOK ENTRY AGAIN - AND NEVER ON A POSITION WITH AN OPEN
      * LEGAL CASE, WHERE COLLECTION IS STAYED.
       200000-APPLY-REGISTER.

           IF PTIN-AMT IS NOT NUMERIC OR PTIN-AMT = ZERO
               PERFORM 900100-WRITE-REJECT
           ELSE
               PERFORM 195000-CHECK-CASE-OPEN
               MOVE PTIN-ENT      TO LEGC-ENT
               MOVE PTIN-NUM-RISK TO LEGC-NUM-RISK
               PERFORM 195500-CHECK-LEGAL-CASE

               IF NOT WS-CASE-OPEN
                   MOVE '01'          TO PREJ-REQ-TYPE
                   MOVE 'NO OPEN DECLNCASE FOR PROMISE'
                                      TO PREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               ELSE
               IF WS-LEGL-OPEN
                   MOVE '01'          TO PREJ-REQ-TYPE
                   MOVE PTIN-NUM-RISK TO PREJ-NUM-RISK
                   MOVE ZEROS         TO PREJ-SQLCODE
                   MOVE 'OPEN LEGAL CASE - COLLECTION STAYED'
                                      TO PREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               ELSE
                   MOVE PTIN-ENT        TO PTP-ENT
                   MOVE PTIN-NUM-RISK   TO PTP-NUM-RISK
                       PERFORM 900100-WRITE-REJECT
                   END-IF
               END-IF
               END-IF
           END-IF.
      ******************************************************************
       200010-INSERT-PROMPAY-ROW.
           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CASE-OPEN-SW
           END-IF.
      ******************************************************************
      * 195500-CHECK-LEGAL-CASE SETS WS-LEGL-OPEN-SW WHEN THE POSITION
      * KEYED IN LEGC-ENT/LEGC-NUM-RISK HAS A LEGAL CASE OPEN. A
      * FAILED READ COUNTS AS NONE.
       195500-CHECK-LEGAL-CASE.

           MOVE 'N'   TO WS-LEGL-OPEN-SW
           MOVE ZEROS TO WS-LEGL-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LEGL-CNT
                 FROM IDC015.LEGLCASE
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
                  AND LEGC_ST       = 'O'
           END-EXEC

           IF SQLCODE = ZERO AND WS-LEGL-CNT > ZERO
               MOVE 'Y' TO WS-LEGL-OPEN-SW
           END-IF.
      ******************************************************************
       210000-APPLY-CANCEL.

      * 300000-CHECK-DUE-PROMISES WALKS THE ACTIVE PROMISES WHOSE
      * PROMISED-BY DATE HAS ARRIVED AND MARKS EACH KEPT OR BROKEN
      * AGAINST THE CASH ACTUALLY POSTED ON LOANRPHST SINCE THE
      * PROMISE WAS REGISTERED. ONE NOT KEPT WHILE A LEGAL CASE IS
      * OPEN ON THE POSITION IS CLOSED INSTEAD OF BROKEN.
       300000-CHECK-DUE-PROMISES.

           MOVE 'N' TO WS-CHK-EOF-SW
               END-IF
           ELSE
               PERFORM 300200-SUM-CASH-SINCE
               MOVE PTP-ENT      TO LEGC-ENT
               MOVE PTP-NUM-RISK TO LEGC-NUM-RISK
               PERFORM 195500-CHECK-LEGAL-CASE

               EVALUATE TRUE
                   WHEN WS-PAID-SINCE >= PTP-AMT
                       MOVE 'K' TO PTP-ST
                       ADD 1 TO WS-CTL-KEPT-CNT
                       MOVE 'KEPT'   TO WS-PT-TAG
                   WHEN WS-LEGL-OPEN
                       MOVE 'C' TO PTP-ST
                       ADD 1 TO WS-CTL-LEGL-CNT
                       MOVE 'LEGAL'  TO WS-PT-TAG
                   WHEN OTHER
                       MOVE 'B' TO PTP-ST
                       ADD 1 TO WS-CTL-BRKN-CNT
                       MOVE 'BROKEN' TO WS-PT-TAG
               END-EVALUATE

               PERFORM 300300-MARK-PROMISE

                   WS-CTL-KEPT-CNT
           DISPLAY '  PROMISES BROKEN .................. : '
                   WS-CTL-BRKN-CNT
           DISPLAY '  PROMISES CLOSED - LEGAL CASE ..... : '
                   WS-CTL-LEGL-CNT
           DISPLAY '  TRANSACTIONS REJECTED ............ : '
                   WS-CTL-REJ-CNT.
      ******************************************************************
