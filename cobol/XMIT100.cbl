      ******************************************************************
      * XMIT100 MAINTAINS THE OUTBOUND FILE TRANSMISSION REGISTER
      * XMITREG. THE SHOP SENDS THE CIRBE EXTRACT, THE GL EXTRACT,
      * THE DDGEN100 COLLECTION FILE, THE DWEX100 WAREHOUSE LOAN
      * SNAPSHOT AND THE PAYO100 CUSTOMER CREDIT-TRANSFER FILE OUT
      * EVERY NIGHT, AND "DID THE FILE ACTUALLY GO" WAS STILL
      * ANSWERED BY EMAIL. EACH RUN:
      *   - REGISTERS WHICHEVER OF THE FIVE OUTBOUND FILES ARE
      *     SUPPLIED (ALL OPTIONAL DDS), LOGGING RECORD COUNT,
      *     TOTAL AMOUNT AND THE KEY-FIELD HASH TOTAL - THE CLASSIC
      *     BATCH CHECKSUM THE RECEIVING SIDE CAN RECOMPUTE;
           SELECT OPTIONAL GLOUT-FILE  ASSIGN XF1DQ002.
           SELECT OPTIONAL DDOUT-FILE  ASSIGN XF1DQ003.
           SELECT OPTIONAL DWOUT-FILE  ASSIGN XF1DQ004.
           SELECT OPTIONAL PYOUT-FILE  ASSIGN XF1DQ005.
           SELECT CONF-FILE     ASSIGN XC1DQ001.
           SELECT XMITRPT-FILE  ASSIGN RPZDQ001.
      ******************************************************************

       01  RE-DWOUT                         PIC X(200).
      ******************************************************************
      * PYOUT-FILE IS PAYO100'S CUSTOMER CREDIT-TRANSFER FILE IN HDR/
      * TRL WRAPPERS - THE WRAPPERS ARE SKIPPED AND THE HASH RUNS
      * OVER THE BENEFICIARY CUSTOMER NUMBERS.
       FD  PYOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PYOUT.
           05  PYO-PAY-REF                  PIC X(24).
           05  PYO-EVENT                    PIC X(8).
           05  PYO-KEY-TYPE                 PIC X(1).
           05  PYO-KEY                      PIC X(10).
           05  PYO-CUST-NO                  PIC X(10).
           05  PYO-BENEF-NAME               PIC X(40).
           05  PYO-BANK-ACC                 PIC X(20).
           05  PYO-AMT                      PIC 9(11)V9(2).
           05  PYO-CCY                      PIC X(3).
           05  PYO-EXEC-DATE                PIC X(10).
           05  FILLER                       PIC X(11).
      ******************************************************************
      * CONF-FILE CARRIES THE DAY'S CONFIRMATION CARDS: FILE ID,
      * CREATION DATE, AND THE NEW STATUS ('T' TRANSMITTED OR 'V'
      * RECEIVED AND VERIFIED).
           PERFORM 210000-REGISTER-GL-FILE
           PERFORM 220000-REGISTER-DD-FILE
           PERFORM 230000-REGISTER-DW-FILE
           PERFORM 240000-REGISTER-PAYOUT-FILE

           PERFORM 300000-APPLY-CONFIRMATIONS

                       PERFORM 260000-FOLD-HASH-KEY
                   END-IF
           END-READ.
      ******************************************************************
       240000-REGISTER-PAYOUT-FILE.

           MOVE 'N'   TO WS-FIL-EOF-SW
           MOVE ZEROS TO WS-FIL-REC-CNT
           MOVE ZEROS TO WS-FIL-TOT-AMT
           MOVE ZEROS TO WS-FIL-HASH-TOT

           OPEN INPUT PYOUT-FILE

           PERFORM 240100-TALLY-ONE-PAYOUT UNTIL WS-FIL-EOF

           CLOSE PYOUT-FILE

           IF WS-FIL-REC-CNT > ZERO
               MOVE 'PAYOUT  ' TO XREG-FILE-ID
               PERFORM 250000-INSERT-REGISTER-ROW
           END-IF.
      ******************************************************************
       240100-TALLY-ONE-PAYOUT.

           READ PYOUT-FILE
               AT END
                   MOVE 'Y' TO WS-FIL-EOF-SW
               NOT AT END
                   IF RE-PYOUT(1:3) NOT = 'HDR'
                    AND RE-PYOUT(1:3) NOT = 'TRL'
                       ADD 1 TO WS-FIL-REC-CNT
                       IF PYO-AMT IS NUMERIC
                           ADD PYO-AMT TO WS-FIL-TOT-AMT
                       END-IF
                       MOVE PYO-CUST-NO TO WS-HASH-KEY-X
                       PERFORM 260000-FOLD-HASH-KEY
                   END-IF
           END-READ.
      ******************************************************************
      * 250000-INSERT-REGISTER-ROW LOGS THE FILE'S FIGURES AS 'C'
      * (CREATED) AND PRINTS THE REGISTER LINE. A ROW ALREADY THERE
