      * DDSETTLE TYPE; ANY DIFFERENCE GOES ON THE RPUDQ001
      * EXCEPTION REPORT AND ENDS THE STEP AT CONDITION CODE 4
      * INSTEAD OF VANISHING INTO THE NOSTRO.
      * THE BANK'S ADVICE IS ITS ISO 20022 CAMT.054 DEBIT/CREDIT
      * NOTIFICATION, READ THROUGH THE COMMON SCANNER XML4C100: THE
      * ADVISED AMOUNT IS THE NET OF THE NOTIFICATION'S ENTRIES
      * (CREDITS LESS DEBITS, SO A BANK THAT BOOKS THE RETURNS AS
      * SEPARATE DEBITS AND ONE THAT NETS THEM BOTH RECONCILE), DATED
      * BY THE FIRST ENTRY'S BOOKING DATE. THE RETURNED ITEMS ARE THE
      * FIXED-LAYOUT EXTRACT DDRET100 WRITES FROM THE BANK'S PAIN.002
      * AND CAMT.054 MESSAGES.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  DDC-MAND-REF                 PIC X(16).
           05  FILLER                       PIC X(12).
      ******************************************************************
      * DDRET-FILE IS THE RETURNED/UNPAID EXTRACT DDRET100 WROTE FOR
      * THE SAME CYCLE.
       FD  DDRET-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  DDR-RET-DATE                 PIC X(10).
           05  FILLER                       PIC X(11).
      ******************************************************************
      * ADVICE-FILE IS THE BANK'S CAMT.054 NOTIFICATION OF WHAT IT
      * BOOKED TO THE COLLECTION ACCOUNT FOR THE CYCLE: XML TEXT,
      * BROKEN INTO RECORDS WHEREVER THE TRANSMISSION BROKE IT.
       FD  ADVICE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ADVICE-LINE                   PIC X(256).
      ******************************************************************
      * DDSRRPT-FILE IS THE PRINTED RECONCILIATION REPORT.
       FD  DDSRRPT-FILE
               88  WS-RET-EOF                           VALUE 'Y'.
           05  WS-ADV-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-ADV-FOUND                         VALUE 'Y'.
           05  WS-ADV-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-ADV-EOF                           VALUE 'Y'.
           05  WS-IN-NTRY-SW                PIC X(1)    VALUE 'N'.
               88  WS-IN-NTRY                           VALUE 'Y'.
           05  WS-IN-NTRY-DTLS-SW           PIC X(1)    VALUE 'N'.
               88  WS-IN-NTRY-DTLS                      VALUE 'Y'.
           05  WS-IN-BOOKG-SW               PIC X(1)    VALUE 'N'.
               88  WS-IN-BOOKG                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
                                                         VALUE ZEROS.
       01  WS-ADV-DATE                      PIC X(10)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR READING THE CAMT.054 NOTIFICATION: THE
      * AMOUNT AND CREDIT/DEBIT INDICATOR OF THE ENTRY BEING READ, AND
      * THE AMOUNT TEXT (NNNN.NN) SPLIT INTO ITS TWO PARTS.
       01  WS-NTRY-AMT                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-NTRY-IND                      PIC X(4)    VALUE SPACES.
       01  WS-AMT-INT-X                     PIC X(13)   VALUE SPACES.
       01  WS-AMT-INT-LEN                   PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AMT-DEC-X                     PIC X(2)    VALUE SPACES.
       01  WS-AMT-INT-N                     PIC 9(13)   VALUE ZEROS.
       01  WS-AMT-DEC-N                     PIC 9(2)    VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE FOR THE GL POSTING.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
      ******************************************************************
       COPY GLPOST.
      ******************************************************************
       COPY XMLSCN.
      ******************************************************************

       LINKAGE SECTION.


           PERFORM 300100-READ-ONE-RETURN.
      ******************************************************************
      * 400000-READ-CREDIT-ADVICE NETS THE ENTRIES OF THE BANK'S
      * CAMT.054 NOTIFICATION INTO THE ADVISED SETTLEMENT. NO ENTRY AT
      * ALL IS ITSELF AN EXCEPTION - THE MONEY NEVER ARRIVED - AND SO
      * IS A NOTIFICATION THE SCANNER CANNOT READ.
       400000-READ-CREDIT-ADVICE.

           SET XMLSCN-FUNC-INIT TO TRUE
           CALL 'XML4C100' USING XMLSCN-AREA

           PERFORM 400100-SCAN-ONE-ITEM UNTIL WS-ADV-EOF.
      ******************************************************************
      * 400100-SCAN-ONE-ITEM TAKES THE NEXT MARKUP ITEM FROM XML4C100,
      * FEEDING IT THE NEXT RECORD WHEN ITS BUFFER RUNS DRY.
       400100-SCAN-ONE-ITEM.

           SET XMLSCN-FUNC-NEXT TO TRUE
           CALL 'XML4C100' USING XMLSCN-AREA

           EVALUATE TRUE
               WHEN XMLSCN-88-OK
                   PERFORM 400200-APPLY-ITEM
               WHEN XMLSCN-88-NEED-DATA
                   READ ADVICE-FILE
                       AT END
                           MOVE 'Y' TO WS-ADV-EOF-SW
                       NOT AT END
                           MOVE RE-ADVICE-LINE TO XMLSCN-LINE
                           SET XMLSCN-FUNC-LOAD TO TRUE
                           CALL 'XML4C100' USING XMLSCN-AREA
                   END-READ
               WHEN OTHER
                   MOVE 'Y'  TO WS-ADV-EOF-SW
                   MOVE 'N'  TO WS-ADV-FOUND-SW
                   MOVE ZERO TO WS-ADVISED
                   DISPLAY 'DDSR100 - CREDIT NOTIFICATION NOT '
                           'READABLE, SCANNER RETURN '
                           XMLSCN-COD-RETURN ' AFTER TAG ' XMLSCN-TAG
           END-EVALUATE.
      ******************************************************************
      * 400200-APPLY-ITEM PICKS UP EACH ENTRY'S OWN AMOUNT, INDICATOR
      * AND BOOKING DATE - NOT THE TRANSACTION AMOUNTS UNDER ITS
      * ENTRY DETAILS, WHICH MAKE UP THE SAME MONEY - AND APPLIES THE
      * ENTRY TO THE ADVISED TOTAL WHEN IT CLOSES.
       400200-APPLY-ITEM.

           EVALUATE TRUE
               WHEN XMLSCN-ITEM-START AND XMLSCN-TAG = 'Ntry'
                   MOVE 'Y'    TO WS-IN-NTRY-SW
                   MOVE ZERO   TO WS-NTRY-AMT
                   MOVE SPACES TO WS-NTRY-IND
               WHEN XMLSCN-ITEM-START AND XMLSCN-TAG = 'NtryDtls'
                   MOVE 'Y' TO WS-IN-NTRY-DTLS-SW
               WHEN XMLSCN-ITEM-START AND XMLSCN-TAG = 'BookgDt'
                   MOVE 'Y' TO WS-IN-BOOKG-SW
               WHEN XMLSCN-ITEM-END AND XMLSCN-TAG = 'NtryDtls'
                   MOVE 'N' TO WS-IN-NTRY-DTLS-SW
               WHEN XMLSCN-ITEM-END AND XMLSCN-TAG = 'BookgDt'
                   MOVE 'N' TO WS-IN-BOOKG-SW
               WHEN XMLSCN-ITEM-END AND XMLSCN-TAG = 'Ntry'
                   MOVE 'N' TO WS-IN-NTRY-SW
                   PERFORM 400400-APPLY-ENTRY
               WHEN XMLSCN-ITEM-LEAF AND WS-IN-NTRY
                                     AND NOT WS-IN-NTRY-DTLS
                   EVALUATE XMLSCN-TAG
                       WHEN 'Amt'
                           PERFORM 400300-CONVERT-AMOUNT
                       WHEN 'CdtDbtInd'
                           MOVE XMLSCN-VALUE TO WS-NTRY-IND
                       WHEN 'Dt'
                       WHEN 'DtTm'
                           IF WS-IN-BOOKG AND WS-ADV-DATE = SPACES
                               MOVE XMLSCN-VALUE (1:10) TO WS-ADV-DATE
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
      ******************************************************************
      * 400300-CONVERT-AMOUNT TURNS THE AMOUNT TEXT (DIGITS, AN
      * OPTIONAL POINT AND UP TO TWO DECIMALS) INTO WS-NTRY-AMT. TEXT
      * THAT IS NOT A PLAIN AMOUNT LEAVES THE ENTRY AT ZERO, WHICH
      * SURFACES AS A SETTLEMENT DIFFERENCE.
       400300-CONVERT-AMOUNT.

           MOVE SPACES TO WS-AMT-INT-X WS-AMT-DEC-X
           MOVE ZERO   TO WS-AMT-INT-LEN WS-NTRY-AMT

           UNSTRING XMLSCN-VALUE DELIMITED BY '.' OR SPACE
               INTO WS-AMT-INT-X COUNT IN WS-AMT-INT-LEN
                    WS-AMT-DEC-X
           END-UNSTRING

           INSPECT WS-AMT-DEC-X REPLACING ALL SPACE BY '0'

           IF WS-AMT-INT-LEN > ZERO AND WS-AMT-INT-LEN < 14
               IF WS-AMT-INT-X (1:WS-AMT-INT-LEN) IS NUMERIC
                AND WS-AMT-DEC-X IS NUMERIC
                   MOVE WS-AMT-INT-X (1:WS-AMT-INT-LEN) TO WS-AMT-INT-N
                   MOVE WS-AMT-DEC-X TO WS-AMT-DEC-N
                   COMPUTE WS-NTRY-AMT = WS-AMT-INT-N
                                       + WS-AMT-DEC-N / 100
               ELSE
                   DISPLAY 'DDSR100 - ENTRY AMOUNT NOT NUMERIC: '
                           XMLSCN-VALUE (1:20)
               END-IF
           END-IF.
      ******************************************************************
      * 400400-APPLY-ENTRY ADDS A CREDIT ENTRY TO THE ADVISED TOTAL
      * AND TAKES A DEBIT ENTRY (A RETURN THE BANK BOOKED BACK) OFF IT.
       400400-APPLY-ENTRY.

           MOVE 'Y' TO WS-ADV-FOUND-SW

           IF WS-NTRY-IND = 'DBIT'
               SUBTRACT WS-NTRY-AMT FROM WS-ADVISED
           ELSE
               ADD WS-NTRY-AMT TO WS-ADVISED
           END-IF.
      ******************************************************************
      * 500000-POST-AND-REPORT POSTS THE ADVISED (AGREED) AMOUNT
      * THROUGH THE GL EXTRACT AND PRINTS THE RECONCILIATION, WITH
           WRITE RE-DDSRRPT FROM WS-SR-LINE

           IF NOT WS-ADV-FOUND
               MOVE 'NO READABLE CREDIT NOTIFICATION - EXCEPTION'
                   TO RE-DDSRRPT
               WRITE RE-DDSRRPT
           ELSE
