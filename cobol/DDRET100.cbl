      * BALANCE COMES DOWN, A LOANRPHST ROW RECORDS THE CASH AND A
      * GLPOST ENTRY MATCHES IT - SO THE MONEY THE BANK COLLECTED
      * ACTUALLY REACHES THE BOOK.
      * THE BANK ANSWERS IN ISO 20022: A PAIN.002 PAYMENT STATUS
      * REPORT FOR COLLECTIONS IT REFUSED BEFORE SETTLEMENT AND A
      * CAMT.054 DEBIT/CREDIT NOTIFICATION WHOSE DEBIT ENTRIES ARE
      * THE RETURNS AFTER SETTLEMENT. BOTH ARRIVE CONCATENATED ON
      * I1DQ0802 AND ARE READ THROUGH THE COMMON SCANNER XML4C100. A
      * RETURN IS A PAIN.002 TRANSACTION OR PAYMENT-INFORMATION BLOCK
      * WITH STATUS RJCT, OR A CAMT.054 TRANSACTION BOOKED AS A DEBIT;
      * THE END-TO-END ID DDGEN100 SENT CARRIES THE CATEGORY/LOAN/
      * SEQUENCE KEY AND THE STATUS REASON CODE IS THE RETURN CODE.
      * EVERY RETURN EXTRACTED IS ALSO WRITTEN IN THE FIXED LAYOUT TO
      * O1DQ0812 FOR DDSR100. A STATUS REPORT REJECTING THE WHOLE
      * COLLECTION FILE, OR A MESSAGE THE SCANNER CANNOT READ, DOES
      * NOT NAME THE INSTALLMENTS IT AFFECTS: THE RUN THEN SKIPS THE
      * CONFIRMATION SWEEP - NOTHING MAY BE AGED TO COLLECTED ON A
      * NIGHT THE BANK'S ANSWER IS IN DOUBT - AND ENDS WITH RC 8.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      ******************************************************************
           SELECT DDRET-FILE    ASSIGN I1DQ0802.
           SELECT DDRETOUT-FILE ASSIGN O1DQ0812.
           SELECT DDRETREJ-FILE ASSIGN O1DQ0803.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DDRET-FILE IS THE BANK'S PAIN.002 AND CAMT.054 MESSAGES AS
      * RECEIVED: XML TEXT, BROKEN INTO RECORDS WHEREVER THE
      * TRANSMISSION BROKE IT.
       FD  DDRET-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DDRET-LINE                    PIC X(256).
      ******************************************************************
      * DDRETOUT-FILE CARRIES ONE FIXED-LAYOUT RECORD (WS-RETURN-ITEM)
      * PER RETURN EXTRACTED FROM THE MESSAGES, FOR DDSR100.
       FD  DDRETOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DDRETOUT                      PIC X(40).
      ******************************************************************
      * DDRETREJ-FILE CARRIES RETURN RECORDS THAT FAILED THE FORMAT
      * EDIT OR DID NOT MATCH A SENT LOANSCHED INSTALLMENT.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-ITEM-READY-SW             PIC X(1)    VALUE 'N'.
               88  WS-ITEM-READY                        VALUE 'Y'.
           05  WS-SCAN-FAILED-SW            PIC X(1)    VALUE 'N'.
               88  WS-SCAN-FAILED                       VALUE 'Y'.
           05  WS-GRP-REJ-SW                PIC X(1)    VALUE 'N'.
               88  WS-GRP-REJ                           VALUE 'Y'.
      ******************************************************************
      * ONE RETURN AS EXTRACTED FROM THE MESSAGES - THE FIXED LAYOUT
      * THE BANK USED TO SEND, AND THAT DDSR100 STILL READS.
       01  WS-RETURN-ITEM.
           05  DDR-CAT                      PIC X(2).
           05  DDR-NO                       PIC X(9).
           05  DDR-SEQ                      PIC X(4).
           05  DDR-RET-CODE                 PIC X(4).
           05  DDR-RET-DATE                 PIC X(10).
           05  FILLER                       PIC X(11).
      ******************************************************************
      * WHERE THE SCAN IS IN THE MESSAGE, AND WHAT HAS BEEN PICKED UP
      * FOR THE TRANSACTION, PAYMENT-INFORMATION BLOCK AND ENTRY BEING
      * READ. A MESSAGE TYPE OF 'S' IS A PAIN.002 STATUS REPORT, 'N'
      * A CAMT.054 NOTIFICATION.
       01  WS-MSG-STATE.
           05  WS-MSG-TYPE                  PIC X(1)    VALUE SPACE.
               88  WS-MSG-STATUS-RPT                    VALUE 'S'.
               88  WS-MSG-NOTIFICATION                  VALUE 'N'.
           05  WS-MSG-DATE                  PIC X(10)   VALUE SPACES.
           05  WS-IN-DOC-SW                 PIC X(1)    VALUE 'N'.
               88  WS-IN-DOC                            VALUE 'Y'.
           05  WS-IN-PMTINF-SW              PIC X(1)    VALUE 'N'.
               88  WS-IN-PMTINF                         VALUE 'Y'.
           05  WS-IN-TX-SW                  PIC X(1)    VALUE 'N'.
               88  WS-IN-TX                             VALUE 'Y'.
           05  WS-IN-NTRY-SW                PIC X(1)    VALUE 'N'.
               88  WS-IN-NTRY                           VALUE 'Y'.
           05  WS-IN-RSN-SW                 PIC X(1)    VALUE 'N'.
               88  WS-IN-RSN                            VALUE 'Y'.
           05  WS-IN-BOOKG-SW               PIC X(1)    VALUE 'N'.
               88  WS-IN-BOOKG                          VALUE 'Y'.
           05  WS-PI-ID                     PIC X(35)   VALUE SPACES.
           05  WS-PI-STS                    PIC X(4)    VALUE SPACES.
           05  WS-PI-RSN                    PIC X(4)    VALUE SPACES.
           05  WS-PI-ITEM-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-TX-E2E                    PIC X(35)   VALUE SPACES.
           05  WS-TX-STS                    PIC X(4)    VALUE SPACES.
           05  WS-TX-RSN                    PIC X(4)    VALUE SPACES.
           05  WS-TX-IND                    PIC X(4)    VALUE SPACES.
           05  WS-NTRY-IND                  PIC X(4)    VALUE SPACES.
           05  WS-NTRY-DATE                 PIC X(10)   VALUE SPACES.
       01  WS-RET-KEY                       PIC X(35)   VALUE SPACES.
       01  WS-RET-RSN                       PIC X(4)    VALUE SPACES.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-MSG-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD FOR THE BALANCING
      * TOTALS RECORD.
      * WORKING-STORAGE FOR 300150-POST-CONFIRMED-COLLECTION.
       01  WS-COLL-AMT                      PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-COLL-BAL                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-COLL-NEW-BAL                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-POST-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-POST-OK                               VALUE 'Y'.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
       COPY XMLSCN.
      ******************************************************************
       COPY LOANSCHD.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE RETURN AND REJECT FILES, LOOPS
      * CALLING 100100-PROCESS-ONE-RETURN PER RETURN EXTRACTED, AND
      * PRINTS THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  DDRET-FILE
           OPEN OUTPUT DDRETOUT-FILE
           OPEN OUTPUT DDRETREJ-FILE
           OPEN EXTEND BALANCE-FILE
           OPEN EXTEND GLPOST-FILE
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           SET XMLSCN-FUNC-INIT TO TRUE
           CALL 'XML4C100' USING XMLSCN-AREA

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-RETURN UNTIL WS-EOF-YES

           IF WS-IN-DOC AND NOT WS-SCAN-FAILED
               MOVE 'Y' TO WS-SCAN-FAILED-SW
               DISPLAY 'DDRET100 - BANK MESSAGE ENDS BEFORE ITS '
                       'DOCUMENT IS CLOSED - FILE TRUNCATED'
           END-IF

           IF WS-GRP-REJ OR WS-SCAN-FAILED
               DISPLAY 'DDRET100 - BANK ANSWER INCOMPLETE, '
                       'CONFIRMATION SWEEP NOT RUN'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300000-CONFIRM-SETTLED-SWEEP
           END-IF

           CLOSE DDRET-FILE
           CLOSE DDRETOUT-FILE
           CLOSE DDRETREJ-FILE
           CLOSE GLPOST-FILE


           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 100200-READ-INPUT SCANS THE BANK'S MESSAGES UNTIL THE NEXT
      * RETURN HAS BEEN EXTRACTED INTO WS-RETURN-ITEM, OR THE
      * MESSAGES ARE EXHAUSTED.
       100200-READ-INPUT.

           MOVE 'N' TO WS-ITEM-READY-SW

           PERFORM 150000-SCAN-ONE-ITEM
               UNTIL WS-ITEM-READY OR WS-EOF-YES

           IF WS-ITEM-READY
               ADD 1 TO WS-CTL-IN-CNT
               WRITE RE-DDRETOUT FROM WS-RETURN-ITEM
           END-IF.
      ******************************************************************
      * 150000-SCAN-ONE-ITEM TAKES THE NEXT MARKUP ITEM FROM XML4C100,
      * FEEDING IT THE NEXT RECORD WHEN ITS BUFFER RUNS DRY. A MESSAGE
      * THE SCANNER CANNOT READ ENDS THE SCAN.
       150000-SCAN-ONE-ITEM.

           SET XMLSCN-FUNC-NEXT TO TRUE
           CALL 'XML4C100' USING XMLSCN-AREA

           EVALUATE TRUE
               WHEN XMLSCN-88-OK
                   PERFORM 160000-APPLY-ITEM
               WHEN XMLSCN-88-NEED-DATA
                   PERFORM 150100-LOAD-NEXT-RECORD
               WHEN OTHER
                   MOVE 'Y' TO WS-SCAN-FAILED-SW
                   MOVE 'Y' TO WS-EOF-SW
                   DISPLAY 'DDRET100 - BANK MESSAGE NOT READABLE, '
                           'SCANNER RETURN ' XMLSCN-COD-RETURN
                           ' AFTER TAG ' XMLSCN-TAG
           END-EVALUATE.
      ******************************************************************
      * 150100-LOAD-NEXT-RECORD PASSES THE NEXT INBOUND RECORD TO THE
      * SCANNER.
       150100-LOAD-NEXT-RECORD.

           READ DDRET-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE RE-DDRET-LINE TO XMLSCN-LINE
                   SET XMLSCN-FUNC-LOAD TO TRUE
                   CALL 'XML4C100' USING XMLSCN-AREA
           END-READ.
      ******************************************************************
      * 160000-APPLY-ITEM FOLLOWS ONE MARKUP ITEM. START TAGS OPEN THE
      * BLOCKS THE PROGRAM CARES ABOUT, LEAVES FILL IN WHAT THE
      * CURRENT BLOCK SAYS, AND THE END TAG OF A TRANSACTION OR
      * PAYMENT-INFORMATION BLOCK DECIDES WHETHER IT WAS A RETURN.
       160000-APPLY-ITEM.

           EVALUATE TRUE
               WHEN XMLSCN-ITEM-START
                   PERFORM 160100-APPLY-START-TAG
               WHEN XMLSCN-ITEM-END
                   PERFORM 160200-APPLY-END-TAG
               WHEN XMLSCN-ITEM-LEAF
                   PERFORM 160300-APPLY-LEAF
           END-EVALUATE.
      ******************************************************************
       160100-APPLY-START-TAG.

           EVALUATE XMLSCN-TAG
               WHEN 'Document'
                   MOVE 'Y'    TO WS-IN-DOC-SW
                   MOVE SPACE  TO WS-MSG-TYPE
                   MOVE SPACES TO WS-MSG-DATE
                   ADD 1 TO WS-CTL-MSG-CNT
               WHEN 'CstmrPmtStsRpt'
                   SET WS-MSG-STATUS-RPT TO TRUE
               WHEN 'BkToCstmrDbtCdtNtfctn'
                   SET WS-MSG-NOTIFICATION TO TRUE
               WHEN 'OrgnlPmtInfAndSts'
                   MOVE 'Y'    TO WS-IN-PMTINF-SW
                   MOVE SPACES TO WS-PI-ID WS-PI-STS WS-PI-RSN
                   MOVE ZERO   TO WS-PI-ITEM-CNT
               WHEN 'TxInfAndSts'
               WHEN 'TxDtls'
                   MOVE 'Y'    TO WS-IN-TX-SW
                   MOVE SPACES TO WS-TX-E2E WS-TX-STS WS-TX-RSN
                                  WS-TX-IND
               WHEN 'Ntry'
                   MOVE 'Y'    TO WS-IN-NTRY-SW
                   MOVE SPACES TO WS-NTRY-IND WS-NTRY-DATE
               WHEN 'Rsn'
                   MOVE 'Y'    TO WS-IN-RSN-SW
               WHEN 'BookgDt'
                   MOVE 'Y'    TO WS-IN-BOOKG-SW
           END-EVALUATE.
      ******************************************************************
      * 160200-APPLY-END-TAG. A PAIN.002 TRANSACTION WITH STATUS RJCT
      * IS A RETURN; SO IS A REJECTED PAYMENT-INFORMATION BLOCK THAT
      * LISTED NO TRANSACTIONS OF ITS OWN (DDGEN100 SENDS ONE
      * INSTALLMENT PER BLOCK AND STARTS THE BLOCK ID WITH ITS
      * END-TO-END ID). A CAMT.054 TRANSACTION IS A RETURN WHEN IT -
      * OR, IF IT DOES NOT SAY, ITS ENTRY - IS BOOKED AS A DEBIT.
       160200-APPLY-END-TAG.

           EVALUATE XMLSCN-TAG
               WHEN 'Document'
                   MOVE 'N' TO WS-IN-DOC-SW
               WHEN 'TxInfAndSts'
                   MOVE 'N' TO WS-IN-TX-SW
                   IF WS-TX-STS = 'RJCT'
                       MOVE WS-TX-E2E TO WS-RET-KEY
                       MOVE WS-TX-RSN TO WS-RET-RSN
                       PERFORM 170000-BUILD-RETURN-ITEM
                   END-IF
               WHEN 'TxDtls'
                   MOVE 'N' TO WS-IN-TX-SW
                   IF WS-TX-IND = SPACES
                       MOVE WS-NTRY-IND TO WS-TX-IND
                   END-IF
                   IF WS-TX-IND = 'DBIT'
                       MOVE WS-TX-E2E TO WS-RET-KEY
                       MOVE WS-TX-RSN TO WS-RET-RSN
                       PERFORM 170000-BUILD-RETURN-ITEM
                   END-IF
               WHEN 'OrgnlPmtInfAndSts'
                   MOVE 'N' TO WS-IN-PMTINF-SW
                   IF WS-PI-STS = 'RJCT' AND WS-PI-ITEM-CNT = ZERO
                       MOVE WS-PI-ID  TO WS-RET-KEY
                       MOVE WS-PI-RSN TO WS-RET-RSN
                       PERFORM 170000-BUILD-RETURN-ITEM
                   END-IF
               WHEN 'Ntry'
                   MOVE 'N' TO WS-IN-NTRY-SW
               WHEN 'Rsn'
                   MOVE 'N' TO WS-IN-RSN-SW
               WHEN 'BookgDt'
                   MOVE 'N' TO WS-IN-BOOKG-SW
           END-EVALUATE.
      ******************************************************************
      * 160300-APPLY-LEAF PICKS UP THE VALUES THE RETURN IS BUILT FROM.
      * A GROUP STATUS OF RJCT MEANS THE BANK REFUSED THE WHOLE
      * COLLECTION FILE WITHOUT NAMING THE INSTALLMENTS.
       160300-APPLY-LEAF.

           EVALUATE XMLSCN-TAG
               WHEN 'CreDtTm'
                   MOVE XMLSCN-VALUE (1:10) TO WS-MSG-DATE
               WHEN 'GrpSts'
                   IF XMLSCN-VALUE = 'RJCT'
                       MOVE 'Y' TO WS-GRP-REJ-SW
                       DISPLAY 'DDRET100 - BANK REJECTED THE WHOLE '
                               'COLLECTION FILE (GROUP STATUS RJCT)'
                   END-IF
               WHEN 'OrgnlPmtInfId'
                   MOVE XMLSCN-VALUE TO WS-PI-ID
               WHEN 'PmtInfSts'
                   MOVE XMLSCN-VALUE TO WS-PI-STS
               WHEN 'OrgnlEndToEndId'
               WHEN 'EndToEndId'
                   IF WS-IN-TX
                       MOVE XMLSCN-VALUE TO WS-TX-E2E
                   END-IF
               WHEN 'TxSts'
                   MOVE XMLSCN-VALUE TO WS-TX-STS
               WHEN 'Cd'
                   IF WS-IN-RSN AND WS-IN-TX
                       MOVE XMLSCN-VALUE TO WS-TX-RSN
                   ELSE
                       IF WS-IN-RSN AND WS-IN-PMTINF
                           MOVE XMLSCN-VALUE TO WS-PI-RSN
                       END-IF
                   END-IF
               WHEN 'CdtDbtInd'
                   IF WS-IN-TX
                       MOVE XMLSCN-VALUE TO WS-TX-IND
                   ELSE
                       IF WS-IN-NTRY
                           MOVE XMLSCN-VALUE TO WS-NTRY-IND
                       END-IF
                   END-IF
               WHEN 'Dt'
               WHEN 'DtTm'
                   IF WS-IN-BOOKG AND WS-IN-NTRY
                       MOVE XMLSCN-VALUE (1:10) TO WS-NTRY-DATE
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * 170000-BUILD-RETURN-ITEM LAYS A RETURN OUT IN THE FIXED LAYOUT:
      * THE CATEGORY/LOAN/SEQUENCE KEY FROM THE FRONT OF THE END-TO-
      * END ID, THE REASON CODE, AND THE BOOKING DATE OF THE ENTRY
      * (NOTIFICATION) OR THE DATE OF THE MESSAGE (STATUS REPORT).
      * A KEY THAT IS NOT ONE OF DDGEN100'S FAILS THE NUMERIC EDIT IN
      * 100100 AND IS REJECTED THERE.
       170000-BUILD-RETURN-ITEM.

           MOVE SPACES              TO WS-RETURN-ITEM
           MOVE WS-RET-KEY (1:2)    TO DDR-CAT
           MOVE WS-RET-KEY (3:9)    TO DDR-NO
           MOVE WS-RET-KEY (12:4)   TO DDR-SEQ
           MOVE WS-RET-RSN          TO DDR-RET-CODE

           IF WS-MSG-NOTIFICATION AND WS-NTRY-DATE NOT = SPACES
               MOVE WS-NTRY-DATE    TO DDR-RET-DATE
           ELSE
               MOVE WS-MSG-DATE     TO DDR-RET-DATE
           END-IF

           IF WS-IN-PMTINF
               ADD 1 TO WS-PI-ITEM-CNT
           END-IF

           MOVE 'Y' TO WS-ITEM-READY-SW.
      ******************************************************************
      * 200000-MARK-INSTALLMENT-UNPAID FLAGS THE RETURNED INSTALLMENT
      * 'U' ON LOANSCHED. ONLY A ROW DDGEN100 ACTUALLY SENT ('S') IS
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'DDRET100 CONTROL TOTALS'
           DISPLAY '  BANK MESSAGES READ ............... : '
                   WS-CTL-MSG-CNT
           DISPLAY '  RETURNS EXTRACTED ................ : '
                   WS-CTL-IN-CNT
           DISPLAY '  INSTALLMENTS MARKED UNPAID ....... : '
                   WS-CTL-UNPD-CNT
