      * REPAYMENT DATE ON EACH LOAN AND FLAGS ANY LOAN WITH NO
      * REPAYMENT POSTED WITHIN THE EXPECTED MONTHLY WINDOW, PRODUCING
      * A PRINTABLE DELINQUENCY REPORT FOR COLLECTIONS FOLLOW-UP.
      * EVERY PRINTED LINE IS ALSO WRITTEN TO THE BRANCH BURST FEED
      * (RB1DQ001), EACH DELINQUENT LOAN'S LINE TAGGED WITH ITS
      * LOANM_BRN, FOR RBST100 TO ROUTE TO THE OWNING BRANCH.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      ******************************************************************
           SELECT LOANDLQ-FILE ASSIGN RP3DQ001.
           SELECT RPTBRST-FILE ASSIGN RB1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-LOANDLQ                      PIC X(132).
      ******************************************************************
      * RPTBRST-FILE IS THE BRANCH BURST FEED (LAYOUT IN RPTBRST.cpy).
       FD  RPTBRST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RPTBRST                      PIC X(160).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
           05  WS-CTL-DELQ-CNT             PIC S9(7)   COMP-3
                                                        VALUE ZEROS.
      ******************************************************************
      * LINE SEQUENCE FOR THE BRANCH BURST FEED.
       01  WS-BRST-SEQ                     PIC S9(7)   COMP-3
                                                        VALUE ZEROS.
      ******************************************************************
      * HEADING LINE, PRINTED ONCE AT THE TOP OF THE REPORT.
       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'CAT'.
       COPY LOANMSTR.
      ******************************************************************
       COPY LRPHIST.
      ******************************************************************
       COPY RPTBRST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
           EXEC SQL
               DECLARE LOAND100-CSR CURSOR FOR
                   SELECT A.LOANM_CAT, A.LOANM_NO,
                          COALESCE(B.LAST_PAY_DATE, A.LOANM_ORIG_DATE),
                          A.LOANM_BRN
                     FROM IDC015.LOANMSTR A
                          LEFT OUTER JOIN
                          ( SELECT LOANRPH_CAT, LOANRPH_NO,
       100000-MAINLINE.

           OPEN OUTPUT LOANDLQ-FILE
           OPEN OUTPUT RPTBRST-FILE

           MOVE SPACES         TO RPTBRST-REC
           SET RPTBRST-HEADING TO TRUE
           MOVE WS-RPT-HEADING TO RPTBRST-LINE

           WRITE RE-LOANDLQ FROM WS-RPT-HEADING
           PERFORM 900300-WRITE-BURST-LINE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           END-EXEC

           CLOSE LOANDLQ-FILE
           CLOSE RPTBRST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS


           EXEC SQL
               FETCH LOAND100-CSR
                   INTO :LLOANM-CAT, :LLOANM-NO, :RLOANRPH-DATE,
                        :LLOANM-BRN
           END-EXEC

           IF SQLCODE NOT = ZERO
           MOVE WS-LAST-PAY-DATE-X TO RPT-LAST-PAY-DATE
           MOVE WS-MONTHS-SINCE   TO RPT-MONTHS-SINCE

           SET RPTBRST-DETAIL     TO TRUE
           MOVE LLOANM-BRN        TO RPTBRST-BRANCH
           MOVE WS-RPT-DETAIL     TO RPTBRST-LINE

           WRITE RE-LOANDLQ FROM WS-RPT-DETAIL
           PERFORM 900300-WRITE-BURST-LINE.
      ******************************************************************
      * 900300-WRITE-BURST-LINE WRITES THE LINE JUST PRINTED TO THE
      * BRANCH BURST FEED, WITH THE LINE TYPE AND BRANCH THE CALLER
      * SET, NUMBERED IN PRINT ORDER.
       900300-WRITE-BURST-LINE.

           ADD 1 TO WS-BRST-SEQ

           MOVE 'LOAND100'  TO RPTBRST-RPT-ID
           MOVE WS-BRST-SEQ TO RPTBRST-SEQ

           WRITE RE-RPTBRST FROM RPTBRST-REC.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COLLECTIONS CAN CONFIRM HOW MANY LOANS WERE
