      ******************************************************************
      * DCLGEN TABLE(IDC015.RCPTREG)                                   *
      *        LIBRARY(IDC015.RCPTREG.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RCPTREG IS THE INBOUND FILE RECEIPT REGISTER, THE RECEIVING
      * COUNTERPART OF XMITREG: ONE ROW PER ARRIVAL OF AN EXTERNAL
      * FEED (THE EXCHANGE-RATE FEED, THE BANK'S DIRECT-DEBIT
      * RETURNS AND CREDIT ADVICE, THE INCOMING CREDIT TRANSFERS, THE
      * REGULATOR'S CIRBE ACKNOWLEDGMENT AND BUREAU RETURN, AND
      * ACCOUNTING'S GL CONFIRMATION), LOGGED BY RCPT100 JUST BEFORE
      * THE CONSUMING STEP RUNS, WITH ITS RECORD COUNT, TOTAL AMOUNT
      * AND HASH TOTAL (A CHECKSUM OVER EVERY BYTE OF THE FILE, SO
      * THE SAME FILE DELIVERED TWICE IS RECOGNISED) AND THE
      * EXPECTED-ARRIVAL WINDOW IN FORCE WHEN IT CAME IN.
      * RREG_ST IS 'A' ACCEPTED, 'L' ACCEPTED BUT AFTER ITS WINDOW
      * CLOSED, 'R' ACCEPTED AGAIN ON A DECLARED SAME-DAY RERUN, 'D'
      * REJECTED AS A DUPLICATE OF A FILE ALREADY RECEIVED.
      * RREG_WIN_FROM/RREG_WIN_TO ARE HHMM; '0000'/'2359' WHEN THE
      * FEED HAS NO WINDOW ON FILE.
      ******************************************************************
           EXEC SQL DECLARE IDC015.RCPTREG TABLE
           ( RREG_FEED_ID                   CHAR(8) NOT NULL,
             RREG_RCV_DATE                  DATE NOT NULL,
             RREG_RCV_TIME                  TIME NOT NULL,
             RREG_REC_CNT                   INTEGER NOT NULL,
             RREG_TOT_AMT                   DECIMAL(15,2) NOT NULL,
             RREG_HASH_TOT                  DECIMAL(15,0) NOT NULL,
             RREG_WIN_FROM                  CHAR(4) NOT NULL,
             RREG_WIN_TO                    CHAR(4) NOT NULL,
             RREG_ST                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RCPTREG                            *
      ******************************************************************
       01  DCLRCPTREG.
      *                       RREG_FEED_ID
           10 RREG-FEED-ID          PIC X(8).
      *                       RREG_RCV_DATE
           10 RREG-RCV-DATE         PIC X(10).
      *                       RREG_RCV_TIME
           10 RREG-RCV-TIME         PIC X(8).
      *                       RREG_REC_CNT
           10 RREG-REC-CNT          PIC S9(9) USAGE COMP.
      *                       RREG_TOT_AMT
           10 RREG-TOT-AMT          PIC S9(13)V9(2) USAGE COMP-3.
      *                       RREG_HASH_TOT
           10 RREG-HASH-TOT         PIC S9(15) USAGE COMP-3.
      *                       RREG_WIN_FROM
           10 RREG-WIN-FROM         PIC X(4).
      *                       RREG_WIN_TO
           10 RREG-WIN-TO           PIC X(4).
      *                       RREG_ST
           10 RREG-ST               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
