      * POSITIONS (PLEDGED VALUE BELOW THE BALANCE). A SECOND SECTION
      * LISTS OVER-PLEDGED COLLATERAL ITEMS - ITEMS WHOSE PLEDGED
      * PORTIONS SUM PAST 100 PERCENT, WHICH CAN ONLY ARISE FROM
      * HAND-FIXED DATA SINCE COLTM100 BLOCKS IT ON ENTRY. EVERY
      * PRINTED LINE IS ALSO WRITTEN TO THE BRANCH BURST FEED
      * (RB1DQ001) FOR RBST100: EACH LOAN'S COVERAGE LINE TAGGED WITH
      * ITS LOANM_BRN, THE OVER-PLEDGED SECTION (COLLATERAL CAN BACK
      * LOANS OF SEVERAL BRANCHES) WITH A BLANK BRANCH FOR THE
      * CENTRAL DESTINATION.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      ******************************************************************
           SELECT CLTVRPT-FILE ASSIGN RPFDQ001.
           SELECT RPTBRST-FILE ASSIGN RB1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-CLTVRPT                       PIC X(132).
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
      * WORKING-STORAGE FOR THE PER-LOAN COVERAGE ARITHMETIC.
       01  WS-PLEDGED-VALUE                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LOAN-BALANCE                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LTV-PCT                       PIC S9(5)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-OVP-PCT-SUM                   PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * LINE SEQUENCE FOR THE BRANCH BURST FEED.
       01  WS-BRST-SEQ                      PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * PRINT LINES.
       01  WS-COV-LINE.
           05  WS-COV-CAT                   PIC X(2).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-COV-NO                    PIC 9(9).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-COV-BALANCE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-COV-PLEDGED               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-COV-LTV                   PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-COV-FLAG                  PIC X(20).
           05  FILLER                       PIC X(46)   VALUE SPACES.
       01  WS-OVP-LINE.
           05  WS-OVP-CLTM-NO               PIC 9(9).
           05  FILLER                       PIC X(3)    VALUE SPACES.
       COPY COLTMSTR.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY RPTBRST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       100000-MAINLINE.

           OPEN OUTPUT CLTVRPT-FILE
           OPEN OUTPUT RPTBRST-FILE

           MOVE SPACES         TO RPTBRST-REC
           SET RPTBRST-HEADING TO TRUE

           MOVE 'CLTVR100 - COLLATERAL COVERAGE BY LOAN'
               TO RE-CLTVRPT
           PERFORM 900300-WRITE-PRINT-LINE
           MOVE 'LOAN          BALANCE         PLEDGED-VALUE      LTV-
      -        'PCT'
               TO RE-CLTVRPT
           PERFORM 900300-WRITE-PRINT-LINE

           SET RPTBRST-DETAIL  TO TRUE

           EXEC SQL
               OPEN CLTVR-PLDG-CSR
           PERFORM 300000-PRINT-OVER-PLEDGED

           CLOSE CLTVRPT-FILE
           CLOSE RPTBRST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS


           MOVE WS-PREV-LOAN-NO TO LLOANM-NO
           MOVE ZEROS           TO WS-LOAN-BALANCE
           MOVE SPACES          TO LLOANM-BRN

           EXEC SQL
               SELECT LOANM_MAX_AMT, LOANM_BRN
                 INTO :WS-LOAN-BALANCE, :LLOANM-BRN
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC
               MOVE SPACES                 TO WS-COV-FLAG
           END-IF

           MOVE LLOANM-BRN  TO RPTBRST-BRANCH
           MOVE WS-COV-LINE TO RE-CLTVRPT
           PERFORM 900300-WRITE-PRINT-LINE.
      ******************************************************************
       300000-PRINT-OVER-PLEDGED.

           MOVE SPACES TO RPTBRST-BRANCH

           MOVE 'CLTVR100 - OVER-PLEDGED COLLATERAL ITEMS'
               TO RE-CLTVRPT
           PERFORM 900300-WRITE-PRINT-LINE

           EXEC SQL
               OPEN CLTVR-OVP-CSR
               ADD 1 TO WS-CTL-OVERP-CNT
               MOVE CPLG-CLTM-NO   TO WS-OVP-CLTM-NO
               MOVE WS-OVP-PCT-SUM TO WS-OVP-PCT
               MOVE WS-OVP-LINE    TO RE-CLTVRPT
               PERFORM 900300-WRITE-PRINT-LINE
           ELSE
               MOVE 'Y' TO WS-OVP-EOF-SW
               IF SQLCODE NOT = +100
               END-IF
           END-IF.
      ******************************************************************
      * 900300-WRITE-PRINT-LINE PRINTS THE LINE IN RE-CLTVRPT AND
      * WRITES THE SAME LINE TO THE BRANCH BURST FEED, WITH THE LINE
      * TYPE AND BRANCH THE CALLER SET, NUMBERED IN PRINT ORDER.
       900300-WRITE-PRINT-LINE.

           ADD 1 TO WS-BRST-SEQ

           MOVE 'CLTVR100'  TO RPTBRST-RPT-ID
           MOVE WS-BRST-SEQ TO RPTBRST-SEQ
           MOVE RE-CLTVRPT  TO RPTBRST-LINE

           WRITE RE-CLTVRPT
           WRITE RE-RPTBRST FROM RPTBRST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
