      * EXPLICIT DAYS-PAST-DUE FIELD, SO F007-PER-ARR (PERCENTAGE IN
      * ARREARS) IS USED AS THE AGING INDICATOR, BUCKETED THE SAME
      * WAY A 30/60/90+ DAYS-PAST-DUE SCALE WOULD BE (SEE
      * 200100-BUCKET-ONE-RECORD). THE SAME BUCKETS ARE ALSO KEPT PER
      * BRANCH (THE POSITION'S ACCOUNT CENTRE, F007-CEN-CAC) AND
      * WRITTEN, WITH THE WHOLE-BANK LINES, TO THE BRANCH BURST FEED
      * (RB1DQ001) FOR RBST100 TO ROUTE TO EACH BRANCH.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      ******************************************************************
           SELECT ARAGRPT-FILE ASSIGN RPBDQ001.
           SELECT RPTBRST-FILE ASSIGN RB1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-ARAGRPT                      PIC X(132).
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
           05  WS-BKT3-AMT                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE SAME BUCKETS PER BRANCH, ONE ENTRY PER ACCOUNT CENTRE SEEN
      * IN ARREARS, FOR THE BRANCH BURST FEED. FOLLOWS THE SAME
      * SEARCHED-OCCURS-TABLE PATTERN AS BRNA10M'S WS-BRNAR-TABLE.
       01  WS-BRN-TABLE.
           05  WS-BRN-USED                  PIC S9(5) COMP-3
                                                         VALUE ZEROS.
           05  WS-BRN-ENTRY OCCURS 500 TIMES
                         INDEXED BY WS-BRN-IDX.
               10  WS-BRN-CODE               PIC X(4).
               10  WS-BRN-BKT1-CNT           PIC S9(7) COMP-3.
               10  WS-BRN-BKT1-AMT           PIC S9(13)V9(2) COMP-3.
               10  WS-BRN-BKT2-CNT           PIC S9(7) COMP-3.
               10  WS-BRN-BKT2-AMT           PIC S9(13)V9(2) COMP-3.
               10  WS-BRN-BKT3-CNT           PIC S9(7) COMP-3.
               10  WS-BRN-BKT3-AMT           PIC S9(13)V9(2) COMP-3.
       01  WS-BRN-FOUND-SW                  PIC X(1)    VALUE 'N'.
           88  WS-BRN-FOUND                             VALUE 'Y'.
       01  WS-BRN-OVFL-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * LINE SEQUENCE FOR THE BRANCH BURST FEED.
       01  WS-BRST-SEQ                      PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * HEADING LINES, PRINTED ONCE AT THE TOP OF THE REPORT.
       01  WS-RPT-HEADING1.
           05  FILLER                      PIC X(20)   VALUE
      ******************************************************************
       COPY RVFC007.
      ******************************************************************
       COPY RPTBRST.
      ******************************************************************

       LINKAGE SECTION.
      ******************************************************************
      ******************************************************************
       110000-OPEN-REPORT.

           OPEN OUTPUT ARAGRPT-FILE
           OPEN OUTPUT RPTBRST-FILE

           MOVE SPACES TO RPTBRST-REC.
      ******************************************************************
       120000-ACCUM-RECORD.

       130000-CLOSE-REPORT.

           PERFORM 900200-PRINT-AGING-REPORT
           PERFORM 900400-BURST-BRANCH-BUCKETS
               VARYING WS-BRN-IDX FROM 1 BY 1
               UNTIL WS-BRN-IDX > WS-BRN-USED
           CLOSE ARAGRPT-FILE
           CLOSE RPTBRST-FILE
           PERFORM 900000-PRINT-CONTROL-TOTALS.
      ******************************************************************
      * 200100-BUCKET-ONE-RECORD ADDS THE CURRENT RECORD'S
                       ADD 1             TO WS-BKT3-CNT
                       ADD F007-AMT-ARR  TO WS-BKT3-AMT
               END-EVALUATE

               PERFORM 200200-BUCKET-BY-BRANCH
           END-IF.
      ******************************************************************
      * 200200-BUCKET-BY-BRANCH ADDS THE SAME RECORD INTO ITS
      * BRANCH'S BUCKETS. THE TABLE IS SIZED FOR 500 BRANCHES; A
      * BRANCH BEYOND THAT IS LEFT OUT OF THE BURST FEED (THE
      * WHOLE-BANK REPORT IS UNAFFECTED) AND COUNTED IN THE CONTROL
      * TOTALS.
       200200-BUCKET-BY-BRANCH.

           MOVE 'N' TO WS-BRN-FOUND-SW
           SET WS-BRN-IDX TO 1
           SEARCH WS-BRN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BRN-IDX > WS-BRN-USED
                   CONTINUE
               WHEN WS-BRN-CODE(WS-BRN-IDX) = F007-CEN-CAC
                   MOVE 'Y' TO WS-BRN-FOUND-SW
           END-SEARCH

           IF NOT WS-BRN-FOUND
               IF WS-BRN-USED < 500
                   ADD 1 TO WS-BRN-USED
                   SET WS-BRN-IDX TO WS-BRN-USED
                   MOVE F007-CEN-CAC TO WS-BRN-CODE(WS-BRN-IDX)
                   MOVE ZEROS        TO WS-BRN-BKT1-CNT(WS-BRN-IDX)
                                        WS-BRN-BKT1-AMT(WS-BRN-IDX)
                                        WS-BRN-BKT2-CNT(WS-BRN-IDX)
                                        WS-BRN-BKT2-AMT(WS-BRN-IDX)
                                        WS-BRN-BKT3-CNT(WS-BRN-IDX)
                                        WS-BRN-BKT3-AMT(WS-BRN-IDX)
                   MOVE 'Y'          TO WS-BRN-FOUND-SW
               ELSE
                   ADD 1 TO WS-BRN-OVFL-CNT
               END-IF
           END-IF

           IF WS-BRN-FOUND
               EVALUATE TRUE
                   WHEN F007-PER-ARR <= 10.000
                       ADD 1 TO WS-BRN-BKT1-CNT(WS-BRN-IDX)
                       ADD F007-AMT-ARR
                           TO WS-BRN-BKT1-AMT(WS-BRN-IDX)
                   WHEN F007-PER-ARR <= 25.000
                       ADD 1 TO WS-BRN-BKT2-CNT(WS-BRN-IDX)
                       ADD F007-AMT-ARR
                           TO WS-BRN-BKT2-AMT(WS-BRN-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-BRN-BKT3-CNT(WS-BRN-IDX)
                       ADD F007-AMT-ARR
                           TO WS-BRN-BKT3-AMT(WS-BRN-IDX)
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 900200-PRINT-AGING-REPORT WRITES THE HEADING AND ONE DETAIL
           WRITE RE-ARAGRPT FROM WS-RPT-HEADING1
           WRITE RE-ARAGRPT FROM WS-RPT-HEADING2

           SET RPTBRST-HEADING  TO TRUE
           MOVE SPACES          TO RPTBRST-BRANCH
           MOVE WS-RPT-HEADING1 TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE
           MOVE WS-RPT-HEADING2 TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE

           SET RPTBRST-DETAIL   TO TRUE

           MOVE '1-30 DAYS (PROXY)' TO RPT-BKT-NAME
           MOVE WS-BKT1-CNT        TO RPT-BKT-CNT
           MOVE WS-BKT1-AMT        TO RPT-BKT-AMT
           WRITE RE-ARAGRPT FROM WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL      TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE

           MOVE '31-60 DAYS (PROXY)' TO RPT-BKT-NAME
           MOVE WS-BKT2-CNT        TO RPT-BKT-CNT
           MOVE WS-BKT2-AMT        TO RPT-BKT-AMT
           WRITE RE-ARAGRPT FROM WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL      TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE

           MOVE '61-90+ DAYS (PROXY)' TO RPT-BKT-NAME
           MOVE WS-BKT3-CNT        TO RPT-BKT-CNT
           MOVE WS-BKT3-AMT        TO RPT-BKT-AMT
           WRITE RE-ARAGRPT FROM WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL      TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE.
      ******************************************************************
      * 900300-WRITE-BURST-LINE WRITES ONE LINE TO THE BRANCH BURST
      * FEED, WITH THE LINE TYPE, BRANCH AND TEXT THE CALLER SET,
      * NUMBERED IN PRINT ORDER. THE WHOLE-BANK BUCKET LINES GO WITH
      * A BLANK BRANCH (TO THE CENTRAL DESTINATION).
       900300-WRITE-BURST-LINE.

           ADD 1 TO WS-BRST-SEQ

           MOVE 'ARAGR100'  TO RPTBRST-RPT-ID
           MOVE WS-BRST-SEQ TO RPTBRST-SEQ

           WRITE RE-RPTBRST FROM RPTBRST-REC.
      ******************************************************************
      * 900400-BURST-BRANCH-BUCKETS WRITES ONE BRANCH'S THREE BUCKET
      * LINES TO THE BURST FEED ONLY - THE WHOLE-BANK LISTING STAYS
      * AS IT WAS.
       900400-BURST-BRANCH-BUCKETS.

           SET RPTBRST-DETAIL TO TRUE
           MOVE WS-BRN-CODE(WS-BRN-IDX) TO RPTBRST-BRANCH

           MOVE '1-30 DAYS (PROXY)'        TO RPT-BKT-NAME
           MOVE WS-BRN-BKT1-CNT(WS-BRN-IDX) TO RPT-BKT-CNT
           MOVE WS-BRN-BKT1-AMT(WS-BRN-IDX) TO RPT-BKT-AMT
           MOVE WS-RPT-DETAIL              TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE

           MOVE '31-60 DAYS (PROXY)'       TO RPT-BKT-NAME
           MOVE WS-BRN-BKT2-CNT(WS-BRN-IDX) TO RPT-BKT-CNT
           MOVE WS-BRN-BKT2-AMT(WS-BRN-IDX) TO RPT-BKT-AMT
           MOVE WS-RPT-DETAIL              TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE

           MOVE '61-90+ DAYS (PROXY)'      TO RPT-BKT-NAME
           MOVE WS-BRN-BKT3-CNT(WS-BRN-IDX) TO RPT-BKT-CNT
           MOVE WS-BRN-BKT3-AMT(WS-BRN-IDX) TO RPT-BKT-AMT
           MOVE WS-RPT-DETAIL              TO RPTBRST-LINE
           PERFORM 900300-WRITE-BURST-LINE.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COLLECTIONS CAN CONFIRM HOW MANY RECORDS WERE
           DISPLAY '  RECORDS EXAMINED ................... : '
                   WS-CTL-REC-CNT
           DISPLAY '  RECORDS IN ARREARS ................. : '
                   WS-CTL-ARR-CNT
           DISPLAY '  BRANCHES BURST ..................... : '
                   WS-BRN-USED
           DISPLAY '  RECORDS BEYOND BRANCH TABLE ........ : '
                   WS-BRN-OVFL-CNT.
      ******************************************************************
