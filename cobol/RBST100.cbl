      ******************************************************************
      * RBST100 IS THE REPORT BURSTING AND DISTRIBUTION STEP. THE
      * DAILY REPORTS (LOAND100 DELINQUENCY, ARAGR100 ARREARS AGING,
      * CLTVR100 COVERAGE, INSXR100 AND KYCXR100 EXPIRIES, WTCHR100
      * HOLDS) EACH PRINT ONE WHOLE-BANK LISTING, WHICH OPERATIONS
      * USED TO SPLIT BY BRANCH BY HAND EVERY MORNING. EACH OF THEM
      * NOW ALSO WRITES A BRANCH BURST FEED (RB1DQ001, RPTBRST.cpy):
      * EVERY PRINT LINE AGAIN, TAGGED WITH THE BRANCH OF THE LOAN OR
      * POSITION IT IS ABOUT. THE JOB'S SORT STEP CONCATENATES THE
      * FEEDS AND PUTS THEM IN REPORT / LINE TYPE (HEADINGS FIRST) /
      * BRANCH / PRINT SEQUENCE ORDER, AND THIS PROGRAM:
      *   - WRITES THE O1DQ3901 DISTRIBUTION FILE: ONE HDR/TRL GROUP
      *     PER REPORT PER BRANCH, THE HDR NAMING THE BRANCH AND THE
      *     DESTINATION ITS PAGES GO TO (BRNC_RPT_DEST ON THE
      *     BRNCMSTR BRANCH MASTER), THEN THE BRANCH'S LINES UNDER
      *     THE REPORT'S OWN TITLE AND COLUMN HEADINGS, REPEATED AT
      *     THE TOP OF EVERY PAGE ('1' IN THE LINE'S CARRIAGE
      *     CONTROL), SO THE PRINT AND MAIL STEP CAN DELIVER EACH
      *     GROUP TO ITS DESTINATION THE WAY THE TRANSMISSION STEP
      *     SPLITS AGCP100'S AGENCY GROUPS;
      *   - SENDS LINES WITH NO OWNING BRANCH (BANK-WIDE SECTIONS AND
      *     TOTALS), AND THE LINES OF A BRANCH THAT IS NOT ON BRNCMSTR
      *     OR HAS NO DESTINATION ON IT, TO THE CENTRAL DESTINATION
      *     NAMED ON THE PM1DQ020 CARD, SO NOTHING IS DROPPED - THE
      *     LAST TWO END THE RUN CC 4 SO THE BRANCH MASTER GETS
      *     FIXED. A REPORT WITH NO DETAIL LINES AT ALL STILL SENDS
      *     ITS HEADINGS TO THE CENTRAL DESTINATION, SO AN EMPTY
      *     REPORT IS SEEN TO HAVE RUN;
      *   - RECORDS ONE RPTDIST MANIFEST ROW PER GROUP (BUSINESS
      *     DATE, REPORT, BRANCH, DESTINATION, HOW IT WAS ROUTED,
      *     LINES AND PAGES) AND PRINTS THE SAME MANIFEST ON RPTDQ018,
      *     SO WHICH BRANCH RECEIVED WHICH REPORT EACH DAY CAN BE
      *     SHOWN. A RESTART AFTER AN ABEND REPLACES THE BUSINESS
      *     DATE'S MANIFEST; A SECOND RUN AFTER A CLEAN ONE IS
      *     REFUSED BY RUN CONTROL.
      * THE PM1DQ020 CARD: CENTRAL DESTINATION IN 1-8 (DEFAULT
      * 'CENTRAL'), LINES PER PAGE IN 10-12 (DEFAULT 60, AT LEAST
      * TEN MORE THAN THE REPORT'S HEADING LINES). CC 12 = FEED OUT
      * OF ORDER (THE SORT STEP WAS SKIPPED) OR DUPLICATE RUN.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBST100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT OPTIONAL RBSTPARM-FILE ASSIGN PM1DQ020.
           SELECT BRSTIN-FILE   ASSIGN I1DQ3901.
           SELECT DISTOUT-FILE  ASSIGN O1DQ3901.
           SELECT DISTRPT-FILE  ASSIGN RPTDQ018.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RBSTPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE CENTRAL
      * DESTINATION AND THE PAGE LENGTH.
       FD  RBSTPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RBSTPARM.
           05  BPARM-CENTRAL-DEST           PIC X(8).
           05  FILLER                       PIC X(1).
           05  BPARM-PAGE-LINES             PIC X(3).
           05  BPARM-PAGE-LINES-N REDEFINES BPARM-PAGE-LINES
                                            PIC 9(3).
           05  FILLER                       PIC X(68).
      ******************************************************************
      * BRSTIN-FILE IS THE SORTED, CONCATENATED BRANCH BURST FEEDS OF
      * THE DAILY REPORTS (LAYOUT IN RPTBRST.cpy).
       FD  BRSTIN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BRSTIN                        PIC X(160).
      ******************************************************************
      * DISTOUT-FILE IS THE DISTRIBUTION FILE, ONE HDR/TRL GROUP PER
      * REPORT PER BRANCH (LAYOUTS IN WORKING-STORAGE BELOW).
       FD  DISTOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DISTOUT                       PIC X(160).
      ******************************************************************
      * DISTRPT-FILE IS THE PRINTED DISTRIBUTION MANIFEST.
       FD  DISTRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DISTRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE FEED READ LOOP AND THE GROUP BREAK.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-GRP-OPEN-SW               PIC X(1)    VALUE 'N'.
               88  WS-GRP-OPEN                          VALUE 'Y'.
           05  WS-ORDER-SW                  PIC X(1)    VALUE 'Y'.
               88  WS-ORDER-OK                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-HDG-CNT               PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LINE-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RPT-CNT               PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-GRP-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BRANCH-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CENTRAL-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-UNKNOWN-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NODEST-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * CONTROL-CARD VALUES.
       01  WS-CENTRAL-DEST                  PIC X(8)    VALUE
                                                         'CENTRAL'.
       01  WS-PAGE-LINES                    PIC S9(3)   COMP-3
                                                         VALUE 60.
      ******************************************************************
      * THE BUSINESS DATE THE MANIFEST IS RECORDED UNDER - FROM RUN
      * CONTROL, OR THE MACHINE DATE WHEN RUN CONTROL IS UNAVAILABLE.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-BUS-DATE-X.
           05  WS-BD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-BD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-BD-DD                     PIC 9(2).
      ******************************************************************
      * THE KEY OF THE PREVIOUS FEED RECORD, FOR THE ORDER CHECK.
       01  WS-PREV-KEY.
           05  WS-PREV-RPT-ID               PIC X(8)
                                            VALUE LOW-VALUES.
           05  WS-PREV-LINE-TYPE            PIC X(1)
                                            VALUE LOW-VALUES.
           05  WS-PREV-BRANCH               PIC X(4)
                                            VALUE LOW-VALUES.
      ******************************************************************
      * THE CURRENT REPORT'S TITLE AND COLUMN HEADINGS, REPEATED AT
      * THE TOP OF EVERY PAGE OF EVERY BRANCH GROUP. A REPORT PRINTING
      * MORE THAN TEN HEADING LINES KEEPS ITS FIRST TEN.
       01  WS-CUR-RPT-ID                    PIC X(8)    VALUE SPACES.
       01  WS-RPT-GRP-CNT                   PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-HDG-CNT                       PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-HDG-MAX                       PIC S9(4)   COMP
                                                         VALUE 10.
       01  WS-HDG-IX                        PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-HDG-TABLE.
           05  WS-HDG-LINE OCCURS 10 TIMES   PIC X(132).
      ******************************************************************
      * THE GROUP BEING WRITTEN: ITS BRANCH, WHERE IT IS ROUTED AND
      * ITS RUNNING LINE AND PAGE COUNTS.
       01  WS-GRP-BRANCH                    PIC X(4)    VALUE SPACES.
       01  WS-GRP-BRN-NAME                  PIC X(20)   VALUE SPACES.
       01  WS-GRP-DEST                      PIC X(8)    VALUE SPACES.
       01  WS-GRP-ROUTE-ST                  PIC X(1)    VALUE SPACES.
           88  WS-ROUTE-BRANCH                          VALUE 'B'.
           88  WS-ROUTE-CENTRAL                         VALUE 'C'.
           88  WS-ROUTE-UNKNOWN                         VALUE 'U'.
           88  WS-ROUTE-NO-DEST                         VALUE 'N'.
       01  WS-GRP-LINE-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-PAGE-CNT                  PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
       01  WS-PAGE-LINE-CNT                 PIC S9(3)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * DISTRIBUTION-FILE LAYOUTS. EACH GROUP OPENS WITH A HDR NAMING
      * THE REPORT, THE BRANCH AND THE DESTINATION, AND CLOSES WITH A
      * TRL CARRYING ITS LINE AND PAGE COUNTS; BETWEEN THEM ONE 'LIN'
      * RECORD PER PRINT LINE, '1' IN ITS CARRIAGE CONTROL STARTING A
      * NEW PAGE.
       01  WS-DST-HDR.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  WS-DSH-RPT-ID                PIC X(8).
           05  WS-DSH-BRANCH                PIC X(4).
           05  WS-DSH-BRN-NAME              PIC X(20).
           05  WS-DSH-DEST                  PIC X(8).
           05  WS-DSH-BUS-DATE              PIC X(10).
           05  WS-DSH-ROUTE-ST              PIC X(1).
           05  FILLER                       PIC X(106)  VALUE SPACES.
       01  WS-DST-LINE.
           05  FILLER                       PIC X(3)    VALUE 'LIN'.
           05  WS-DSL-RPT-ID                PIC X(8).
           05  WS-DSL-BRANCH                PIC X(4).
           05  WS-DSL-CC                    PIC X(1).
           05  FILLER                       PIC X(12)   VALUE SPACES.
           05  WS-DSL-TEXT                  PIC X(132).
       01  WS-DST-TRL.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  WS-DST-RPT-ID                PIC X(8).
           05  WS-DST-BRANCH                PIC X(4).
           05  WS-DST-LINE-CNT              PIC 9(7).
           05  WS-DST-PAGE-CNT              PIC 9(5).
           05  FILLER                       PIC X(133)  VALUE SPACES.
      ******************************************************************
      * MANIFEST REPORT LINES.
       01  WS-MF-TITLE.
           05  FILLER                       PIC X(47)   VALUE
                   'RBST100 - REPORT DISTRIBUTION MANIFEST FOR BUSI'.
           05  FILLER                       PIC X(11)   VALUE
                   'NESS DATE '.
           05  WS-MF-BUS-DATE               PIC X(10).
           05  FILLER                       PIC X(64)   VALUE SPACES.
       01  WS-MF-HEADING.
           05  FILLER                       PIC X(44)   VALUE
                   'REPORT    BRCH  BRANCH NAME           DESTIN'.
           05  FILLER                       PIC X(44)   VALUE
                   'ATION  ROUTED                      LINES   P'.
           05  FILLER                       PIC X(44)   VALUE
                   'AGES'.
       01  WS-MF-LINE.
           05  WS-MF-RPT-ID                 PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-MF-BRANCH                 PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-MF-BRN-NAME               PIC X(20).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-MF-DEST                   PIC X(8).
           05  FILLER                       PIC X(5)    VALUE SPACES.
           05  WS-MF-ROUTE                  PIC X(24).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-MF-LINES                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-MF-PAGES                  PIC ZZ,ZZ9.
           05  FILLER                       PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY RPTBRST.
      ******************************************************************
       COPY RPTDIST.
      ******************************************************************
       COPY BRNCMSTR.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CHECKS IN WITH RUN CONTROL, READS THE CARD,
      * CLEARS ANY MANIFEST LEFT BY AN ABENDED ATTEMPT, BURSTS THE
      * FEEDS ONE RECORD AT A TIME, AND SETS THE CONDITION CODE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY TO WS-BD-YYYY
           MOVE WS-TODAY-MM   TO WS-BD-MM
           MOVE WS-TODAY-DD   TO WS-BD-DD

           PERFORM 110000-READ-CONTROL-CARD

           PERFORM 120000-CLEAR-MANIFEST

           OPEN INPUT  BRSTIN-FILE
           OPEN OUTPUT DISTOUT-FILE
           OPEN OUTPUT DISTRPT-FILE

           MOVE WS-BUS-DATE-X TO WS-MF-BUS-DATE
           WRITE RE-DISTRPT FROM WS-MF-TITLE
           WRITE RE-DISTRPT FROM WS-MF-HEADING

           PERFORM 100200-READ-FEED

           PERFORM 200000-PROCESS-ONE-RECORD
               UNTIL WS-EOF-YES OR NOT WS-ORDER-OK

           IF WS-ORDER-OK AND WS-CUR-RPT-ID NOT = SPACES
               PERFORM 300000-END-REPORT
           END-IF

           CLOSE BRSTIN-FILE
           CLOSE DISTOUT-FILE
           CLOSE DISTRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           EVALUATE TRUE
               WHEN NOT WS-ORDER-OK
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CTL-UNKNOWN-CNT > ZERO
                 OR WS-CTL-NODEST-CNT  > ZERO
                 OR WS-CTL-DB2-ERR-CNT > ZERO
                   PERFORM 900900-REGISTER-RUN-END
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 900900-REGISTER-RUN-END
           END-EVALUATE

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE - A SECOND RUN ON THE SAME BUSINESS DATE
      * WOULD SEND EVERY BRANCH ITS REPORTS TWICE.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'RBST100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA

           EVALUATE TRUE
               WHEN RUNCTL-88-OK
                   MOVE RUNCTL-BUS-DATE(1:4)
                       TO WS-TODAY-YYYYMMDD(1:4)
                   MOVE RUNCTL-BUS-DATE(6:2)
                       TO WS-TODAY-YYYYMMDD(5:2)
                   MOVE RUNCTL-BUS-DATE(9:2)
                       TO WS-TODAY-YYYYMMDD(7:2)
               WHEN RUNCTL-88-DUP-RUN
                   DISPLAY 'RBST100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'RBST100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'RBST100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 110000-READ-CONTROL-CARD TAKES THE CENTRAL DESTINATION AND THE
      * PAGE LENGTH. A BLANK DESTINATION OR A PAGE LENGTH THAT IS NOT
      * NUMERIC, OR UNDER 20, KEEPS ITS DEFAULT.
       110000-READ-CONTROL-CARD.

           MOVE SPACES TO RE-RBSTPARM

           OPEN INPUT RBSTPARM-FILE
           READ RBSTPARM-FILE
               AT END
                   MOVE SPACES TO RE-RBSTPARM
           END-READ
           CLOSE RBSTPARM-FILE

           IF BPARM-CENTRAL-DEST NOT = SPACES
               MOVE BPARM-CENTRAL-DEST TO WS-CENTRAL-DEST
           END-IF

           IF BPARM-PAGE-LINES IS NUMERIC
              AND BPARM-PAGE-LINES-N NOT < 20
               MOVE BPARM-PAGE-LINES-N TO WS-PAGE-LINES
           END-IF

           DISPLAY 'RBST100 - CENTRAL DESTINATION ' WS-CENTRAL-DEST
                   ', LINES PER PAGE ' WS-PAGE-LINES.
      ******************************************************************
      * 120000-CLEAR-MANIFEST DELETES ANY MANIFEST ROWS ALREADY
      * RECORDED FOR THE BUSINESS DATE. RUN CONTROL HAS ALREADY
      * REFUSED A SECOND RUN AFTER A CLEAN ONE, SO ROWS FOUND HERE
      * CAN ONLY BE AN ABENDED ATTEMPT'S, AND THE DISTRIBUTION FILE
      * THEY DESCRIBED IS BEING WRITTEN AGAIN NOW.
       120000-CLEAR-MANIFEST.

           MOVE WS-BUS-DATE-X TO RDST-BUS-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 120010-DELETE-MANIFEST-ROWS
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'RPTDIST'     TO DB2-OBJECT
               MOVE 'DELETE'      TO DB2-STATEMENT
               MOVE WS-BUS-DATE-X TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       120010-DELETE-MANIFEST-ROWS.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               DELETE FROM IDC015.RPTDIST
                WHERE RDST_BUS_DATE = :RDST-BUS-DATE
           END-EXEC.
      ******************************************************************
       100200-READ-FEED.

           READ BRSTIN-FILE INTO RPTBRST-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CTL-READ-CNT
           END-READ.
      ******************************************************************
      * 200000-PROCESS-ONE-RECORD CHECKS THE FEED IS IN SORT ORDER,
      * CLOSES OUT THE PREVIOUS REPORT ON A REPORT BREAK, AND FILES
      * THE RECORD AS A HEADING OR WRITES IT INTO ITS BRANCH'S GROUP.
       200000-PROCESS-ONE-RECORD.

           PERFORM 200100-CHECK-ORDER

           IF WS-ORDER-OK
               IF RPTBRST-RPT-ID NOT = WS-CUR-RPT-ID
                   IF WS-CUR-RPT-ID NOT = SPACES
                       PERFORM 300000-END-REPORT
                   END-IF
                   PERFORM 200200-START-REPORT
               END-IF

               EVALUATE TRUE
                   WHEN RPTBRST-HEADING
                       PERFORM 200300-FILE-HEADING
                   WHEN OTHER
                       PERFORM 200400-WRITE-DETAIL
               END-EVALUATE

               PERFORM 100200-READ-FEED
           END-IF.
      ******************************************************************
      * 200100-CHECK-ORDER STOPS THE RUN WHEN A RECORD SORTS BEFORE
      * THE ONE AHEAD OF IT - A REPORT ID GOING BACKWARDS, A HEADING
      * AFTER A DETAIL LINE OF THE SAME REPORT, OR A BRANCH GOING
      * BACKWARDS WITHIN THE DETAIL LINES - SINCE AN UNSORTED FEED
      * WOULD SPLIT A BRANCH'S PAGES OVER SEVERAL GROUPS.
       200100-CHECK-ORDER.

           EVALUATE TRUE
               WHEN RPTBRST-RPT-ID < WS-PREV-RPT-ID
                   MOVE 'N' TO WS-ORDER-SW
               WHEN RPTBRST-RPT-ID > WS-PREV-RPT-ID
                   CONTINUE
               WHEN RPTBRST-HEADING AND WS-PREV-LINE-TYPE = 'D'
                   MOVE 'N' TO WS-ORDER-SW
               WHEN RPTBRST-DETAIL AND WS-PREV-LINE-TYPE = 'D'
                AND RPTBRST-BRANCH < WS-PREV-BRANCH
                   MOVE 'N' TO WS-ORDER-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ORDER-OK
               MOVE RPTBRST-RPT-ID    TO WS-PREV-RPT-ID
               MOVE RPTBRST-LINE-TYPE TO WS-PREV-LINE-TYPE
               MOVE RPTBRST-BRANCH    TO WS-PREV-BRANCH
           ELSE
               DISPLAY 'RBST100 - BURST FEED OUT OF ORDER AT RECORD '
                       WS-CTL-READ-CNT ' (' RPTBRST-RPT-ID ' '
                       RPTBRST-BRANCH ') - RUN STOPPED'
           END-IF.
      ******************************************************************
      * 200200-START-REPORT CLEARS THE HEADINGS FOR A NEW REPORT.
       200200-START-REPORT.

           MOVE RPTBRST-RPT-ID TO WS-CUR-RPT-ID
           MOVE ZERO           TO WS-HDG-CNT
           MOVE ZEROS          TO WS-RPT-GRP-CNT
           MOVE 'N'            TO WS-GRP-OPEN-SW

           ADD 1 TO WS-CTL-RPT-CNT.
      ******************************************************************
       200300-FILE-HEADING.

           ADD 1 TO WS-CTL-HDG-CNT

           IF WS-HDG-CNT < WS-HDG-MAX
               ADD 1 TO WS-HDG-CNT
               MOVE RPTBRST-LINE TO WS-HDG-LINE(WS-HDG-CNT)
           END-IF.
      ******************************************************************
      * 200400-WRITE-DETAIL OPENS A NEW GROUP ON A BRANCH BREAK AND
      * WRITES THE LINE, STARTING A NEW PAGE UNDER THE HEADINGS WHEN
      * THE PAGE IS FULL.
       200400-WRITE-DETAIL.

           IF NOT WS-GRP-OPEN
              OR RPTBRST-BRANCH NOT = WS-GRP-BRANCH
               IF WS-GRP-OPEN
                   PERFORM 400000-CLOSE-GROUP
               END-IF
               MOVE RPTBRST-BRANCH TO WS-GRP-BRANCH
               PERFORM 400100-OPEN-GROUP
           END-IF

           IF WS-PAGE-LINE-CNT >= WS-PAGE-LINES
               PERFORM 400200-START-PAGE
           END-IF

           MOVE SPACE        TO WS-DSL-CC
           MOVE RPTBRST-LINE TO WS-DSL-TEXT
           PERFORM 400300-WRITE-DIST-LINE

           ADD 1 TO WS-CTL-LINE-CNT.
      ******************************************************************
      * 300000-END-REPORT CLOSES THE REPORT'S LAST GROUP. A REPORT
      * THAT CAME THROUGH WITH HEADINGS ONLY SENDS THEM TO THE
      * CENTRAL DESTINATION AS A GROUP OF ITS OWN.
       300000-END-REPORT.

           IF WS-RPT-GRP-CNT = ZERO
               MOVE SPACES TO WS-GRP-BRANCH
               PERFORM 400100-OPEN-GROUP
           END-IF

           IF WS-GRP-OPEN
               PERFORM 400000-CLOSE-GROUP
           END-IF.
      ******************************************************************
      * 400000-CLOSE-GROUP WRITES THE GROUP'S TRAILER, RECORDS IT ON
      * THE RPTDIST MANIFEST AND PRINTS ITS MANIFEST LINE.
       400000-CLOSE-GROUP.

           MOVE WS-CUR-RPT-ID   TO WS-DST-RPT-ID
           MOVE WS-GRP-BRANCH   TO WS-DST-BRANCH
           MOVE WS-GRP-LINE-CNT TO WS-DST-LINE-CNT
           MOVE WS-GRP-PAGE-CNT TO WS-DST-PAGE-CNT
           WRITE RE-DISTOUT FROM WS-DST-TRL

           PERFORM 400400-RECORD-MANIFEST

           MOVE WS-CUR-RPT-ID   TO WS-MF-RPT-ID
           MOVE WS-GRP-BRANCH   TO WS-MF-BRANCH
           MOVE WS-GRP-BRN-NAME TO WS-MF-BRN-NAME
           MOVE WS-GRP-DEST     TO WS-MF-DEST
           MOVE WS-GRP-LINE-CNT TO WS-MF-LINES
           MOVE WS-GRP-PAGE-CNT TO WS-MF-PAGES

           EVALUATE TRUE
               WHEN WS-ROUTE-BRANCH
                   MOVE 'BRANCH DESTINATION' TO WS-MF-ROUTE
               WHEN WS-ROUTE-CENTRAL
                   MOVE 'CENTRAL - BANK-WIDE' TO WS-MF-ROUTE
               WHEN WS-ROUTE-UNKNOWN
                   MOVE 'CENTRAL - NOT ON BRNCMSTR' TO WS-MF-ROUTE
               WHEN OTHER
                   MOVE 'CENTRAL - NO DESTINATION' TO WS-MF-ROUTE
           END-EVALUATE

           WRITE RE-DISTRPT FROM WS-MF-LINE

           MOVE 'N' TO WS-GRP-OPEN-SW.
      ******************************************************************
      * 400100-OPEN-GROUP RESOLVES WHERE THE BRANCH'S PAGES GO, WRITES
      * THE GROUP HEADER AND STARTS THE FIRST PAGE. A BLANK BRANCH IS
      * BANK-WIDE AND GOES TO THE CENTRAL DESTINATION; SO DOES A
      * BRANCH NOT ON BRNCMSTR OR WITH NO DESTINATION ON IT.
       400100-OPEN-GROUP.

           MOVE 'Y'    TO WS-GRP-OPEN-SW
           MOVE ZEROS  TO WS-GRP-LINE-CNT
           MOVE ZEROS  TO WS-GRP-PAGE-CNT
           MOVE SPACES TO WS-GRP-BRN-NAME

           ADD 1 TO WS-RPT-GRP-CNT
           ADD 1 TO WS-CTL-GRP-CNT

           IF WS-GRP-BRANCH = SPACES
               SET WS-ROUTE-CENTRAL TO TRUE
               MOVE WS-CENTRAL-DEST TO WS-GRP-DEST
               ADD 1 TO WS-CTL-CENTRAL-CNT
           ELSE
               PERFORM 400110-LOOK-UP-BRANCH
           END-IF

           MOVE WS-CUR-RPT-ID   TO WS-DSH-RPT-ID
           MOVE WS-GRP-BRANCH   TO WS-DSH-BRANCH
           MOVE WS-GRP-BRN-NAME TO WS-DSH-BRN-NAME
           MOVE WS-GRP-DEST     TO WS-DSH-DEST
           MOVE WS-BUS-DATE-X   TO WS-DSH-BUS-DATE
           MOVE WS-GRP-ROUTE-ST TO WS-DSH-ROUTE-ST
           WRITE RE-DISTOUT FROM WS-DST-HDR

           PERFORM 400200-START-PAGE.
      ******************************************************************
       400110-LOOK-UP-BRANCH.

           MOVE WS-GRP-BRANCH TO BRNC-CODE

           EXEC SQL
               SELECT BRNC_NAME, BRNC_RPT_DEST
                 INTO :BRNC-NAME, :BRNC-RPT-DEST
                 FROM IDC015.BRNCMSTR
                WHERE BRNC_CODE = :BRNC-CODE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO AND BRNC-RPT-DEST NOT = SPACES
                   SET WS-ROUTE-BRANCH TO TRUE
                   MOVE BRNC-NAME       TO WS-GRP-BRN-NAME
                   MOVE BRNC-RPT-DEST   TO WS-GRP-DEST
                   ADD 1 TO WS-CTL-BRANCH-CNT
               WHEN SQLCODE = ZERO
                   SET WS-ROUTE-NO-DEST TO TRUE
                   MOVE BRNC-NAME       TO WS-GRP-BRN-NAME
                   MOVE WS-CENTRAL-DEST TO WS-GRP-DEST
                   ADD 1 TO WS-CTL-NODEST-CNT
               WHEN SQLCODE = +100
                   SET WS-ROUTE-UNKNOWN TO TRUE
                   MOVE '** NOT ON BRNCMSTR' TO WS-GRP-BRN-NAME
                   MOVE WS-CENTRAL-DEST TO WS-GRP-DEST
                   ADD 1 TO WS-CTL-UNKNOWN-CNT
               WHEN OTHER
                   SET WS-ROUTE-UNKNOWN TO TRUE
                   MOVE '** NOT ON BRNCMSTR' TO WS-GRP-BRN-NAME
                   MOVE WS-CENTRAL-DEST TO WS-GRP-DEST
                   ADD 1 TO WS-CTL-UNKNOWN-CNT
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'BRNCMSTR'    TO DB2-OBJECT
                   MOVE 'SELECT'      TO DB2-STATEMENT
                   MOVE WS-GRP-BRANCH TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 400200-START-PAGE STARTS A NEW PAGE OF THE GROUP WITH THE
      * REPORT'S HEADINGS, THE FIRST ONE CARRYING THE NEW-PAGE
      * CARRIAGE CONTROL. WITHOUT HEADINGS THE NEXT DETAIL LINE
      * CARRIES IT INSTEAD.
       400200-START-PAGE.

           ADD 1 TO WS-GRP-PAGE-CNT
           MOVE ZEROS TO WS-PAGE-LINE-CNT

           MOVE '1' TO WS-DSL-CC
           PERFORM 400210-WRITE-ONE-HEADING
               VARYING WS-HDG-IX FROM 1 BY 1
               UNTIL WS-HDG-IX > WS-HDG-CNT.
      ******************************************************************
       400210-WRITE-ONE-HEADING.

           MOVE WS-HDG-LINE(WS-HDG-IX) TO WS-DSL-TEXT
           PERFORM 400300-WRITE-DIST-LINE
           MOVE SPACE TO WS-DSL-CC.
      ******************************************************************
      * 400300-WRITE-DIST-LINE WRITES ONE PRINT LINE OF THE GROUP.
      * THE FIRST LINE OF A PAGE WITH NO HEADINGS TAKES THE NEW-PAGE
      * CARRIAGE CONTROL ITSELF.
       400300-WRITE-DIST-LINE.

           IF WS-PAGE-LINE-CNT = ZERO
               MOVE '1' TO WS-DSL-CC
           END-IF

           MOVE WS-CUR-RPT-ID TO WS-DSL-RPT-ID
           MOVE WS-GRP-BRANCH TO WS-DSL-BRANCH
           WRITE RE-DISTOUT FROM WS-DST-LINE

           ADD 1 TO WS-GRP-LINE-CNT
           ADD 1 TO WS-PAGE-LINE-CNT.
      ******************************************************************
      * 400400-RECORD-MANIFEST INSERTS THE GROUP'S RPTDIST ROW. A
      * FAILED INSERT IS LOGGED AND COUNTED (CC 4) - THE PAGES HAVE
      * ALREADY GONE TO THE DISTRIBUTION FILE AND THE PRINTED
      * MANIFEST STILL SHOWS THEM.
       400400-RECORD-MANIFEST.

           MOVE WS-BUS-DATE-X   TO RDST-BUS-DATE
           MOVE WS-CUR-RPT-ID   TO RDST-RPT-ID
           MOVE WS-GRP-BRANCH   TO RDST-BRN
           MOVE WS-GRP-DEST     TO RDST-DEST
           MOVE WS-GRP-ROUTE-ST TO RDST-ROUTE-ST
           MOVE WS-GRP-LINE-CNT TO RDST-LINE-CNT
           MOVE WS-GRP-PAGE-CNT TO RDST-PAGE-CNT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 400410-INSERT-MANIFEST-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'RPTDIST'     TO DB2-OBJECT
               MOVE 'INSERT'      TO DB2-STATEMENT
               MOVE WS-CUR-RPT-ID TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       400410-INSERT-MANIFEST-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.RPTDIST
                   ( RDST_BUS_DATE, RDST_RPT_ID, RDST_BRN, RDST_DEST,
                     RDST_ROUTE_ST, RDST_LINE_CNT, RDST_PAGE_CNT )
               VALUES
                   ( :RDST-BUS-DATE, :RDST-RPT-ID, :RDST-BRN,
                     :RDST-DEST, :RDST-ROUTE-ST, :RDST-LINE-CNT,
                     :RDST-PAGE-CNT )
           END-EXEC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'RBST100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DISTRIBUTION RUN.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'RBST100 CONTROL TOTALS'
           DISPLAY '  BURST FEED RECORDS READ .......... : '
                   WS-CTL-READ-CNT
           DISPLAY '  HEADING LINES .................... : '
                   WS-CTL-HDG-CNT
           DISPLAY '  DETAIL LINES DISTRIBUTED ......... : '
                   WS-CTL-LINE-CNT
           DISPLAY '  REPORTS .......................... : '
                   WS-CTL-RPT-CNT
           DISPLAY '  GROUPS WRITTEN ................... : '
                   WS-CTL-GRP-CNT
           DISPLAY '  ROUTED TO BRANCH DESTINATION ..... : '
                   WS-CTL-BRANCH-CNT
           DISPLAY '  BANK-WIDE TO CENTRAL ............. : '
                   WS-CTL-CENTRAL-CNT
           DISPLAY '  BRANCH NOT ON BRNCMSTR ........... : '
                   WS-CTL-UNKNOWN-CNT
           DISPLAY '  BRANCH WITH NO DESTINATION ....... : '
                   WS-CTL-NODEST-CNT
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
