      ******************************************************************
      * RVMG100 MERGES THE PARTITIONS OF A PARTITIONED RV3C0100 RUN
      * INTO THE ONE SET OF OUTPUTS A SERIAL RUN WOULD HAVE PRODUCED.
      * EACH RANGE PARTITION (RVPRT01 ONWARDS, RUNNING TOGETHER)
      * PROCESSED ITS OWN ENTITY/NUM-RISK RANGE OF THE RISK-POSITION
      * EXTRACT AND THE CLOSING PASS (PARTITION 00, IN RVNITE2) SWEPT
      * THE CLOSED POSITIONS; NONE OF THEM WROTE SECTION HEADERS OR
      * TRAILERS OR A BALANCING RECORD.
      * THE PARTITION CONTROL FILES (I1DQ3703, SEE RVPART.cpy) ARE
      * CHECKED FIRST. EVERY PARTITION FROM 00 TO THE PARTITION COUNT
      * MUST BE THERE EXACTLY ONCE, FOR THE SAME BUSINESS DATE AND
      * RUN MODE, THE RANGE PARTITIONS' KEY RANGES MUST FOLLOW ON
      * FROM ONE ANOTHER FROM THE FIRST KEY TO THE LAST WITH NO GAP
      * OR OVERLAP, AND EVERY RANGE PARTITION MUST HAVE READ THE SAME
      * EXTRACT (THE SAME RECORD COUNT). A RUN THAT FAILS ANY OF
      * THESE IS NOT MERGED AT ALL.
      * THE CIRBE DETAIL OF ALL THE PARTITIONS (I1DQ3701), SORTED BY
      * THE JOB ON ENTITY, PRODUCT, F007-NUM-RISK AND F007-RISKSEQ,
      * IS THEN WRITTEN TO O1DQ0001 AS ONE SECTION PER ENTITY WITH A
      * SINGLE HEADER AND TRAILER - THE TRAILER COUNT BEING THE
      * ENTITY'S DETAIL COUNT ACROSS EVERY PARTITION - AND, WHEN THE
      * RUN WROTE THE DISPLAY EXTRACT, THE SORTED DISPLAY RECORDS
      * (I1DQ3702) GO TO DX1DQ001 WITH THE SAME SECTIONS.
      * THE MERGE PROVES THAT NO POSITION WAS LOST OR PROCESSED
      * TWICE: THE RANGE PARTITIONS' IN-RANGE COUNTS MUST ADD UP TO
      * THE EXTRACT RECORD COUNT; EACH PARTITION'S IN-RANGE, CLOSED
      * AND CONTINGENT POSITIONS MUST EQUAL WHAT IT WROTE PLUS WHAT IT
      * SUPPRESSED; THE DETAIL MERGED MUST EQUAL WHAT THE PARTITIONS
      * SAY THEY WROTE; AND NO TWO DETAIL RECORDS MAY CARRY THE SAME
      * ENTITY, PRODUCT, NUM-RISK AND RISKSEQ (EACH SUCH PAIR IS
      * LISTED). THE PARTITIONS MUST ALSO HAVE APPLIED THE SAME
      * PROVISIONING MATRIX VERSION.
      * THE COMBINED TOTALS GO TO SYSOUT AND TO ONE BALANCING RECORD
      * FOR RV3C0100 ON BL1DQ001, THE COMBINED AVAILABILITY SUMMARY
      * TO RP1DQ001, AND THE PARTITION-BY-PARTITION PROOF TO THE
      * RPTDQ016 MERGE CONTROL REPORT. RVMG100 CHECKS IN WITH RUN
      * CONTROL AS RV3C0100, SO THE LEDGER SHOWS THE RUN COMPLETE
      * ONLY ONCE IT HAS MERGED CLEANLY.
      * CONDITION CODES: 4 REJECTS PRESENT, 8 THE MERGE DID NOT
      * BALANCE (HOLD THE TRANSMISSION), 12 THE PARTITIONS ARE NOT
      * ONE COMPLETE RUN - NOTHING WAS MERGED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVMG100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT DETAIL-FILE   ASSIGN I1DQ3701.
           SELECT DISPIN-FILE   ASSIGN I1DQ3702.
           SELECT PARTCTL-FILE  ASSIGN I1DQ3703.
           SELECT OUTPUT-FILE   ASSIGN O1DQ0001.
           SELECT DISPEXT-FILE  ASSIGN DX1DQ001.
           SELECT BALANCE-FILE  ASSIGN BL1DQ001.
           SELECT SUMMARY-RPT   ASSIGN RP1DQ001.
           SELECT MERGERPT-FILE ASSIGN RPTDQ016.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DETAIL-FILE IS THE PARTITIONS' CIRBE DETAIL (RVFC007 LAYOUT)
      * AND DISPIN-FILE THEIR DISPLAY EXTRACT, EACH SORTED BY THE JOB.
       FD  DETAIL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DETAIL                        PIC X(750).
      ******************************************************************
       FD  DISPIN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DISPIN                        PIC X(350).
      ******************************************************************
      * PARTCTL-FILE IS THE PARTITIONS' CONTROL FILES, CONCATENATED.
       FD  PARTCTL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PARTCTL                       PIC X(300).
      ******************************************************************
      * OUTPUT-FILE AND DISPEXT-FILE ARE THE MERGED CIRBE EXTRACT AND
      * ITS DISPLAY-FORMAT COMPANION, AS RV3C0100 WRITES THEM.
       FD  OUTPUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-OUTPUT                        PIC X(750).
      ******************************************************************
       FD  DISPEXT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DISPEXT                       PIC X(350).
      ******************************************************************
      * BALANCE-FILE IS THE SHARED END-OF-DAY BALANCING FILE.
       FD  BALANCE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BALANCE                       PIC X(65).
      ******************************************************************
      * SUMMARY-RPT IS THE COMBINED AVAILABILITY SUMMARY, IN
      * RV3C0100'S FORMAT.
       FD  SUMMARY-RPT
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SUMMARY-LINE                  PIC X(80).
      ******************************************************************
      * MERGERPT-FILE IS THE PRINTED MERGE CONTROL REPORT.
       FD  MERGERPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-MERGERPT                      PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES.
       01  WS-SWITCHES.
           05  WS-CTL-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-CTL-EOF                           VALUE 'Y'.
           05  WS-DISPEXT-SW                PIC X(1)    VALUE 'N'.
               88  WS-DISPEXT-ON                        VALUE 'Y'.
           05  WS-PART-BAD-SW               PIC X(1)    VALUE 'N'.
               88  WS-PART-BAD                          VALUE 'Y'.
           05  WS-SUM-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-SUM-FOUND                         VALUE 'Y'.
           05  WS-CCY-EXP-FOUND-SW          PIC X(1)    VALUE 'N'.
               88  WS-CCY-EXP-FOUND                     VALUE 'Y'.
      ******************************************************************
      * THE RUN AS THE FIRST PARTITION CONTROL RECORD DESCRIBES IT;
      * EVERY OTHER PARTITION MUST AGREE.
       01  WS-RUN-FOUND-SW                  PIC X(1)    VALUE 'N'.
           88  WS-RUN-FOUND                             VALUE 'Y'.
       01  WS-RUN-PART-CNT                  PIC 9(2)    VALUE ZEROS.
       01  WS-RUN-BUS-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-RUN-MODE                      PIC X(5)    VALUE SPACES.
       01  WS-RUN-PMX-VERSION               PIC X(8)    VALUE SPACES.
       01  WS-RUN-READ-CNT                  PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
      ******************************************************************
      * ONE ENTRY PER PARTITION, ENTRY 1 BEING PARTITION 00, HOLDING
      * THE TOTALS OFF ITS CONTROL RECORD.
       01  WS-PART-SUB                      PIC S9(4)   COMP VALUE ZERO.
       01  WS-PART-LAST                     PIC S9(4)   COMP VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PT-ENTRY                  OCCURS 100.
               10  WS-PT-SEEN-CNT           PIC S9(4)   COMP.
               10  WS-PT-PMX-VERSION        PIC X(8).
               10  WS-PT-RANGE-FROM         PIC X(14).
               10  WS-PT-RANGE-TO           PIC X(14).
               10  WS-PT-READ-CNT           PIC S9(9)   COMP-3.
               10  WS-PT-INRANGE-CNT        PIC S9(9)   COMP-3.
               10  WS-PT-REC-CNT            PIC S9(9)   COMP-3.
               10  WS-PT-REJ-CNT            PIC S9(9)   COMP-3.
               10  WS-PT-SUPP-CNT           PIC S9(9)   COMP-3.
               10  WS-PT-CLOSE-CNT          PIC S9(9)   COMP-3.
               10  WS-PT-CONT-CNT           PIC S9(9)   COMP-3.
               10  WS-PT-BAL-SW             PIC X(1).
                   88  WS-PT-BALANCED                   VALUE 'Y'.
      ******************************************************************
      * THE CURRENT RECORD OF EACH SORTED INPUT, WITH ITS KEY. THE
      * DETAIL KEY FIELDS SIT WHERE RVFC007 CARRIES F007-ENT,
      * F007-COD-PROD, F007-NUM-RISK AND F007-RISKSEQ, THE DISPLAY
      * KEY FIELDS WHERE RV3C0100'S DISPLAY RECORD CARRIES THE
      * ENTITY, PRODUCT AND NUM-RISK. AT END OF FILE THE KEY IS
      * HIGH-VALUES.
       01  WS-DET-REC.
           05  WS-DET-ENT                   PIC X(4).
           05  WS-DET-PROD                  PIC X(2).
           05  FILLER                       PIC X(8).
           05  WS-DET-NUM-RISK              PIC X(10).
           05  WS-DET-RISKSEQ               PIC X(2).
           05  FILLER                       PIC X(724).
       01  WS-DET-KEY.
           05  WS-DK-ENT                    PIC X(4).
           05  WS-DK-PROD                   PIC X(2).
           05  WS-DK-NUM-RISK               PIC X(10).
           05  WS-DK-RISKSEQ                PIC X(2).
       01  WS-DET-PREV-KEY                  PIC X(18)
                                            VALUE LOW-VALUES.
       01  WS-DX-REC.
           05  WS-DX-ENT                    PIC X(4).
           05  FILLER                       PIC X(1).
           05  WS-DX-PROD                   PIC X(2).
           05  FILLER                       PIC X(1).
           05  WS-DX-NUM-RISK               PIC X(10).
           05  FILLER                       PIC X(332).
       01  WS-DX-KEY.
           05  WS-XK-ENT                    PIC X(4).
           05  WS-XK-PROD                   PIC X(2).
           05  WS-XK-NUM-RISK               PIC X(10).
       01  WS-DX-PREV-KEY                   PIC X(16)
                                            VALUE LOW-VALUES.
      * THE ENTITY WHOSE SECTION IS BEING WRITTEN, AND ITS COUNTS.
       01  WS-MRG-ENT                       PIC X(4)    VALUE SPACES.
       01  WS-ENT-REC-CNT                   PIC 9(9)    VALUE ZEROS.
      ******************************************************************
      * COMBINED CONTROL TOTALS: THE SUM OF THE PARTITIONS' TOTALS,
      * AND WHAT THE MERGE ITSELF COUNTED.
       01  WS-CTL-TOTALS.
           05  WS-CTL-INRANGE-CNT           PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-REC-CNT               PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-PEND-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-SUPP-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CLOSE-CNT             PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CONT-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-AVA1-SUM              PIC S9(13)V9(2) COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-STALE-CNT             PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-PMX-MISS-CNT          PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CNS-SET-CNT           PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CNS-MISS-CNT          PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CCY-HIT-CNT           PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CCY-MISS-CNT          PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-CLSCHG-CNT            PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-COVN-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-FORB-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-FORBDFLT-CNT          PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-PART-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-LEGL-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-MRG-CNT               PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-DX-CNT                PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-SECT-CNT              PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-DUP-CNT               PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
       01  WS-CHK-CNT                       PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
      * THE RUN'S CONDITION CODE SO FAR (SEE 900100-RAISE-RC).
       01  WS-RC                            PIC S9(4)   COMP VALUE ZERO.
       01  WS-NEW-RC                        PIC S9(4)   COMP VALUE ZERO.
      ******************************************************************
      * THE COMBINED BRANCH/PRODUCT AND CURRENCY-RISK-GROUP SUMMARY,
      * BUILT FROM THE PARTITIONS' 'S' AND 'C' RECORDS, SIZED AS IN
      * RV3C0100.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-USED                  PIC S9(5) COMP-3
                                                        VALUE ZEROS.
           05  WS-SUM-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-SUM-IDX, WS-SUM-SRCH-IDX.
               10  WS-SUM-BRANCH             PIC X(4).
               10  WS-SUM-PROD               PIC X(2).
               10  WS-SUM-COUNT              PIC S9(7) COMP-3.
               10  WS-SUM-AVA1-TOTAL         PIC S9(13)V9(2) COMP-3.
       01  WS-CCY-EXP-TABLE.
           05  WS-CCY-EXP-USED              PIC S9(5) COMP-3
                                                        VALUE ZEROS.
           05  WS-CCY-EXP-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-CCY-EXP-IDX,
                                      WS-CCY-EXP-SRCH-IDX.
               10  WS-CCY-EXP-COD-CRG        PIC X(3).
               10  WS-CCY-EXP-COUNT          PIC S9(7) COMP-3.
               10  WS-CCY-EXP-AVA1-TOTAL     PIC S9(13)V9(2) COMP-3.
      ******************************************************************
      * PRINT LINES FOR SUMMARY-RPT, AS IN RV3C0100.
       01  WS-RPT-LINE.
           05  WS-RPT-BRANCH                PIC X(4).
           05  FILLER                       PIC X(3)   VALUE SPACES.
           05  WS-RPT-PROD                  PIC X(2).
           05  FILLER                       PIC X(3)   VALUE SPACES.
           05  WS-RPT-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(3)   VALUE SPACES.
           05  WS-RPT-TOTAL                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(20)  VALUE SPACES.
       01  WS-CCY-RPT-LINE.
           05  WS-CCY-RPT-CRG               PIC X(3).
           05  FILLER                       PIC X(5)   VALUE SPACES.
           05  WS-CCY-RPT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(3)   VALUE SPACES.
           05  WS-CCY-RPT-TOTAL             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(20)  VALUE SPACES.
      ******************************************************************
      * PRINT LINES FOR THE MERGE CONTROL REPORT.
       01  WS-PART-LINE.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-PART-NO                PIC 9(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PL-FROM                   PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-TO                     PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-INRANGE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-CLOSE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-CONT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-WRITTEN                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-SUPP                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-REJ                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-PMX                    PIC X(8).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-PL-STATUS                 PIC X(14).
       01  WS-DUP-LINE.
           05  FILLER                       PIC X(20)   VALUE
                   ' DUPLICATE POSITION '.
           05  WS-DL-ENT                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-PROD                   PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-NUM-RISK               PIC X(10).
           05  FILLER                       PIC X(94)   VALUE SPACES.
       01  WS-EDIT-CNT                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CNT2                     PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-KEY                      PIC X(15).
       01  WS-EDIT-KEY-R REDEFINES WS-EDIT-KEY.
           05  WS-EK-ENT                    PIC X(4).
           05  FILLER                       PIC X(1).
           05  WS-EK-RISK                   PIC X(10).
       01  WS-KEY-HOLD.
           05  WS-KH-ENT                    PIC X(4).
           05  WS-KH-RISK                   PIC X(10).
      ******************************************************************
       COPY RVSECT.
      ******************************************************************
       COPY RVPART.
      ******************************************************************
       COPY BALTOT.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CHECKS THE PARTITIONS ARE ONE COMPLETE RUN,
      * MERGES THEIR OUTPUT SECTION BY SECTION AND BALANCES IT.
       100000-MAINLINE.

           PERFORM 100005-REGISTER-RUN-START

           INITIALIZE WS-PART-TABLE

           PERFORM 100010-LOAD-PARTITION-CONTROL
           PERFORM 100100-CHECK-PARTITIONS

           OPEN OUTPUT MERGERPT-FILE
           PERFORM 300000-PRINT-PARTITION-PROOF

           OPEN INPUT  DETAIL-FILE
           OPEN OUTPUT OUTPUT-FILE
           OPEN EXTEND BALANCE-FILE

           IF WS-DISPEXT-ON
               OPEN INPUT  DISPIN-FILE
               OPEN OUTPUT DISPEXT-FILE
               WRITE RE-DISPEXT FROM WS-DX-HEADER
               PERFORM 200200-READ-DISPLAY
           ELSE
               MOVE HIGH-VALUES TO WS-DX-KEY
           END-IF

           PERFORM 200100-READ-DETAIL

           PERFORM 200000-MERGE-ONE-ENTITY
               UNTIL WS-DET-KEY = HIGH-VALUES
                 AND WS-DX-KEY  = HIGH-VALUES

           PERFORM 310000-PRINT-MERGE-TOTALS
           PERFORM 900300-WRITE-BALANCE-TOTALS
           PERFORM 990000-PRINT-CONTROL-TOTALS
           PERFORM 990200-PRINT-SUMMARY-REPORT

           CLOSE DETAIL-FILE
           CLOSE OUTPUT-FILE
           CLOSE BALANCE-FILE
           CLOSE MERGERPT-FILE
           IF WS-DISPEXT-ON
               CLOSE DISPIN-FILE
               CLOSE DISPEXT-FILE
           END-IF

           IF WS-CTL-REJ-CNT > ZERO
               MOVE 4 TO WS-NEW-RC
               PERFORM 900100-RAISE-RC
           END-IF

           IF WS-RC < 8
               PERFORM 900900-REGISTER-RUN-END
           END-IF

           MOVE WS-RC TO RETURN-CODE

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH RUN CONTROL AS
      * RV3C0100, AS A SERIAL RUN WOULD: A RUN ALREADY COMPLETE FOR
      * THE BUSINESS DATE IS REFUSED AS A DUPLICATE.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'RV3C0100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA

           EVALUATE TRUE
               WHEN RUNCTL-88-OK
                   CONTINUE
               WHEN RUNCTL-88-DUP-RUN
                   DISPLAY 'RVMG100 - RV3C0100 ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE MERGE REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'RVMG100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - PARTITION BUSINESS DATE IN USE'
                   MOVE SPACES TO RUNCTL-BUS-DATE
           END-EVALUATE.
      ******************************************************************
      * 100010-LOAD-PARTITION-CONTROL READS THE PARTITION CONTROL
      * FILES: EACH 'T' RECORD INTO ITS PARTITION'S ENTRY AND INTO THE
      * COMBINED TOTALS, EACH 'S' AND 'C' RECORD INTO THE COMBINED
      * SUMMARY.
       100010-LOAD-PARTITION-CONTROL.

           OPEN INPUT PARTCTL-FILE
           PERFORM 100020-READ-PARTITION-CONTROL
           PERFORM 100030-STORE-PARTITION-RECORD UNTIL WS-CTL-EOF
           CLOSE PARTCTL-FILE

           IF NOT WS-RUN-FOUND
               DISPLAY 'RVMG100 - NO PARTITION CONTROL RECORDS ON '
                       'I1DQ3703 - NOTHING TO MERGE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       100020-READ-PARTITION-CONTROL.

           READ PARTCTL-FILE INTO RVPART-REC
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
      ******************************************************************
       100030-STORE-PARTITION-RECORD.

           IF NOT WS-RUN-FOUND
               MOVE 'Y'             TO WS-RUN-FOUND-SW
               MOVE RVPART-BUS-DATE TO WS-RUN-BUS-DATE
           END-IF

           IF RVPART-BUS-DATE NOT = WS-RUN-BUS-DATE
            OR RVPART-PART-NO NOT NUMERIC
               DISPLAY 'RVMG100 - PARTITION ' RVPART-PART-NO
                       ' IS FOR BUSINESS DATE ' RVPART-BUS-DATE
                       ', NOT ' WS-RUN-BUS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN RVPART-TOTALS
                   PERFORM 100040-STORE-PARTITION-TOTALS
               WHEN RVPART-SUMMARY
                   PERFORM 100050-ADD-SUMMARY-LINE
               WHEN RVPART-CCY-EXPOSURE
                   PERFORM 100060-ADD-CCY-EXP-LINE
               WHEN OTHER
                   DISPLAY 'RVMG100 - UNKNOWN PARTITION CONTROL '
                           'RECORD TYPE ' RVPART-REC-TYPE
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 100020-READ-PARTITION-CONTROL.
      ******************************************************************
       100040-STORE-PARTITION-TOTALS.

           IF WS-RUN-MODE = SPACES
               MOVE RVPART-PART-CNT    TO WS-RUN-PART-CNT
               MOVE RVPART-RUN-MODE    TO WS-RUN-MODE
               MOVE RVPART-DISPEXT-FLG TO WS-DISPEXT-SW
           END-IF

           IF RVPART-PART-CNT NOT = WS-RUN-PART-CNT
            OR RVPART-RUN-MODE NOT = WS-RUN-MODE
            OR RVPART-PART-NO > RVPART-PART-CNT
               DISPLAY 'RVMG100 - PARTITION ' RVPART-PART-NO
                       ' IS ' RVPART-RUN-MODE ' OF '
                       RVPART-PART-CNT ' PARTITIONS, NOT '
                       WS-RUN-MODE ' OF ' WS-RUN-PART-CNT
                       ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-PART-SUB = RVPART-PART-NO + 1
           ADD 1 TO WS-PT-SEEN-CNT (WS-PART-SUB)
           MOVE RVPART-PMX-VERSION TO WS-PT-PMX-VERSION (WS-PART-SUB)
           MOVE RVPART-RANGE-FROM  TO WS-PT-RANGE-FROM (WS-PART-SUB)
           MOVE RVPART-RANGE-TO    TO WS-PT-RANGE-TO (WS-PART-SUB)
           MOVE RVPART-READ-CNT    TO WS-PT-READ-CNT (WS-PART-SUB)
           MOVE RVPART-INRANGE-CNT TO WS-PT-INRANGE-CNT (WS-PART-SUB)
           MOVE RVPART-REC-CNT     TO WS-PT-REC-CNT (WS-PART-SUB)
           MOVE RVPART-REJ-CNT     TO WS-PT-REJ-CNT (WS-PART-SUB)
           MOVE RVPART-SUPP-CNT    TO WS-PT-SUPP-CNT (WS-PART-SUB)
           MOVE RVPART-CLOSE-CNT   TO WS-PT-CLOSE-CNT (WS-PART-SUB)
           MOVE RVPART-CONT-CNT    TO WS-PT-CONT-CNT (WS-PART-SUB)

           ADD RVPART-INRANGE-CNT   TO WS-CTL-INRANGE-CNT
           ADD RVPART-REC-CNT       TO WS-CTL-REC-CNT
           ADD RVPART-REJ-CNT       TO WS-CTL-REJ-CNT
           ADD RVPART-PEND-CNT      TO WS-CTL-PEND-CNT
           ADD RVPART-SUPP-CNT      TO WS-CTL-SUPP-CNT
           ADD RVPART-CLOSE-CNT     TO WS-CTL-CLOSE-CNT
           ADD RVPART-CONT-CNT      TO WS-CTL-CONT-CNT
           ADD RVPART-AVA1-SUM      TO WS-CTL-AVA1-SUM
           ADD RVPART-STALE-CNT     TO WS-CTL-STALE-CNT
           ADD RVPART-PMX-MISS-CNT  TO WS-CTL-PMX-MISS-CNT
           ADD RVPART-CNS-SET-CNT   TO WS-CTL-CNS-SET-CNT
           ADD RVPART-CNS-MISS-CNT  TO WS-CTL-CNS-MISS-CNT
           ADD RVPART-CCY-HIT-CNT   TO WS-CTL-CCY-HIT-CNT
           ADD RVPART-CCY-MISS-CNT  TO WS-CTL-CCY-MISS-CNT
           ADD RVPART-CLSCHG-CNT    TO WS-CTL-CLSCHG-CNT
           ADD RVPART-COVN-CNT      TO WS-CTL-COVN-CNT
           ADD RVPART-FORB-CNT      TO WS-CTL-FORB-CNT
           ADD RVPART-FORBDFLT-CNT  TO WS-CTL-FORBDFLT-CNT
           ADD RVPART-PART-LOAN-CNT TO WS-CTL-PART-CNT
           ADD RVPART-LEGL-CNT      TO WS-CTL-LEGL-CNT.
      ******************************************************************
       100050-ADD-SUMMARY-LINE.

           MOVE 'N' TO WS-SUM-FOUND-SW
           SET WS-SUM-SRCH-IDX TO 1
           SEARCH WS-SUM-ENTRY VARYING WS-SUM-SRCH-IDX
               AT END
                   CONTINUE
               WHEN WS-SUM-SRCH-IDX > WS-SUM-USED
                   CONTINUE
               WHEN WS-SUM-BRANCH(WS-SUM-SRCH-IDX) = RVPART-SUM-BRANCH
                AND WS-SUM-PROD(WS-SUM-SRCH-IDX)   = RVPART-SUM-PROD
                   MOVE 'Y' TO WS-SUM-FOUND-SW
           END-SEARCH

           IF NOT WS-SUM-FOUND
               IF WS-SUM-USED < 500
                   ADD 1 TO WS-SUM-USED
                   SET WS-SUM-SRCH-IDX TO WS-SUM-USED
                   MOVE RVPART-SUM-BRANCH
                       TO WS-SUM-BRANCH(WS-SUM-SRCH-IDX)
                   MOVE RVPART-SUM-PROD
                       TO WS-SUM-PROD(WS-SUM-SRCH-IDX)
                   MOVE ZEROS TO WS-SUM-COUNT(WS-SUM-SRCH-IDX)
                   MOVE ZEROS TO WS-SUM-AVA1-TOTAL(WS-SUM-SRCH-IDX)
                   MOVE 'Y' TO WS-SUM-FOUND-SW
               END-IF
           END-IF

           IF WS-SUM-FOUND
               ADD RVPART-SUM-COUNT
                   TO WS-SUM-COUNT(WS-SUM-SRCH-IDX)
               ADD RVPART-SUM-AVA1-TOTAL
                   TO WS-SUM-AVA1-TOTAL(WS-SUM-SRCH-IDX)
           END-IF.
      ******************************************************************
       100060-ADD-CCY-EXP-LINE.

           MOVE 'N' TO WS-CCY-EXP-FOUND-SW
           SET WS-CCY-EXP-SRCH-IDX TO 1
           SEARCH WS-CCY-EXP-ENTRY VARYING WS-CCY-EXP-SRCH-IDX
               AT END
                   CONTINUE
               WHEN WS-CCY-EXP-SRCH-IDX > WS-CCY-EXP-USED
                   CONTINUE
               WHEN WS-CCY-EXP-COD-CRG(WS-CCY-EXP-SRCH-IDX)
                       = RVPART-CCY-COD-CRG
                   MOVE 'Y' TO WS-CCY-EXP-FOUND-SW
           END-SEARCH

           IF NOT WS-CCY-EXP-FOUND
               IF WS-CCY-EXP-USED < 50
                   ADD 1 TO WS-CCY-EXP-USED
                   SET WS-CCY-EXP-SRCH-IDX TO WS-CCY-EXP-USED
                   MOVE RVPART-CCY-COD-CRG
                       TO WS-CCY-EXP-COD-CRG(WS-CCY-EXP-SRCH-IDX)
                   MOVE ZEROS
                       TO WS-CCY-EXP-COUNT(WS-CCY-EXP-SRCH-IDX)
                   MOVE ZEROS
                       TO WS-CCY-EXP-AVA1-TOTAL(WS-CCY-EXP-SRCH-IDX)
                   MOVE 'Y' TO WS-CCY-EXP-FOUND-SW
               END-IF
           END-IF

           IF WS-CCY-EXP-FOUND
               ADD RVPART-CCY-COUNT
                   TO WS-CCY-EXP-COUNT(WS-CCY-EXP-SRCH-IDX)
               ADD RVPART-CCY-AVA1-TOTAL
                   TO WS-CCY-EXP-AVA1-TOTAL(WS-CCY-EXP-SRCH-IDX)
           END-IF.
      ******************************************************************
      * 100100-CHECK-PARTITIONS STOPS THE RUN BEFORE ANY OUTPUT IS
      * WRITTEN UNLESS THE PARTITIONS ARE ONE COMPLETE RUN: EVERY
      * PARTITION 00 TO THE COUNT PRESENT ONCE, THE RANGES COVERING
      * EVERY KEY ONCE, AND EVERY RANGE PARTITION HAVING READ THE
      * SAME EXTRACT. IT ALSO SETS EACH PARTITION'S BALANCE SWITCH,
      * AND RAISES THE CONDITION CODE TO 8 FOR A PARTITION OUT OF
      * BALANCE, IN-RANGE COUNTS NOT ADDING UP TO THE EXTRACT, OR A
      * PROVISIONING MATRIX VERSION DIFFERENT FROM PARTITION 01'S.
       100100-CHECK-PARTITIONS.

           COMPUTE WS-PART-LAST = WS-RUN-PART-CNT + 1
           MOVE WS-PT-READ-CNT (2)    TO WS-RUN-READ-CNT
           MOVE WS-PT-PMX-VERSION (2) TO WS-RUN-PMX-VERSION

           IF WS-RUN-PART-CNT = ZERO
               DISPLAY 'RVMG100 - PARTITION COUNT IS ZERO - RUN '
                       'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF RUNCTL-BUS-DATE NOT = SPACES
            AND RUNCTL-BUS-DATE NOT = WS-RUN-BUS-DATE
               DISPLAY 'RVMG100 - PARTITIONS ARE FOR BUSINESS DATE '
                       WS-RUN-BUS-DATE ', RUN CONTROL IS AT '
                       RUNCTL-BUS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100110-CHECK-ONE-PARTITION
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-LAST

           IF WS-PART-BAD
               DISPLAY 'RVMG100 - PARTITIONS ARE NOT ONE COMPLETE '
                       'RUN - NOTHING MERGED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CTL-INRANGE-CNT NOT = WS-RUN-READ-CNT
               DISPLAY 'RVMG100 - PARTITIONS PROCESSED '
                       WS-CTL-INRANGE-CNT ' OF ' WS-RUN-READ-CNT
                       ' EXTRACT RECORDS'
               MOVE 8 TO WS-NEW-RC
               PERFORM 900100-RAISE-RC
           END-IF.
      ******************************************************************
       100110-CHECK-ONE-PARTITION.

           SUBTRACT 1 FROM WS-PART-SUB GIVING WS-PL-PART-NO

           IF WS-PT-SEEN-CNT (WS-PART-SUB) NOT = 1
               DISPLAY 'RVMG100 - PARTITION ' WS-PL-PART-NO
                       ' HAS ' WS-PT-SEEN-CNT (WS-PART-SUB)
                       ' CONTROL RECORDS, NOT ONE'
               MOVE 'Y' TO WS-PART-BAD-SW
           ELSE
      * PARTITION 00 IS THE CLOSING PASS: IT READS NO EXTRACT AND
      * OWNS NO RANGE.
               IF WS-PART-SUB > 1
                   PERFORM 100120-CHECK-PARTITION-RANGE
               END-IF

               COMPUTE WS-CHK-CNT = WS-PT-INRANGE-CNT (WS-PART-SUB)
                                  + WS-PT-CLOSE-CNT (WS-PART-SUB)
                                  + WS-PT-CONT-CNT (WS-PART-SUB)
                                  - WS-PT-REC-CNT (WS-PART-SUB)
                                  - WS-PT-SUPP-CNT (WS-PART-SUB)
               IF WS-CHK-CNT = ZERO
                   MOVE 'Y' TO WS-PT-BAL-SW (WS-PART-SUB)
               ELSE
                   MOVE 'N' TO WS-PT-BAL-SW (WS-PART-SUB)
                   DISPLAY 'RVMG100 - PARTITION ' WS-PL-PART-NO
                           ' OUT OF BALANCE BY ' WS-CHK-CNT
                   MOVE 8 TO WS-NEW-RC
                   PERFORM 900100-RAISE-RC
               END-IF
           END-IF.
      ******************************************************************
      * 100120-CHECK-PARTITION-RANGE: THE FIRST RANGE STARTS AT THE
      * LOWEST KEY, EACH ONE STARTS WHERE THE ONE BEFORE STOPPED, AND
      * THE LAST RUNS TO THE HIGHEST KEY.
       100120-CHECK-PARTITION-RANGE.

           IF WS-PART-SUB = 2
               IF WS-PT-RANGE-FROM (WS-PART-SUB) NOT = LOW-VALUES
                   DISPLAY 'RVMG100 - PARTITION 01 DOES NOT START AT '
                           'THE FIRST KEY'
                   MOVE 'Y' TO WS-PART-BAD-SW
               END-IF
           ELSE
               IF WS-PT-RANGE-FROM (WS-PART-SUB)
                       NOT = WS-PT-RANGE-TO (WS-PART-SUB - 1)
                   DISPLAY 'RVMG100 - PARTITION ' WS-PL-PART-NO
                           ' DOES NOT START WHERE THE PARTITION '
                           'BEFORE IT STOPS - GAP OR OVERLAP'
                   MOVE 'Y' TO WS-PART-BAD-SW
               END-IF
           END-IF

           IF WS-PART-SUB = WS-PART-LAST
            AND WS-PT-RANGE-TO (WS-PART-SUB) NOT = HIGH-VALUES
               DISPLAY 'RVMG100 - PARTITION ' WS-PL-PART-NO
                       ' DOES NOT RUN TO THE LAST KEY'
               MOVE 'Y' TO WS-PART-BAD-SW
           END-IF

           IF WS-PT-READ-CNT (WS-PART-SUB) NOT = WS-RUN-READ-CNT
               DISPLAY 'RVMG100 - PARTITION ' WS-PL-PART-NO
                       ' READ ' WS-PT-READ-CNT (WS-PART-SUB)
                       ' EXTRACT RECORDS, PARTITION 01 READ '
                       WS-RUN-READ-CNT
               MOVE 'Y' TO WS-PART-BAD-SW
           END-IF

           IF WS-PT-PMX-VERSION (WS-PART-SUB) NOT = WS-RUN-PMX-VERSION
               DISPLAY 'RVMG100 - PARTITION ' WS-PL-PART-NO
                       ' APPLIED PROVISIONING MATRIX '
                       WS-PT-PMX-VERSION (WS-PART-SUB)
                       ', PARTITION 01 APPLIED ' WS-RUN-PMX-VERSION
               MOVE 8 TO WS-NEW-RC
               PERFORM 900100-RAISE-RC
           END-IF.
      ******************************************************************
      * 200000-MERGE-ONE-ENTITY WRITES ONE ENTITY'S SECTION: THE
      * HEADER, EVERY DETAIL RECORD OF THE ENTITY FROM EVERY
      * PARTITION, AND THE TRAILER WITH THE SECTION'S DETAIL COUNT -
      * AND THE SAME SECTION OF THE DISPLAY EXTRACT.
       200000-MERGE-ONE-ENTITY.

           MOVE WS-DK-ENT TO WS-MRG-ENT
           IF WS-XK-ENT < WS-MRG-ENT
               MOVE WS-XK-ENT TO WS-MRG-ENT
           END-IF
           MOVE ZEROS TO WS-ENT-REC-CNT
           ADD 1 TO WS-CTL-SECT-CNT

           MOVE WS-MRG-ENT      TO HDR-ENT
           MOVE WS-RUN-BUS-DATE TO HDR-SUBMIT-DATE
           WRITE RE-OUTPUT FROM WS-CIRBE-HEADER

           PERFORM 200010-COPY-DETAIL
               UNTIL WS-DK-ENT NOT = WS-MRG-ENT

           MOVE WS-MRG-ENT     TO TRL-ENT
           MOVE WS-ENT-REC-CNT TO TRL-REC-CNT
           WRITE RE-OUTPUT FROM WS-CIRBE-TRAILER

           IF WS-DISPEXT-ON
               MOVE WS-MRG-ENT      TO DXH-ENT
               MOVE WS-RUN-BUS-DATE TO DXH-SUBMIT-DATE
               WRITE RE-DISPEXT FROM WS-DX-CIRBE-HEADER
               PERFORM 200020-COPY-DISPLAY
                   UNTIL WS-XK-ENT NOT = WS-MRG-ENT
               MOVE WS-MRG-ENT     TO DXT-ENT
               MOVE WS-ENT-REC-CNT TO DXT-REC-CNT
               WRITE RE-DISPEXT FROM WS-DX-CIRBE-TRAILER
           END-IF.
      ******************************************************************
       200010-COPY-DETAIL.

           WRITE RE-OUTPUT FROM WS-DET-REC
           ADD 1 TO WS-ENT-REC-CNT
           ADD 1 TO WS-CTL-MRG-CNT

           PERFORM 200100-READ-DETAIL.
      ******************************************************************
       200020-COPY-DISPLAY.

           WRITE RE-DISPEXT FROM WS-DX-REC
           ADD 1 TO WS-CTL-DX-CNT

           PERFORM 200200-READ-DISPLAY.
      ******************************************************************
      * 200100-READ-DETAIL READS THE NEXT DETAIL RECORD AND CHECKS IT
      * ARRIVES IN KEY ORDER. A RECORD WITH THE SAME KEY AS THE ONE
      * BEFORE IT IS A POSITION WRITTEN TWICE: IT IS LISTED, AND
      * STILL MERGED SO THE COUNTS SHOW WHAT THE PARTITIONS WROTE.
       200100-READ-DETAIL.

           READ DETAIL-FILE INTO WS-DET-REC
               AT END
                   MOVE HIGH-VALUES TO WS-DET-KEY
           END-READ

           IF WS-DET-KEY NOT = HIGH-VALUES
               MOVE WS-DET-ENT      TO WS-DK-ENT
               MOVE WS-DET-PROD     TO WS-DK-PROD
               MOVE WS-DET-NUM-RISK TO WS-DK-NUM-RISK
               MOVE WS-DET-RISKSEQ  TO WS-DK-RISKSEQ

               IF WS-DET-KEY < WS-DET-PREV-KEY
                   DISPLAY 'RVMG100 - I1DQ3701 NOT IN ENTITY/PRODUCT/'
                           'NUM-RISK ORDER AT ' WS-DK-ENT ' '
                           WS-DK-PROD ' ' WS-DK-NUM-RISK
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-DET-KEY = WS-DET-PREV-KEY
                   MOVE WS-DK-ENT      TO WS-DL-ENT
                   MOVE WS-DK-PROD     TO WS-DL-PROD
                   MOVE WS-DK-NUM-RISK TO WS-DL-NUM-RISK
                   WRITE RE-MERGERPT FROM WS-DUP-LINE
                   ADD 1 TO WS-CTL-DUP-CNT
                   MOVE 8 TO WS-NEW-RC
                   PERFORM 900100-RAISE-RC
               END-IF
               MOVE WS-DET-KEY TO WS-DET-PREV-KEY
           END-IF.
      ******************************************************************
      * 200200-READ-DISPLAY IS 200100-READ-DETAIL FOR THE DISPLAY
      * EXTRACT, WHICH CARRIES NO RISKSEQ TO TELL A DUPLICATE BY.
       200200-READ-DISPLAY.

           READ DISPIN-FILE INTO WS-DX-REC
               AT END
                   MOVE HIGH-VALUES TO WS-DX-KEY
           END-READ

           IF WS-DX-KEY NOT = HIGH-VALUES
               MOVE WS-DX-ENT      TO WS-XK-ENT
               MOVE WS-DX-PROD     TO WS-XK-PROD
               MOVE WS-DX-NUM-RISK TO WS-XK-NUM-RISK

               IF WS-DX-KEY < WS-DX-PREV-KEY
                   DISPLAY 'RVMG100 - I1DQ3702 NOT IN ENTITY/PRODUCT/'
                           'NUM-RISK ORDER AT ' WS-XK-ENT ' '
                           WS-XK-PROD ' ' WS-XK-NUM-RISK
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DX-KEY TO WS-DX-PREV-KEY
           END-IF.
      ******************************************************************
      * 300000-PRINT-PARTITION-PROOF STARTS THE MERGE CONTROL REPORT
      * WITH ONE LINE PER PARTITION: ITS RANGE, WHAT IT TOOK IN, WHAT
      * IT WROTE, SUPPRESSED AND REJECTED, AND WHETHER IT BALANCED.
       300000-PRINT-PARTITION-PROOF.

           MOVE SPACES TO RE-MERGERPT
           STRING 'RVMG100 - PARTITIONED RV3C0100 MERGE CONTROL - '
                  'BUSINESS DATE ' WS-RUN-BUS-DATE
                  ' - RUN MODE ' WS-RUN-MODE
                  DELIMITED BY SIZE
                  INTO RE-MERGERPT
           WRITE RE-MERGERPT
           MOVE WS-RUN-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-MERGERPT
           STRING 'EXTRACT RECORDS READ BY EACH RANGE PARTITION: '
                  WS-EDIT-CNT
                  DELIMITED BY SIZE
                  INTO RE-MERGERPT
           WRITE RE-MERGERPT
           MOVE SPACES TO RE-MERGERPT
           WRITE RE-MERGERPT
           MOVE SPACES TO RE-MERGERPT
           STRING ' PT  FROM            TO                 '
                  'IN-RANGE      CLOSED  CONTINGENT     WRITTEN  '
                  'SUPPRESSED    REJECTED PMX-VERS STATUS'
                  DELIMITED BY SIZE
                  INTO RE-MERGERPT
           WRITE RE-MERGERPT

           PERFORM 300010-PRINT-PARTITION-LINE
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-LAST

           MOVE SPACES TO RE-MERGERPT
           WRITE RE-MERGERPT.
      ******************************************************************
       300010-PRINT-PARTITION-LINE.

           SUBTRACT 1 FROM WS-PART-SUB GIVING WS-PL-PART-NO

           IF WS-PART-SUB = 1
               MOVE '(CLOSING PASS)' TO WS-PL-FROM
               MOVE SPACES           TO WS-PL-TO
           ELSE
               MOVE WS-PT-RANGE-FROM (WS-PART-SUB) TO WS-KEY-HOLD
               PERFORM 300020-EDIT-RANGE-KEY
               MOVE WS-EDIT-KEY TO WS-PL-FROM
               MOVE WS-PT-RANGE-TO (WS-PART-SUB) TO WS-KEY-HOLD
               PERFORM 300020-EDIT-RANGE-KEY
               MOVE WS-EDIT-KEY TO WS-PL-TO
           END-IF

           MOVE WS-PT-INRANGE-CNT (WS-PART-SUB) TO WS-PL-INRANGE
           MOVE WS-PT-CLOSE-CNT (WS-PART-SUB)   TO WS-PL-CLOSE
           MOVE WS-PT-CONT-CNT (WS-PART-SUB)    TO WS-PL-CONT
           MOVE WS-PT-REC-CNT (WS-PART-SUB)     TO WS-PL-WRITTEN
           MOVE WS-PT-SUPP-CNT (WS-PART-SUB)    TO WS-PL-SUPP
           MOVE WS-PT-REJ-CNT (WS-PART-SUB)     TO WS-PL-REJ
           MOVE WS-PT-PMX-VERSION (WS-PART-SUB) TO WS-PL-PMX

           IF WS-PT-BALANCED (WS-PART-SUB)
               MOVE 'BALANCED'       TO WS-PL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-PL-STATUS
           END-IF

           WRITE RE-MERGERPT FROM WS-PART-LINE.
      ******************************************************************
      * 300020-EDIT-RANGE-KEY PRINTS A RANGE KEY AS ENTITY AND
      * NUM-RISK, WITH THE OPEN ENDS OF THE RANGE SHOWN AS SUCH.
       300020-EDIT-RANGE-KEY.

           MOVE SPACES TO WS-EDIT-KEY

           EVALUATE TRUE
               WHEN WS-KEY-HOLD = LOW-VALUES
                   MOVE '(FIRST KEY)' TO WS-EDIT-KEY
               WHEN WS-KEY-HOLD = HIGH-VALUES
                   MOVE '(LAST KEY)'  TO WS-EDIT-KEY
               WHEN OTHER
                   INSPECT WS-KEY-HOLD
                       REPLACING ALL LOW-VALUES BY SPACES
                   MOVE WS-KH-ENT  TO WS-EK-ENT
                   MOVE WS-KH-RISK TO WS-EK-RISK
           END-EVALUATE.
      ******************************************************************
      * 310000-PRINT-MERGE-TOTALS ENDS THE MERGE CONTROL REPORT WITH
      * WHAT WAS MERGED AGAINST WHAT THE PARTITIONS SAY THEY WROTE,
      * AND THE VERDICT.
       310000-PRINT-MERGE-TOTALS.

           IF WS-CTL-MRG-CNT NOT = WS-CTL-REC-CNT
               DISPLAY 'RVMG100 - MERGED ' WS-CTL-MRG-CNT
                       ' DETAIL RECORDS, PARTITIONS WROTE '
                       WS-CTL-REC-CNT
               MOVE 8 TO WS-NEW-RC
               PERFORM 900100-RAISE-RC
           END-IF

           MOVE SPACES TO RE-MERGERPT
           WRITE RE-MERGERPT
           MOVE WS-CTL-INRANGE-CNT TO WS-EDIT-CNT
           MOVE WS-RUN-READ-CNT    TO WS-EDIT-CNT2
           MOVE SPACES TO RE-MERGERPT
           STRING 'EXTRACT RECORDS PROCESSED BY THE PARTITIONS ..: '
                  WS-EDIT-CNT ' OF ' WS-EDIT-CNT2
                  DELIMITED BY SIZE
                  INTO RE-MERGERPT
           WRITE RE-MERGERPT
           MOVE WS-CTL-MRG-CNT TO WS-EDIT-CNT
           MOVE WS-CTL-REC-CNT TO WS-EDIT-CNT2
           MOVE SPACES TO RE-MERGERPT
           STRING 'DETAIL RECORDS MERGED ........................: '
                  WS-EDIT-CNT ' OF ' WS-EDIT-CNT2 ' WRITTEN'
                  DELIMITED BY SIZE
                  INTO RE-MERGERPT
           WRITE RE-MERGERPT
           MOVE WS-CTL-SECT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-MERGERPT
           STRING 'ENTITY SECTIONS WRITTEN ......................: '
                  WS-EDIT-CNT
                  DELIMITED BY SIZE
                  INTO RE-MERGERPT
           WRITE RE-MERGERPT
           MOVE WS-CTL-DUP-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-MERGERPT
           STRING 'DUPLICATE POSITIONS ..........................: '
                  WS-EDIT-CNT
                  DELIMITED BY SIZE
                  INTO RE-MERGERPT
           WRITE RE-MERGERPT

           MOVE SPACES TO RE-MERGERPT
           IF WS-RC < 8
               STRING 'MERGE BALANCED - NO POSITION LOST OR '
                      'PROCESSED TWICE'
                      DELIMITED BY SIZE
                      INTO RE-MERGERPT
           ELSE
               STRING 'MERGE OUT OF BALANCE - HOLD THE CIRBE '
                      'TRANSMISSION'
                      DELIMITED BY SIZE
                      INTO RE-MERGERPT
           END-IF
           WRITE RE-MERGERPT.
      ******************************************************************
      * 900100-RAISE-RC KEEPS THE HIGHEST CONDITION CODE SEEN.
       900100-RAISE-RC.

           IF WS-NEW-RC > WS-RC
               MOVE WS-NEW-RC TO WS-RC
           END-IF.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS WRITES THE RUN'S ONE BALANCING
      * RECORD, AS A SERIAL RV3C0100 RUN WOULD: THE EXTRACT RECORDS
      * READ PLUS THE CLOSED AND CONTINGENT POSITIONS IN, THE DETAIL
      * RECORDS ACTUALLY MERGED APPLIED, THE SUPPRESSED POSITIONS
      * REJECTED - SO A POSITION LOST IN THE MERGE SHOWS IN BALD100
      * AS WELL AS HERE.
       900300-WRITE-BALANCE-TOTALS.

           MOVE 'RV3C0100'      TO BALTOT-PGM-ID
           MOVE WS-RUN-BUS-DATE TO BALTOT-RUN-DATE
           COMPUTE BALTOT-IN-CNT =
               WS-RUN-READ-CNT + WS-CTL-CLOSE-CNT
             + WS-CTL-CONT-CNT
           MOVE WS-CTL-MRG-CNT  TO BALTOT-APPLIED-CNT
           MOVE WS-CTL-SUPP-CNT TO BALTOT-REJ-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
      * 990000-PRINT-CONTROL-TOTALS WRITES THE COMBINED END-OF-RUN
      * TRAILER TO SYSOUT, AS RV3C0100 DOES FOR A SERIAL RUN.
       990000-PRINT-CONTROL-TOTALS.

           DISPLAY 'RVMG100 CONTROL TOTALS - PARTITIONED RV3C0100 RUN'
           DISPLAY '  PARTITIONS MERGED ................ : '
                   WS-RUN-PART-CNT
           DISPLAY '  EXTRACT RECORDS READ ............. : '
                   WS-RUN-READ-CNT
           DISPLAY '  RECORDS WRITTEN TO OUTPUT-FILE . : '
                   WS-CTL-MRG-CNT
           DISPLAY '  RECORDS REJECTED/ZEROED ......... : '
                   WS-CTL-REJ-CNT
           DISPLAY '  RECORDS PENDING RFNC APPROVAL .... : '
                   WS-CTL-PEND-CNT
           DISPLAY '  SUM OF F007-AMT-AVA1 ............ : '
                   WS-CTL-AVA1-SUM
           DISPLAY '  RUN MODE ......................... : '
                   WS-RUN-MODE
           DISPLAY '  UNCHANGED POSITIONS SUPPRESSED ... : '
                   WS-CTL-SUPP-CNT
           DISPLAY '  CLOSED POSITIONS SWEPT ........... : '
                   WS-CTL-CLOSE-CNT
           DISPLAY '  CONTINGENT (GUARANTEE) POSITIONS . : '
                   WS-CTL-CONT-CNT
           DISPLAY '  CONVERSIONS ON A STALE RATE ...... : '
                   WS-CTL-STALE-CNT
           DISPLAY '  PROVISIONING MATRIX VERSION ...... : '
                   WS-RUN-PMX-VERSION
           DISPLAY '  POSITIONS OUTSIDE THE MATRIX ..... : '
                   WS-CTL-PMX-MISS-CNT
           DISPLAY '  SECTORS SET FROM BORROWER CNAE ... : '
                   WS-CTL-CNS-SET-CNT
           DISPLAY '  ENTITY CNAE CODES NOT MAPPED ..... : '
                   WS-CTL-CNS-MISS-CNT
           DISPLAY '  CURRENCY CACHE HITS .............. : '
                   WS-CTL-CCY-HIT-CNT
           DISPLAY '  CURRENCY LOOKUPS (CACHE MISSES) .. : '
                   WS-CTL-CCY-MISS-CNT
           DISPLAY '  CLASSIFICATION CHANGES APPLIED ... : '
                   WS-CTL-CLSCHG-CNT
           DISPLAY '  HELD AT WATCH - COVENANT BREACH .. : '
                   WS-CTL-COVN-CNT
           DISPLAY '  FORBORNE LOANS REPORTED .......... : '
                   WS-CTL-FORB-CNT
           DISPLAY '  FORBORNE LOANS NEWLY DEFAULTED ... : '
                   WS-CTL-FORBDFLT-CNT
           DISPLAY '  PARTICIPATED LOANS AT OWN SHARE .. : '
                   WS-CTL-PART-CNT
           DISPLAY '  LOANS WITH LEGAL CASES ........... : '
                   WS-CTL-LEGL-CNT
           DISPLAY '  ENTITY SECTIONS WRITTEN .......... : '
                   WS-CTL-SECT-CNT
           DISPLAY '  DUPLICATE POSITIONS .............. : '
                   WS-CTL-DUP-CNT.
      ******************************************************************
      * 990200-PRINT-SUMMARY-REPORT WRITES THE COMBINED AVAILABILITY
      * SUMMARY IN RV3C0100'S FORMAT.
       990200-PRINT-SUMMARY-REPORT.

           OPEN OUTPUT SUMMARY-RPT

           MOVE 'RV3C0100 - AVAILABILITY SUMMARY BY BRANCH/PRODUCT'
               TO RE-SUMMARY-LINE
           WRITE RE-SUMMARY-LINE

           MOVE SPACES TO RE-SUMMARY-LINE
           STRING 'RUN MODE ' WS-RUN-MODE
                  ' - UNCHANGED POSITIONS SUPPRESSED: '
               DELIMITED BY SIZE INTO RE-SUMMARY-LINE
           END-STRING
           MOVE WS-CTL-SUPP-CNT TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT TO RE-SUMMARY-LINE(51:7)
           WRITE RE-SUMMARY-LINE
           MOVE 'BRCH  PR  RECORD-COUNT  TOTAL-AMT-AVA1'
               TO RE-SUMMARY-LINE
           WRITE RE-SUMMARY-LINE

           PERFORM 990210-PRINT-SUMMARY-LINE
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-USED

           MOVE 'RV3C0100 - CROSS-CURRENCY EXPOSURE BY CRG'
               TO RE-SUMMARY-LINE
           WRITE RE-SUMMARY-LINE
           MOVE 'CRG   RECORD-COUNT  TOTAL-AMT-AVA1'
               TO RE-SUMMARY-LINE
           WRITE RE-SUMMARY-LINE

           PERFORM 990220-PRINT-CCY-EXP-LINE
               VARYING WS-CCY-EXP-IDX FROM 1 BY 1
               UNTIL WS-CCY-EXP-IDX > WS-CCY-EXP-USED

           CLOSE SUMMARY-RPT.
      ******************************************************************
       990210-PRINT-SUMMARY-LINE.

           MOVE WS-SUM-BRANCH(WS-SUM-IDX)     TO WS-RPT-BRANCH
           MOVE WS-SUM-PROD(WS-SUM-IDX)       TO WS-RPT-PROD
           MOVE WS-SUM-COUNT(WS-SUM-IDX)      TO WS-RPT-COUNT
           MOVE WS-SUM-AVA1-TOTAL(WS-SUM-IDX) TO WS-RPT-TOTAL
           WRITE RE-SUMMARY-LINE FROM WS-RPT-LINE.
      ******************************************************************
       990220-PRINT-CCY-EXP-LINE.

           MOVE WS-CCY-EXP-COD-CRG(WS-CCY-EXP-IDX)    TO WS-CCY-RPT-CRG
           MOVE WS-CCY-EXP-COUNT(WS-CCY-EXP-IDX)    TO WS-CCY-RPT-COUNT
           MOVE WS-CCY-EXP-AVA1-TOTAL(WS-CCY-EXP-IDX)
                                                     TO WS-CCY-RPT-TOTAL
           WRITE RE-SUMMARY-LINE FROM WS-CCY-RPT-LINE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS RV3C0100 COMPLETE ON THE
      * RUN-CONTROL LEDGER ONCE THE MERGE HAS BALANCED.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'RV3C0100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
