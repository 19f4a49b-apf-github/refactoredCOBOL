           SELECT DISPEXT-FILE   ASSIGN DX1DQ001.
           SELECT RATELD-FILE    ASSIGN LD1DQ001.
           SELECT PROVMATX-FILE  ASSIGN PV1DQ001.
           SELECT CNAESECT-FILE  ASSIGN CS1DQ001.
           SELECT SCENPARM-FILE  ASSIGN SN1DQ001.
           SELECT SCENOUT-FILE   ASSIGN SO1DQ001.
           SELECT SCENRPT-FILE   ASSIGN RPSDQ002.
           SELECT OPTIONAL PARTCARD-FILE ASSIGN PN1DQ001.
           SELECT PARTCTL-FILE   ASSIGN PN2DQ001.
      ******************************************************************

       DATA DIVISION.
      * BY THE WRITTEN COUNT WOULD RE-PROCESS EVERY SUPPRESSED
      * POSITION AND DOUBLE-INSERT ITS RISKHIST ROW. THE ENTITY
      * SECTION IN FLIGHT AND ITS RECORD COUNT RIDE ALONG SO THE
      * RESUMED SECTION'S TRAILER COUNT SURVIVES. THE IN-RANGE,
      * SUPPRESSED AND CONTINGENT COUNTS RIDE ALONG SO THE BALANCING
      * (OR PARTITION CONTROL) TOTALS OF A RESTARTED RUN STILL COVER
      * THE RECORDS HANDLED BEFORE THE ABEND.
       01  RE-CHECKPOINT.
           05  CKPT-READ-CNT               PIC 9(9).
           05  CKPT-REC-CNT                PIC 9(9).
           05  CKPT-ENT                    PIC X(4).
           05  CKPT-ENT-REC-CNT            PIC 9(9).
           05  CKPT-INRANGE-CNT            PIC 9(9).
           05  CKPT-SUPP-CNT               PIC 9(9).
           05  CKPT-CONT-CNT               PIC 9(9).
      ******************************************************************
      * SUMMARY-RPT IS THE HUMAN-READABLE COMPANION TO THE MACHINE
      * RE-OUTPUT EXTRACT: F007-AMT-AVA1 TOTALS BY PRODUCT CODE AND
      * ONCE AT STARTUP INTO WS-PRODCODE-TABLE (SEE
      * 100010-LOAD-PRODUCT-TABLE), SO OPERATIONS CAN ADD OR RENUMBER
      * A DEPOSIT OR LOAN PRODUCT CODE BY MAINTAINING THIS FILE
      * INSTEAD OF RECOMPILING THIS PROGRAM. PRODCD-TYPE IS 'L' LOAN,
      * 'D' DEPOSIT OR 'C' CONTINGENT (AN ISSUED GUARANTEE); THE
      * FIRST 'C' CODE ON THE FILE IS THE ONE THE AVALMSTR CONTINGENT
      * POSITIONS ARE REPORTED UNDER.
       FD  PRODCODE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  PMX-RATE                    PIC 9V9(4).
           05  FILLER                      PIC X(26).
      ******************************************************************
      * CNAESECT-FILE IS THE MAINTAINABLE CNAE-TO-MANAGEMENT-SECTOR
      * MAP: EACH RECORD IS AN INCLUSIVE RANGE OF FOUR-DIGIT CNAE
      * ACTIVITY CODES AND THE F007-MGT-SECTOR IT REPORTS UNDER,
      * FIRST MATCHING RANGE WINS. A LOAN TO A LEGAL-ENTITY BORROWER
      * TAKES ITS SECTOR FROM THE BORROWER'S CUSTM_CNAE THROUGH THIS
      * MAP (SEE 217000-DERIVE-MGT-SECTOR).
       FD  CNAESECT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CNAESECT.
           05  CNS-CNAE-LO                 PIC X(4).
           05  CNS-CNAE-HI                 PIC X(4).
           05  CNS-SECTOR                  PIC X(2).
           05  FILLER                      PIC X(30).
      ******************************************************************
      * SCENPARM-FILE CARRIES THE SCENARIO SHOCK CARD, READ ONLY WHEN
      * THE RM1DQ001 RUN-MODE CARD SAYS 'SCEN ': THE EXCHANGE-RATE
      * SHOCK AS A SIGNED PERCENTAGE (APPLIED TO THE QBEC9900 RATES

       01  RE-SCENRPT                      PIC X(132).
      ******************************************************************
      * PARTCARD-FILE CARRIES THE PARTITION CARD OF A PARTITIONED RUN
      * (SEE 100011-READ-PARTITION-CARD): THE PARTITION NUMBER AND
      * THE NUMBER OF RANGE PARTITIONS IN THE RUN, AND THE KEY RANGE
      * (ENTITY AND F007-NUM-RISK) THIS PARTITION PROCESSES - FROM
      * THE 'FROM' KEY UP TO BUT NOT INCLUDING THE 'TO' KEY, SO ONE
      * PARTITION'S 'TO' KEY IS THE NEXT ONE'S 'FROM' KEY. WITH NO
      * CARD THE RUN IS THE ORIGINAL SERIAL PASS OVER THE WHOLE
      * EXTRACT.
       FD  PARTCARD-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PARTCARD.
           05  PCARD-PART-NO               PIC X(2).
           05  FILLER                      PIC X(1).
           05  PCARD-PART-CNT              PIC X(2).
           05  FILLER                      PIC X(1).
           05  PCARD-FROM-ENT              PIC X(4).
           05  PCARD-FROM-RISK             PIC X(10).
           05  FILLER                      PIC X(1).
           05  PCARD-TO-ENT                PIC X(4).
           05  PCARD-TO-RISK               PIC X(10).
           05  FILLER                      PIC X(45).
      ******************************************************************
      * PARTCTL-FILE IS THE PARTITION CONTROL FILE A PARTITION WRITES
      * IN PLACE OF THE BALANCING RECORD (SEE RVPART.cpy), FOR RVMG100
      * TO COMBINE INTO THE RUN'S ONE BALANCING RECORD AND SUMMARY.
       FD  PARTCTL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PARTCTL                      PIC X(300).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
           05  WS-CKPT-ENT-CNT              PIC 9(9)   VALUE ZEROS.
           05  WS-CKPT-WRITTEN-CNT          PIC 9(9)   VALUE ZEROS.
      ******************************************************************
      * PARTITIONED-RUN CONTROL (SEE 100011-READ-PARTITION-CARD).
      * A RANGE PARTITION ('R') READS THE WHOLE EXTRACT BUT PROCESSES
      * ONLY THE RECORDS WHOSE ENTITY AND F007-NUM-RISK FALL IN ITS
      * RANGE, SO SEVERAL PARTITIONS CAN RUN AT ONCE ON DISJOINT
      * POSITIONS, EACH WITH ITS OWN CHECKPOINT. IT WRITES NO SECTION
      * HEADERS OR TRAILERS - RVMG100 WRAPS THE MERGED SECTIONS - AND
      * NO BALANCING RECORD, ONLY ITS PARTITION CONTROL FILE.
      * THE WORK THAT BELONGS TO AN ENTITY AS A WHOLE (ITS LIVE
      * GUARANTEES AND THE UNKNOWN-ENTITY REJECT) IS DONE ONLY BY THE
      * PARTITION WHOSE RANGE HOLDS THE START OF THAT ENTITY'S KEYS,
      * SO IT HAPPENS EXACTLY ONCE HOWEVER THE ENTITY IS SPLIT. THE
      * CLOSING PASS ('C', PARTITION 00) RUNS AFTER EVERY RANGE
      * PARTITION HAS FINISHED AND DOES THE DELTA SWEEP OF CLOSED
      * POSITIONS, WHICH MUST NOT RUN WHILE ANOTHER PARTITION HAS
      * RISKAVAIL ROWS STILL TO REFRESH.
       01  WS-PART-SW                       PIC X(1)    VALUE 'N'.
           88  WS-PART-MODE                             VALUE 'R' 'C'.
           88  WS-PART-RANGE                            VALUE 'R'.
           88  WS-PART-CLOSING                          VALUE 'C'.
       01  WS-PART-NO                       PIC 9(2)    VALUE ZEROS.
       01  WS-PART-CNT                      PIC 9(2)    VALUE ZEROS.
       01  WS-PART-FROM-KEY.
           05  WS-PART-FROM-ENT             PIC X(4)    VALUE SPACES.
           05  WS-PART-FROM-RISK            PIC X(10)   VALUE SPACES.
       01  WS-PART-TO-KEY.
           05  WS-PART-TO-ENT               PIC X(4)    VALUE SPACES.
           05  WS-PART-TO-RISK              PIC X(10)   VALUE SPACES.
       01  WS-PART-KEY.
           05  WS-PART-KEY-ENT              PIC X(4)    VALUE SPACES.
           05  WS-PART-KEY-RISK             PIC X(10)   VALUE SPACES.
       01  WS-PART-IN-RANGE-SW              PIC X(1)    VALUE 'Y'.
           88  WS-PART-IN-RANGE                         VALUE 'Y'.
       01  WS-PART-OWNS-ENT-SW              PIC X(1)    VALUE 'Y'.
           88  WS-PART-OWNS-ENT                         VALUE 'Y'.
       01  WS-CTL-INRANGE-CNT               PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
      * THE RUN-CONTROL LEDGER NAME: RV3C0100 FOR A SERIAL RUN,
      * RV3CPTNN FOR PARTITION NN (RVMG100 CHECKS IN AS RV3C0100 FOR
      * THE PARTITIONED RUN AS A WHOLE).
       01  WS-RUN-PGM-ID                    PIC X(8)    VALUE
                                                        'RV3C0100'.
      ******************************************************************
      * WORKING-STORAGE FOR 210000-VALIDATE-CURRENCY, WHICH CHECKS
      * F007-FCC AGAINST THE QBEC9900 REFERENCE TABLE BEFORE
      * 220000-CALC-PERMISS-AND-WRITE COMPUTES AN AVAILABILITY AMOUNT.
       01  WS-PRODCODE-TYPE-FOUND           PIC X(1)   VALUE SPACE.
           88  WS-PRODCODE-IS-LOAN                     VALUE 'L'.
           88  WS-PRODCODE-IS-DEPOSIT                  VALUE 'D'.
           88  WS-PRODCODE-IS-CONTINGENT               VALUE 'C'.
      ******************************************************************
       COPY RVFC007.
      * PATH : .../Cobol Include/RVFC007.cpy
                                                         VALUE ZEROS.
       01  WS-CTL-CLSCHG-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      * A LOAN WITH A STANDING COVENANT BREACH (COVNMSTR, TESTED BY
      * COVT100) IS HELD AT WATCH EVEN WITH NOTHING PAST DUE.
       01  WS-COVN-BREACH-CNT               PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CTL-COVN-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 220670-LOOKUP-FORBEARANCE, WHICH CARRIES
      * A LOAN'S LOANFORB STATUS AND PROBATION END ONTO THE EXTRACT
      * AND MARKS A FORBORNE LOAN THAT HAS JUST BEEN CLASSIFIED
      * NON-PERFORMING AS DEFAULTED WHILE FORBORNE.
       01  WS-CTL-FORB-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-CTL-FORBDFLT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 220680-LOOKUP-LEGAL-COSTS, WHICH CARRIES
      * THE LEGAL COSTS RECORDED ON A LOAN'S LEGLCASE ROWS ONTO THE
      * EXTRACT.
       01  WS-LEGL-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LEGL-COST-SUM                 PIC S9(13)V99 COMP-3
                                                         VALUE ZEROS.
       01  WS-CTL-LEGL-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 218000-APPLY-OWN-SHARE, WHICH CUTS A
      * SYNDICATED OR PARTICIPATED LOAN DOWN TO THE SHARE OF IT THIS
      * BANK HOLDS (ITS OWN ACTIVE PARTMSTR ROW). WS-OWN-SHARE-PCT IS
      * 100 FOR A POSITION THAT IS WHOLLY OURS; 220660-LOOKUP-FACL-
      * UNDRAWN APPLIES IT TO THE FACILITY FIGURES IT OVERLAYS.
       01  WS-OWN-SHARE-PCT                 PIC S9(3)V9(4) COMP-3
                                                         VALUE 100.
       01  WS-CTL-PART-CNT                  PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WS-PROVMATX-TABLE IS THE IN-MEMORY COPY OF THE PROVISIONING
      * MATRIX, LOADED AT STARTUP BY 100018-LOAD-PROV-MATRIX (THE
       01  WS-CTL-PMX-MISS-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WS-CNAESECT-TABLE IS THE IN-MEMORY COPY OF THE CNAE-TO-SECTOR
      * MAP, LOADED AT STARTUP BY 100021-LOAD-CNAE-SECTORS (THE SAME
      * PATTERN AS WS-PROVMATX-TABLE). A LEGAL-ENTITY LOAN WHOSE CNAE
      * NO RANGE COVERS KEEPS THE SECTOR IT ARRIVED WITH AND IS
      * COUNTED, SO A GAP IN THE MAP SHOWS IN THE CONTROL TOTALS.
       01  WS-CNAESECT-TABLE.
           05  WS-CNS-USED                  PIC S9(5) COMP-3
                                                         VALUE ZEROS.
           05  WS-CNS-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-CNS-IDX.
               10  WS-CNS-CNAE-LO            PIC X(4).
               10  WS-CNS-CNAE-HI            PIC X(4).
               10  WS-CNS-SECTOR             PIC X(2).
       01  WS-CNS-EOF-SW                    PIC X(1)    VALUE 'N'.
           88  WS-CNS-EOF                               VALUE 'Y'.
       01  WS-CNS-BOR-TYPE                  PIC X(1)    VALUE SPACE.
       01  WS-CNS-BOR-CNAE                  PIC X(4)    VALUE SPACES.
       01  WS-CTL-CNS-SET-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-CTL-CNS-MISS-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD, STAMPED ONTO THE
      * BALANCING TOTALS RECORD (SEE 900300-WRITE-BALANCE-TOTALS).
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
                                                         VALUE ZEROS.
       01  WS-CLS-EOF-SW                    PIC X(1)    VALUE 'N'.
           88  WS-CLS-EOF                               VALUE 'Y'.
      ******************************************************************
      * CONTINGENT-POSITION WORKING-STORAGE: ISSUED GUARANTEES LIVE
      * ON AVALMSTR, NOT ON THE SOURCE EXTRACT, SO EACH ENTITY'S
      * LIVE GUARANTEES ARE EMITTED INTO ITS OWN SECTION BY
      * 219500-EMIT-CONTINGENT-POSITIONS UNDER WS-CONT-PROD-CODE
      * (THE PRODCODE-FILE 'C' CODE). THE EXTRACT RECORD IN HAND
      * WHEN THE ENTITY BREAKS IS PARKED IN WS-CONT-HOLD-REC MEANWHILE.
       01  WS-CONT-PROD-CODE                PIC X(2)    VALUE SPACES.
       01  WS-CONT-HOLD-REC                 PIC X(750)  VALUE SPACES.
       01  WS-CONT-NUM-RISK-9               PIC 9(10)   VALUE ZEROS.
       01  WS-CONT-EOF-SW                   PIC X(1)    VALUE 'N'.
           88  WS-CONT-EOF                              VALUE 'Y'.
       01  WS-CTL-CONT-CNT                  PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-CTL-SUPP-CNT                  PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-DELTA-CHANGED-SW              PIC X(1)    VALUE 'Y'.
      * EXPLICIT SIGN AND DECIMAL POINT.
       01  WS-DISPEXT-SW                    PIC X(1)    VALUE 'N'.
           88  WS-DISPEXT-ON                            VALUE 'Y'.
       01  WS-DX-REC.
           05  WS-DX-ENT                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE ';'.
           05  WS-DX-FLG-GUAPLCY            PIC X(1).
           05  FILLER                       PIC X(1)    VALUE ';'.
           05  WS-DX-IRT                    PIC -9(3).9(6).
           05  FILLER                       PIC X(1)    VALUE ';'.
           05  WS-DX-FLG-FORB               PIC X(1).
           05  FILLER                       PIC X(1)    VALUE ';'.
           05  WS-DX-DAT-FORBPROB           PIC X(10).
      ******************************************************************
      * WS-ENTCTL-TABLE IS THE IN-MEMORY COPY OF ENTCTL-FILE, LOADED
      * ONCE AT STARTUP BY 100015-LOAD-ENTITY-TABLE (THE SAME PATTERN
       01  WS-ENTCTL-FOUND-SW               PIC X(1)   VALUE 'N'.
           88  WS-ENTCTL-FOUND                         VALUE 'Y'.
      ******************************************************************
      * THE CIRBE SECTION HEADER/TRAILER RECORDS AND THE DISPLAY
      * EXTRACT'S COLUMN HEADER AND HEADER/TRAILER RECORDS (SHARED
      * WITH RVMG100, WHICH WRAPS A PARTITIONED RUN'S SECTIONS).
       COPY RVSECT.
      ******************************************************************
       COPY BALTOT.
      ******************************************************************
       COPY RISKCLAS.
      ******************************************************************
       COPY RISKCLSH.
      ******************************************************************
       COPY LOANFORB.
      ******************************************************************
       COPY AVALMSTR.
      ******************************************************************
       COPY PARTMSTR.
      ******************************************************************
       COPY COVNMSTR.
      ******************************************************************
       COPY LEGLCASE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
                             RAVAIL_NUM_RISK
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE LIVE ISSUED GUARANTEES OF THE ENTITY WHOSE
      * SECTION IS BEING CLOSED, FOR 219500-EMIT-CONTINGENT-POSITIONS.
           EXEC SQL
               DECLARE RV3C-CONT-CSR CURSOR FOR
                   SELECT AVAL_NO, AVAL_BRN, AVAL_CCY, AVAL_ORIG_AMT,
                          AVAL_AMT, AVAL_ISSUE_DATE, AVAL_EXPIRY_DATE
                     FROM IDC015.AVALMSTR
                    WHERE AVAL_ENT = :WS-CIRBE-ENT
                      AND AVAL_ST  = 'L'
                    ORDER BY AVAL_NO
           END-EXEC.
      ******************************************************************

       COPY RUNCTL.
      ******************************************************************
       COPY RVPART.
      ******************************************************************

       LINKAGE SECTION.

           IF WS-MODE-SCEN
               PERFORM 100013-READ-SCENARIO-CARD
           ELSE
               PERFORM 100011-READ-PARTITION-CARD
               PERFORM 100005-REGISTER-RUN-START
           END-IF

           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           IF NOT WS-PART-MODE
               OPEN EXTEND BALANCE-FILE
           END-IF

           PERFORM 100010-LOAD-PRODUCT-TABLE


           PERFORM 100018-LOAD-PROV-MATRIX

           PERFORM 100021-LOAD-CNAE-SECTORS

           PERFORM 100015-LOAD-ENTITY-TABLE

           PERFORM 100050-APPLY-CHECKPOINT
           IF WS-CKPT-FOUND AND NOT WS-EOF-YES
               MOVE WS-CKPT-ENT     TO WS-CIRBE-ENT
               MOVE WS-CKPT-ENT-CNT TO WS-ENT-REC-CNT
               PERFORM 100095-CHECK-ENTITY-OWNER
           END-IF

           PERFORM 100100-PROCESS-ONE-RECORD UNTIL WS-EOF-YES

      * THE LAST ENTITY'S LIVE GUARANTEES GO INTO ITS SECTION BEFORE
      * THE DELTA SWEEP, SO THEIR RISKAVAIL ROWS ARE ALREADY
      * REFRESHED AND NOT MISTAKEN FOR CLOSED POSITIONS. A RANGE
      * PARTITION LEAVES THE SWEEP TO THE CLOSING PASS AND THE
      * TRAILERS TO RVMG100.
           IF WS-CIRBE-ENT NOT = SPACES AND WS-PART-OWNS-ENT
               PERFORM 219500-EMIT-CONTINGENT-POSITIONS
           END-IF

           IF WS-MODE-DELTA AND NOT WS-PART-RANGE
               PERFORM 219100-SWEEP-CLOSED-POSITIONS
           END-IF

           IF WS-CIRBE-ENT NOT = SPACES AND NOT WS-PART-MODE
               PERFORM 900310-WRITE-CIRBE-TRAILER
           END-IF


           PERFORM 990000-PRINT-CONTROL-TOTALS
           IF NOT WS-MODE-SCEN
               IF WS-PART-MODE
                   PERFORM 900320-WRITE-PARTITION-CONTROL
               ELSE
                   PERFORM 900300-WRITE-BALANCE-TOTALS
               END-IF
               PERFORM 990100-CLEAR-CHECKPOINT
           END-IF
           PERFORM 990200-PRINT-SUMMARY-REPORT

           IF NOT WS-PART-MODE
               CLOSE BALANCE-FILE
           END-IF

           IF NOT WS-MODE-SCEN
               PERFORM 900900-REGISTER-RUN-END
           PERFORM 100020-READ-PRODCODE-RECORD
               UNTIL WS-PRODCODE-EOF

           CLOSE PRODCODE-FILE

           IF WS-CONT-PROD-CODE = SPACES
               DISPLAY 'RV3C0100 - NO CONTINGENT (C) PRODUCT CODE ON '
                       'PRODCODE-FILE, ISSUED GUARANTEES NOT REPORTED'
           END-IF.
      ******************************************************************
      * TABLE IS SIZED FOR 50 DISTINCT PRODUCT CODES; IF THAT IS EVER
      * EXCEEDED, THE OVERFLOWING CODE IS SIMPLY LEFT OUT OF THE
                           TO WS-PRODCODE-CODE(WS-PRODCODE-IDX)
                       MOVE PRODCD-TYPE
                           TO WS-PRODCODE-TYPE(WS-PRODCODE-IDX)
                       IF PRODCD-TYPE = 'C'
                        AND WS-CONT-PROD-CODE = SPACES
                           MOVE PRODCD-CODE TO WS-CONT-PROD-CODE
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************

      * A SCENARIO RUN TAKES THE WHAT-IF PATH: NO ENTITY HDR/TRL, NO
      * CLASSIFICATION UPDATE, NO CHECKPOINT, NOTHING PRODUCTION.
      * A RECORD OUTSIDE A RANGE PARTITION'S RANGE BELONGS TO
      * ANOTHER PARTITION; IT STILL DRIVES THE ENTITY BREAK SO THE
      * PARTITION THAT OWNS AN ENTITY EMITS ITS GUARANTEES EVEN WHEN
      * NONE OF THE ENTITY'S EXTRACT RECORDS ARE ITS OWN.
           IF WS-MODE-SCEN
               PERFORM 240000-PROCESS-SCENARIO-RECORD
           ELSE
               PERFORM 100090-CHECK-PARTITION-RANGE
               PERFORM 100080-CHECK-ENTITY-BREAK
               IF WS-PART-IN-RANGE
                   PERFORM 210000-VALIDATE-CURRENCY
                   PERFORM 217000-DERIVE-MGT-SECTOR
                   PERFORM 218000-APPLY-OWN-SHARE
                   PERFORM 215000-CALC-NPL-PROVISION
                   PERFORM 216000-CLASSIFY-POSITION
                   PERFORM 220000-CALC-PERMISS-AND-WRITE
               END-IF
               PERFORM 100065-CHECKPOINT-IF-DUE
           END-IF
           PERFORM 100200-READ-INPUT.
                               MOVE CKPT-ENT-REC-CNT
                                   TO WS-CKPT-ENT-CNT
                           END-IF
                           IF CKPT-INRANGE-CNT IS NUMERIC
                               MOVE CKPT-INRANGE-CNT
                                   TO WS-CTL-INRANGE-CNT
                           END-IF
                           IF CKPT-SUPP-CNT IS NUMERIC
                               MOVE CKPT-SUPP-CNT TO WS-CTL-SUPP-CNT
                           END-IF
                           IF CKPT-CONT-CNT IS NUMERIC
                               MOVE CKPT-CONT-CNT TO WS-CTL-CONT-CNT
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF
               OPEN OUTPUT PENDAPPR-FILE
               IF WS-DISPEXT-ON
                   OPEN OUTPUT DISPEXT-FILE
                   IF NOT WS-PART-MODE
                       WRITE RE-DISPEXT FROM WS-DX-HEADER
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * ARRIVES SORTED BY ENTITY). AN ENTITY THE CONTROL TABLE DOES
      * NOT CARRY IS REPORTED ON THE REJECT FILE ONCE PER SECTION SO
      * AN UNEXPECTED ENTITY IN THE FEED IS NOTICED BEFORE BANCO DE
      * ESPANA NOTICES IT. WHILE THE EXTRACT IS STILL BEING READ, THE
      * PRIOR ENTITY'S LIVE ISSUED GUARANTEES ARE EMITTED INTO ITS
      * SECTION BEFORE ITS TRAILER; THE DELTA SWEEP'S OWN BREAKS
      * (AFTER END OF FILE) EMIT NONE.
       100080-CHECK-ENTITY-BREAK.

           IF F007-ENT NOT = WS-CIRBE-ENT
               IF WS-CIRBE-ENT NOT = SPACES
                   IF NOT WS-EOF-YES AND WS-PART-OWNS-ENT
                       MOVE RVFC007 TO WS-CONT-HOLD-REC
                       PERFORM 219500-EMIT-CONTINGENT-POSITIONS
                       MOVE WS-CONT-HOLD-REC TO RVFC007
                   END-IF
                   IF NOT WS-PART-MODE
                       PERFORM 900310-WRITE-CIRBE-TRAILER
                   END-IF
               END-IF

               MOVE F007-ENT TO WS-CIRBE-ENT
               MOVE ZEROS    TO WS-ENT-REC-CNT
               PERFORM 100095-CHECK-ENTITY-OWNER
               IF NOT WS-PART-MODE
                   PERFORM 900070-WRITE-CIRBE-HEADER
               END-IF

               PERFORM 100085-FIND-ENTCTL-ENTRY
               IF NOT WS-ENTCTL-FOUND AND WS-PART-OWNS-ENT
                   MOVE F007-ENT       TO REJ-ENT
                   MOVE F007-COD-PROD  TO REJ-COD-PROD
                   MOVE F007-NUM-RISK  TO REJ-NUM-RISK
                   MOVE 'Y' TO WS-ENTCTL-FOUND-SW
           END-SEARCH.
      ******************************************************************
      * 100090-CHECK-PARTITION-RANGE DECIDES WHETHER THE RECORD IN
      * HAND IS THIS RUN'S TO PROCESS: ALWAYS ON A SERIAL RUN, NEVER
      * ON THE CLOSING PASS, AND ON A RANGE PARTITION WHEN ITS ENTITY
      * AND F007-NUM-RISK FALL FROM THE PARTITION'S 'FROM' KEY UP TO
      * BUT NOT INCLUDING ITS 'TO' KEY.
       100090-CHECK-PARTITION-RANGE.

           MOVE 'Y' TO WS-PART-IN-RANGE-SW

           IF WS-PART-MODE
               MOVE F007-ENT      TO WS-PART-KEY-ENT
               MOVE F007-NUM-RISK TO WS-PART-KEY-RISK
               IF WS-PART-CLOSING
                OR WS-PART-KEY < WS-PART-FROM-KEY
                OR WS-PART-KEY NOT < WS-PART-TO-KEY
                   MOVE 'N' TO WS-PART-IN-RANGE-SW
               END-IF
           END-IF

           IF WS-PART-IN-RANGE
               ADD 1 TO WS-CTL-INRANGE-CNT
           END-IF.
      ******************************************************************
      * 100095-CHECK-ENTITY-OWNER DECIDES WHETHER THIS RUN DOES THE
      * ENTITY-LEVEL WORK FOR WS-CIRBE-ENT: A SERIAL RUN ALWAYS; A
      * RANGE PARTITION WHEN THE ENTITY'S LOWEST POSSIBLE KEY FALLS
      * IN ITS RANGE; THE CLOSING PASS ONLY FOR THE SECTIONS ITS
      * SWEEP OPENS AFTER END OF FILE.
       100095-CHECK-ENTITY-OWNER.

           MOVE 'Y' TO WS-PART-OWNS-ENT-SW

           EVALUATE TRUE
               WHEN WS-PART-RANGE
                   MOVE WS-CIRBE-ENT TO WS-PART-KEY-ENT
                   MOVE LOW-VALUES   TO WS-PART-KEY-RISK
                   IF WS-PART-KEY < WS-PART-FROM-KEY
                    OR WS-PART-KEY NOT < WS-PART-TO-KEY
                       MOVE 'N' TO WS-PART-OWNS-ENT-SW
                   END-IF
               WHEN WS-PART-CLOSING
                   IF NOT WS-EOF-YES
                       MOVE 'N' TO WS-PART-OWNS-ENT-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100015-LOAD-ENTITY-TABLE READS ENTCTL-FILE ONCE AT STARTUP
      * INTO WS-ENTCTL-TABLE. TABLE IS SIZED FOR 20 ENTITIES; AN
      * OVERFLOWING ENTITY IS LEFT OUT AND REPORTED AS UNRECOGNIZED,
                   END-EVALUATE
           END-READ.
      ******************************************************************
      * 100021-LOAD-CNAE-SECTORS READS THE CNAE-TO-SECTOR MAP ONCE AT
      * STARTUP INTO WS-CNAESECT-TABLE, PRESERVING FILE ORDER SO AN
      * OVERLAPPING NARROWER RANGE LISTED FIRST TAKES PRECEDENCE.
      * A RECORD WHOSE BOUNDS ARE NOT FOUR DIGITS IS SKIPPED.
       100021-LOAD-CNAE-SECTORS.

           MOVE 'N' TO WS-CNS-EOF-SW

           OPEN INPUT CNAESECT-FILE

           PERFORM 100022-READ-CNAESECT-RECORD
               UNTIL WS-CNS-EOF

           CLOSE CNAESECT-FILE

           DISPLAY 'RV3C0100 - CNAE SECTOR MAP LOADED ('
                   WS-CNS-USED ' RANGES)'.
      ******************************************************************
       100022-READ-CNAESECT-RECORD.

           READ CNAESECT-FILE
               AT END
                   MOVE 'Y' TO WS-CNS-EOF-SW
               NOT AT END
                   IF CNS-CNAE-LO IS NUMERIC
                    AND CNS-CNAE-HI IS NUMERIC
                    AND WS-CNS-USED < 100
                       ADD 1 TO WS-CNS-USED
                       SET WS-CNS-IDX TO WS-CNS-USED
                       MOVE CNS-CNAE-LO
                           TO WS-CNS-CNAE-LO(WS-CNS-IDX)
                       MOVE CNS-CNAE-HI
                           TO WS-CNS-CNAE-HI(WS-CNS-IDX)
                       MOVE CNS-SECTOR
                           TO WS-CNS-SECTOR(WS-CNS-IDX)
                   END-IF
           END-READ.
      ******************************************************************
      * 100011-READ-PARTITION-CARD READS THE PARTITION CARD, IF ANY:
      *   COLUMNS  1-2   PARTITION NUMBER (00 = THE CLOSING PASS);
      *   COLUMNS  4-5   NUMBER OF RANGE PARTITIONS IN THE RUN;
      *   COLUMNS  7-10  'FROM' ENTITY, BLANK FOR THE FIRST;
      *   COLUMNS 11-20  'FROM' F007-NUM-RISK, BLANK FOR THE FIRST OF
      *                  THAT ENTITY;
      *   COLUMNS 22-25  'TO' ENTITY, BLANK FOR THROUGH THE LAST;
      *   COLUMNS 26-35  'TO' F007-NUM-RISK, BLANK FOR THE FIRST OF
      *                  THAT ENTITY (SO THE RANGE STOPS JUST SHORT OF
      *                  THE 'TO' ENTITY).
      * A PARTITION BY ENTITY LEAVES THE RISK NUMBERS BLANK. A CARD
      * THAT CANNOT BE A PARTITION OF THE RUN STOPS IT BEFORE IT
      * CHECKS IN WITH RUN CONTROL, RATHER THAN GUESS WHICH RECORDS
      * ARE ITS OWN.
       100011-READ-PARTITION-CARD.

           OPEN INPUT PARTCARD-FILE

           READ PARTCARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 100011-APPLY-PARTITION-CARD
           END-READ

           CLOSE PARTCARD-FILE.
      ******************************************************************
       100011-APPLY-PARTITION-CARD.

           IF PCARD-PART-NO NOT NUMERIC
            OR PCARD-PART-CNT NOT NUMERIC
               DISPLAY 'RV3C0100 - PARTITION CARD REJECTED: NUMBER '
                       'OR COUNT NOT NUMERIC - ' RE-PARTCARD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PCARD-PART-NO  TO WS-PART-NO
           MOVE PCARD-PART-CNT TO WS-PART-CNT

           IF WS-PART-CNT = ZERO OR WS-PART-NO > WS-PART-CNT
               DISPLAY 'RV3C0100 - PARTITION CARD REJECTED: '
                       'PARTITION ' WS-PART-NO ' OF ' WS-PART-CNT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PART-NO = ZERO
               MOVE 'C' TO WS-PART-SW
           ELSE
               MOVE 'R' TO WS-PART-SW
           END-IF

           MOVE PCARD-FROM-ENT  TO WS-PART-FROM-ENT
           MOVE PCARD-FROM-RISK TO WS-PART-FROM-RISK
           IF PCARD-FROM-ENT = SPACES
               MOVE LOW-VALUES TO WS-PART-FROM-KEY
           END-IF
           IF PCARD-FROM-RISK = SPACES
               MOVE LOW-VALUES TO WS-PART-FROM-RISK
           END-IF

           MOVE PCARD-TO-ENT  TO WS-PART-TO-ENT
           MOVE PCARD-TO-RISK TO WS-PART-TO-RISK
           IF PCARD-TO-RISK = SPACES
               MOVE LOW-VALUES TO WS-PART-TO-RISK
           END-IF
           IF PCARD-TO-ENT = SPACES
               MOVE HIGH-VALUES TO WS-PART-TO-KEY
           END-IF

           IF WS-PART-RANGE AND WS-PART-FROM-KEY NOT < WS-PART-TO-KEY
               DISPLAY 'RV3C0100 - PARTITION CARD REJECTED: EMPTY '
                       'KEY RANGE - ' RE-PARTCARD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING 'RV3CPT' WS-PART-NO
               DELIMITED BY SIZE INTO WS-RUN-PGM-ID
           END-STRING

           IF WS-PART-CLOSING
               DISPLAY 'RV3C0100 - PARTITION 00: CLOSING PASS OF A '
                       WS-PART-CNT '-PARTITION RUN'
           ELSE
               DISPLAY 'RV3C0100 - PARTITION ' WS-PART-NO ' OF '
                       WS-PART-CNT ', KEYS FROM ' PCARD-FROM-ENT
                       PCARD-FROM-RISK ' TO ' PCARD-TO-ENT
                       PCARD-TO-RISK
           END-IF.
      ******************************************************************
      * 100012-READ-RUN-MODE READS THE RUN-MODE CONTROL CARD. WITH NO
      * CARD THE FULL-PORTFOLIO MONTH MODE STANDS, SO A MISSING CARD
      * CAN NEVER CAUSE AN UNDER-TRANSMISSION. THE CARD ALSO TURNS
           MOVE WS-CTL-REC-CNT TO CKPT-REC-CNT
           MOVE WS-CIRBE-ENT   TO CKPT-ENT
           MOVE WS-ENT-REC-CNT TO CKPT-ENT-REC-CNT
           MOVE WS-CTL-INRANGE-CNT TO CKPT-INRANGE-CNT
           MOVE WS-CTL-SUPP-CNT    TO CKPT-SUPP-CNT
           MOVE WS-CTL-CONT-CNT    TO CKPT-CONT-CNT
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE RE-CHECKPOINT
           CLOSE CHECKPOINT-FILE.
                   WS-CTL-SUPP-CNT
           DISPLAY '  CLOSED POSITIONS SWEPT ........... : '
                   WS-CTL-CLOSE-CNT
           DISPLAY '  CONTINGENT (GUARANTEE) POSITIONS . : '
                   WS-CTL-CONT-CNT
           DISPLAY '  CONVERSIONS ON A STALE RATE ...... : '
                   WS-CTL-STALE-CNT
           DISPLAY '  PROVISIONING MATRIX VERSION ...... : '
                   WS-PMX-VERSION
           DISPLAY '  POSITIONS OUTSIDE THE MATRIX ..... : '
                   WS-CTL-PMX-MISS-CNT
           DISPLAY '  SECTORS SET FROM BORROWER CNAE ... : '
                   WS-CTL-CNS-SET-CNT
           DISPLAY '  ENTITY CNAE CODES NOT MAPPED ..... : '
                   WS-CTL-CNS-MISS-CNT
           DISPLAY '  CURRENCY CACHE ENTRIES ........... : '
                   WS-CCYC-USED
           DISPLAY '  CURRENCY CACHE HITS .............. : '
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

           IF WS-PART-MODE
               DISPLAY '  PARTITION ........................ : '
                       WS-PART-NO ' OF ' WS-PART-CNT
               DISPLAY '  EXTRACT RECORDS IN THIS PARTITION  : '
                       WS-CTL-INRANGE-CNT
           END-IF.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
      * CLOSING RECORDS SWEPT OFF RISKAVAIL ARE INPUTS OF THE RUN
      * JUST AS FILE RECORDS ARE - EACH ONE IS WRITTEN, SO THE IN
      * SIDE MUST CARRY THEM FOR IN = APPLIED + SUPPRESSED TO HOLD.
      * CONTINGENT POSITIONS READ OFF AVALMSTR ARE INPUTS THE SAME
      * WAY, WRITTEN OR (IN DELTA MODE) SUPPRESSED LIKE ANY OTHER.
           COMPUTE BALTOT-IN-CNT =
               WS-CKPT-TOTAL-READ + WS-CTL-CLOSE-CNT
             + WS-CTL-CONT-CNT
           MOVE WS-CTL-REC-CNT  TO BALTOT-APPLIED-CNT
           MOVE WS-CTL-SUPP-CNT TO BALTOT-REJ-CNT

           WRITE RE-BALANCE FROM BALTOT-REC.
      ******************************************************************
      * 900320-WRITE-PARTITION-CONTROL WRITES A PARTITION'S TOTALS,
      * AND ITS BRANCH/PRODUCT AND CURRENCY-RISK-GROUP SUMMARY LINES,
      * TO THE PARTITION CONTROL FILE FOR RVMG100 (SEE RVPART.cpy).
      * THE COUNTS ARE THE SAME ONES 900300-WRITE-BALANCE-TOTALS
      * BALANCES ON A SERIAL RUN, KEPT APART SO THE MERGE CAN ALSO
      * PROVE EVERY EXTRACT RECORD FELL IN EXACTLY ONE PARTITION.
       900320-WRITE-PARTITION-CONTROL.

           OPEN OUTPUT PARTCTL-FILE

           MOVE SPACES              TO RVPART-REC
           SET RVPART-TOTALS        TO TRUE
           MOVE WS-PART-NO          TO RVPART-PART-NO
           MOVE WS-TODAY-DATE-X     TO RVPART-BUS-DATE
           MOVE WS-PART-CNT         TO RVPART-PART-CNT
           MOVE WS-RUN-MODE         TO RVPART-RUN-MODE
           MOVE WS-DISPEXT-SW       TO RVPART-DISPEXT-FLG
           MOVE WS-PMX-VERSION      TO RVPART-PMX-VERSION
           MOVE WS-PART-FROM-KEY    TO RVPART-RANGE-FROM
           MOVE WS-PART-TO-KEY      TO RVPART-RANGE-TO
           MOVE WS-CKPT-TOTAL-READ  TO RVPART-READ-CNT
           MOVE WS-CTL-INRANGE-CNT  TO RVPART-INRANGE-CNT
           MOVE WS-CTL-REC-CNT      TO RVPART-REC-CNT
           MOVE WS-CTL-REJ-CNT      TO RVPART-REJ-CNT
           MOVE WS-CTL-PEND-CNT     TO RVPART-PEND-CNT
           MOVE WS-CTL-SUPP-CNT     TO RVPART-SUPP-CNT
           MOVE WS-CTL-CLOSE-CNT    TO RVPART-CLOSE-CNT
           MOVE WS-CTL-CONT-CNT     TO RVPART-CONT-CNT
           MOVE WS-CTL-AVA1-SUM     TO RVPART-AVA1-SUM
           MOVE WS-CTL-STALE-CNT    TO RVPART-STALE-CNT
           MOVE WS-CTL-PMX-MISS-CNT TO RVPART-PMX-MISS-CNT
           MOVE WS-CTL-CNS-SET-CNT  TO RVPART-CNS-SET-CNT
           MOVE WS-CTL-CNS-MISS-CNT TO RVPART-CNS-MISS-CNT
           MOVE WS-CTL-CCY-HIT-CNT  TO RVPART-CCY-HIT-CNT
           MOVE WS-CTL-CCY-MISS-CNT TO RVPART-CCY-MISS-CNT
           MOVE WS-CTL-CLSCHG-CNT   TO RVPART-CLSCHG-CNT
           MOVE WS-CTL-COVN-CNT     TO RVPART-COVN-CNT
           MOVE WS-CTL-FORB-CNT     TO RVPART-FORB-CNT
           MOVE WS-CTL-FORBDFLT-CNT TO RVPART-FORBDFLT-CNT
           MOVE WS-CTL-PART-CNT     TO RVPART-PART-LOAN-CNT
           MOVE WS-CTL-LEGL-CNT     TO RVPART-LEGL-CNT
           WRITE RE-PARTCTL FROM RVPART-REC

           PERFORM 900321-WRITE-PARTITION-SUMMARY
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-USED

           PERFORM 900322-WRITE-PARTITION-CCY-EXP
               VARYING WS-CCY-EXP-IDX FROM 1 BY 1
               UNTIL WS-CCY-EXP-IDX > WS-CCY-EXP-USED

           CLOSE PARTCTL-FILE.
      ******************************************************************
       900321-WRITE-PARTITION-SUMMARY.

           MOVE SPACES                        TO RVPART-REC
           SET RVPART-SUMMARY                 TO TRUE
           MOVE WS-PART-NO                    TO RVPART-PART-NO
           MOVE WS-TODAY-DATE-X               TO RVPART-BUS-DATE
           MOVE WS-SUM-BRANCH(WS-SUM-IDX)     TO RVPART-SUM-BRANCH
           MOVE WS-SUM-PROD(WS-SUM-IDX)       TO RVPART-SUM-PROD
           MOVE WS-SUM-COUNT(WS-SUM-IDX)      TO RVPART-SUM-COUNT
           MOVE WS-SUM-AVA1-TOTAL(WS-SUM-IDX) TO RVPART-SUM-AVA1-TOTAL
           WRITE RE-PARTCTL FROM RVPART-REC.
      ******************************************************************
       900322-WRITE-PARTITION-CCY-EXP.

           MOVE SPACES                     TO RVPART-REC
           SET RVPART-CCY-EXPOSURE         TO TRUE
           MOVE WS-PART-NO                 TO RVPART-PART-NO
           MOVE WS-TODAY-DATE-X            TO RVPART-BUS-DATE
           MOVE WS-CCY-EXP-COD-CRG(WS-CCY-EXP-IDX)
                                           TO RVPART-CCY-COD-CRG
           MOVE WS-CCY-EXP-COUNT(WS-CCY-EXP-IDX)
                                           TO RVPART-CCY-COUNT
           MOVE WS-CCY-EXP-AVA1-TOTAL(WS-CCY-EXP-IDX)
                                           TO RVPART-CCY-AVA1-TOTAL
           WRITE RE-PARTCTL FROM RVPART-REC.
      ******************************************************************
      * 900310-WRITE-CIRBE-TRAILER CLOSES THE CURRENT ENTITY'S CIRBE
      * SECTION, CARRYING THAT ENTITY'S OWN DETAIL COUNT SO BANCO DE
      * ESPANA CAN CONFIRM EACH ENTITY'S RECORD COUNT RECEIVED
      ******************************************************************
      * 216000-CLASSIFY-POSITION DERIVES THE POSITION'S CLASS FROM
      * TONIGHT'S DAYS-PAST-DUE (0 PERFORMING, UP TO 90 WATCH, OVER
      * 90 NON-PERFORMING, WITH A PERFORMING LOAN UNDER A STANDING
      * COVENANT BREACH HELD AT WATCH) AND RECONCILES IT WITH THE STORED
      * RISKCLAS CLASS: DOWNGRADES APPLY AT ONCE, UPGRADES ONLY
      * AFTER THE MINIMUM CURE PERIOD IN THE CURRENT CLASS, AND
      * EVERY ACCEPTED CHANGE (INCLUDING THE FIRST CLASSIFICATION)
                   MOVE 'N' TO WS-NEW-CLASS
           END-EVALUATE

           IF WS-NEW-CLASS = 'P'
               PERFORM 216050-CHECK-COVENANT-BREACH
           END-IF

           MOVE 'N'           TO WS-RCLS-FOUND-SW
           MOVE F007-ENT      TO RCLS-ENT
           MOVE F007-NUM-RISK TO RCLS-NUM-RISK
                   PERFORM 216100-APPLY-CLASS-CHANGE
           END-EVALUATE.
      ******************************************************************
      * 216050-CHECK-COVENANT-BREACH MOVES A POSITION WITH NOTHING
      * PAST DUE TO WATCH WHEN ITS LOAN CARRIES AN ACTIVE COVENANT
      * WHOSE LATEST TEST WAS A BREACH. THE RISK NUMBER OF A LOAN
      * POSITION IS ITS LOAN NUMBER; ANY OTHER POSITION HAS NO
      * COVENANTS.
       216050-CHECK-COVENANT-BREACH.

           IF F007-NUM-RISK IS NUMERIC
               MOVE F007-NUM-RISK TO COVN-LOAN-NO
               MOVE ZEROS         TO WS-COVN-BREACH-CNT

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-COVN-BREACH-CNT
                     FROM IDC015.COVNMSTR
                    WHERE COVN_LOAN_NO     = :COVN-LOAN-NO
                      AND COVN_ST          = 'A'
                      AND COVN_LAST_RESULT = 'B'
               END-EXEC

               IF SQLCODE = ZERO AND WS-COVN-BREACH-CNT > ZERO
                   MOVE 'W' TO WS-NEW-CLASS
                   ADD 1 TO WS-CTL-COVN-CNT
               END-IF
           END-IF.
      ******************************************************************
      * 216100-APPLY-CLASS-CHANGE STORES THE NEW CLASS WITH TODAY AS
      * ITS ENTRY DATE AND WRITES THE TRANSITION ROW.
       216100-APPLY-CLASS-CHANGE.

                   MOVE F007-AMT-FML TO F007-AMT-AVA1

               WHEN WS-PRODCODE-IS-CONTINGENT

                   MOVE F007-AMT-AVA TO F007-AMT-AVA1

               WHEN WS-PRODCODE-IS-LOAN

                   COMPUTE F007-AMT-AVA1 =    F007-DEBTBAL

                   PERFORM 220660-LOOKUP-FACL-UNDRAWN

                   PERFORM 220670-LOOKUP-FORBEARANCE

                   PERFORM 220680-LOOKUP-LEGAL-COSTS

               WHEN OTHER

                   MOVE ZEROS          TO F007-AMT-AVA1
           PERFORM 220800-REFRESH-RISKAVAIL.
           PERFORM 220930-INSERT-RISKHIST-ROW.
      ******************************************************************
      * 217000-DERIVE-MGT-SECTOR REPORTS A LOAN POSITION UNDER THE
      * MANAGEMENT SECTOR OF WHAT ITS BORROWER ACTUALLY DOES: WHEN
      * THE BORROWER IS A LEGAL ENTITY (CUSTM_TYPE 'E') WITH A CNAE
      * ACTIVITY CODE, THE CNAE-TO-SECTOR MAP REPLACES
      * F007-MGT-SECTOR BEFORE THE PROVISION, CLASSIFICATION AND
      * EXTRACT LOGIC SEE IT. A PERSON, A NON-LOAN POSITION, A LOAN
      * OR BORROWER NOT FOUND, OR A CNAE NO RANGE COVERS LEAVES THE
      * SECTOR AS IT ARRIVED ON THE EXTRACT.
       217000-DERIVE-MGT-SECTOR.

           PERFORM 220002-FIND-PRODCODE-ENTRY

           IF WS-PRODCODE-IS-LOAN
               MOVE F007-NUM-RISK TO LLOANM-NO
               MOVE SPACE         TO WS-CNS-BOR-TYPE
               MOVE SPACES        TO WS-CNS-BOR-CNAE

               EXEC SQL
                   SELECT C.CUSTM_TYPE, C.CUSTM_CNAE
                     INTO :WS-CNS-BOR-TYPE, :WS-CNS-BOR-CNAE
                     FROM IDC015.LOANMSTR L,
                          IDC015.CUSTM_TABLE C
                    WHERE L.LOANM_NO = :LLOANM-NO
                      AND C.CUSTM_NO = L.LOANM_CUST_NO
               END-EXEC

               IF SQLCODE = ZERO
                AND WS-CNS-BOR-TYPE = 'E'
                AND WS-CNS-BOR-CNAE IS NUMERIC
                   SET WS-CNS-IDX TO 1
                   SEARCH WS-CNS-ENTRY
                       AT END
                           ADD 1 TO WS-CTL-CNS-MISS-CNT
                       WHEN WS-CNS-BOR-CNAE
                                >= WS-CNS-CNAE-LO(WS-CNS-IDX)
                        AND WS-CNS-BOR-CNAE
                                <= WS-CNS-CNAE-HI(WS-CNS-IDX)
                           MOVE WS-CNS-SECTOR(WS-CNS-IDX)
                               TO F007-MGT-SECTOR
                           ADD 1 TO WS-CTL-CNS-SET-CNT
                   END-SEARCH
               END-IF
           END-IF.
      ******************************************************************
      * 218000-APPLY-OWN-SHARE REPORTS A SYNDICATED OR PARTICIPATED
      * LOAN AT THE SHARE OF IT THIS BANK HOLDS. LOANMSTR AND THE
      * INPUT EXTRACT CARRY THE WHOLE FACILITY, SO WHEN THE LOAN HAS
      * AN ACTIVE OWN ROW ON PARTMSTR EVERY AMOUNT ON THE POSITION IS
      * TAKEN AT THAT PERCENTAGE BEFORE THE PROVISION, AVAILABILITY
      * AND EVERYTHING DOWNSTREAM OF THE EXTRACT (RWA100, EXPO10M,
      * PRVM100) IS WORKED OUT FROM IT. A LOAN WITH NO OWN ROW IS
      * WHOLLY OURS AND IS LEFT AS IT ARRIVED.
       218000-APPLY-OWN-SHARE.

           MOVE 100 TO WS-OWN-SHARE-PCT

           PERFORM 220002-FIND-PRODCODE-ENTRY

           IF WS-PRODCODE-IS-LOAN
               MOVE F007-NUM-RISK TO LLOANM-NO

               EXEC SQL
                   SELECT P.PART_SHARE_PCT
                     INTO :PART-SHARE-PCT
                     FROM IDC015.LOANMSTR L,
                          IDC015.PARTMSTR P
                    WHERE L.LOANM_NO      = :LLOANM-NO
                      AND P.PART_LOAN_CAT = L.LOANM_CAT
                      AND P.PART_LOAN_NO  = L.LOANM_NO
                      AND P.PART_OWN      = 'Y'
                      AND P.PART_ST       = 'A'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       MOVE PART-SHARE-PCT TO WS-OWN-SHARE-PCT
                   WHEN SQLCODE = +100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'RV3C0100 - PARTMSTR SHARE LOOKUP '
                               'FAILED FOR ' F007-NUM-RISK
                               ', SQLCODE ' SQLCODE
               END-EVALUATE
           END-IF

           IF WS-OWN-SHARE-PCT < 100
               ADD 1 TO WS-CTL-PART-CNT
               PERFORM 218100-SCALE-TO-OWN-SHARE
           END-IF.
      ******************************************************************
       218100-SCALE-TO-OWN-SHARE.

           COMPUTE F007-AMT-FML ROUNDED =
               F007-AMT-FML * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-AVA ROUNDED =
               F007-AMT-AVA * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-DEBTBAL ROUNDED =
               F007-DEBTBAL * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-EXPRBAL ROUNDED =
               F007-EXPRBAL * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-NPAY ROUNDED =
               F007-AMT-NPAY * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-NOEXPR ROUNDED =
               F007-AMT-NOEXPR * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-LASTEXPRNPAY ROUNDED =
               F007-AMT-LASTEXPRNPAY * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-PRVEXPRNPAY ROUNDED =
               F007-AMT-PRVEXPRNPAY * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-CAP ROUNDED =
               F007-AMT-CAP * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-ITR ROUNDED =
               F007-AMT-ITR * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-COM ROUNDED =
               F007-AMT-COM * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-EXPN ROUNDED =
               F007-AMT-EXPN * WS-OWN-SHARE-PCT / 100
           COMPUTE F007-AMT-ARR ROUNDED =
               F007-AMT-ARR * WS-OWN-SHARE-PCT / 100.
      ******************************************************************
      * 220002-FIND-PRODCODE-ENTRY LOOKS UP F007-COD-PROD AGAINST
      * WS-PRODCODE-TABLE (LOADED AT STARTUP BY
      * 100010-LOAD-PRODUCT-TABLE) AND SETS WS-PRODCODE-TYPE-FOUND TO
      * INSERTS RISKHIST OR STAMPS THE SUBMISSION REGISTRY.
       240000-PROCESS-SCENARIO-RECORD.

           PERFORM 217000-DERIVE-MGT-SECTOR
           PERFORM 218000-APPLY-OWN-SHARE
           MOVE RVFC007 TO WS-SCEN-HOLD-REC

           MOVE 'N' TO WS-SCEN-SHOCK-SW
               EVALUATE TRUE
                   WHEN WS-PRODCODE-IS-DEPOSIT
                       MOVE F007-AMT-FML TO F007-AMT-AVA1
                   WHEN WS-PRODCODE-IS-CONTINGENT
                       MOVE F007-AMT-AVA TO F007-AMT-AVA1
                   WHEN WS-PRODCODE-IS-LOAN
                       COMPUTE F007-AMT-AVA1 =    F007-DEBTBAL
                                                - F007-AMT-CAP
      * REPORTS THE UNDRAWN COMMITMENT IN F007-AMT-AVA SO THE CIRBE
      * EXTRACT SHOWS AVAILABLE UNDRAWN AMOUNT INSTEAD OF TREATING
      * THE WHOLE FACILITY AS DRAWN DEBT. A LOAN WITH NO FACILITY ROW
      * LEAVES F007-AMT-AVA AS IT ARRIVED. A REVOLVING CREDIT LINE
      * (LFAC_TYPE 'R', REQ-TYPE 14) ALSO REPORTS ITS DRAWN AMOUNT AS
      * F007-DEBTBAL AND ITS UNDRAWN LIMIT AS THE AVAILABLE AMOUNT
      * F007-AMT-AVA1 - NOTHING IS AVAILABLE ONCE THE LINE HAS
      * REACHED ITS REVIEW DATE AND DRAWINGS ARE BLOCKED. ON A
      * PARTICIPATED FACILITY THE FIGURES ARE TAKEN AT OUR OWN SHARE
      * (WS-OWN-SHARE-PCT, SET BY 218000-APPLY-OWN-SHARE).
       220660-LOOKUP-FACL-UNDRAWN.

           MOVE F007-NUM-RISK TO LFAC-NO

           EXEC SQL
               SELECT LFAC_DRAWN_AMT, LFAC_UNDRAWN_AMT, LFAC_TYPE,
                      LFAC_REVIEW_DATE
                 INTO :LFAC-DRAWN-AMT, :LFAC-UNDRAWN-AMT, :LFAC-TYPE,
                      :LFAC-REVIEW-DATE
                 FROM IDC015.LOANFACL
                WHERE LFAC_NO = :LFAC-NO
           END-EXEC

           IF SQLCODE = ZERO
               COMPUTE F007-AMT-AVA ROUNDED =
                   LFAC-UNDRAWN-AMT * WS-OWN-SHARE-PCT / 100
               IF LFAC-TYPE = 'R'
                   COMPUTE F007-DEBTBAL ROUNDED =
                       LFAC-DRAWN-AMT * WS-OWN-SHARE-PCT / 100
                   IF LFAC-REVIEW-DATE > WS-TODAY-DATE-X
                       MOVE F007-AMT-AVA TO F007-AMT-AVA1
                   ELSE
                       MOVE ZEROS TO F007-AMT-AVA1
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 220670-LOOKUP-FORBEARANCE REPORTS A LOAN'S FORBORNE STATUS
      * FROM LOANFORB (SEE LOANX100'S PAYMENT HOLIDAY): F007-FLG-FORB
      * CARRIES THE STATUS - 'F' HOLIDAY RUNNING, 'P' ON PROBATION,
      * 'D' DEFAULTED WHILE FORBORNE - AND F007-DAT-FORBPROB THE END
      * OF THE PROBATION PERIOD. A LOAN THAT NEVER WAS FORBORNE, OR
      * HAS EXITED PROBATION ('X'), CARRIES SPACES. A FORBORNE LOAN
      * THAT 216000-CLASSIFY-POSITION HAS JUST PUT IN THE
      * NON-PERFORMING CLASS BEFORE ITS PROBATION ENDED GOES TO 'D'
      * ON LOANFORB HERE, SO FORBR100 CAN REPORT IT.
       220670-LOOKUP-FORBEARANCE.

           MOVE SPACES        TO F007-FLG-FORB
           MOVE SPACES        TO F007-DAT-FORBPROB
           MOVE F007-NUM-RISK TO LFRB-NO

           EXEC SQL
               SELECT LOANF_CAT, LOANF_STATUS, LOANF_PROB_END
                 INTO :LFRB-CAT, :LFRB-STATUS, :LFRB-PROB-END
                 FROM IDC015.LOANFORB
                WHERE LOANF_NO = :LFRB-NO
           END-EXEC

           IF SQLCODE = ZERO AND LFRB-STATUS NOT = 'X'
               IF WS-NEW-CLASS = 'N' AND LFRB-STATUS NOT = 'D'
                   MOVE 'D' TO LFRB-STATUS
                   EXEC SQL
                       UPDATE IDC015.LOANFORB
                          SET LOANF_STATUS      = 'D',
                              LOANF_STATUS_DATE = :WS-TODAY-DATE-X
                        WHERE LOANF_CAT = :LFRB-CAT
                          AND LOANF_NO  = :LFRB-NO
                   END-EXEC
                   IF SQLCODE = ZERO
                       ADD 1 TO WS-CTL-FORBDFLT-CNT
                   ELSE
                       DISPLAY 'RV3C0100 - LOANFORB DEFAULT UPDATE '
                               'FAILED FOR ' F007-NUM-RISK
                               ', SQLCODE ' SQLCODE
                   END-IF
               END-IF
               MOVE LFRB-STATUS   TO F007-FLG-FORB
               MOVE LFRB-PROB-END TO F007-DAT-FORBPROB
               ADD 1 TO WS-CTL-FORB-CNT
           END-IF.
      ******************************************************************
      * 220680-LOOKUP-LEGAL-COSTS REPORTS THE LEGAL COSTS RECORDED
      * AGAINST A LOAN ON THE LEGLCASE REGISTER (SEE LEGM100) IN
      * F007-AMT-LEGALCO - THE TOTAL OVER ALL ITS CASES, OPEN OR
      * CLOSED, SINCE THE COSTS STAY ON THE LOAN UNTIL RECOVERED. A
      * LOAN WITH NO CASE, OR A FAILED READ, LEAVES THE FIELD AS IT
      * CAME IN ON THE SOURCE RECORD.
       220680-LOOKUP-LEGAL-COSTS.

           MOVE ZEROS         TO WS-LEGL-CNT
           MOVE ZEROS         TO WS-LEGL-COST-SUM
           MOVE F007-ENT      TO LEGC-ENT
           MOVE F007-NUM-RISK TO LEGC-NUM-RISK

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(LEGC_COST_AMT), 0)
                 INTO :WS-LEGL-CNT, :WS-LEGL-COST-SUM
                 FROM IDC015.LEGLCASE
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
           END-EXEC

           IF SQLCODE = ZERO AND WS-LEGL-CNT > ZERO
               MOVE WS-LEGL-COST-SUM TO F007-AMT-LEGALCO
               ADD 1 TO WS-CTL-LEGL-CNT
           END-IF.
      ******************************************************************
      * 220700-ACCUM-CCY-EXPOSURE ROLLS F007-AMT-AVA1 UP BY
                       'FOR ' RAVAIL-NUM-RISK ', SQLCODE ' SQLCODE
           END-IF.
      ******************************************************************
      * 219500-EMIT-CONTINGENT-POSITIONS REPORTS THE CURRENT ENTITY'S
      * LIVE ISSUED GUARANTEES (AVALMSTR) INTO ITS CIRBE SECTION. A
      * GUARANTEE IS OFF-BALANCE-SHEET, SO IT NEVER REACHES THE
      * SOURCE EXTRACT, BUT IT IS STILL A RISK ON THE ORDERING
      * CUSTOMER: EACH ONE IS BUILT AS A POSITION UNDER THE
      * CONTINGENT PRODUCT CODE, KEYED BY THE GUARANTEE NUMBER, WITH
      * THE ISSUED AMOUNT AS THE FORMALIZED AMOUNT AND THE LIVE
      * AMOUNT AS THE AVAILABLE AMOUNT (NOTHING IS DRAWN), AND GOES
      * THROUGH THE CURRENCY CHECK AND 220000-CALC-PERMISS-AND-WRITE
      * LIKE ANY OTHER POSITION. AN ENTITY WITH GUARANTEES BUT NO
      * EXTRACT RECORDS HAS NO SECTION TO CARRY THEM.
       219500-EMIT-CONTINGENT-POSITIONS.

           IF WS-CONT-PROD-CODE NOT = SPACES
               MOVE 'N' TO WS-CONT-EOF-SW

               EXEC SQL
                   OPEN RV3C-CONT-CSR
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'RV3C0100 - CONTINGENT CURSOR OPEN FAILED '
                           'FOR ' WS-CIRBE-ENT ', SQLCODE ' SQLCODE
                   MOVE 'Y' TO WS-CONT-EOF-SW
               END-IF

               PERFORM 219600-EMIT-ONE-CONTINGENT UNTIL WS-CONT-EOF

               EXEC SQL
                   CLOSE RV3C-CONT-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       219600-EMIT-ONE-CONTINGENT.

           EXEC SQL
               FETCH RV3C-CONT-CSR
                INTO :AVAL-NO, :AVAL-BRN, :AVAL-CCY, :AVAL-ORIG-AMT,
                     :AVAL-AMT, :AVAL-ISSUE-DATE, :AVAL-EXPIRY-DATE
           END-EXEC

           IF SQLCODE = ZERO
               INITIALIZE RVFC007
               MOVE AVAL-NO            TO WS-CONT-NUM-RISK-9
               MOVE WS-CIRBE-ENT       TO F007-ENT
               MOVE WS-CONT-PROD-CODE  TO F007-COD-PROD
               MOVE WS-CONT-NUM-RISK-9 TO F007-NUM-RISK
               MOVE WS-CIRBE-ENT       TO F007-ENT-OWN
               MOVE AVAL-BRN           TO F007-CEN-OWN
               MOVE AVAL-ISSUE-DATE    TO F007-DAT-FML
               MOVE AVAL-EXPIRY-DATE   TO F007-DAT-MAT
               MOVE AVAL-ORIG-AMT      TO F007-AMT-FML
               MOVE AVAL-AMT           TO F007-AMT-AVA
               MOVE ZEROS              TO F007-DEBTBAL
               MOVE AVAL-CCY           TO F007-FCC
               MOVE '0'                TO F007-TYP-RISKST
               MOVE WS-TODAY-DATE-X    TO F007-DAT-ST

               ADD 1 TO WS-CTL-CONT-CNT

               PERFORM 210000-VALIDATE-CURRENCY
               PERFORM 220000-CALC-PERMISS-AND-WRITE
           ELSE
               MOVE 'Y' TO WS-CONT-EOF-SW
               IF SQLCODE NOT = +100
                   DISPLAY 'RV3C0100 - CONTINGENT CURSOR FETCH '
                           'FAILED, SQLCODE ' SQLCODE
               END-IF
           END-IF.
      ******************************************************************
      * 230000-WRITE-DISPLAY-EXTRACT WRITES THE CURRENT POSITION TO
      * THE DISPLAY-FORMAT COMPANION FILE, EVERY AMOUNT EDITED WITH
      * AN EXPLICIT SIGN AND DECIMAL POINT AND DATES CARRIED AS-IS.
           MOVE F007-FLG-RFNC     TO WS-DX-FLG-RFNC
           MOVE F007-FLG-GUAPLCY  TO WS-DX-FLG-GUAPLCY
           MOVE F007-IRT          TO WS-DX-IRT
           MOVE F007-FLG-FORB     TO WS-DX-FLG-FORB
           MOVE F007-DAT-FORBPROB TO WS-DX-DAT-FORBPROB

           WRITE RE-DISPEXT FROM WS-DX-REC.
      ******************************************************************
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE WS-RUN-PGM-ID TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA

       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE WS-RUN-PGM-ID TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
       990000-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN WS-CKPT-TOTAL-READ = ZERO AND NOT WS-PART-CLOSING
                   MOVE 2 TO RETURN-CODE
               WHEN WS-CTL-REJ-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
