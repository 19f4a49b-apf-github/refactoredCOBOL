      ******************************************************************
      * RTCV100 CONTROLS THE ONE-OFF CONVERSION OF THE LOAN BOOK'S
      * RATES AND AMOUNTS FROM WHOLE NUMBERS TO TWO DECIMAL PLACES:
      * THE RATE COLUMNS (LOANM_ROI, DEPM_ROI, LOANP_ROI, THE
      * LOANRATE MARGIN, THE RATEINDEX RATE AND THE RATE HISTORY AND
      * NOTICE TABLES) GO FROM SMALLINT TO DECIMAL(5,2) PERCENT AND
      * THE BALANCE AND AMOUNT COLUMNS (LOANM_MAX_AMT, LOANP_MAX_AMT
      * AND THE LOAN TABLES THAT CARRY A COPY OF A BALANCE) FROM
      * INTEGER TO DECIMAL(15,2). THE COLUMNS THEMSELVES ARE ALTERED
      * BY THE DBA; DB2 CARRIES EVERY EXISTING VALUE ACROSS
      * UNCHANGED (4 BECOMES 4.00), SO NO ROW NEEDS REWRITING. WHAT
      * RTCV100 DOES IS PROVE IT AND RECORD WHEN IT HAPPENED.
      * THE PM1DQ019 CARD NAMES THE PASS (COLUMNS 1-4):
      *   - 'PRE ' - RUN BEFORE THE ALTERS: TAKES THE ROW COUNT OF
      *     EVERY TABLE CONCERNED AND THE TOTAL OF EVERY COLUMN BEING
      *     CONVERTED, AND WRITES THEM TO THE CONTROL-TOTALS FILE
      *     (O1DQ3801, RTCVCTL.cpy);
      *   - 'POST' - RUN AFTER THE ALTERS AND BEFORE THE NIGHTLY
      *     CYCLE: TAKES THE SAME FIGURES AGAIN, READS THE 'PRE'
      *     FIGURES BACK (I1DQ3801) AND LISTS EACH COLUMN AS AGREED
      *     OR DIFFERENT ON RPTDQ017.
      * THE 'POST' PASS IS REGISTERED ON RUN CONTROL AS RTCV100 AND
      * IS ONLY CLOSED THERE ('C') WHEN EVERY COLUMN AGREES. THE
      * BUSINESS DATE OF THAT COMPLETED RUN IS THE CONVERSION DATE
      * FOR EVERYTHING THAT MUST TELL OLD WHOLE-UNIT FIGURES FROM
      * NEW ONES - DTAX100 RECONCILES GL POSTINGS BEFORE IT ON THE
      * WHOLE-UNIT BASIS THE GL EXTRACT THEN CARRIED. A 'POST' PASS
      * THAT FINDS A DIFFERENCE LEAVES THE RUN OPEN SO IT CAN BE
      * RERUN ONCE THE DIFFERENCE IS EXPLAINED.
      * CONDITION CODES: 8 A COLUMN DOES NOT AGREE OR A TOTAL COULD
      * NOT BE TAKEN, 12 THE CARD OR THE CONTROL-TOTALS FILE IS
      * UNUSABLE, OR THE CONVERSION IS ALREADY COMPLETE FOR THE DAY.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTCV100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT RTCVPARM-FILE ASSIGN PM1DQ019.
           SELECT CTLOUT-FILE   ASSIGN O1DQ3801.
           SELECT CTLIN-FILE    ASSIGN I1DQ3801.
           SELECT RTCVRPT-FILE  ASSIGN RPTDQ017.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RTCVPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE PASS,
      * 'PRE ' OR 'POST', IN COLUMNS 1-4.
       FD  RTCVPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RTCVPARM.
           05  RTPARM-PASS                  PIC X(4).
               88  RTPARM-PRE                           VALUE 'PRE '.
               88  RTPARM-POST                          VALUE 'POST'.
           05  FILLER                       PIC X(76).
      ******************************************************************
      * CTLOUT-FILE IS THE CONTROL-TOTALS FILE THE 'PRE' PASS WRITES.
       FD  CTLOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CTLOUT                        PIC X(80).
      ******************************************************************
      * CTLIN-FILE IS THE SAME FILE, READ BACK BY THE 'POST' PASS.
       FD  CTLIN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CTLIN                         PIC X(80).
      ******************************************************************
      * RTCVRPT-FILE IS THE PRINTED CONVERSION REPORT.
       FD  RTCVRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RTCVRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE CONTROL-TOTALS FILE READ.
       01  WS-SWITCHES.
           05  WS-CTL-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-CTL-EOF                           VALUE 'Y'.
           05  WS-PASS-SW                   PIC X(4)    VALUE SPACES.
               88  WS-PASS-PRE                          VALUE 'PRE '.
               88  WS-PASS-POST                         VALUE 'POST'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-CHECK-CNT             PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AGREE-CNT             PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DIFF-CNT              PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE COLUMNS CONVERTED: TABLE AND COLUMN NAME, ONE ENTRY PER
      * CHECK IN THE ORDER 200100-TAKE-ONE-TOTAL TAKES THEM. A COLUMN
      * ADDED TO THE CONVERSION IS ADDED HERE AND THERE.
       01  WS-CHECK-VALUES.
           05  FILLER  PIC X(28) VALUE 'LOANMSTR  LOANM_ROI         '.
           05  FILLER  PIC X(28) VALUE 'LOANMSTR  LOANM_MAX_AMT     '.
           05  FILLER  PIC X(28) VALUE 'LOANPROD  LOANP_ROI         '.
           05  FILLER  PIC X(28) VALUE 'LOANPROD  LOANP_MAX_AMT     '.
           05  FILLER  PIC X(28) VALUE 'LOANRATE  LRATE_MARGIN      '.
           05  FILLER  PIC X(28) VALUE 'RATEINDEX RIDX_RATE         '.
           05  FILLER  PIC X(28) VALUE 'DEPOMSTR  DEPM_ROI          '.
           05  FILLER  PIC X(28) VALUE 'DEPOMATH  DMAT_NEW_ROI      '.
           05  FILLER  PIC X(28) VALUE 'RATEHIST  RTH_OLD_ROI       '.
           05  FILLER  PIC X(28) VALUE 'RATEHIST  RTH_NEW_ROI       '.
           05  FILLER  PIC X(28) VALUE 'RATENOTC  RNT_OLD_ROI       '.
           05  FILLER  PIC X(28) VALUE 'RATENOTC  RNT_NEW_ROI       '.
           05  FILLER  PIC X(28) VALUE 'RATENOTC  RNT_MARGIN        '.
           05  FILLER  PIC X(28) VALUE 'LOANFACL  LFAC_FACL_AMT     '.
           05  FILLER  PIC X(28) VALUE 'LOANFACL  LFAC_DRAWN_AMT    '.
           05  FILLER  PIC X(28) VALUE 'LOANFACL  LFAC_UNDRAWN_AMT  '.
           05  FILLER  PIC X(28) VALUE 'LOANFACL  LFAC_BAL_DAYS     '.
           05  FILLER  PIC X(28) VALUE 'LOANINTHSTLOANINT_BAL_AMT   '.
           05  FILLER  PIC X(28) VALUE 'LOANRALC  LALC_PRIN_AMT     '.
           05  FILLER  PIC X(28) VALUE 'LOANRECV  LRCV_WO_AMT       '.
           05  FILLER  PIC X(28) VALUE 'LOANRECV  LRCV_RECV_AMT     '.
           05  FILLER  PIC X(28) VALUE 'LOANRPHST LOANRPH_RP_AMT    '.
           05  FILLER  PIC X(28) VALUE 'LOANRPHST LOANRPH_OS_AMT    '.
           05  FILLER  PIC X(28) VALUE 'LOANRPHST LOANRPH_ORIG_AMT  '.
           05  FILLER  PIC X(28) VALUE 'PAYQUOTE  PQT_PRIN_AMT      '.
           05  FILLER  PIC X(28) VALUE 'REPOASST  REPO_LOAN_BAL     '.
           05  FILLER  PIC X(28) VALUE 'LOANBORH  LBOR_OS_AMT       '.
           05  FILLER  PIC X(28) VALUE 'GUARDEMD  GDEM_AMT          '.
           05  FILLER  PIC X(28) VALUE 'GUARDEMD  GDEM_RECV_AMT     '.
       01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05  WS-CHECK-ENTRY               OCCURS 29.
               10  WS-CHK-TABLE             PIC X(10).
               10  WS-CHK-COLUMN            PIC X(18).
       01  WS-CHK-MAX                       PIC S9(4)   COMP VALUE 29.
       01  WS-CHK-SUB                       PIC S9(4)   COMP VALUE ZERO.
      ******************************************************************
      * THE 'PRE' FIGURES READ BACK FROM THE CONTROL-TOTALS FILE,
      * HELD BY CHECK NUMBER.
       01  WS-PRE-TABLE.
           05  WS-PRE-ENTRY                 OCCURS 29.
               10  WS-PRE-FOUND-SW          PIC X(1).
                   88  WS-PRE-FOUND                     VALUE 'Y'.
               10  WS-PRE-ROW-CNT           PIC S9(9)   COMP-3.
               10  WS-PRE-COL-SUM           PIC S9(17)V9(2) COMP-3.
       01  WS-PRE-TAKEN-DATE                PIC X(10)   VALUE SPACES.
      ******************************************************************
      * THE FIGURES TAKEN NOW FOR THE CHECK IN HAND.
       01  WS-CUR-ROW-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CUR-COL-SUM                   PIC S9(17)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S BUSINESS DATE (THE MACHINE DATE IN THE 'PRE' PASS,
      * WHICH IS NOT REGISTERED ON RUN CONTROL).
       01  WS-BUS-DATE                      PIC X(10)   VALUE SPACES.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
      ******************************************************************
      * REPORT LINES.
       01  WS-RPT-TITLE-LINE.
           05  FILLER                       PIC X(42)   VALUE
                   'RTCV100 - RATE AND AMOUNT CONVERSION PASS '.
           05  WS-RT-PASS                   PIC X(4).
           05  FILLER                       PIC X(16)   VALUE
                   '  BUSINESS DATE '.
           05  WS-RT-BUS-DATE               PIC X(10).
           05  FILLER                       PIC X(21)   VALUE
                   '  PRE TOTALS TAKEN ON'.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-RT-PRE-DATE               PIC X(10).
           05  FILLER                       PIC X(28)   VALUE SPACES.
       01  WS-RPT-HEAD-LINE.
           05  FILLER                       PIC X(32)   VALUE
                   'TABLE       COLUMN'.
           05  FILLER                       PIC X(26)   VALUE
                   '   ROWS BEFORE  ROWS AFTER'.
           05  FILLER                       PIC X(28)   VALUE
                   '               TOTAL BEFORE'.
           05  FILLER                       PIC X(28)   VALUE
                   '                TOTAL AFTER'.
           05  FILLER                       PIC X(18)   VALUE SPACES.
       01  WS-RPT-DTL-LINE.
           05  WS-DL-TABLE                  PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-COLUMN                 PIC X(18).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-ROWS-BEFORE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-DL-ROWS-AFTER             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-SUM-BEFORE
                                PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-SUM-AFTER
                                PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-TAG                    PIC X(10).
           05  FILLER                       PIC X(9)    VALUE SPACES.
      ******************************************************************
       COPY RTCVCTL.
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
      * 100000-MAINLINE READS THE CARD, TAKES EVERY CHECK'S FIGURES
      * AND EITHER FILES THEM ('PRE') OR COMPARES THEM WITH THE FILED
      * ONES ('POST').
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYY TO WS-BUS-DATE(1:4)
           MOVE '-'           TO WS-BUS-DATE(5:1)
           MOVE WS-TODAY-MM   TO WS-BUS-DATE(6:2)
           MOVE '-'           TO WS-BUS-DATE(8:1)
           MOVE WS-TODAY-DD   TO WS-BUS-DATE(9:2)

           PERFORM 100010-READ-PASS-PARM

           IF WS-PASS-POST
               PERFORM 100020-LOAD-PRE-TOTALS
               PERFORM 100005-REGISTER-RUN-START
           ELSE
               OPEN OUTPUT CTLOUT-FILE
           END-IF

           OPEN OUTPUT RTCVRPT-FILE

           MOVE WS-PASS-SW        TO WS-RT-PASS
           MOVE WS-BUS-DATE       TO WS-RT-BUS-DATE
           MOVE WS-PRE-TAKEN-DATE TO WS-RT-PRE-DATE
           WRITE RE-RTCVRPT FROM WS-RPT-TITLE-LINE
           MOVE SPACES TO RE-RTCVRPT
           WRITE RE-RTCVRPT
           WRITE RE-RTCVRPT FROM WS-RPT-HEAD-LINE

           PERFORM 200000-TAKE-AND-CHECK
               VARYING WS-CHK-SUB FROM 1 BY 1
                 UNTIL WS-CHK-SUB > WS-CHK-MAX

           IF WS-PASS-PRE
               CLOSE CTLOUT-FILE
           END-IF
           CLOSE RTCVRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-DIFF-CNT > ZERO
            OR WS-CTL-DB2-ERR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
               IF WS-PASS-POST
                   DISPLAY 'RTCV100 - CONVERSION NOT CONFIRMED - '
                           'RUN LEFT OPEN ON RUN CONTROL'
               END-IF
           ELSE
               IF WS-PASS-POST
                   PERFORM 900900-REGISTER-RUN-END
                   DISPLAY 'RTCV100 - CONVERSION CONFIRMED FOR '
                           'BUSINESS DATE ' WS-BUS-DATE
               END-IF
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE. THE 'POST' PASS TAKES ITS BUSINESS DATE
      * FROM THERE, AS THAT DATE BECOMES THE CONVERSION DATE. A
      * CONVERSION ALREADY CONFIRMED FOR THE DAY IS NOT RUN AGAIN.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'RTCV100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA

           EVALUATE TRUE
               WHEN RUNCTL-88-OK
                   MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
               WHEN RUNCTL-88-DUP-RUN
                   DISPLAY 'RTCV100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'RTCV100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - THE CONVERSION DATE CANNOT BE '
                           'RECORDED - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'RTCV100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-READ-PASS-PARM READS THE CARD. THERE IS NO DEFAULT
      * PASS: TAKING THE 'PRE' FIGURES AFTER THE ALTERS, OR THE
      * 'POST' ONES BEFORE, WOULD PROVE NOTHING.
       100010-READ-PASS-PARM.

           OPEN INPUT RTCVPARM-FILE

           READ RTCVPARM-FILE
               AT END
                   MOVE SPACES TO RE-RTCVPARM
           END-READ

           CLOSE RTCVPARM-FILE

           IF NOT RTPARM-PRE
            AND NOT RTPARM-POST
               DISPLAY 'RTCV100 - PASS ON PM1DQ019 MUST BE PRE '
                       'OR POST - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RTPARM-PASS TO WS-PASS-SW

           DISPLAY 'RTCV100 - PASS ' WS-PASS-SW.
      ******************************************************************
      * 100020-LOAD-PRE-TOTALS READS THE 'PRE' FIGURES BACK. EVERY
      * CHECK MUST BE THERE EXACTLY ONCE, ALL TAKEN ON THE SAME DAY,
      * OR THE FILE IS NOT THE ONE THE 'PRE' PASS WROTE.
       100020-LOAD-PRE-TOTALS.

           PERFORM 100025-CLEAR-ONE-PRE
               VARYING WS-CHK-SUB FROM 1 BY 1
                 UNTIL WS-CHK-SUB > WS-CHK-MAX

           OPEN INPUT CTLIN-FILE

           PERFORM 100030-READ-ONE-PRE UNTIL WS-CTL-EOF

           CLOSE CTLIN-FILE

           PERFORM 100040-CHECK-ONE-PRE
               VARYING WS-CHK-SUB FROM 1 BY 1
                 UNTIL WS-CHK-SUB > WS-CHK-MAX.
      ******************************************************************
       100025-CLEAR-ONE-PRE.

           MOVE 'N'   TO WS-PRE-FOUND-SW(WS-CHK-SUB)
           MOVE ZEROS TO WS-PRE-ROW-CNT(WS-CHK-SUB)
           MOVE ZEROS TO WS-PRE-COL-SUM(WS-CHK-SUB).
      ******************************************************************
       100030-READ-ONE-PRE.

           READ CTLIN-FILE INTO RTCVCTL-REC
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
               NOT AT END
                   PERFORM 100035-APPLY-ONE-PRE
           END-READ.
      ******************************************************************
       100035-APPLY-ONE-PRE.

           IF RTCVCTL-CHECK-NO IS NOT NUMERIC
            OR RTCVCTL-CHECK-NO < 1
            OR RTCVCTL-CHECK-NO > WS-CHK-MAX
               DISPLAY 'RTCV100 - UNKNOWN CHECK ON I1DQ3801: '
                       RE-CTLIN(1:30) ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RTCVCTL-CHECK-NO TO WS-CHK-SUB

           IF WS-PRE-FOUND(WS-CHK-SUB)
            OR RTCVCTL-TABLE  NOT = WS-CHK-TABLE(WS-CHK-SUB)
            OR RTCVCTL-COLUMN NOT = WS-CHK-COLUMN(WS-CHK-SUB)
            OR (WS-PRE-TAKEN-DATE NOT = SPACES
                AND RTCVCTL-TAKEN-DATE NOT = WS-PRE-TAKEN-DATE)
               DISPLAY 'RTCV100 - I1DQ3801 RECORD DOES NOT MATCH '
                       'THE CHECK LIST: ' RE-CTLIN(1:30)
                       ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'Y'                TO WS-PRE-FOUND-SW(WS-CHK-SUB)
           MOVE RTCVCTL-ROW-CNT    TO WS-PRE-ROW-CNT(WS-CHK-SUB)
           MOVE RTCVCTL-COL-SUM    TO WS-PRE-COL-SUM(WS-CHK-SUB)
           MOVE RTCVCTL-TAKEN-DATE TO WS-PRE-TAKEN-DATE.
      ******************************************************************
       100040-CHECK-ONE-PRE.

           IF NOT WS-PRE-FOUND(WS-CHK-SUB)
               DISPLAY 'RTCV100 - NO PRE FIGURES ON I1DQ3801 FOR '
                       WS-CHK-TABLE(WS-CHK-SUB) ' '
                       WS-CHK-COLUMN(WS-CHK-SUB) ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * 200000-TAKE-AND-CHECK TAKES ONE CHECK'S FIGURES AND FILES OR
      * COMPARES THEM.
       200000-TAKE-AND-CHECK.

           ADD 1 TO WS-CTL-CHECK-CNT

           MOVE ZEROS TO WS-CUR-ROW-CNT
           MOVE ZEROS TO WS-CUR-COL-SUM

           PERFORM 200100-TAKE-ONE-TOTAL

           MOVE WS-CHK-TABLE(WS-CHK-SUB)  TO WS-DL-TABLE
           MOVE WS-CHK-COLUMN(WS-CHK-SUB) TO WS-DL-COLUMN

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE WS-CHK-TABLE(WS-CHK-SUB) TO DB2-OBJECT
               MOVE 'SELECT'                 TO DB2-STATEMENT
               MOVE WS-CHK-COLUMN(WS-CHK-SUB) TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE ZEROS      TO WS-DL-ROWS-BEFORE
               MOVE ZEROS      TO WS-DL-ROWS-AFTER
               MOVE ZEROS      TO WS-DL-SUM-BEFORE
               MOVE ZEROS      TO WS-DL-SUM-AFTER
               MOVE 'DB2 ERROR' TO WS-DL-TAG
               WRITE RE-RTCVRPT FROM WS-RPT-DTL-LINE
           ELSE
               IF WS-PASS-PRE
                   PERFORM 210000-FILE-PRE-TOTAL
               ELSE
                   PERFORM 220000-COMPARE-POST-TOTAL
               END-IF
           END-IF.
      ******************************************************************
      * 200100-TAKE-ONE-TOTAL COUNTS THE TABLE'S ROWS AND TOTALS THE
      * COLUMN FOR THE CHECK IN HAND. A NULL COLUMN VALUE (ONLY
      * DMAT_NEW_ROI AND LOANRPH_ORIG_AMT ALLOW ONE) ADDS NOTHING.
       200100-TAKE-ONE-TOTAL.

           EVALUATE WS-CHK-SUB
               WHEN 1
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(LOANM_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANMSTR
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LOANM_MAX_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANMSTR
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(LOANP_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANPROD
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LOANP_MAX_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANPROD
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LRATE_MARGIN), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANRATE
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(RIDX_RATE), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.RATEINDEX
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(DEPM_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.DEPOMSTR
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(DMAT_NEW_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.DEPOMATH
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(RTH_OLD_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.RATEHIST
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(RTH_NEW_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.RATEHIST
                   END-EXEC
               WHEN 11
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(RNT_OLD_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.RATENOTC
                   END-EXEC
               WHEN 12
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(RNT_NEW_ROI), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.RATENOTC
                   END-EXEC
               WHEN 13
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(RNT_MARGIN), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.RATENOTC
                   END-EXEC
               WHEN 14
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LFAC_FACL_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANFACL
                   END-EXEC
               WHEN 15
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LFAC_DRAWN_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANFACL
                   END-EXEC
               WHEN 16
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LFAC_UNDRAWN_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANFACL
                   END-EXEC
               WHEN 17
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LFAC_BAL_DAYS), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANFACL
                   END-EXEC
               WHEN 18
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LOANINT_BAL_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANINTHST
                   END-EXEC
               WHEN 19
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LALC_PRIN_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANRALC
                   END-EXEC
               WHEN 20
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(LRCV_WO_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANRECV
                   END-EXEC
               WHEN 21
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LRCV_RECV_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANRECV
                   END-EXEC
               WHEN 22
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LOANRPH_RP_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANRPHST
                   END-EXEC
               WHEN 23
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LOANRPH_OS_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANRPHST
                   END-EXEC
               WHEN 24
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(LOANRPH_ORIG_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANRPHST
                   END-EXEC
               WHEN 25
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(PQT_PRIN_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.PAYQUOTE
                   END-EXEC
               WHEN 26
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(REPO_LOAN_BAL), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.REPOASST
                   END-EXEC
               WHEN 27
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(LBOR_OS_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.LOANBORH
                   END-EXEC
               WHEN 28
                   EXEC SQL
                       SELECT COUNT(*), COALESCE(SUM(GDEM_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.GUARDEMD
                   END-EXEC
               WHEN 29
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(GDEM_RECV_AMT), 0)
                         INTO :WS-CUR-ROW-CNT, :WS-CUR-COL-SUM
                         FROM IDC015.GUARDEMD
                   END-EXEC
           END-EVALUATE.
      ******************************************************************
      * 210000-FILE-PRE-TOTAL WRITES THE CHECK'S FIGURES TO THE
      * CONTROL-TOTALS FILE AND LISTS THEM.
       210000-FILE-PRE-TOTAL.

           MOVE SPACES                    TO RTCVCTL-REC
           MOVE WS-CHK-SUB                TO RTCVCTL-CHECK-NO
           MOVE WS-CHK-TABLE(WS-CHK-SUB)  TO RTCVCTL-TABLE
           MOVE WS-CHK-COLUMN(WS-CHK-SUB) TO RTCVCTL-COLUMN
           MOVE WS-CUR-ROW-CNT            TO RTCVCTL-ROW-CNT
           MOVE WS-CUR-COL-SUM            TO RTCVCTL-COL-SUM
           MOVE WS-BUS-DATE               TO RTCVCTL-TAKEN-DATE
           WRITE RE-CTLOUT FROM RTCVCTL-REC

           MOVE WS-CUR-ROW-CNT TO WS-DL-ROWS-BEFORE
           MOVE ZEROS          TO WS-DL-ROWS-AFTER
           MOVE WS-CUR-COL-SUM TO WS-DL-SUM-BEFORE
           MOVE ZEROS          TO WS-DL-SUM-AFTER
           MOVE 'FILED'        TO WS-DL-TAG
           WRITE RE-RTCVRPT FROM WS-RPT-DTL-LINE.
      ******************************************************************
      * 220000-COMPARE-POST-TOTAL SETS THE FIGURES TAKEN NOW BESIDE
      * THE 'PRE' ONES. THE ROW COUNT AND THE COLUMN TOTAL MUST BOTH
      * BE EXACTLY AS THEY WERE: THE CONVERSION ADDS DECIMAL PLACES,
      * IT DOES NOT CHANGE A SINGLE VALUE.
       220000-COMPARE-POST-TOTAL.

           MOVE WS-PRE-ROW-CNT(WS-CHK-SUB) TO WS-DL-ROWS-BEFORE
           MOVE WS-CUR-ROW-CNT             TO WS-DL-ROWS-AFTER
           MOVE WS-PRE-COL-SUM(WS-CHK-SUB) TO WS-DL-SUM-BEFORE
           MOVE WS-CUR-COL-SUM             TO WS-DL-SUM-AFTER

           IF WS-CUR-ROW-CNT = WS-PRE-ROW-CNT(WS-CHK-SUB)
            AND WS-CUR-COL-SUM = WS-PRE-COL-SUM(WS-CHK-SUB)
               ADD 1 TO WS-CTL-AGREE-CNT
               MOVE 'AGREED'     TO WS-DL-TAG
           ELSE
               ADD 1 TO WS-CTL-DIFF-CNT
               MOVE 'DIFFERENCE' TO WS-DL-TAG
           END-IF

           WRITE RE-RTCVRPT FROM WS-RPT-DTL-LINE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'RTCV100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS DISPLAYS THE END-OF-RUN COUNTS.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'RTCV100 CONTROL TOTALS'
           DISPLAY '  COLUMNS CHECKED .................. : '
                   WS-CTL-CHECK-CNT
           DISPLAY '  COLUMNS AGREED ................... : '
                   WS-CTL-AGREE-CNT
           DISPLAY '  COLUMNS DIFFERENT ................ : '
                   WS-CTL-DIFF-CNT
           DISPLAY '  TOTALS NOT TAKEN (DB2 ERROR) ..... : '
                   WS-CTL-DB2-ERR-CNT.
