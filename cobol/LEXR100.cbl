      ******************************************************************
      * LEXR100 IS THE QUARTERLY LARGE-EXPOSURES RETURN. IT RUNS OVER
      * THE GROUP AGGREGATION GRPX100 STORES ON GRPEXPO, BUT MEASURES
      * EACH GROUP THE WAY THE REGULATOR DOES RATHER THAN AGAINST THE
      * INTERNAL GRPLIMIT CEILING:
      *   - THE GROSS EXPOSURE IS THE STORED GRPEXPO TOTAL;
      *   - ELIGIBLE COLLATERAL IS DEDUCTED LOAN BY LOAN - THE ACTIVE
      *     COLTMSTR ITEMS STILL PLEDGED TO EACH MEMBER LOAN ON
      *     COLTPLDG, AT THEIR PLEDGED SHARE, NEVER MORE THAN THE
      *     LOAN ITSELF;
      *   - WHAT REMAINS OF A MEMBER LOAN CARRYING AN ACTIVE GUARANTEE
      *     ON GUARMSTR FROM A GUARANTOR OUTSIDE THE GROUP IS
      *     DEDUCTED AS WELL (A GUARANTEE FROM A MEMBER OF THE SAME
      *     GROUP PROTECTS NOTHING);
      *   - THE NET EXPOSURE IS COMPARED WITH THE ELIGIBLE CAPITAL ON
      *     THE PM1DQ006 CONTROL CARD.
      * EVERY GROUP WHOSE GROSS EXPOSURE REACHES THE REPORTING
      * THRESHOLD (DEFAULT 10 PERCENT OF ELIGIBLE CAPITAL) IS WRITTEN
      * TO THE O1DQ2602 RETURN WITH ITS MEMBER ACCOUNTS, AND PRINTED
      * ON RPCDQ002; A NET EXPOSURE OVER THE LEGAL LIMIT (DEFAULT 25
      * PERCENT) IS FLAGGED AS A BREACH. ENDS CC 4 ON ANY BREACH, CC
      * 12 WHEN THE CARD CARRIES NO ELIGIBLE CAPITAL.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEXR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT LEXPARM-FILE  ASSIGN PM1DQ006.
           SELECT LEXRET-FILE   ASSIGN O1DQ2602.
           SELECT LEXRPT-FILE   ASSIGN RPCDQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LEXPARM-FILE CARRIES THE CONTROL CARD: THE ELIGIBLE CAPITAL
      * (REQUIRED), THE REPORTING THRESHOLD AND THE LEGAL LIMIT AS
      * PERCENTAGES OF IT (ZERO OR BLANK TAKES THE DEFAULTS).
       FD  LEXPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LEXPARM.
           05  LPARM-ELIG-CAPITAL           PIC 9(13)V9(2).
           05  LPARM-REPORT-PCT             PIC 9(3)V9(2).
           05  LPARM-LIMIT-PCT              PIC 9(3)V9(2).
           05  FILLER                       PIC X(55).
      ******************************************************************
      * LEXRET-FILE IS THE RETURN: A HEADER RECORD WITH THE CAPITAL
      * BASIS, THEN FOR EACH REPORTABLE GROUP ONE GROUP RECORD
      * FOLLOWED BY ITS MEMBER RECORDS. AMOUNTS ARE UNSIGNED WITH TWO
      * IMPLIED DECIMALS.
       FD  LEXRET-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LEXRET-HDR.
           05  LXH-REC-TYPE                 PIC X(1).
           05  LXH-REF-DATE                 PIC X(10).
           05  LXH-ELIG-CAPITAL             PIC 9(13)V9(2).
           05  LXH-REPORT-PCT               PIC 9(3)V9(2).
           05  LXH-LIMIT-PCT                PIC 9(3)V9(2).
           05  FILLER                       PIC X(114).

       01  RE-LEXRET-GRP.
           05  LXG-REC-TYPE                 PIC X(1).
           05  LXG-GRP-NO                   PIC 9(9).
           05  LXG-ASOF-DATE                PIC X(10).
           05  LXG-GROSS                    PIC 9(13)V9(2).
           05  LXG-COLLATERAL               PIC 9(13)V9(2).
           05  LXG-GUARANTEE                PIC 9(13)V9(2).
           05  LXG-NET                      PIC 9(13)V9(2).
           05  LXG-PCT-CAPITAL              PIC 9(5)V9(2).
           05  LXG-BREACH-FLG               PIC X(1).
           05  FILLER                       PIC X(62).

       01  RE-LEXRET-MBR.
           05  LXM-REC-TYPE                 PIC X(1).
           05  LXM-GRP-NO                   PIC 9(9).
           05  LXM-ENT                      PIC X(4).
           05  LXM-BRN                      PIC X(4).
           05  LXM-ACC                      PIC X(10).
           05  LXM-TYPE                     PIC X(2).
           05  LXM-EXPOSURE                 PIC 9(13)V9(2).
           05  FILLER                       PIC X(105).
      ******************************************************************
      * LEXRPT-FILE IS THE PRINTED RETURN.
       FD  LEXRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LEXRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE CURSOR FETCH LOOPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-LOAN-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-LOAN-EOF                          VALUE 'Y'.
           05  WS-MBR-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-MBR-EOF                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-GRP-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LARGE-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BRCH-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-MBR-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-GROSS-TOTAL           PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NET-TOTAL             PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE CAPITAL BASIS AND THE AMOUNTS IT GIVES.
       01  WS-ELIG-CAPITAL                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-REPORT-PCT                    PIC S9(3)V9(2) COMP-3
                                                         VALUE 10.
       01  WS-LIMIT-PCT                     PIC S9(3)V9(2) COMP-3
                                                         VALUE 25.
       01  WS-REPORT-AMT                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LIMIT-AMT                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * PER-GROUP AND PER-LOAN WORK FIELDS.
       01  WS-GRP-COLL                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-GUAR                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-NET                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-PCT                       PIC S9(5)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LOAN-BAL                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LOAN-COLL                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LOAN-GUAR-CNT                 PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-MBR-EXPOSURE                  PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD FOR THE RETURN.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-TODAY-DATE-X.
           05  WS-TD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-DD                     PIC 9(2).
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-CAP-LINE.
           05  FILLER                       PIC X(18)   VALUE
                   'ELIGIBLE CAPITAL  '.
           05  WS-CL-CAPITAL                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(13)   VALUE
                   '  THRESHOLD  '.
           05  WS-CL-REPORT-PCT             PIC ZZ9.99.
           05  FILLER                       PIC X(15)   VALUE
                   ' PCT   LIMIT  '.
           05  WS-CL-LIMIT-PCT              PIC ZZ9.99.
           05  FILLER                       PIC X(4)    VALUE ' PCT'.
           05  FILLER                       PIC X(50)   VALUE SPACES.
       01  WS-GRP-HDR-LINE                  PIC X(132)  VALUE
               '    GROUP          GROSS EXPOSURE        COLLATERAL
      -        '        GUARANTEES      NET EXPOSURE  PCT CAP'.
       01  WS-GRP-LINE.
           05  WS-GL-GRP-NO                 PIC 9(9).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-GL-GROSS                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-GL-COLL                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-GL-GUAR                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-GL-NET                    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-GL-PCT                    PIC ZZZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-GL-TAG                    PIC X(12).
           05  FILLER                       PIC X(17)   VALUE SPACES.
       01  WS-MBR-LINE.
           05  FILLER                       PIC X(13)   VALUE
                   '    MEMBER   '.
           05  WS-ML-ENT                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-ML-BRN                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-ML-ACC                    PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ML-TYPE                   PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ML-EXPOSURE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(73)   VALUE SPACES.
      ******************************************************************
       COPY GRPEXPO.
      ******************************************************************
       COPY LINKMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER THE STORED GROUP AGGREGATION.
           EXEC SQL
               DECLARE LEXR-GRP-CSR CURSOR FOR
                   SELECT GEXP_GRP_NO, GEXP_ASOF_DATE, GEXP_TOTAL
                     FROM IDC015.GRPEXPO
                    ORDER BY GEXP_GRP_NO
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE GROUP'S ACTIVE MEMBER LOANS (JOINED AS IN
      * GRPX100), EACH WITH ITS PLEDGED COLLATERAL AND THE NUMBER OF
      * ACTIVE GUARANTEES FROM GUARANTORS OUTSIDE THE GROUP.
           EXEC SQL
               DECLARE LEXR-LOAN-CSR CURSOR FOR
                   SELECT DECIMAL(L.LOANM_MAX_AMT, 15, 2),
                          COALESCE((SELECT SUM(DECIMAL(C.COLTM_VALUE,
                                                       15, 2)
                                               * P.CPLG_PLEDGE_PCT
                                               / 100)
                                      FROM IDC015.COLTPLDG P,
                                           IDC015.COLTMSTR C
                                     WHERE P.CPLG_LOAN_CAT = L.LOANM_CAT
                                       AND P.CPLG_LOAN_NO  = L.LOANM_NO
                                       AND P.CPLG_REL_DATE IS NULL
                                       AND C.COLTM_NO = P.CPLG_CLTM_NO
                                       AND C.COLTM_ST = 'A'), 0),
                          (SELECT COUNT(*)
                             FROM IDC015.GUARMSTR G
                            WHERE G.GUAR_LOAN_CAT = L.LOANM_CAT
                              AND G.GUAR_LOAN_NO  = L.LOANM_NO
                              AND G.GUAR_ST       = 'A'
                              AND NOT EXISTS
                                  ( SELECT 1
                                      FROM IDC015.LINKMSTR M2,
                                           IDC015.LOANMSTR L2
                                     WHERE M2.LINKM_GRP_NO =
                                           :GEXP-GRP-NO
                                       AND L2.LOANM_NO =
                                           CAST(M2.LINKM_ACC AS INTEGER)
                                       AND L2.LOANM_CUST_NO =
                                           G.GUAR_CUST_NO ))
                     FROM IDC015.LINKMSTR M,
                          IDC015.LOANMSTR L
                    WHERE M.LINKM_GRP_NO = :GEXP-GRP-NO
                      AND L.LOANM_NO     = CAST(M.LINKM_ACC AS INTEGER)
                      AND L.LOANM_ST     = 'A'
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE GROUP'S MEMBER ACCOUNTS WITH THE EXPOSURE
      * EACH CARRIES - THE ACTIVE LOAN BALANCE, OR THE STORED
      * RISKAVAIL DEBT BALANCE FOR A POSITION THAT IS NOT A LOAN.
           EXEC SQL
               DECLARE LEXR-MBR-CSR CURSOR FOR
                   SELECT M.LINKM_ENT, M.LINKM_BRN, M.LINKM_ACC,
                          M.LINKM_TYPE,
                          COALESCE((SELECT DECIMAL(L.LOANM_MAX_AMT,
                                                   17, 2)
                                      FROM IDC015.LOANMSTR L
                                     WHERE L.LOANM_NO =
                                           CAST(M.LINKM_ACC AS INTEGER)
                                       AND L.LOANM_ST = 'A'),
                                   (SELECT SUM(R.RAVAIL_DEBTBAL)
                                      FROM IDC015.RISKAVAIL R
                                     WHERE R.RAVAIL_NUM_RISK =
                                           M.LINKM_ACC), 0)
                     FROM IDC015.LINKMSTR M
                    WHERE M.LINKM_GRP_NO = :GEXP-GRP-NO
                    ORDER BY M.LINKM_ENT, M.LINKM_BRN, M.LINKM_ACC
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE CAPITAL CARD, MEASURES EVERY GROUP
      * AND WRITES THE REPORTABLE ONES TO THE RETURN.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-CAPITAL-CARD

           OPEN OUTPUT LEXRET-FILE
           OPEN OUTPUT LEXRPT-FILE

           MOVE SPACES          TO RE-LEXRET-HDR
           MOVE 'H'             TO LXH-REC-TYPE
           MOVE WS-TODAY-DATE-X TO LXH-REF-DATE
           MOVE WS-ELIG-CAPITAL TO LXH-ELIG-CAPITAL
           MOVE WS-REPORT-PCT   TO LXH-REPORT-PCT
           MOVE WS-LIMIT-PCT    TO LXH-LIMIT-PCT
           WRITE RE-LEXRET-HDR

           MOVE 'LEXR100 - LARGE EXPOSURES RETURN'
               TO RE-LEXRPT
           WRITE RE-LEXRPT
           MOVE WS-ELIG-CAPITAL TO WS-CL-CAPITAL
           MOVE WS-REPORT-PCT   TO WS-CL-REPORT-PCT
           MOVE WS-LIMIT-PCT    TO WS-CL-LIMIT-PCT
           WRITE RE-LEXRPT FROM WS-CAP-LINE
           MOVE SPACES TO RE-LEXRPT
           WRITE RE-LEXRPT
           WRITE RE-LEXRPT FROM WS-GRP-HDR-LINE

           EXEC SQL
               OPEN LEXR-GRP-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'GRPEXPO' TO DB2-OBJECT
               MOVE 'OPEN'    TO DB2-STATEMENT
               MOVE SPACES    TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               DISPLAY 'LEXR100 - GROUP AGGREGATION COULD NOT BE '
                       'READ SQLCODE ' SQLCODE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100200-FETCH-ONE-GROUP

           PERFORM 200000-MEASURE-ONE-GROUP UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE LEXR-GRP-CSR
           END-EXEC

           CLOSE LEXRET-FILE
           CLOSE LEXRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-BRCH-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100010-READ-CAPITAL-CARD TAKES THE ELIGIBLE CAPITAL AND THE
      * PERCENTAGES OFF THE CONTROL CARD. WITHOUT A CAPITAL FIGURE
      * THERE IS NOTHING TO MEASURE AGAINST, SO THE RUN STOPS.
       100010-READ-CAPITAL-CARD.

           OPEN INPUT LEXPARM-FILE

           READ LEXPARM-FILE
               AT END
                   MOVE SPACES TO RE-LEXPARM
           END-READ

           CLOSE LEXPARM-FILE

           IF LPARM-ELIG-CAPITAL IS NUMERIC
               MOVE LPARM-ELIG-CAPITAL TO WS-ELIG-CAPITAL
           END-IF

           IF WS-ELIG-CAPITAL NOT > ZERO
               DISPLAY 'LEXR100 - NO ELIGIBLE CAPITAL ON PM1DQ006 - '
                       'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LPARM-REPORT-PCT IS NUMERIC
            AND LPARM-REPORT-PCT > ZERO
               MOVE LPARM-REPORT-PCT TO WS-REPORT-PCT
           END-IF

           IF LPARM-LIMIT-PCT IS NUMERIC
            AND LPARM-LIMIT-PCT > ZERO
               MOVE LPARM-LIMIT-PCT TO WS-LIMIT-PCT
           END-IF

           COMPUTE WS-REPORT-AMT ROUNDED =
               WS-ELIG-CAPITAL * WS-REPORT-PCT / 100
           COMPUTE WS-LIMIT-AMT ROUNDED =
               WS-ELIG-CAPITAL * WS-LIMIT-PCT / 100.
      ******************************************************************
       100200-FETCH-ONE-GROUP.

           EXEC SQL
               FETCH LEXR-GRP-CSR
                INTO :GEXP-GRP-NO, :GEXP-ASOF-DATE, :GEXP-TOTAL
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'GRPEXPO'   TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE GEXP-GRP-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-MEASURE-ONE-GROUP REPORTS A GROUP WHOSE GROSS EXPOSURE
      * REACHES THE THRESHOLD: IT TAKES OFF THE CREDIT PROTECTION,
      * EXPRESSES THE NET EXPOSURE AS A PERCENTAGE OF ELIGIBLE
      * CAPITAL, FLAGS A BREACH OF THE LEGAL LIMIT, AND WRITES THE
      * GROUP AND ITS MEMBERS.
       200000-MEASURE-ONE-GROUP.

           ADD 1 TO WS-CTL-GRP-CNT

           IF GEXP-TOTAL >= WS-REPORT-AMT
               ADD 1 TO WS-CTL-LARGE-CNT
               ADD GEXP-TOTAL TO WS-CTL-GROSS-TOTAL

               PERFORM 210000-SUM-CREDIT-PROTECTION

               COMPUTE WS-GRP-NET = GEXP-TOTAL - WS-GRP-COLL
                                  - WS-GRP-GUAR
               IF WS-GRP-NET < ZERO
                   MOVE ZEROS TO WS-GRP-NET
               END-IF
               ADD WS-GRP-NET TO WS-CTL-NET-TOTAL

               COMPUTE WS-GRP-PCT ROUNDED =
                   WS-GRP-NET * 100 / WS-ELIG-CAPITAL

               MOVE SPACES          TO RE-LEXRET-GRP
               MOVE 'G'             TO LXG-REC-TYPE
               MOVE GEXP-GRP-NO     TO LXG-GRP-NO
               MOVE GEXP-ASOF-DATE  TO LXG-ASOF-DATE
               MOVE GEXP-TOTAL      TO LXG-GROSS
               MOVE WS-GRP-COLL     TO LXG-COLLATERAL
               MOVE WS-GRP-GUAR     TO LXG-GUARANTEE
               MOVE WS-GRP-NET      TO LXG-NET
               MOVE WS-GRP-PCT      TO LXG-PCT-CAPITAL

               MOVE GEXP-GRP-NO     TO WS-GL-GRP-NO
               MOVE GEXP-TOTAL      TO WS-GL-GROSS
               MOVE WS-GRP-COLL     TO WS-GL-COLL
               MOVE WS-GRP-GUAR     TO WS-GL-GUAR
               MOVE WS-GRP-NET      TO WS-GL-NET
               MOVE WS-GRP-PCT      TO WS-GL-PCT

               IF WS-GRP-NET > WS-LIMIT-AMT
                   ADD 1 TO WS-CTL-BRCH-CNT
                   MOVE 'Y'             TO LXG-BREACH-FLG
                   MOVE 'LIMIT BREACH'  TO WS-GL-TAG
               ELSE
                   MOVE 'N'             TO LXG-BREACH-FLG
                   MOVE SPACES          TO WS-GL-TAG
               END-IF

               WRITE RE-LEXRET-GRP
               MOVE SPACES TO RE-LEXRPT
               WRITE RE-LEXRPT
               WRITE RE-LEXRPT FROM WS-GRP-LINE

               PERFORM 220000-LIST-GROUP-MEMBERS
           END-IF

           PERFORM 100200-FETCH-ONE-GROUP.
      ******************************************************************
      * 210000-SUM-CREDIT-PROTECTION WORKS THROUGH THE GROUP'S MEMBER
      * LOANS. EACH LOAN'S PLEDGED COLLATERAL COUNTS UP TO THE LOAN
      * BALANCE, AND AN OUTSIDE GUARANTEE COVERS WHAT IS LEFT.
       210000-SUM-CREDIT-PROTECTION.

           MOVE ZEROS TO WS-GRP-COLL
           MOVE ZEROS TO WS-GRP-GUAR
           MOVE 'N'   TO WS-LOAN-EOF-SW

           EXEC SQL
               OPEN LEXR-LOAN-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'COLTPLDG'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE GEXP-GRP-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 210200-FETCH-ONE-LOAN
               PERFORM 210100-PROTECT-ONE-LOAN UNTIL WS-LOAN-EOF

               EXEC SQL
                   CLOSE LEXR-LOAN-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       210100-PROTECT-ONE-LOAN.

           IF WS-LOAN-COLL > WS-LOAN-BAL
               MOVE WS-LOAN-BAL TO WS-LOAN-COLL
           END-IF
           ADD WS-LOAN-COLL TO WS-GRP-COLL

           IF WS-LOAN-GUAR-CNT > ZERO
               COMPUTE WS-GRP-GUAR = WS-GRP-GUAR + WS-LOAN-BAL
                                   - WS-LOAN-COLL
           END-IF

           PERFORM 210200-FETCH-ONE-LOAN.
      ******************************************************************
       210200-FETCH-ONE-LOAN.

           EXEC SQL
               FETCH LEXR-LOAN-CSR
                INTO :WS-LOAN-BAL, :WS-LOAN-COLL, :WS-LOAN-GUAR-CNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-LOAN-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'COLTPLDG'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE GEXP-GRP-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 220000-LIST-GROUP-MEMBERS WRITES ONE MEMBER RECORD AND REPORT
      * LINE PER MEMBER ACCOUNT OF THE GROUP.
       220000-LIST-GROUP-MEMBERS.

           MOVE 'N' TO WS-MBR-EOF-SW

           EXEC SQL
               OPEN LEXR-MBR-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'LINKMSTR'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE GEXP-GRP-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 220200-FETCH-ONE-MEMBER
               PERFORM 220100-WRITE-ONE-MEMBER UNTIL WS-MBR-EOF

               EXEC SQL
                   CLOSE LEXR-MBR-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       220100-WRITE-ONE-MEMBER.

           ADD 1 TO WS-CTL-MBR-CNT

           IF WS-MBR-EXPOSURE < ZERO
               MOVE ZEROS TO WS-MBR-EXPOSURE
           END-IF

           MOVE SPACES          TO RE-LEXRET-MBR
           MOVE 'M'             TO LXM-REC-TYPE
           MOVE GEXP-GRP-NO     TO LXM-GRP-NO
           MOVE LNKM-ENT        TO LXM-ENT
           MOVE LNKM-BRN        TO LXM-BRN
           MOVE LNKM-ACC        TO LXM-ACC
           MOVE LNKM-TYPE       TO LXM-TYPE
           MOVE WS-MBR-EXPOSURE TO LXM-EXPOSURE
           WRITE RE-LEXRET-MBR

           MOVE LNKM-ENT        TO WS-ML-ENT
           MOVE LNKM-BRN        TO WS-ML-BRN
           MOVE LNKM-ACC        TO WS-ML-ACC
           MOVE LNKM-TYPE       TO WS-ML-TYPE
           MOVE WS-MBR-EXPOSURE TO WS-ML-EXPOSURE
           WRITE RE-LEXRPT FROM WS-MBR-LINE

           PERFORM 220200-FETCH-ONE-MEMBER.
      ******************************************************************
       220200-FETCH-ONE-MEMBER.

           EXEC SQL
               FETCH LEXR-MBR-CSR
                INTO :LNKM-ENT, :LNKM-BRN, :LNKM-ACC, :LNKM-TYPE,
                     :WS-MBR-EXPOSURE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-MBR-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'LINKMSTR'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE GEXP-GRP-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'LEXR100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO THE RETURN CAN BE RECONCILED TO THE AGGREGATION.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'LEXR100 CONTROL TOTALS'
           DISPLAY '  GROUPS MEASURED .................. : '
                   WS-CTL-GRP-CNT
           DISPLAY '  LARGE EXPOSURES REPORTED ......... : '
                   WS-CTL-LARGE-CNT
           DISPLAY '  MEMBER ACCOUNTS LISTED ........... : '
                   WS-CTL-MBR-CNT
           DISPLAY '  GROUPS OVER THE LEGAL LIMIT ...... : '
                   WS-CTL-BRCH-CNT
           DISPLAY '  GROSS EXPOSURE REPORTED .......... : '
                   WS-CTL-GROSS-TOTAL
           DISPLAY '  NET EXPOSURE REPORTED ............ : '
                   WS-CTL-NET-TOTAL.
      ******************************************************************
