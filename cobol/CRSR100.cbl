      ******************************************************************
      * CRSR100 IS THE YEARLY AUTOMATIC-EXCHANGE RETURN FOR ACCOUNTS
      * HELD BY NON-RESIDENTS. THE YC1DQ001 CARDS CHOOSE THE REGIME:
      * 'C' - THE COMMON REPORTING STANDARD RETURN, COVERING EVERY
      * FOREIGN COUNTRY OF TAX RESIDENCE BUT THE UNITED STATES - OR
      * 'F' - THE FATCA RETURN FOR UNITED STATES RESIDENTS - SO THE
      * JOB RUNS ONCE FOR EACH. EVERY COUNTRY OF RESIDENCE RECORDED
      * ON CUSTTAXR (BY A CUSTM100 REQ-TYPE 12) AS SELF-CERTIFIED,
      * OR KNOWN BUT AWAITING ITS SELF-CERTIFICATION, IS REPORTABLE:
      * THE HOLDER'S DEPOSIT ACCOUNTS ON DEPOMSTR - BALANCE AND THE
      * GROSS INTEREST PAID IN THE YEAR FROM THE DEPOINTHST 'C'
      * ROWS, AN ACCOUNT CLOSED DURING THE YEAR FLAGGED AS SUCH - AND
      * LIVE LOANS ON LOANMSTR WITH THEIR BALANCE ARE WRITTEN IN THE
      * TAX AGENCY'S FIXED 500-BYTE RECORD FORMAT ON TR1DQ001: ONE
      * TYPE 1 DECLARANT RECORD WITH THE RETURN TOTALS, THEN ONE
      * TYPE 2 RECORD PER ACCOUNT AND COUNTRY OF RESIDENCE, CARRYING
      * THE FOREIGN TAX ID (OR WHY THERE IS NONE), NAME, BIRTH DATE
      * AND ADDRESS, AND THE BALANCE AND INTEREST IN THE ACCOUNT'S OWN
      * CURRENCY (DEPM_CCY OR LOANM_CCY) WITH THAT CURRENCY'S CODE.
      * THE DECLARANT RECORD TOTALS ARE THE CONTROL SUMS OF THE
      * AMOUNTS AS DECLARED. A HOLDER MISSING FROM CUSTM_TABLE CANNOT BE
      * DECLARED AND IS LISTED ON THE RPWDQ003 CONTROL REPORT, WHICH
      * ALSO LISTS EVERY LIVE CUSTOMER SHOWING A RESIDENCE INDICATOR
      * FOR THE REGIME - A FOREIGN ADDRESS ON CUSTADDR, OR A
      * RESIDENCE STILL AWAITING SELF-CERTIFICATION - BUT HOLDING NO
      * SELF-CERTIFICATION, FOR THE BRANCHES TO CHASE.
      * A CORRECTED RETURN IS PRODUCED AS FOR DTAX100: RUN TYPE 'S'
      * AND THE RECEIPT NUMBER OF THE RETURN IT REPLACES. ENDS CC 4
      * WHEN AN ACCOUNT IS LEFT OUT OR A CUSTOMER LACKS A
      * SELF-CERTIFICATION, CC 8 WHEN THE DETAIL DOES NOT AGREE WITH
      * THE DECLARANT RECORD, CC 12 ON UNUSABLE CARDS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT RETPARM-FILE  ASSIGN YC1DQ001.
           SELECT TAXRET-FILE   ASSIGN TR1DQ001.
           SELECT TAXRPT-FILE   ASSIGN RPWDQ003.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RETPARM-FILE CARRIES TWO CONTROL CARDS. THE FIRST IS LAID OUT
      * AS DTAX100'S: THE YEAR DECLARED (ZERO OR BLANK MEANS THE YEAR
      * JUST ENDED), THE RUN TYPE (SPACE ORIGINAL, 'S' SUBSTITUTIVE
      * REPLACING RPARM-PREV-ID), THE DECLARING BANK'S CIF AND NAME,
      * AND THE RECEIPT NUMBER ISSUED FOR THIS RETURN. THE SECOND
      * CARRIES THE REGIME - 'C' CRS OR 'F' FATCA - AND THE BANK'S
      * GIIN, REQUIRED FOR FATCA.
       FD  RETPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RETPARM.
           05  RPARM-YEAR                   PIC X(4).
           05  RPARM-RUN-TYPE               PIC X(1).
           05  RPARM-PREV-ID                PIC X(13).
           05  RPARM-DECL-NIF               PIC X(9).
           05  RPARM-DECL-NAME              PIC X(40).
           05  RPARM-RETURN-ID              PIC X(13).
       01  RE-RETPARM-REGIME.
           05  RPARM-REGIME                 PIC X(1).
           05  RPARM-GIIN                   PIC X(19).
           05  FILLER                       PIC X(60).
      ******************************************************************
      * TAXRET-FILE IS THE RETURN IN THE TAX AGENCY'S RECORD FORMAT:
      * THE TYPE 1 DECLARANT RECORD FIRST, THEN ONE TYPE 2 RECORD PER
      * ACCOUNT AND COUNTRY OF RESIDENCE. AMOUNTS ARE UNSIGNED WITH
      * TWO IMPLIED DECIMALS; A TYPE 2 RECORD'S AMOUNTS ARE IN THE
      * CURRENCY NAMED BY TR2-CCY.
       FD  TAXRET-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TAXRET-DECL.
           05  TR1-REC-TYPE                 PIC X(1).
           05  TR1-MODEL                    PIC X(3).
           05  TR1-YEAR                     PIC 9(4).
           05  TR1-DECL-NIF                 PIC X(9).
           05  TR1-DECL-NAME                PIC X(40).
           05  TR1-SUPPORT                  PIC X(1).
           05  TR1-RETURN-ID                PIC X(13).
           05  TR1-CORR-TYPE                PIC X(1).
           05  TR1-PREV-ID                  PIC X(13).
           05  TR1-GIIN                     PIC X(19).
           05  TR1-REC-CNT                  PIC 9(9).
           05  TR1-BAL-TOTAL                PIC 9(13)V9(2).
           05  TR1-INT-TOTAL                PIC 9(13)V9(2).
           05  FILLER                       PIC X(357).

       01  RE-TAXRET-ACCT.
           05  TR2-REC-TYPE                 PIC X(1).
           05  TR2-MODEL                    PIC X(3).
           05  TR2-YEAR                     PIC 9(4).
           05  TR2-DECL-NIF                 PIC X(9).
           05  TR2-RES-COUNTRY              PIC X(3).
           05  TR2-FOREIGN-TIN              PIC X(20).
           05  TR2-TIN-RSN                  PIC X(1).
           05  TR2-HOLDER-NIF               PIC X(9).
           05  TR2-HOLDER-NAME              PIC X(40).
           05  TR2-HOLDER-TYPE              PIC X(1).
           05  TR2-BIRTH-DATE               PIC X(10).
           05  TR2-STREET                   PIC X(30).
           05  TR2-TOWN                     PIC X(20).
           05  TR2-POSTCODE                 PIC X(10).
           05  TR2-ADDR-COUNTRY             PIC X(3).
           05  TR2-SC-ST                    PIC X(1).
           05  TR2-ACCT-TYPE                PIC X(1).
           05  TR2-ACCOUNT                  PIC X(20).
           05  TR2-CLOSED                   PIC X(1).
           05  TR2-BALANCE                  PIC 9(13)V9(2).
           05  TR2-INT-GROSS                PIC 9(13)V9(2).
           05  TR2-CCY                      PIC X(3).
           05  FILLER                       PIC X(280).
      ******************************************************************
      * TAXRPT-FILE IS THE PRINTED CONTROL REPORT: ACCOUNTS LEFT OUT
      * OF THE RETURN, THE RETURN TOTALS, AND THE CUSTOMERS WITH A
      * RESIDENCE INDICATOR BUT NO SELF-CERTIFICATION.
       FD  TAXRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TAXRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE CURSOR LOOPS AND THE HOLDER LOOKUP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-HOLDER-OK-SW              PIC X(1)    VALUE 'N'.
               88  WS-HOLDER-OK                         VALUE 'Y'.
           05  WS-PASS-SW                   PIC X(1)    VALUE 'T'.
               88  WS-TOTALS-PASS                       VALUE 'T'.
               88  WS-DETAIL-PASS                       VALUE 'D'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ACCT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DECL-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DEP-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LOAN-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-UNDOC-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXCL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BAL-TOTAL             PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-INT-TOTAL             PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOSC-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE RETURN YEAR, ITS DATE RANGE, THE REGIME AND THE RUN TYPE.
       01  WS-RET-YEAR                      PIC 9(4)    VALUE ZEROS.
       01  WS-YEAR-FROM.
           05  WS-YF-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(6)    VALUE '-01-01'.
       01  WS-YEAR-TO.
           05  WS-YT-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(6)    VALUE '-12-31'.
       01  WS-REGIME                        PIC X(1)    VALUE SPACE.
           88  WS-REGIME-CRS                            VALUE 'C'.
           88  WS-REGIME-FATCA                          VALUE 'F'.
       01  WS-MODEL                         PIC X(3)    VALUE SPACES.
       01  WS-RUN-TYPE                      PIC X(1)    VALUE SPACE.
           88  WS-RUN-SUBSTITUTIVE                      VALUE 'S'.
       01  WS-PREV-ID                       PIC X(13)   VALUE SPACES.
       01  WS-DECL-NIF                      PIC X(9)    VALUE SPACES.
       01  WS-DECL-NAME                     PIC X(40)   VALUE SPACES.
       01  WS-RETURN-ID                     PIC X(13)   VALUE SPACES.
       01  WS-GIIN                          PIC X(19)   VALUE SPACES.
      ******************************************************************
      * THE BANK'S OWN COUNTRY, NEVER A REPORTABLE RESIDENCE, AND
      * THE UNITED STATES, REPORTED UNDER FATCA RATHER THAN CRS.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
       01  WS-USA-COUNTRY                   PIC X(3)    VALUE 'USA'.
      ******************************************************************
      * THE RETURN TOTALS FOR THE DECLARANT RECORD, WORKED OUT BY A
      * FIRST PASS OVER THE ACCOUNT CURSOR SINCE THE TYPE 1 RECORD
      * MUST LEAD THE FILE.
       01  WS-HDR-REC-CNT                   PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-HDR-BAL-TOTAL                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HDR-INT-TOTAL                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE ACCOUNT ROW UNDER THE CURSOR.
       01  WS-ACC-CUST-NO                   PIC X(10)   VALUE SPACES.
       01  WS-ACC-TYPE                      PIC X(1)    VALUE SPACE.
       01  WS-ACC-NO                        PIC X(20)   VALUE SPACES.
       01  WS-ACC-ST                        PIC X(1)    VALUE SPACE.
       01  WS-ACC-BAL                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-INT                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-CCY                       PIC X(3)    VALUE SPACES.
       01  WS-EXCL-REASON                   PIC X(30)   VALUE SPACES.
      ******************************************************************
      * THE HOLDER LAST LOOKED UP, SO A HOLDER WITH SEVERAL ACCOUNTS
      * IS READ ONCE.
       01  WS-LAST-CUST-NO                  PIC X(10)   VALUE SPACES.
       01  WS-HOLDER-NAME.
           05  WS-HN-LASTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-HN-FRSTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-HN-MDLNM                  PIC X(8).
      ******************************************************************
      * THE RESIDENCE-INDICATOR ROW UNDER THE CURSOR.
       01  WS-IND-CUST-NO                   PIC X(10)   VALUE SPACES.
       01  WS-IND-KIND                      PIC X(1)    VALUE SPACE.
       01  WS-IND-COUNTRY                   PIC X(3)    VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE FOR THE DEFAULT YEAR.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
      ******************************************************************
      * REPORT LINES.
       01  WS-RPT-TITLE-LINE.
           05  FILLER                       PIC X(30)   VALUE
                   'CRSR100 - AUTOMATIC EXCHANGE '.
           05  WS-RT-REGIME                 PIC X(6).
           05  FILLER                       PIC X(16)   VALUE
                   ' RETURN FOR YEAR'.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-RT-YEAR                   PIC 9(4).
           05  FILLER                       PIC X(11)   VALUE
                   '  RUN TYPE '.
           05  WS-RT-RUN-TYPE               PIC X(12).
           05  FILLER                       PIC X(10)   VALUE
                   '  REPLACES'.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-RT-PREV-ID                PIC X(13).
           05  FILLER                       PIC X(28)   VALUE SPACES.
       01  WS-EXCL-LINE.
           05  FILLER                       PIC X(14)   VALUE
                   'NOT DECLARED: '.
           05  WS-EX-ACC                    PIC X(20).
           05  FILLER                       PIC X(7)    VALUE
                   '  CUST '.
           05  WS-EX-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-BAL                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-INT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-EX-CCY                    PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-REASON                 PIC X(30).
           05  FILLER                       PIC X(9)    VALUE SPACES.
       01  WS-NOSC-LINE.
           05  FILLER                       PIC X(20)   VALUE
                   'NO SELF-CERT: CUST '.
           05  WS-NS-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(10)   VALUE
                   '  COUNTRY '.
           05  WS-NS-COUNTRY                PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-NS-INDICATOR              PIC X(40).
           05  FILLER                       PIC X(47)   VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                  PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(79)   VALUE SPACES.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTTAXR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * ACCOUNT CURSOR: FOR EVERY REPORTABLE RESIDENCE OF THE REGIME,
      * THE HOLDER'S DEPOSIT ACCOUNTS - OPEN, OR CLOSED BUT ACTIVE IN
      * THE YEAR - WITH THE YEAR'S GROSS INTEREST PAID, THEN THE
      * HOLDER'S LIVE LOANS, IN HOLDER AND COUNTRY ORDER. THE
      * ACCOUNT CURRENCY IS CARRIED LAST.
           EXEC SQL
               DECLARE CRSR-ACCT-CSR CURSOR FOR
                   SELECT T.CTXR_CUST_NO, T.CTXR_COUNTRY, T.CTXR_TIN,
                          T.CTXR_TIN_RSN, T.CTXR_SC_ST, 'D',
                          D.DEPM_ACC, D.DEPM_ST, D.DEPM_BAL,
                          COALESCE((SELECT SUM(I.DEPINT_AMT)
                                      FROM IDC015.DEPOINTHST I
                                     WHERE I.DEPINT_ACC  = D.DEPM_ACC
                                       AND I.DEPINT_TYPE = 'C'
                                       AND I.DEPINT_DATE
                                           BETWEEN :WS-YEAR-FROM
                                               AND :WS-YEAR-TO), 0),
                          D.DEPM_CCY
                     FROM IDC015.CUSTTAXR T,
                          IDC015.DEPOMSTR D
                    WHERE D.DEPM_CUST_NO = T.CTXR_CUST_NO
                      AND T.CTXR_SC_ST IN ('V', 'P')
                      AND ( ( :WS-REGIME = 'F'
                              AND T.CTXR_COUNTRY = :WS-USA-COUNTRY )
                         OR ( :WS-REGIME = 'C'
                              AND T.CTXR_COUNTRY <> :WS-USA-COUNTRY
                              AND T.CTXR_COUNTRY <> :WS-HOME-COUNTRY ) )
                      AND ( D.DEPM_ST <> 'C'
                         OR EXISTS
                            ( SELECT 1
                                FROM IDC015.DEPOINTHST I2
                               WHERE I2.DEPINT_ACC = D.DEPM_ACC
                                 AND I2.DEPINT_DATE
                                     BETWEEN :WS-YEAR-FROM
                                         AND :WS-YEAR-TO ) )
                   UNION ALL
                   SELECT T.CTXR_CUST_NO, T.CTXR_COUNTRY, T.CTXR_TIN,
                          T.CTXR_TIN_RSN, T.CTXR_SC_ST, 'L',
                          L.LOANM_CAT || DIGITS(L.LOANM_NO),
                          L.LOANM_ST,
                          DECIMAL(L.LOANM_MAX_AMT, 15, 2), 0,
                          L.LOANM_CCY
                     FROM IDC015.CUSTTAXR T,
                          IDC015.LOANMSTR L
                    WHERE L.LOANM_CUST_NO = T.CTXR_CUST_NO
                      AND L.LOANM_ST      = 'A'
                      AND T.CTXR_SC_ST IN ('V', 'P')
                      AND ( ( :WS-REGIME = 'F'
                              AND T.CTXR_COUNTRY = :WS-USA-COUNTRY )
                         OR ( :WS-REGIME = 'C'
                              AND T.CTXR_COUNTRY <> :WS-USA-COUNTRY
                              AND T.CTXR_COUNTRY <> :WS-HOME-COUNTRY ) )
                    ORDER BY 1, 2, 6, 7
           END-EXEC.
      ******************************************************************
      * RESIDENCE-INDICATOR CURSOR: LIVE CUSTOMERS WITH A FOREIGN
      * ADDRESS IN THE REGIME'S COUNTRIES AND NO SELF-CERTIFIED
      * RESIDENCE ('A'), AND RESIDENCES OF THE REGIME STILL AWAITING
      * THEIR SELF-CERTIFICATION ('P').
           EXEC SQL
               DECLARE CRSR-IND-CSR CURSOR FOR
                   SELECT A.CADR_CUST_NO, 'A', A.CADR_COUNTRY
                     FROM IDC015.CUSTADDR A,
                          IDC015.CUSTM_TABLE C
                    WHERE C.CUSTM_NO = A.CADR_CUST_NO
                      AND C.CUSTM_ST IN ('A', 'D')
                      AND ( ( :WS-REGIME = 'F'
                              AND A.CADR_COUNTRY = :WS-USA-COUNTRY )
                         OR ( :WS-REGIME = 'C'
                              AND A.CADR_COUNTRY <> :WS-USA-COUNTRY
                              AND A.CADR_COUNTRY <> :WS-HOME-COUNTRY ) )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM IDC015.CUSTTAXR T
                             WHERE T.CTXR_CUST_NO = A.CADR_CUST_NO
                               AND T.CTXR_SC_ST   = 'V' )
                   UNION ALL
                   SELECT T.CTXR_CUST_NO, 'P', T.CTXR_COUNTRY
                     FROM IDC015.CUSTTAXR T
                    WHERE T.CTXR_SC_ST = 'P'
                      AND ( ( :WS-REGIME = 'F'
                              AND T.CTXR_COUNTRY = :WS-USA-COUNTRY )
                         OR ( :WS-REGIME = 'C'
                              AND T.CTXR_COUNTRY <> :WS-USA-COUNTRY
                              AND T.CTXR_COUNTRY <> :WS-HOME-COUNTRY ) )
                    ORDER BY 1, 2
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE RETURN CARDS, WORKS OUT THE RETURN
      * TOTALS, WRITES THE DECLARANT RECORD AND EACH ACCOUNT, LISTS
      * THE CUSTOMERS LACKING A SELF-CERTIFICATION AND PRINTS THE
      * CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100010-READ-RETURN-PARM

           OPEN OUTPUT TAXRET-FILE
           OPEN OUTPUT TAXRPT-FILE

           MOVE WS-RET-YEAR TO WS-RT-YEAR
           MOVE WS-PREV-ID  TO WS-RT-PREV-ID
           IF WS-REGIME-FATCA
               MOVE 'FATCA' TO WS-RT-REGIME
           ELSE
               MOVE 'CRS'   TO WS-RT-REGIME
           END-IF
           IF WS-RUN-SUBSTITUTIVE
               MOVE 'SUBSTITUTIVE' TO WS-RT-RUN-TYPE
           ELSE
               MOVE 'ORIGINAL'     TO WS-RT-RUN-TYPE
           END-IF
           WRITE RE-TAXRPT FROM WS-RPT-TITLE-LINE
           MOVE SPACES TO RE-TAXRPT
           WRITE RE-TAXRPT

           SET WS-TOTALS-PASS TO TRUE
           PERFORM 150000-PASS-ACCOUNTS

           PERFORM 160000-WRITE-DECLARANT-RECORD

           SET WS-DETAIL-PASS TO TRUE
           PERFORM 150000-PASS-ACCOUNTS

           PERFORM 300000-PRINT-RETURN-TOTALS

           PERFORM 400000-LIST-NO-SELF-CERT

           CLOSE TAXRET-FILE
           CLOSE TAXRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-EXCL-CNT > ZERO
            OR WS-CTL-NOSC-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-CTL-DECL-CNT NOT = WS-HDR-REC-CNT
            OR WS-CTL-BAL-TOTAL NOT = WS-HDR-BAL-TOTAL
            OR WS-CTL-INT-TOTAL NOT = WS-HDR-INT-TOTAL
               DISPLAY 'CRSR100 - DETAIL RECORDS DO NOT AGREE WITH '
                       'THE DECLARANT RECORD TOTALS - DO NOT FILE'
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100010-READ-RETURN-PARM READS THE TWO RETURN CARDS. WITH NO
      * YEAR THE YEAR JUST ENDED IS DECLARED. THE REGIME, DECLARANT
      * CIF AND RECEIPT NUMBER ARE MANDATORY, A FATCA RETURN NEEDS
      * THE BANK'S GIIN, AND A SUBSTITUTIVE RERUN MUST NAME THE
      * RETURN IT REPLACES.
       100010-READ-RETURN-PARM.

           COMPUTE WS-RET-YEAR = WS-TODAY-YYYY - 1

           OPEN INPUT RETPARM-FILE

           READ RETPARM-FILE
               AT END
                   MOVE SPACES TO RE-RETPARM
           END-READ

           MOVE RPARM-RUN-TYPE  TO WS-RUN-TYPE
           MOVE RPARM-PREV-ID   TO WS-PREV-ID
           MOVE RPARM-DECL-NIF  TO WS-DECL-NIF
           MOVE RPARM-DECL-NAME TO WS-DECL-NAME
           MOVE RPARM-RETURN-ID TO WS-RETURN-ID

           IF RPARM-YEAR IS NUMERIC
            AND RPARM-YEAR > '0000'
               MOVE RPARM-YEAR TO WS-RET-YEAR
           END-IF

           READ RETPARM-FILE
               AT END
                   MOVE SPACES TO RE-RETPARM-REGIME
           END-READ

           MOVE RPARM-REGIME    TO WS-REGIME
           MOVE RPARM-GIIN      TO WS-GIIN

           CLOSE RETPARM-FILE

           EVALUATE TRUE
               WHEN NOT WS-REGIME-CRS
                AND NOT WS-REGIME-FATCA
                   DISPLAY 'CRSR100 - REGIME ON YC1DQ001 MUST BE '
                           'C OR F - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-RUN-TYPE NOT = SPACE
                AND NOT WS-RUN-SUBSTITUTIVE
                   DISPLAY 'CRSR100 - RUN TYPE ON YC1DQ001 MUST BE '
                           'SPACE OR S - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-RUN-SUBSTITUTIVE
                AND WS-PREV-ID = SPACES
                   DISPLAY 'CRSR100 - SUBSTITUTIVE RUN WITHOUT THE '
                           'RECEIPT NUMBER IT REPLACES - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-DECL-NIF = SPACES
                 OR WS-RETURN-ID = SPACES
                   DISPLAY 'CRSR100 - DECLARANT CIF OR RECEIPT '
                           'NUMBER MISSING ON YC1DQ001 - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-REGIME-FATCA
                AND WS-GIIN = SPACES
                   DISPLAY 'CRSR100 - FATCA RETURN WITHOUT THE '
                           'DECLARANT GIIN - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-REGIME-FATCA
               MOVE '290' TO WS-MODEL
           ELSE
               MOVE '289' TO WS-MODEL
           END-IF

           MOVE WS-RET-YEAR TO WS-YF-YYYY
           MOVE WS-RET-YEAR TO WS-YT-YYYY

           DISPLAY 'CRSR100 - RETURN YEAR ' WS-RET-YEAR
                   ' MODEL ' WS-MODEL
           IF WS-RUN-SUBSTITUTIVE
               DISPLAY 'CRSR100 - SUBSTITUTIVE RETURN REPLACING '
                       WS-PREV-ID
           END-IF.
      ******************************************************************
      * 150000-PASS-ACCOUNTS RUNS THE ACCOUNT CURSOR ONCE. ON THE
      * TOTALS PASS IT ONLY ADDS UP WHAT WILL BE DECLARED; ON THE
      * DETAIL PASS IT WRITES THE TYPE 2 RECORDS. A CURSOR THAT
      * CANNOT BE OPENED LEAVES NOTHING TO FILE, SO THE RUN STOPS.
       150000-PASS-ACCOUNTS.

           MOVE 'N'    TO WS-EOF-SW
           MOVE SPACES TO WS-LAST-CUST-NO

           EXEC SQL
               OPEN CRSR-ACCT-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'CUSTTAXR'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE WS-RET-YEAR TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               DISPLAY 'CRSR100 - ACCOUNTS COULD NOT BE READ '
                       'SQLCODE ' SQLCODE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100200-FETCH-ONE-ACCOUNT

           PERFORM 200000-DECLARE-ONE-ACCOUNT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE CRSR-ACCT-CSR
           END-EXEC.
      ******************************************************************
       160000-WRITE-DECLARANT-RECORD.

           MOVE SPACES           TO RE-TAXRET-DECL
           MOVE '1'              TO TR1-REC-TYPE
           MOVE WS-MODEL         TO TR1-MODEL
           MOVE WS-RET-YEAR      TO TR1-YEAR
           MOVE WS-DECL-NIF      TO TR1-DECL-NIF
           MOVE WS-DECL-NAME     TO TR1-DECL-NAME
           MOVE 'T'              TO TR1-SUPPORT
           MOVE WS-RETURN-ID     TO TR1-RETURN-ID
           MOVE WS-RUN-TYPE      TO TR1-CORR-TYPE
           MOVE WS-PREV-ID       TO TR1-PREV-ID
           MOVE WS-GIIN          TO TR1-GIIN
           MOVE WS-HDR-REC-CNT   TO TR1-REC-CNT
           MOVE WS-HDR-BAL-TOTAL TO TR1-BAL-TOTAL
           MOVE WS-HDR-INT-TOTAL TO TR1-INT-TOTAL
           WRITE RE-TAXRET-DECL.
      ******************************************************************
       100200-FETCH-ONE-ACCOUNT.

           EXEC SQL
               FETCH CRSR-ACCT-CSR
                INTO :CTXR-CUST-NO, :CTXR-COUNTRY, :CTXR-TIN,
                     :CTXR-TIN-RSN, :CTXR-SC-ST, :WS-ACC-TYPE,
                     :WS-ACC-NO, :WS-ACC-ST, :WS-ACC-BAL,
                     :WS-ACC-INT, :WS-ACC-CCY
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'CUSTTAXR'   TO DB2-OBJECT
                   MOVE 'FETCH'      TO DB2-STATEMENT
                   MOVE CTXR-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-DECLARE-ONE-ACCOUNT COUNTS THE ACCOUNT TOWARDS THE
      * RETURN TOTALS (TOTALS PASS) OR WRITES ITS TYPE 2 RECORD UNDER
      * THE HOLDER'S NAME, BIRTH DATE AND ADDRESS (DETAIL PASS), OR
      * LISTS IT ON THE CONTROL REPORT WHEN THE HOLDER CANNOT BE
      * DECLARED. A CREDIT BALANCE ON A LOAN IS NOT A LIABILITY OF
      * THE HOLDER, AND A NEGATIVE BALANCE IS DECLARED AS ZERO.
       200000-DECLARE-ONE-ACCOUNT.

           MOVE CTXR-CUST-NO TO WS-ACC-CUST-NO

           IF WS-ACC-BAL < ZERO
               MOVE ZEROS TO WS-ACC-BAL
           END-IF

           IF WS-ACC-CUST-NO NOT = WS-LAST-CUST-NO
               PERFORM 210000-FETCH-HOLDER
               MOVE WS-ACC-CUST-NO TO WS-LAST-CUST-NO
           END-IF

           EVALUATE TRUE
               WHEN WS-TOTALS-PASS AND WS-HOLDER-OK
                   ADD 1          TO WS-HDR-REC-CNT
                   ADD WS-ACC-BAL TO WS-HDR-BAL-TOTAL
                   ADD WS-ACC-INT TO WS-HDR-INT-TOTAL
               WHEN WS-TOTALS-PASS
                   CONTINUE
               WHEN WS-HOLDER-OK
                   PERFORM 220000-WRITE-ACCOUNT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-CTL-ACCT-CNT
                   ADD 1 TO WS-CTL-EXCL-CNT
                   MOVE WS-ACC-NO        TO WS-EX-ACC
                   MOVE WS-ACC-CUST-NO   TO WS-EX-CUST-NO
                   MOVE WS-ACC-BAL       TO WS-EX-BAL
                   MOVE WS-ACC-INT       TO WS-EX-INT
                   MOVE WS-ACC-CCY       TO WS-EX-CCY
                   MOVE WS-EXCL-REASON   TO WS-EX-REASON
                   WRITE RE-TAXRPT FROM WS-EXCL-LINE
           END-EVALUATE

           PERFORM 100200-FETCH-ONE-ACCOUNT.
      ******************************************************************
      * 210000-FETCH-HOLDER READS THE HOLDER'S NAMES, TYPE, TAX ID
      * AND BIRTH DATE, AND THE STRUCTURED ADDRESS IF ONE IS HELD. A
      * HOLDER MISSING FROM CUSTM_TABLE CANNOT BE DECLARED.
       210000-FETCH-HOLDER.

           MOVE 'N'            TO WS-HOLDER-OK-SW
           MOVE SPACES         TO WS-EXCL-REASON
           MOVE WS-ACC-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                      CUSTM_NAME_LASTNM, CUSTM_TYPE,
                      CUSTM_REG_NAME, CUSTM_TAX_ID, CUSTM_DOB
                 INTO :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-MDLNM,
                      :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-TYPE,
                      :ACN-CUSTM-REG-NAME, :ACN-CUSTM-TAX-ID,
                      :ACN-CUSTM-DOB
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'HOLDER NOT ON CUSTM_TABLE'
                                         TO WS-EXCL-REASON
               WHEN SQLCODE NOT = ZERO
                   MOVE 'HOLDER READ FAILED'
                                         TO WS-EXCL-REASON
                   MOVE 'CUSTM_TBL'    TO DB2-OBJECT
                   MOVE 'SELECT'       TO DB2-STATEMENT
                   MOVE WS-ACC-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN OTHER
                   MOVE 'Y' TO WS-HOLDER-OK-SW
           END-EVALUATE

           IF WS-HOLDER-OK
               MOVE WS-ACC-CUST-NO TO CADR-CUST-NO

               EXEC SQL
                   SELECT CADR_STREET, CADR_TOWN, CADR_POSTCODE,
                          CADR_COUNTRY
                     INTO :CADR-STREET, :CADR-TOWN, :CADR-POSTCODE,
                          :CADR-COUNTRY
                     FROM IDC015.CUSTADDR
                    WHERE CADR_CUST_NO = :CADR-CUST-NO
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SPACES TO CADR-STREET
                   MOVE SPACES TO CADR-TOWN
                   MOVE SPACES TO CADR-POSTCODE
                   MOVE SPACES TO CADR-COUNTRY
                   IF SQLCODE NOT = +100
                       MOVE 'CUSTADDR'     TO DB2-OBJECT
                       MOVE 'SELECT'       TO DB2-STATEMENT
                       MOVE WS-ACC-CUST-NO TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 220000-WRITE-ACCOUNT-RECORD WRITES ONE TYPE 2 RECORD. AN
      * ENTITY IS DECLARED BY ITS REGISTERED NAME WITH NO BIRTH DATE;
      * A RESIDENCE STILL AWAITING SELF-CERTIFICATION IS DECLARED ON
      * THE STRENGTH OF THE INDICATOR, FLAGGED 'P'.
       220000-WRITE-ACCOUNT-RECORD.

           MOVE SPACES           TO RE-TAXRET-ACCT
           MOVE '2'              TO TR2-REC-TYPE
           MOVE WS-MODEL         TO TR2-MODEL
           MOVE WS-RET-YEAR      TO TR2-YEAR
           MOVE WS-DECL-NIF      TO TR2-DECL-NIF
           MOVE CTXR-COUNTRY     TO TR2-RES-COUNTRY
           MOVE CTXR-TIN         TO TR2-FOREIGN-TIN
           MOVE CTXR-TIN-RSN     TO TR2-TIN-RSN
           MOVE ACN-CUSTM-TAX-ID TO TR2-HOLDER-NIF
           IF ACN-CUSTM-TYPE = 'E'
               MOVE ACN-CUSTM-REG-NAME TO TR2-HOLDER-NAME
               MOVE 'J'                TO TR2-HOLDER-TYPE
           ELSE
               MOVE ACN-CUSTM-NAME-LASTNM TO WS-HN-LASTNM
               MOVE ACN-CUSTM-NAME-FRSTNM TO WS-HN-FRSTNM
               MOVE ACN-CUSTM-NAME-MDLNM  TO WS-HN-MDLNM
               MOVE WS-HOLDER-NAME        TO TR2-HOLDER-NAME
               MOVE 'F'                   TO TR2-HOLDER-TYPE
               MOVE ACN-CUSTM-DOB         TO TR2-BIRTH-DATE
           END-IF
           MOVE CADR-STREET      TO TR2-STREET
           MOVE CADR-TOWN        TO TR2-TOWN
           MOVE CADR-POSTCODE    TO TR2-POSTCODE
           MOVE CADR-COUNTRY     TO TR2-ADDR-COUNTRY
           MOVE CTXR-SC-ST       TO TR2-SC-ST
           MOVE WS-ACC-TYPE      TO TR2-ACCT-TYPE
           MOVE WS-ACC-NO        TO TR2-ACCOUNT
           IF WS-ACC-TYPE = 'D' AND WS-ACC-ST = 'C'
               MOVE 'C'          TO TR2-CLOSED
           END-IF
           MOVE WS-ACC-BAL       TO TR2-BALANCE
           MOVE WS-ACC-INT       TO TR2-INT-GROSS
           MOVE WS-ACC-CCY       TO TR2-CCY
           WRITE RE-TAXRET-ACCT

           ADD 1          TO WS-CTL-ACCT-CNT
           ADD 1          TO WS-CTL-DECL-CNT
           ADD WS-ACC-BAL TO WS-CTL-BAL-TOTAL
           ADD WS-ACC-INT TO WS-CTL-INT-TOTAL

           IF WS-ACC-TYPE = 'D'
               ADD 1 TO WS-CTL-DEP-CNT
           ELSE
               ADD 1 TO WS-CTL-LOAN-CNT
           END-IF

           IF CTXR-SC-ST = 'P'
               ADD 1 TO WS-CTL-UNDOC-CNT
           END-IF.
      ******************************************************************
      * 300000-PRINT-RETURN-TOTALS PRINTS WHAT WAS DECLARED AND LEFT
      * OUT.
       300000-PRINT-RETURN-TOTALS.

           MOVE SPACES TO RE-TAXRPT
           WRITE RE-TAXRPT

           MOVE 'ACCOUNTS DECLARED'          TO WS-TL-LABEL
           MOVE WS-CTL-DECL-CNT              TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE '  DEPOSIT ACCOUNTS'         TO WS-TL-LABEL
           MOVE WS-CTL-DEP-CNT               TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE '  LOAN ACCOUNTS'            TO WS-TL-LABEL
           MOVE WS-CTL-LOAN-CNT              TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE '  ON UNCERTIFIED RESIDENCE' TO WS-TL-LABEL
           MOVE WS-CTL-UNDOC-CNT             TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'BALANCES DECLARED'          TO WS-TL-LABEL
           MOVE WS-CTL-BAL-TOTAL             TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'INTEREST DECLARED (GROSS)'  TO WS-TL-LABEL
           MOVE WS-CTL-INT-TOTAL             TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'ACCOUNTS NOT DECLARED'      TO WS-TL-LABEL
           MOVE WS-CTL-EXCL-CNT              TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE.
      ******************************************************************
      * 400000-LIST-NO-SELF-CERT LISTS EVERY CUSTOMER SHOWING A
      * RESIDENCE INDICATOR FOR THE REGIME WITHOUT A
      * SELF-CERTIFICATION ON FILE.
       400000-LIST-NO-SELF-CERT.

           MOVE SPACES TO RE-TAXRPT
           WRITE RE-TAXRPT
           MOVE 'CUSTOMERS WITH A RESIDENCE INDICATOR AND NO SELF-CERTI
      -        'FICATION'
               TO RE-TAXRPT
           WRITE RE-TAXRPT

           MOVE 'N' TO WS-EOF-SW

           EXEC SQL
               OPEN CRSR-IND-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'CUSTADDR'  TO DB2-OBJECT
               MOVE 'OPEN'      TO DB2-STATEMENT
               MOVE WS-RET-YEAR TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               ADD 1 TO WS-CTL-NOSC-CNT
           ELSE
               PERFORM 400100-FETCH-ONE-INDICATOR
               PERFORM 400200-LIST-ONE-INDICATOR UNTIL WS-EOF-YES

               EXEC SQL
                   CLOSE CRSR-IND-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       400100-FETCH-ONE-INDICATOR.

           EXEC SQL
               FETCH CRSR-IND-CSR
                INTO :WS-IND-CUST-NO, :WS-IND-KIND, :WS-IND-COUNTRY
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'CUSTADDR'     TO DB2-OBJECT
                   MOVE 'FETCH'        TO DB2-STATEMENT
                   MOVE WS-IND-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
       400200-LIST-ONE-INDICATOR.

           ADD 1 TO WS-CTL-NOSC-CNT

           MOVE WS-IND-CUST-NO TO WS-NS-CUST-NO
           MOVE WS-IND-COUNTRY TO WS-NS-COUNTRY
           IF WS-IND-KIND = 'A'
               MOVE 'FOREIGN ADDRESS, NO SELF-CERTIFICATION'
                   TO WS-NS-INDICATOR
           ELSE
               MOVE 'RESIDENCE RECORDED, SELF-CERT OUTSTANDING'
                   TO WS-NS-INDICATOR
           END-IF
           WRITE RE-TAXRPT FROM WS-NOSC-LINE

           PERFORM 400100-FETCH-ONE-INDICATOR.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'CRSR100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO THE RETURN FILE CAN BE TIED TO THE CONTROL REPORT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'CRSR100 CONTROL TOTALS'
           DISPLAY '  ACCOUNTS SELECTED ................ : '
                   WS-CTL-ACCT-CNT
           DISPLAY '  ACCOUNTS DECLARED ................ : '
                   WS-CTL-DECL-CNT
           DISPLAY '  ACCOUNTS NOT DECLARED ............ : '
                   WS-CTL-EXCL-CNT
           DISPLAY '  BALANCES DECLARED ................ : '
                   WS-CTL-BAL-TOTAL
           DISPLAY '  INTEREST DECLARED ................ : '
                   WS-CTL-INT-TOTAL
           DISPLAY '  CUSTOMERS LACKING SELF-CERT ...... : '
                   WS-CTL-NOSC-CNT.
      ******************************************************************
