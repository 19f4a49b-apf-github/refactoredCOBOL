      ******************************************************************
      * DTAX100 IS THE ANNUAL INFORMATIVE TAX RETURN FOR DEPOSIT
      * INTEREST, THE DEPOSIT-SIDE COUNTERPART OF LCERT100: FOR THE
      * CALENDAR YEAR ON THE YC1DQ001 CARD IT DECLARES, PER DEPOSIT
      * ACCOUNT AND HOLDER, THE INTEREST PAID (THE GROSS OF THE
      * YEAR'S DEPOINTHST 'C' CAPITALIZATION ROWS) AND THE
      * WITHHOLDING TAX RETAINED ON IT, IN THE TAX AGENCY'S FIXED
      * 500-BYTE RECORD FORMAT ON TR1DQ001 - ONE TYPE 1 DECLARANT
      * RECORD CARRYING THE RETURN TOTALS, THEN ONE TYPE 2 RECORD PER
      * ACCOUNT. THE HOLDER'S TAX ID AND NAME COME FROM CUSTM_TABLE;
      * AN ACCOUNT WHOSE HOLDER IS MISSING OR HAS NO TAX ID CANNOT BE
      * DECLARED AND IS LISTED ON THE CONTROL REPORT INSTEAD, SO IT
      * CAN BE PUT RIGHT AND THE RETURN RERUN BEFORE FILING.
      * THE RPWDQ001 CONTROL REPORT RECONCILES THE YEAR'S NET
      * INTEREST CREDITED AND TAX WITHHELD TO THE 'DEPCAP' AND
      * 'DEPWHT' POSTINGS ON THE GLCONF REGISTER FOR THE SAME YEAR.
      * UNTIL THE RTCV100 CONVERSION THE GL EXTRACT CARRIED WHOLE
      * UNITS ONLY, SO HISTORY POSTED BEFORE THE CONVERSION DATE IS
      * SUMMED POSTING BY POSTING ON THE SAME WHOLE-UNIT BASIS AND
      * HISTORY FROM THAT DATE ON TO THE CENT; ANY DIFFERENCE LEFT
      * IS A REAL ONE.
      * INTEREST IS HELD IN THE ACCOUNT CURRENCY (DEPM_CCY), SO EACH
      * TYPE 2 RECORD NAMES ITS CURRENCY AND THE DECLARANT TOTALS ARE
      * THE CONTROL SUMS OF THE AMOUNTS AS DECLARED. THE GL WAS
      * POSTED IN THE HOME CURRENCY AT THE RATE OF THE DAY, SO FOR
      * THE RECONCILIATION A FOREIGN-CURRENCY ACCOUNT'S FIGURES ARE
      * CONVERTED AT TODAY'S QBEC9900 RATE AND THE CONVERTED PART IS
      * SHOWN ON ITS OWN LINE: A DIFFERENCE NO LARGER THAN THE RATE
      * MOVEMENT ON THAT PART IS EXCHANGE, NOT A BREAK. AN ACCOUNT
      * WHOSE CURRENCY HAS NO RATE IS LEFT OUT OF THE RECONCILIATION
      * AND COUNTED.
      * A CORRECTED RETURN IS PRODUCED BY RERUNNING WITH RUN TYPE
      * 'S' (SUBSTITUTIVE) AND THE RECEIPT NUMBER OF THE RETURN IT
      * REPLACES ON THE CARD: THE WHOLE YEAR IS DECLARED AFRESH FROM
      * THE CORRECTED HISTORY. ENDS CC 4 WHEN AN ACCOUNT IS LEFT OUT
      * OR THE GL DOES NOT AGREE, CC 12 ON AN UNUSABLE CARD.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTAX100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT RETPARM-FILE  ASSIGN YC1DQ001.
           SELECT TAXRET-FILE   ASSIGN TR1DQ001.
           SELECT TAXRPT-FILE   ASSIGN RPWDQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RETPARM-FILE CARRIES THE SINGLE CONTROL CARD FOR THE RETURN:
      * THE YEAR DECLARED (ZERO OR BLANK MEANS THE YEAR JUST ENDED),
      * THE RUN TYPE - SPACE FOR AN ORIGINAL RETURN, 'S' FOR A
      * SUBSTITUTIVE ONE REPLACING THE RETURN WHOSE RECEIPT NUMBER
      * IS IN RPARM-PREV-ID - THE DECLARING BANK'S CIF AND NAME, AND
      * THE RECEIPT NUMBER ISSUED FOR THIS RETURN.
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
      ******************************************************************
      * TAXRET-FILE IS THE INFORMATIVE RETURN IN THE TAX AGENCY'S
      * RECORD FORMAT: THE TYPE 1 DECLARANT RECORD FIRST, THEN ONE
      * TYPE 2 DECLARED-ACCOUNT RECORD PER ACCOUNT AND HOLDER.
      * AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; A TYPE 2
      * RECORD'S AMOUNTS ARE IN THE CURRENCY NAMED BY TR2-CCY.
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
           05  TR1-REC-CNT                  PIC 9(9).
           05  TR1-INT-TOTAL                PIC 9(13)V9(2).
           05  TR1-WHT-TOTAL                PIC 9(13)V9(2).
           05  FILLER                       PIC X(376).

       01  RE-TAXRET-ACCT.
           05  TR2-REC-TYPE                 PIC X(1).
           05  TR2-MODEL                    PIC X(3).
           05  TR2-YEAR                     PIC 9(4).
           05  TR2-DECL-NIF                 PIC X(9).
           05  TR2-HOLDER-NIF               PIC X(9).
           05  TR2-HOLDER-NAME              PIC X(40).
           05  TR2-HOLDER-TYPE              PIC X(1).
           05  TR2-HOLDER-ROLE              PIC X(1).
           05  TR2-ACCOUNT                  PIC X(20).
           05  TR2-INT-GROSS                PIC 9(13)V9(2).
           05  TR2-WHT-AMT                  PIC 9(13)V9(2).
           05  TR2-BALANCE                  PIC 9(13)V9(2).
           05  TR2-CCY                      PIC X(3).
           05  FILLER                       PIC X(364).
      ******************************************************************
      * TAXRPT-FILE IS THE PRINTED CONTROL REPORT: ACCOUNTS LEFT OUT
      * OF THE RETURN AND THE RECONCILIATION TO THE GL.
       FD  TAXRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TAXRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE ACCOUNT CURSOR LOOP AND THE HOLDER LOOKUP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-HOLDER-OK-SW              PIC X(1)    VALUE 'N'.
               88  WS-HOLDER-OK                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ACCT-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DECL-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXCL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-INT-TOTAL             PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-WHT-TOTAL             PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXCL-INT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXCL-WHT              PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-GLB-NET               PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-GLB-WHT               PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-GL-DIFF-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FX-NET                PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-FX-WHT                PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE RETURN YEAR, ITS DATE RANGE AND THE RUN TYPE.
       01  WS-RET-YEAR                      PIC 9(4)    VALUE ZEROS.
       01  WS-YEAR-FROM.
           05  WS-YF-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(6)    VALUE '-01-01'.
       01  WS-YEAR-TO.
           05  WS-YT-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(6)    VALUE '-12-31'.
       01  WS-RUN-TYPE                      PIC X(1)    VALUE SPACE.
           88  WS-RUN-SUBSTITUTIVE                      VALUE 'S'.
       01  WS-PREV-ID                       PIC X(13)   VALUE SPACES.
       01  WS-DECL-NIF                      PIC X(9)    VALUE SPACES.
       01  WS-DECL-NAME                     PIC X(40)   VALUE SPACES.
       01  WS-RETURN-ID                     PIC X(13)   VALUE SPACES.
      ******************************************************************
      * THE RETURN TOTALS FOR THE DECLARANT RECORD, WORKED OUT AHEAD
      * OF THE DETAIL PASS BY 150000-COMPUTE-RETURN-TOTALS.
       01  WS-HDR-REC-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-HDR-INT-TOTAL                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HDR-WHT-TOTAL                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE YEAR'S FIGURES FOR THE ACCOUNT UNDER THE CURSOR. THE
      * GL-BASIS FIGURES SUM EACH POSTING AS THE GL EXTRACT CARRIED
      * IT: THE WHOLE-UNIT PART BEFORE THE CENTS CONVERSION, THE
      * FULL AMOUNT FROM IT ON.
       01  WS-ACC-INT-GROSS                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-WHT-AMT                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-GLB-NET                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-GLB-WHT                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-EXCL-REASON                   PIC X(30)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE HOME-CURRENCY CONVERSION. WS-CONV-CCY
      * IS THE CURRENCY WHOSE QBEC9900 RATE AND QUOTATION FLAG ARE
      * HELD IN WS-CONV-RATE AND WS-CONV-FLAG, SO THE RATE IS ONLY
      * LOOKED UP AGAIN WHEN THE CURRENCY CHANGES (ZERO RATE FOR THE
      * HOME CURRENCY, WHICH NEEDS NO CONVERSION).
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
       01  WS-CONV-CCY                      PIC X(3)
                                                 VALUE LOW-VALUES.
       01  WS-CONV-RATE-OK-SW               PIC X(1)    VALUE 'Y'.
           88  WS-CONV-RATE-OK                          VALUE 'Y'.
       01  WS-CONV-RATE                     PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-CONV-FLAG                     PIC X(1)    VALUE SPACE.
           88  WS-CONV-INDIRECT                         VALUE 'I'.
       01  WS-CONV-AMT                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CONV-HOME-AMT                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
      * THE BUSINESS DATE FROM WHICH THE GL EXTRACT CARRIES CENTS -
      * THE FIRST COMPLETED RTCV100 RUN ON THE RUNCTL LEDGER. BEFORE
      * THE CONVERSION HAS RUN IT STAYS AT THE END OF TIME, SO THE
      * WHOLE YEAR IS SUMMED ON THE WHOLE-UNIT BASIS.
       01  WS-GL-CENTS-FROM                 PIC X(10)   VALUE
                                                         '9999-12-31'.
       01  WS-GL-CENTS-IND                  PIC S9(4)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * THE HOLDER'S NAME AS DECLARED: A PERSON SURNAME FIRST, AN
      * ENTITY BY ITS REGISTERED NAME.
       01  WS-HOLDER-NAME.
           05  WS-HN-LASTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-HN-FRSTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-HN-MDLNM                  PIC X(8).
      ******************************************************************
      * THE GL SIDE OF THE RECONCILIATION.
       01  WS-GL-TRAN-TYPE                  PIC X(10)   VALUE SPACES.
       01  WS-GL-AMT                        PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GL-DEPCAP                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GL-DEPWHT                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE FOR THE DEFAULT YEAR AND THE REPORT HEADING.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
      ******************************************************************
      * REPORT LINES.
       01  WS-RPT-TITLE-LINE.
           05  FILLER                       PIC X(45)   VALUE
                   'DTAX100 - DEPOSIT INTEREST INFORMATIVE RETURN'.
           05  FILLER                       PIC X(10)   VALUE
                   ' FOR YEAR '.
           05  WS-RT-YEAR                   PIC 9(4).
           05  FILLER                       PIC X(11)   VALUE
                   '  RUN TYPE '.
           05  WS-RT-RUN-TYPE               PIC X(12).
           05  FILLER                       PIC X(10)   VALUE
                   '  REPLACES'.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-RT-PREV-ID                PIC X(13).
           05  FILLER                       PIC X(26)   VALUE SPACES.
       01  WS-EXCL-LINE.
           05  FILLER                       PIC X(14)   VALUE
                   'NOT DECLARED: '.
           05  WS-EX-ACC                    PIC X(10).
           05  FILLER                       PIC X(7)    VALUE
                   '  CUST '.
           05  WS-EX-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-INT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-WHT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-EX-CCY                    PIC X(3).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-EX-REASON                 PIC X(30).
           05  FILLER                       PIC X(19)   VALUE SPACES.
       01  WS-RECON-LINE.
           05  WS-RC-LABEL                  PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-HIST-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-GL-AMT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-DIFF-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-TAG                    PIC X(10).
           05  FILLER                       PIC X(21)   VALUE SPACES.
       01  WS-RECON-HEAD-LINE.
           05  FILLER                       PIC X(32)   VALUE
                   'GL RECONCILIATION'.
           05  FILLER                       PIC X(21)   VALUE
                   'DEPOINTHST (GL BASIS)'.
           05  FILLER                       PIC X(23)   VALUE
                   '                 GLCONF'.
           05  FILLER                       PIC X(23)   VALUE
                   '             DIFFERENCE'.
           05  FILLER                       PIC X(33)   VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                  PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-AMT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(79)   VALUE SPACES.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
      * DCLGEN-STYLE DECLARATION FOR THE RUNCTL TABLE (SEE
      * RCT4C100.cbl).
           EXEC SQL DECLARE IDC015.RUNCTL TABLE
           ( RCTL_BUS_DATE                  DATE NOT NULL,
             RCTL_PGM                       CHAR(8) NOT NULL,
             RCTL_START_TIME                CHAR(8) NOT NULL,
             RCTL_END_TIME                  CHAR(8),
             RCTL_STATUS                    CHAR(1) NOT NULL,
             RCTL_RUN_SEQ                   SMALLINT NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * ACCOUNT CURSOR: EVERY DEPOSIT ACCOUNT - OPEN OR SINCE CLOSED
      * - WITH INTEREST CAPITALIZED IN THE RETURN YEAR, WITH THE
      * YEAR'S GROSS, TAX WITHHELD AND THE GL-BASIS NET AND TAX
      * (WHOLE UNITS BEFORE THE CENTS CONVERSION), IN HOLDER ORDER,
      * EACH WITH ITS ACCOUNT CURRENCY.
           EXEC SQL
               DECLARE DTAX-ACCT-CSR CURSOR FOR
                   SELECT D.DEPM_ACC, D.DEPM_CUST_NO, D.DEPM_BAL,
                          D.DEPM_CCY,
                          SUM(I.DEPINT_AMT),
                          SUM(I.DEPINT_WHT_AMT),
                          SUM(CASE WHEN I.DEPINT_DATE
                                            < :WS-GL-CENTS-FROM
                                   THEN INTEGER(I.DEPINT_NET_AMT)
                                   ELSE I.DEPINT_NET_AMT END),
                          SUM(CASE WHEN I.DEPINT_DATE
                                            < :WS-GL-CENTS-FROM
                                   THEN INTEGER(I.DEPINT_WHT_AMT)
                                   ELSE I.DEPINT_WHT_AMT END)
                     FROM IDC015.DEPOMSTR D,
                          IDC015.DEPOINTHST I
                    WHERE I.DEPINT_ACC  = D.DEPM_ACC
                      AND I.DEPINT_TYPE = 'C'
                      AND I.DEPINT_DATE BETWEEN :WS-YEAR-FROM
                                            AND :WS-YEAR-TO
                    GROUP BY D.DEPM_CUST_NO, D.DEPM_ACC, D.DEPM_BAL,
                             D.DEPM_CCY
                    ORDER BY D.DEPM_CUST_NO, D.DEPM_ACC
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE RETURN CARD, WRITES THE DECLARANT
      * RECORD, DECLARES EACH ACCOUNT, RECONCILES TO THE GL AND
      * PRINTS THE CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100010-READ-RETURN-PARM
           PERFORM 100020-FIND-CENTS-CUTOVER

           OPEN OUTPUT TAXRET-FILE
           OPEN OUTPUT TAXRPT-FILE

           MOVE WS-RET-YEAR TO WS-RT-YEAR
           MOVE WS-PREV-ID  TO WS-RT-PREV-ID
           IF WS-RUN-SUBSTITUTIVE
               MOVE 'SUBSTITUTIVE' TO WS-RT-RUN-TYPE
           ELSE
               MOVE 'ORIGINAL'     TO WS-RT-RUN-TYPE
           END-IF
           WRITE RE-TAXRPT FROM WS-RPT-TITLE-LINE
           MOVE SPACES TO RE-TAXRPT
           WRITE RE-TAXRPT

           PERFORM 150000-COMPUTE-RETURN-TOTALS
           PERFORM 160000-WRITE-DECLARANT-RECORD

           EXEC SQL
               OPEN DTAX-ACCT-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'DEPOINTH' TO DB2-OBJECT
               MOVE 'OPEN'     TO DB2-STATEMENT
               MOVE WS-RET-YEAR TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 100200-FETCH-ONE-ACCOUNT
           END-IF

           PERFORM 200000-DECLARE-ONE-ACCOUNT UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE DTAX-ACCT-CSR
           END-EXEC

           PERFORM 300000-RECONCILE-TO-GL

           CLOSE TAXRET-FILE
           CLOSE TAXRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-EXCL-CNT > ZERO
            OR WS-CTL-GL-DIFF-CNT > ZERO
            OR WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-CTL-DECL-CNT NOT = WS-HDR-REC-CNT
            OR WS-CTL-INT-TOTAL NOT = WS-HDR-INT-TOTAL
            OR WS-CTL-WHT-TOTAL NOT = WS-HDR-WHT-TOTAL
               DISPLAY 'DTAX100 - DETAIL RECORDS DO NOT AGREE WITH '
                       'THE DECLARANT RECORD TOTALS - DO NOT FILE'
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100010-READ-RETURN-PARM READS THE RETURN CARD. WITH NO YEAR
      * THE YEAR JUST ENDED IS DECLARED - THE JANUARY DEFAULT. THE
      * DECLARANT CIF AND THE RECEIPT NUMBER ARE MANDATORY, AND A
      * SUBSTITUTIVE RERUN MUST NAME THE RETURN IT REPLACES: A
      * RETURN THE AGENCY CANNOT ATTRIBUTE IS WORSE THAN NONE.
       100010-READ-RETURN-PARM.

           COMPUTE WS-RET-YEAR = WS-TODAY-YYYY - 1

           OPEN INPUT RETPARM-FILE

           READ RETPARM-FILE
               AT END
                   MOVE SPACES TO RE-RETPARM
           END-READ

           CLOSE RETPARM-FILE

           IF RPARM-YEAR IS NUMERIC
            AND RPARM-YEAR > '0000'
               MOVE RPARM-YEAR TO WS-RET-YEAR
           END-IF

           MOVE RPARM-RUN-TYPE  TO WS-RUN-TYPE
           MOVE RPARM-PREV-ID   TO WS-PREV-ID
           MOVE RPARM-DECL-NIF  TO WS-DECL-NIF
           MOVE RPARM-DECL-NAME TO WS-DECL-NAME
           MOVE RPARM-RETURN-ID TO WS-RETURN-ID

           EVALUATE TRUE
               WHEN WS-RUN-TYPE NOT = SPACE
                AND NOT WS-RUN-SUBSTITUTIVE
                   DISPLAY 'DTAX100 - RUN TYPE ON YC1DQ001 MUST BE '
                           'SPACE OR S - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-RUN-SUBSTITUTIVE
                AND WS-PREV-ID = SPACES
                   DISPLAY 'DTAX100 - SUBSTITUTIVE RUN WITHOUT THE '
                           'RECEIPT NUMBER IT REPLACES - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-DECL-NIF = SPACES
                 OR WS-RETURN-ID = SPACES
                   DISPLAY 'DTAX100 - DECLARANT CIF OR RECEIPT '
                           'NUMBER MISSING ON YC1DQ001 - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE WS-RET-YEAR TO WS-YF-YYYY
           MOVE WS-RET-YEAR TO WS-YT-YYYY

           DISPLAY 'DTAX100 - RETURN YEAR ' WS-RET-YEAR
           IF WS-RUN-SUBSTITUTIVE
               DISPLAY 'DTAX100 - SUBSTITUTIVE RETURN REPLACING '
                       WS-PREV-ID
           END-IF.
      ******************************************************************
      * 100020-FIND-CENTS-CUTOVER LOOKS UP THE BUSINESS DATE OF THE
      * FIRST COMPLETED RTCV100 RUN: POSTINGS FROM THAT DATE ON WENT
      * TO THE GL EXTRACT TO THE CENT. NO SUCH RUN LEAVES THE WHOLE
      * YEAR ON THE WHOLE-UNIT BASIS.
       100020-FIND-CENTS-CUTOVER.

           EXEC SQL
               SELECT MIN(RCTL_BUS_DATE)
                 INTO :WS-GL-CENTS-FROM :WS-GL-CENTS-IND
                 FROM IDC015.RUNCTL
                WHERE RCTL_PGM    = 'RTCV100 '
                  AND RCTL_STATUS = 'C'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   MOVE 'RUNCTL'   TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE 'RTCV100'  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE '9999-12-31' TO WS-GL-CENTS-FROM
               WHEN WS-GL-CENTS-IND < ZERO
                   MOVE '9999-12-31' TO WS-GL-CENTS-FROM
               WHEN OTHER
                   DISPLAY 'DTAX100 - GL EXTRACT IN CENTS FROM '
                           WS-GL-CENTS-FROM
           END-EVALUATE.
      ******************************************************************
      * 150000-COMPUTE-RETURN-TOTALS WORKS OUT THE DECLARANT RECORD'S
      * COUNT AND TOTALS OVER THE SAME ACCOUNTS THE DETAIL PASS WILL
      * DECLARE - THOSE WHOSE HOLDER IS ON CUSTM_TABLE WITH A TAX ID
      * - SINCE THE TYPE 1 RECORD MUST LEAD THE FILE. THE DETAIL
      * PASS IS CHECKED AGAINST THESE FIGURES AT THE END OF THE RUN.
       150000-COMPUTE-RETURN-TOTALS.

           EXEC SQL
               SELECT COUNT(DISTINCT D.DEPM_ACC),
                      COALESCE(SUM(I.DEPINT_AMT), 0),
                      COALESCE(SUM(I.DEPINT_WHT_AMT), 0)
                 INTO :WS-HDR-REC-CNT, :WS-HDR-INT-TOTAL,
                      :WS-HDR-WHT-TOTAL
                 FROM IDC015.DEPOMSTR D,
                      IDC015.DEPOINTHST I,
                      IDC015.CUSTM_TABLE C
                WHERE I.DEPINT_ACC   = D.DEPM_ACC
                  AND C.CUSTM_NO     = D.DEPM_CUST_NO
                  AND C.CUSTM_TAX_ID <> ' '
                  AND I.DEPINT_TYPE  = 'C'
                  AND I.DEPINT_DATE BETWEEN :WS-YEAR-FROM
                                        AND :WS-YEAR-TO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'DEPOINTH'  TO DB2-OBJECT
               MOVE 'SELECT'    TO DB2-STATEMENT
               MOVE WS-RET-YEAR TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               DISPLAY 'DTAX100 - RETURN TOTALS COULD NOT BE READ '
                       'SQLCODE ' SQLCODE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       160000-WRITE-DECLARANT-RECORD.

           MOVE SPACES           TO RE-TAXRET-DECL
           MOVE '1'              TO TR1-REC-TYPE
           MOVE '196'            TO TR1-MODEL
           MOVE WS-RET-YEAR      TO TR1-YEAR
           MOVE WS-DECL-NIF      TO TR1-DECL-NIF
           MOVE WS-DECL-NAME     TO TR1-DECL-NAME
           MOVE 'T'              TO TR1-SUPPORT
           MOVE WS-RETURN-ID     TO TR1-RETURN-ID
           MOVE WS-RUN-TYPE      TO TR1-CORR-TYPE
           MOVE WS-PREV-ID       TO TR1-PREV-ID
           MOVE WS-HDR-REC-CNT   TO TR1-REC-CNT
           MOVE WS-HDR-INT-TOTAL TO TR1-INT-TOTAL
           MOVE WS-HDR-WHT-TOTAL TO TR1-WHT-TOTAL
           WRITE RE-TAXRET-DECL.
      ******************************************************************
       100200-FETCH-ONE-ACCOUNT.

           EXEC SQL
               FETCH DTAX-ACCT-CSR
                INTO :DEPM-ACC, :DEPM-CUST-NO, :DEPM-BAL,
                     :DEPM-CCY, :WS-ACC-INT-GROSS, :WS-ACC-WHT-AMT,
                     :WS-ACC-GLB-NET, :WS-ACC-GLB-WHT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'DEPOINTH' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE DEPM-ACC   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-DECLARE-ONE-ACCOUNT WRITES THE ACCOUNT'S TYPE 2
      * RECORD UNDER ITS HOLDER'S TAX ID AND NAME, OR LISTS IT ON THE
      * CONTROL REPORT WHEN THE HOLDER CANNOT BE DECLARED. EITHER
      * WAY ITS FIGURES COUNT TOWARDS THE GL RECONCILIATION, WHICH
      * IS ABOUT WHAT WAS POSTED, NOT WHAT WAS DECLARED.
       200000-DECLARE-ONE-ACCOUNT.

           ADD 1 TO WS-CTL-ACCT-CNT

           PERFORM 220000-ADD-TO-RECONCILIATION

           PERFORM 210000-FETCH-HOLDER

           IF WS-HOLDER-OK
               MOVE SPACES           TO RE-TAXRET-ACCT
               MOVE '2'              TO TR2-REC-TYPE
               MOVE '196'            TO TR2-MODEL
               MOVE WS-RET-YEAR      TO TR2-YEAR
               MOVE WS-DECL-NIF      TO TR2-DECL-NIF
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
               END-IF
               MOVE 'T'              TO TR2-HOLDER-ROLE
               MOVE DEPM-ACC         TO TR2-ACCOUNT
               MOVE WS-ACC-INT-GROSS TO TR2-INT-GROSS
               MOVE WS-ACC-WHT-AMT   TO TR2-WHT-AMT
               MOVE DEPM-BAL         TO TR2-BALANCE
               MOVE DEPM-CCY         TO TR2-CCY
               WRITE RE-TAXRET-ACCT

               ADD 1                TO WS-CTL-DECL-CNT
               ADD WS-ACC-INT-GROSS TO WS-CTL-INT-TOTAL
               ADD WS-ACC-WHT-AMT   TO WS-CTL-WHT-TOTAL
           ELSE
               ADD 1                TO WS-CTL-EXCL-CNT
               ADD WS-ACC-INT-GROSS TO WS-CTL-EXCL-INT
               ADD WS-ACC-WHT-AMT   TO WS-CTL-EXCL-WHT

               MOVE DEPM-ACC         TO WS-EX-ACC
               MOVE DEPM-CUST-NO     TO WS-EX-CUST-NO
               MOVE WS-ACC-INT-GROSS TO WS-EX-INT
               MOVE WS-ACC-WHT-AMT   TO WS-EX-WHT
               MOVE DEPM-CCY         TO WS-EX-CCY
               MOVE WS-EXCL-REASON   TO WS-EX-REASON
               WRITE RE-TAXRPT FROM WS-EXCL-LINE
           END-IF

           PERFORM 100200-FETCH-ONE-ACCOUNT.
      ******************************************************************
      * 210000-FETCH-HOLDER READS THE HOLDER'S TAX ID, TYPE AND
      * NAMES. A HOLDER MISSING FROM CUSTM_TABLE, OR CARRYING NO TAX
      * ID, CANNOT BE DECLARED.
       210000-FETCH-HOLDER.

           MOVE 'N'          TO WS-HOLDER-OK-SW
           MOVE SPACES       TO WS-EXCL-REASON
           MOVE DEPM-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                      CUSTM_NAME_LASTNM, CUSTM_TYPE,
                      CUSTM_REG_NAME, CUSTM_TAX_ID
                 INTO :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-MDLNM,
                      :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-TYPE,
                      :ACN-CUSTM-REG-NAME, :ACN-CUSTM-TAX-ID
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
                   MOVE 'CUSTM_TBL'  TO DB2-OBJECT
                   MOVE 'SELECT'     TO DB2-STATEMENT
                   MOVE DEPM-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN ACN-CUSTM-TAX-ID = SPACES
                   MOVE 'HOLDER HAS NO TAX ID'
                                       TO WS-EXCL-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-HOLDER-OK-SW
           END-EVALUATE.
      ******************************************************************
      * 220000-ADD-TO-RECONCILIATION ADDS THE ACCOUNT'S GL-BASIS NET
      * INTEREST AND TAX TO THE RECONCILIATION IN THE HOME CURRENCY,
      * CONVERTING A FOREIGN-CURRENCY ACCOUNT AT TODAY'S RATE AND
      * KEEPING THE CONVERTED PART APART FOR THE REPORT.
       220000-ADD-TO-RECONCILIATION.

           PERFORM 900400-LOOKUP-RATE

           EVALUATE TRUE
               WHEN NOT WS-CONV-RATE-OK
                   ADD 1 TO WS-CTL-NORATE-CNT
                   DISPLAY 'DTAX100 - NO RATE FOR CURRENCY ' DEPM-CCY
                           ' - ACCOUNT ' DEPM-ACC
                           ' LEFT OUT OF THE GL RECONCILIATION'
               WHEN WS-CONV-RATE = ZERO
                   ADD WS-ACC-GLB-NET TO WS-CTL-GLB-NET
                   ADD WS-ACC-GLB-WHT TO WS-CTL-GLB-WHT
               WHEN OTHER
                   MOVE WS-ACC-GLB-NET   TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   ADD WS-CONV-HOME-AMT  TO WS-CTL-GLB-NET
                   ADD WS-CONV-HOME-AMT  TO WS-CTL-FX-NET

                   MOVE WS-ACC-GLB-WHT   TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   ADD WS-CONV-HOME-AMT  TO WS-CTL-GLB-WHT
                   ADD WS-CONV-HOME-AMT  TO WS-CTL-FX-WHT
           END-EVALUATE.
      ******************************************************************
      * 300000-RECONCILE-TO-GL PRINTS THE RETURN TOTALS AND TIES THE
      * YEAR'S NET INTEREST CREDITED AND TAX WITHHELD, ON THE
      * GL BASIS, TO THE 'DEPCAP' AND 'DEPWHT' POSTINGS
      * REGISTERED ON GLCONF FOR THE SAME YEAR.
       300000-RECONCILE-TO-GL.

           MOVE SPACES TO RE-TAXRPT
           WRITE RE-TAXRPT

           MOVE 'ACCOUNTS DECLARED'          TO WS-TL-LABEL
           MOVE WS-CTL-DECL-CNT              TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'INTEREST DECLARED (GROSS)'  TO WS-TL-LABEL
           MOVE WS-CTL-INT-TOTAL             TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'TAX WITHHELD DECLARED'      TO WS-TL-LABEL
           MOVE WS-CTL-WHT-TOTAL             TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'ACCOUNTS NOT DECLARED'      TO WS-TL-LABEL
           MOVE WS-CTL-EXCL-CNT              TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'INTEREST NOT DECLARED'      TO WS-TL-LABEL
           MOVE WS-CTL-EXCL-INT              TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'TAX WITHHELD NOT DECLARED'  TO WS-TL-LABEL
           MOVE WS-CTL-EXCL-WHT              TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE

           MOVE SPACES TO RE-TAXRPT
           WRITE RE-TAXRPT
           WRITE RE-TAXRPT FROM WS-RECON-HEAD-LINE

           MOVE 'DEPCAP' TO WS-GL-TRAN-TYPE
           PERFORM 310000-SUM-GL-POSTINGS
           MOVE WS-GL-AMT TO WS-GL-DEPCAP

           MOVE 'DEPWHT' TO WS-GL-TRAN-TYPE
           PERFORM 310000-SUM-GL-POSTINGS
           MOVE WS-GL-AMT TO WS-GL-DEPWHT

           MOVE 'NET INTEREST CREDITED/DEPCAP' TO WS-RC-LABEL
           MOVE WS-CTL-GLB-NET TO WS-RC-HIST-AMT
           MOVE WS-GL-DEPCAP   TO WS-RC-GL-AMT
           COMPUTE WS-RC-DIFF-AMT = WS-CTL-GLB-NET - WS-GL-DEPCAP
           IF WS-CTL-GLB-NET = WS-GL-DEPCAP
               MOVE 'AGREED'     TO WS-RC-TAG
           ELSE
               MOVE 'DIFFERENCE' TO WS-RC-TAG
               ADD 1 TO WS-CTL-GL-DIFF-CNT
           END-IF
           WRITE RE-TAXRPT FROM WS-RECON-LINE

           MOVE 'TAX WITHHELD/DEPWHT'          TO WS-RC-LABEL
           MOVE WS-CTL-GLB-WHT TO WS-RC-HIST-AMT
           MOVE WS-GL-DEPWHT   TO WS-RC-GL-AMT
           COMPUTE WS-RC-DIFF-AMT = WS-CTL-GLB-WHT - WS-GL-DEPWHT
           IF WS-CTL-GLB-WHT = WS-GL-DEPWHT
               MOVE 'AGREED'     TO WS-RC-TAG
           ELSE
               MOVE 'DIFFERENCE' TO WS-RC-TAG
               ADD 1 TO WS-CTL-GL-DIFF-CNT
           END-IF
           WRITE RE-TAXRPT FROM WS-RECON-LINE

           MOVE SPACES TO RE-TAXRPT
           WRITE RE-TAXRPT
           MOVE 'FOREIGN-CCY NET AT TODAY RATE' TO WS-TL-LABEL
           MOVE WS-CTL-FX-NET                   TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'FOREIGN-CCY TAX AT TODAY RATE' TO WS-TL-LABEL
           MOVE WS-CTL-FX-WHT                   TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE
           MOVE 'ACCOUNTS WITH NO RATE'         TO WS-TL-LABEL
           MOVE WS-CTL-NORATE-CNT               TO WS-TL-AMT
           WRITE RE-TAXRPT FROM WS-TOTAL-LINE.
      ******************************************************************
      * 310000-SUM-GL-POSTINGS TOTALS ONE TRANSACTION TYPE'S GLCONF
      * REGISTER ROWS FOR THE RETURN YEAR INTO WS-GL-AMT.
       310000-SUM-GL-POSTINGS.

           MOVE ZEROS TO WS-GL-AMT

           EXEC SQL
               SELECT COALESCE(SUM(GLCF_AMT), 0)
                 INTO :WS-GL-AMT
                 FROM IDC015.GLCONF
                WHERE GLCF_TRAN_TYPE = :WS-GL-TRAN-TYPE
                  AND GLCF_POST_DATE BETWEEN :WS-YEAR-FROM
                                         AND :WS-YEAR-TO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'GLCONF'        TO DB2-OBJECT
               MOVE 'SELECT'        TO DB2-STATEMENT
               MOVE WS-GL-TRAN-TYPE TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 900400-LOOKUP-RATE TAKES THE ACCOUNT CURRENCY'S RATE AND
      * QUOTATION FLAG FROM QBEC9900, UNLESS THEY ARE ALREADY HELD
      * FOR THAT CURRENCY. A HOME-CURRENCY ACCOUNT (OR ONE WITH NO
      * CURRENCY RECORDED) NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A
      * ZERO RATE (NO RATE MAINTAINED), CLEARS WS-CONV-RATE-OK.
       900400-LOOKUP-RATE.

           IF DEPM-CCY NOT = WS-CONV-CCY
               MOVE DEPM-CCY TO WS-CONV-CCY
               MOVE 'Y'      TO WS-CONV-RATE-OK-SW
               MOVE ZEROS    TO WS-CONV-RATE
               MOVE SPACE    TO WS-CONV-FLAG

               IF DEPM-CCY NOT = SPACES AND DEPM-CCY NOT = WS-HOME-CCY
                   MOVE DEPM-CCY            TO QBEC9900-COD-ENTITY
                   MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
                   SET QBEC9900-FUNC-INQUIRE TO TRUE

                   CALL 'QBEC9900' USING WS-QBEC9900-AREA

                   IF QBEC9900-88-COD-RETURN-OK
                    AND QBEC9900-EXCH-RATE NOT = ZERO
                       MOVE QBEC9900-EXCH-RATE    TO WS-CONV-RATE
                       MOVE QBEC9900-FLG-EXCHANGE TO WS-CONV-FLAG
                   ELSE
                       MOVE 'N' TO WS-CONV-RATE-OK-SW
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 900500-CONVERT-TO-HOME CONVERTS WS-CONV-AMT TO THE HOME
      * CURRENCY IN WS-CONV-HOME-AMT - DIVIDING FOR AN INDIRECTLY
      * QUOTED CURRENCY AND MULTIPLYING OTHERWISE, AS RV3C0100'S
      * 220050-CONVERT-TO-BASE-CCY DOES. A HOME-CURRENCY AMOUNT IS
      * TAKEN AS IT STANDS.
       900500-CONVERT-TO-HOME.

           EVALUATE TRUE
               WHEN WS-CONV-RATE = ZERO
                   MOVE WS-CONV-AMT TO WS-CONV-HOME-AMT
               WHEN WS-CONV-INDIRECT
                   COMPUTE WS-CONV-HOME-AMT ROUNDED =
                       WS-CONV-AMT / WS-CONV-RATE
               WHEN OTHER
                   COMPUTE WS-CONV-HOME-AMT ROUNDED =
                       WS-CONV-AMT * WS-CONV-RATE
           END-EVALUATE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'DTAX100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO THE RETURN FILE CAN BE TIED TO THE CONTROL REPORT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'DTAX100 CONTROL TOTALS'
           DISPLAY '  ACCOUNTS WITH INTEREST PAID ...... : '
                   WS-CTL-ACCT-CNT
           DISPLAY '  ACCOUNTS DECLARED ................ : '
                   WS-CTL-DECL-CNT
           DISPLAY '  ACCOUNTS NOT DECLARED ............ : '
                   WS-CTL-EXCL-CNT
           DISPLAY '  INTEREST DECLARED ................ : '
                   WS-CTL-INT-TOTAL
           DISPLAY '  TAX WITHHELD DECLARED ............ : '
                   WS-CTL-WHT-TOTAL
           DISPLAY '  GL RECONCILIATION DIFFERENCES .... : '
                   WS-CTL-GL-DIFF-CNT
           DISPLAY '  ACCOUNTS WITH NO RATE ............ : '
                   WS-CTL-NORATE-CNT.
      ******************************************************************
