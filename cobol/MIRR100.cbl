      ******************************************************************
      * MIRR100 BUILDS THE MONTHLY INTEREST-RATE STATISTICS ON NEW
      * BUSINESS FOR THE CENTRAL BANK, WHICH UNTIL NOW WERE PUT
      * TOGETHER BY HAND FROM A LOANMSTR DOWNLOAD. FOR THE REPORTING
      * MONTH (PM1DQ007, DEFAULT THE PREVIOUS MONTH) IT PICKS UP:
      *   - LOANS BOOKED IN THE MONTH (LOANM_ORIG_DATE) AS NEW
      *     BUSINESS AT THEIR LOANM_ROI;
      *   - LOANS RESTRUCTURED IN THE MONTH BY LOANX100 AS
      *     RENEGOTIATED BUSINESS AT THE WORKOUT RATE - THE RATEHIST
      *     ROWS CARRYING NO INDEX CODE, SINCE AN INDEX RESET BY
      *     REPRC100 ALWAYS NAMES ITS INDEX;
      *   - TERM DEPOSITS OPENED IN THE MONTH (DEPM_OPEN_DATE; CALL
      *     DEPOSITS, WITH THE OPEN 9999-12-31 MATURITY, ARE NOT NEW
      *     BUSINESS) AT THEIR DEPM_ROI.
      * EACH ITEM IS CLASSIFIED BY SECTOR (HOUSEHOLDS FOR A NATURAL
      * PERSON, NON-FINANCIAL CORPORATIONS FOR AN ENTITY), PRODUCT
      * CATEGORY, INITIAL RATE FIXATION - THE RESET FREQUENCY OF AN
      * INDEX-LINKED LOAN ON LOANRATE, OTHERWISE THE TERM; FOR A
      * DEPOSIT ITS AGREED MATURITY - AND, FOR LOANS TO
      * CORPORATIONS, AMOUNT BAND. EVERY CATEGORY CARRIES ITS COUNT,
      * VOLUME AND VOLUME-WEIGHTED AVERAGE RATE ON THE O1DQ2702
      * SUBMISSION FILE AND ON THE RPFDQ002 REVIEW REPORT. ENDS CC 4
      * WHEN A DB2 FAILURE LEFT THE RETURN INCOMPLETE, CC 12 ON A BAD
      * CARD OR WHEN THE CATEGORY TABLE OVERFLOWS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIRR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT MIRPARM-FILE  ASSIGN PM1DQ007.
           SELECT MIROUT-FILE   ASSIGN O1DQ2702.
           SELECT MIRRPT-FILE   ASSIGN RPFDQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * MIRPARM-FILE CARRIES THE OPTIONAL REPORTING-MONTH CARD
      * (YYYY-MM). NO CARD, OR A BLANK ONE, MEANS THE PREVIOUS MONTH.
       FD  MIRPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-MIRPARM.
           05  MPARM-PERIOD.
               10  MPARM-YYYY               PIC X(4).
               10  FILLER                   PIC X(1).
               10  MPARM-MM                 PIC X(2).
           05  FILLER                       PIC X(73).
      ******************************************************************
      * MIROUT-FILE IS THE SUBMISSION: A HEADER, ONE RECORD PER
      * STATISTICAL CATEGORY, AND A TRAILER. VOLUMES ARE UNSIGNED WITH
      * TWO IMPLIED DECIMALS, RATES PERCENT WITH FOUR.
       FD  MIROUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-MIROUT-HDR.
           05  MIH-REC-TYPE                 PIC X(1).
           05  MIH-PERIOD                   PIC X(7).
           05  MIH-RUN-DATE                 PIC X(10).
           05  FILLER                       PIC X(62).

       01  RE-MIROUT-DTL.
           05  MID-REC-TYPE                 PIC X(1).
           05  MID-PERIOD                   PIC X(7).
           05  MID-BUS-TYPE                 PIC X(1).
           05  MID-SECTOR                   PIC X(1).
           05  MID-PRODUCT                  PIC X(2).
           05  MID-FIXATION                 PIC X(1).
           05  MID-AMT-BAND                 PIC X(1).
           05  MID-COUNT                    PIC 9(7).
           05  MID-VOLUME                   PIC 9(15)V9(2).
           05  MID-AVG-RATE                 PIC 9(3)V9(4).
           05  FILLER                       PIC X(35).

       01  RE-MIROUT-TRL.
           05  MIT-REC-TYPE                 PIC X(1).
           05  MIT-PERIOD                   PIC X(7).
           05  MIT-DTL-CNT                  PIC 9(7).
           05  MIT-VOLUME                   PIC 9(15)V9(2).
           05  FILLER                       PIC X(48).
      ******************************************************************
      * MIRRPT-FILE IS THE PRINTED REVIEW REPORT.
       FD  MIRRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-MIRRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE FETCH LOOP AND THE CATEGORY LOOKUP.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-CELL-FOUND-SW             PIC X(1)    VALUE 'N'.
               88  WS-CELL-FOUND                        VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS, WITH COUNT AND VOLUME BY BUSINESS
      * TYPE SO THE RETURN CAN BE PROVED AGAINST THE MASTERS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ITEM-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NEWL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RNEG-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NEWD-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ZERO-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DTL-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NEWL-VOL              PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RNEG-VOL              PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NEWD-VOL              PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-TOTAL-VOL             PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE REPORTING MONTH, ITS FIRST AND LAST DAYS, AND TODAY.
       01  WS-PERIOD.
           05  WS-PER-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PER-MM                    PIC 9(2).
       01  WS-PERIOD-START.
           05  WS-PS-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PS-MM                     PIC 9(2).
           05  FILLER                       PIC X(3)    VALUE '-01'.
       01  WS-PERIOD-END.
           05  WS-PE-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PE-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-PE-DD                     PIC 9(2).
       01  WS-DAYS-IN-MONTH                 PIC 9(2)    VALUE ZEROS.
       01  WS-LEAP-REM                      PIC 9(4)    VALUE ZEROS.
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
      * THE ITEM FETCHED FROM THE NEW-BUSINESS CURSOR. WS-IT-BUS-TYPE
      * IS 'N' NEW LOAN, 'R' RENEGOTIATED LOAN, 'D' NEW TERM DEPOSIT;
      * WS-IT-FIX-MONTHS IS THE INITIAL RATE FIXATION (LOANS) OR
      * AGREED MATURITY (DEPOSITS) IN MONTHS.
       01  WS-ITEM.
           05  WS-IT-BUS-TYPE               PIC X(1).
           05  WS-IT-CUST-TYPE              PIC X(1).
           05  WS-IT-PRODUCT                PIC X(2).
           05  WS-IT-ROI                    PIC S9(3)V9(2) COMP-3.
           05  WS-IT-FIX-MONTHS             PIC S9(4)   COMP.
           05  WS-IT-AMT                    PIC S9(13)V9(2) COMP-3.
           05  WS-IT-REF                    PIC X(10).
      ******************************************************************
      * THE STATISTICAL CATEGORY AN ITEM FALLS IN. SECTOR 'H'
      * HOUSEHOLDS, 'C' NON-FINANCIAL CORPORATIONS. FIXATION 'A' UP
      * TO 1 YEAR (OR FLOATING), 'B' OVER 1 AND UP TO 5 YEARS - FOR
      * A DEPOSIT UP TO 2 - 'C' OVER 5 AND UP TO 10 YEARS - FOR A
      * DEPOSIT OVER 2 - 'D' OVER 10 YEARS. AMOUNT BAND (CORPORATE
      * LOANS ONLY) 'S' UP TO 250,000, 'M' UP TO 1,000,000, 'L'
      * ABOVE; 'X' WHERE NO BAND APPLIES.
       01  WS-CELL-KEY.
           05  WS-CK-BUS-TYPE               PIC X(1).
           05  WS-CK-SECTOR                 PIC X(1).
           05  WS-CK-PRODUCT                PIC X(2).
           05  WS-CK-FIXATION               PIC X(1).
           05  WS-CK-AMT-BAND               PIC X(1).
      ******************************************************************
      * THE CATEGORIES ACCUMULATED THIS RUN, KEPT IN KEY ORDER SO THE
      * SUBMISSION AND THE REPORT COME OUT SORTED.
       01  WS-CELL-USED                     PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-CELL-SUB                      PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-CELL-INS                      PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-CELL-IDX.
               10  WS-CELL-KEY-T            PIC X(6).
               10  WS-CELL-CNT              PIC S9(7)   COMP-3.
               10  WS-CELL-VOL              PIC S9(15)V9(2) COMP-3.
               10  WS-CELL-RATE-VOL         PIC S9(15)V9(4) COMP-3.
       01  WS-AVG-RATE                      PIC S9(3)V9(4) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-TITLE-LINE.
           05  FILLER                       PIC X(52)   VALUE
               'MIRR100 - NEW-BUSINESS INTEREST RATE STATISTICS FOR '.
           05  WS-TL-PERIOD                 PIC X(7).
           05  FILLER                       PIC X(73)   VALUE SPACES.
       01  WS-COL-HDR-LINE                  PIC X(132)  VALUE
               'BUSINESS TYPE         SECTOR  PRODUCT  FIXATION  BAND
      -        '     ITEMS              VOLUME    AVG RATE'.
       01  WS-DTL-LINE.
           05  WS-DL-BUS-DESC               PIC X(20).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-SECTOR                 PIC X(1).
           05  FILLER                       PIC X(9)    VALUE SPACES.
           05  WS-DL-PRODUCT                PIC X(2).
           05  FILLER                       PIC X(9)    VALUE SPACES.
           05  WS-DL-FIXATION               PIC X(1).
           05  FILLER                       PIC X(6)    VALUE SPACES.
           05  WS-DL-AMT-BAND               PIC X(1).
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  WS-DL-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-VOLUME                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-DL-AVG-RATE               PIC ZZ9.9999.
           05  FILLER                       PIC X(35)   VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                  PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-TL-VOLUME                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(67)   VALUE SPACES.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CURSOR OVER THE MONTH'S NEW BUSINESS: LOANS BOOKED, LOANS
      * RESTRUCTURED (RATEHIST ROWS WITH NO INDEX CODE) AND TERM
      * DEPOSITS OPENED. A CUSTOMER MISSING FROM CUSTM_TABLE IS
      * TAKEN AS A NATURAL PERSON, AS CUSTM_TYPE DEFAULTS.
           EXEC SQL
               DECLARE MIRR-NB-CSR CURSOR FOR
                   SELECT 'N', COALESCE((SELECT C.CUSTM_TYPE
                                           FROM IDC015.CUSTM_TABLE C
                                          WHERE C.CUSTM_NO =
                                                L.LOANM_CUST_NO),
                                        'P'),
                          L.LOANM_CAT, L.LOANM_ROI,
                          COALESCE((SELECT R.LRATE_RESET_FREQ
                                      FROM IDC015.LOANRATE R
                                     WHERE R.LRATE_CAT = L.LOANM_CAT
                                       AND R.LRATE_NO  = L.LOANM_NO),
                                   L.LOANM_TERM),
                          DECIMAL(L.LOANM_MAX_AMT, 15, 2),
                          CHAR(L.LOANM_NO)
                     FROM IDC015.LOANMSTR L
                    WHERE L.LOANM_ORIG_DATE BETWEEN :WS-PERIOD-START
                                                AND :WS-PERIOD-END
                   UNION ALL
                   SELECT 'R', COALESCE((SELECT C.CUSTM_TYPE
                                           FROM IDC015.CUSTM_TABLE C
                                          WHERE C.CUSTM_NO =
                                                L.LOANM_CUST_NO),
                                        'P'),
                          L.LOANM_CAT, H.RTH_NEW_ROI,
                          COALESCE((SELECT R.LRATE_RESET_FREQ
                                      FROM IDC015.LOANRATE R
                                     WHERE R.LRATE_CAT = L.LOANM_CAT
                                       AND R.LRATE_NO  = L.LOANM_NO),
                                   L.LOANM_TERM),
                          DECIMAL(L.LOANM_MAX_AMT, 15, 2),
                          CHAR(L.LOANM_NO)
                     FROM IDC015.RATEHIST H,
                          IDC015.LOANMSTR L
                    WHERE H.RTH_DATE BETWEEN :WS-PERIOD-START
                                         AND :WS-PERIOD-END
                      AND (H.RTH_IDX_CODE IS NULL
                           OR H.RTH_IDX_CODE = ' ')
                      AND L.LOANM_CAT = H.RTH_CAT
                      AND L.LOANM_NO  = H.RTH_NO
                   UNION ALL
                   SELECT 'D', COALESCE((SELECT C.CUSTM_TYPE
                                           FROM IDC015.CUSTM_TABLE C
                                          WHERE C.CUSTM_NO =
                                                D.DEPM_CUST_NO),
                                        'P'),
                          D.DEPM_COD_PROD, D.DEPM_ROI,
                          SMALLINT((YEAR(D.DEPM_MAT_DATE)
                                    - YEAR(D.DEPM_OPEN_DATE)) * 12
                                   + MONTH(D.DEPM_MAT_DATE)
                                   - MONTH(D.DEPM_OPEN_DATE)),
                          D.DEPM_BAL,
                          D.DEPM_ACC
                     FROM IDC015.DEPOMSTR D
                    WHERE D.DEPM_OPEN_DATE BETWEEN :WS-PERIOD-START
                                               AND :WS-PERIOD-END
                      AND D.DEPM_MAT_DATE < '9999-12-31'
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CLASSIFIES THE MONTH'S NEW BUSINESS INTO THE
      * CATEGORY TABLE, THEN WRITES THE SUBMISSION AND THE REPORT.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-PERIOD

           OPEN OUTPUT MIROUT-FILE
           OPEN OUTPUT MIRRPT-FILE

           EXEC SQL
               OPEN MIRR-NB-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'LOANMSTR' TO DB2-OBJECT
               MOVE 'OPEN'     TO DB2-STATEMENT
               MOVE WS-PERIOD  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               DISPLAY 'MIRR100 - NEW BUSINESS COULD NOT BE READ '
                       'SQLCODE ' SQLCODE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100200-FETCH-ONE-ITEM

           PERFORM 200000-CLASSIFY-ONE-ITEM UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE MIRR-NB-CSR
           END-EXEC

           PERFORM 300000-WRITE-RETURN

           CLOSE MIROUT-FILE
           CLOSE MIRRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-DB2-ERR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100010-READ-PERIOD TAKES THE REPORTING MONTH OFF THE PM1DQ007
      * CARD, OR DEFAULTS IT TO THE PREVIOUS MONTH, AND SETS THE
      * FIRST AND LAST DAYS THE CURSOR SELECTS BETWEEN.
       100010-READ-PERIOD.

           OPEN INPUT MIRPARM-FILE

           READ MIRPARM-FILE
               AT END
                   MOVE SPACES TO RE-MIRPARM
           END-READ

           CLOSE MIRPARM-FILE

           IF MPARM-PERIOD = SPACES
               MOVE WS-TODAY-YYYY TO WS-PER-YYYY
               IF WS-TODAY-MM = 1
                   SUBTRACT 1 FROM WS-PER-YYYY
                   MOVE 12 TO WS-PER-MM
               ELSE
                   COMPUTE WS-PER-MM = WS-TODAY-MM - 1
               END-IF
           ELSE
               IF MPARM-YYYY IS NOT NUMERIC
                OR MPARM-MM IS NOT NUMERIC
                   DISPLAY 'MIRR100 - REPORTING MONTH ON PM1DQ007 IS '
                           'NOT YYYY-MM - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MPARM-YYYY TO WS-PER-YYYY
               MOVE MPARM-MM   TO WS-PER-MM
               IF WS-PER-MM < 1 OR WS-PER-MM > 12
                   DISPLAY 'MIRR100 - REPORTING MONTH ON PM1DQ007 '
                           'IS NOT 01-12 - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 650000-SET-DAYS-IN-MONTH

           MOVE WS-PER-YYYY      TO WS-PS-YYYY
           MOVE WS-PER-MM        TO WS-PS-MM
           MOVE WS-PER-YYYY      TO WS-PE-YYYY
           MOVE WS-PER-MM        TO WS-PE-MM
           MOVE WS-DAYS-IN-MONTH TO WS-PE-DD

           DISPLAY 'MIRR100 - REPORTING MONTH ' WS-PERIOD.
      ******************************************************************
       100200-FETCH-ONE-ITEM.

           EXEC SQL
               FETCH MIRR-NB-CSR
                INTO :WS-IT-BUS-TYPE, :WS-IT-CUST-TYPE,
                     :WS-IT-PRODUCT, :WS-IT-ROI, :WS-IT-FIX-MONTHS,
                     :WS-IT-AMT, :WS-IT-REF
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'LOANMSTR' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE WS-IT-REF  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-CLASSIFY-ONE-ITEM PUTS ONE ITEM OF NEW BUSINESS IN ITS
      * STATISTICAL CATEGORY AND ADDS IT TO THAT CATEGORY'S COUNT,
      * VOLUME AND RATE-WEIGHTED VOLUME. AN ITEM WITH NO VOLUME
      * CANNOT WEIGHT AN AVERAGE AND IS ONLY COUNTED.
       200000-CLASSIFY-ONE-ITEM.

           ADD 1 TO WS-CTL-ITEM-CNT

           IF WS-IT-AMT NOT > ZERO
               ADD 1 TO WS-CTL-ZERO-CNT
           ELSE
               EVALUATE WS-IT-BUS-TYPE
                   WHEN 'N'
                       ADD 1         TO WS-CTL-NEWL-CNT
                       ADD WS-IT-AMT TO WS-CTL-NEWL-VOL
                   WHEN 'R'
                       ADD 1         TO WS-CTL-RNEG-CNT
                       ADD WS-IT-AMT TO WS-CTL-RNEG-VOL
                   WHEN OTHER
                       ADD 1         TO WS-CTL-NEWD-CNT
                       ADD WS-IT-AMT TO WS-CTL-NEWD-VOL
               END-EVALUATE
               ADD WS-IT-AMT TO WS-CTL-TOTAL-VOL

               PERFORM 210000-SET-CELL-KEY
               PERFORM 220000-FIND-OR-ADD-CELL

               ADD 1         TO WS-CELL-CNT (WS-CELL-SUB)
               ADD WS-IT-AMT TO WS-CELL-VOL (WS-CELL-SUB)
               COMPUTE WS-CELL-RATE-VOL (WS-CELL-SUB) =
                   WS-CELL-RATE-VOL (WS-CELL-SUB)
                 + WS-IT-AMT * WS-IT-ROI
           END-IF

           PERFORM 100200-FETCH-ONE-ITEM.
      ******************************************************************
      * 210000-SET-CELL-KEY DERIVES THE ITEM'S SECTOR, FIXATION BAND
      * AND AMOUNT BAND.
       210000-SET-CELL-KEY.

           MOVE WS-IT-BUS-TYPE TO WS-CK-BUS-TYPE
           MOVE WS-IT-PRODUCT  TO WS-CK-PRODUCT

           IF WS-IT-CUST-TYPE = 'E'
               MOVE 'C' TO WS-CK-SECTOR
           ELSE
               MOVE 'H' TO WS-CK-SECTOR
           END-IF

           IF WS-IT-BUS-TYPE = 'D'
               EVALUATE TRUE
                   WHEN WS-IT-FIX-MONTHS NOT > 12
                       MOVE 'A' TO WS-CK-FIXATION
                   WHEN WS-IT-FIX-MONTHS NOT > 24
                       MOVE 'B' TO WS-CK-FIXATION
                   WHEN OTHER
                       MOVE 'C' TO WS-CK-FIXATION
               END-EVALUATE
               MOVE 'X' TO WS-CK-AMT-BAND
           ELSE
               EVALUATE TRUE
                   WHEN WS-IT-FIX-MONTHS NOT > 12
                       MOVE 'A' TO WS-CK-FIXATION
                   WHEN WS-IT-FIX-MONTHS NOT > 60
                       MOVE 'B' TO WS-CK-FIXATION
                   WHEN WS-IT-FIX-MONTHS NOT > 120
                       MOVE 'C' TO WS-CK-FIXATION
                   WHEN OTHER
                       MOVE 'D' TO WS-CK-FIXATION
               END-EVALUATE
               IF WS-CK-SECTOR = 'C'
                   EVALUATE TRUE
                       WHEN WS-IT-AMT NOT > 250000
                           MOVE 'S' TO WS-CK-AMT-BAND
                       WHEN WS-IT-AMT NOT > 1000000
                           MOVE 'M' TO WS-CK-AMT-BAND
                       WHEN OTHER
                           MOVE 'L' TO WS-CK-AMT-BAND
                   END-EVALUATE
               ELSE
                   MOVE 'X' TO WS-CK-AMT-BAND
               END-IF
           END-IF.
      ******************************************************************
      * 220000-FIND-OR-ADD-CELL RETURNS IN WS-CELL-SUB THE TABLE ENTRY
      * FOR WS-CELL-KEY. A NEW CATEGORY IS INSERTED IN KEY ORDER,
      * THE ENTRIES AFTER IT MOVING DOWN ONE.
       220000-FIND-OR-ADD-CELL.

           MOVE 'N' TO WS-CELL-FOUND-SW
           SET WS-CELL-IDX TO 1
           SEARCH WS-CELL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CELL-IDX > WS-CELL-USED
                   CONTINUE
               WHEN WS-CELL-KEY-T (WS-CELL-IDX) = WS-CELL-KEY
                   MOVE 'Y' TO WS-CELL-FOUND-SW
                   SET WS-CELL-SUB TO WS-CELL-IDX
           END-SEARCH

           IF NOT WS-CELL-FOUND
               IF WS-CELL-USED >= 2000
                   DISPLAY 'MIRR100 - CATEGORY TABLE FULL - '
                           'RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 1 TO WS-CELL-INS
               PERFORM 221000-SKIP-LOWER-CELL
                   UNTIL WS-CELL-INS > WS-CELL-USED
                      OR WS-CELL-KEY-T (WS-CELL-INS) > WS-CELL-KEY

               ADD 1 TO WS-CELL-USED
               PERFORM 222000-SHIFT-ONE-CELL
                   VARYING WS-CELL-SUB FROM WS-CELL-USED BY -1
                   UNTIL WS-CELL-SUB NOT > WS-CELL-INS

               MOVE WS-CELL-INS TO WS-CELL-SUB
               MOVE WS-CELL-KEY TO WS-CELL-KEY-T (WS-CELL-SUB)
               MOVE ZEROS       TO WS-CELL-CNT (WS-CELL-SUB)
               MOVE ZEROS       TO WS-CELL-VOL (WS-CELL-SUB)
               MOVE ZEROS       TO WS-CELL-RATE-VOL (WS-CELL-SUB)
           END-IF.
      ******************************************************************
       221000-SKIP-LOWER-CELL.

           ADD 1 TO WS-CELL-INS.
      ******************************************************************
       222000-SHIFT-ONE-CELL.

           MOVE WS-CELL-ENTRY (WS-CELL-SUB - 1)
               TO WS-CELL-ENTRY (WS-CELL-SUB).
      ******************************************************************
      * 300000-WRITE-RETURN WRITES THE SUBMISSION HEADER, ONE DETAIL
      * RECORD AND REPORT LINE PER CATEGORY, THE TRAILER, AND THE
      * REPORT TOTALS BY BUSINESS TYPE.
       300000-WRITE-RETURN.

           MOVE SPACES          TO RE-MIROUT-HDR
           MOVE 'H'             TO MIH-REC-TYPE
           MOVE WS-PERIOD       TO MIH-PERIOD
           MOVE WS-TODAY-DATE-X TO MIH-RUN-DATE
           WRITE RE-MIROUT-HDR

           MOVE WS-PERIOD TO WS-TL-PERIOD
           WRITE RE-MIRRPT FROM WS-TITLE-LINE
           MOVE SPACES TO RE-MIRRPT
           WRITE RE-MIRRPT
           WRITE RE-MIRRPT FROM WS-COL-HDR-LINE

           PERFORM 310000-WRITE-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-USED

           MOVE SPACES           TO RE-MIROUT-TRL
           MOVE 'T'              TO MIT-REC-TYPE
           MOVE WS-PERIOD        TO MIT-PERIOD
           MOVE WS-CTL-DTL-CNT   TO MIT-DTL-CNT
           MOVE WS-CTL-TOTAL-VOL TO MIT-VOLUME
           WRITE RE-MIROUT-TRL

           MOVE SPACES TO RE-MIRRPT
           WRITE RE-MIRRPT
           MOVE 'NEW LOANS'              TO WS-TL-LABEL
           MOVE WS-CTL-NEWL-CNT          TO WS-TL-COUNT
           MOVE WS-CTL-NEWL-VOL          TO WS-TL-VOLUME
           WRITE RE-MIRRPT FROM WS-TOTAL-LINE
           MOVE 'RENEGOTIATED LOANS'     TO WS-TL-LABEL
           MOVE WS-CTL-RNEG-CNT          TO WS-TL-COUNT
           MOVE WS-CTL-RNEG-VOL          TO WS-TL-VOLUME
           WRITE RE-MIRRPT FROM WS-TOTAL-LINE
           MOVE 'NEW TERM DEPOSITS'      TO WS-TL-LABEL
           MOVE WS-CTL-NEWD-CNT          TO WS-TL-COUNT
           MOVE WS-CTL-NEWD-VOL          TO WS-TL-VOLUME
           WRITE RE-MIRRPT FROM WS-TOTAL-LINE
           MOVE 'NOT REPORTED - NO VOLUME' TO WS-TL-LABEL
           MOVE WS-CTL-ZERO-CNT          TO WS-TL-COUNT
           MOVE ZEROS                    TO WS-TL-VOLUME
           WRITE RE-MIRRPT FROM WS-TOTAL-LINE.
      ******************************************************************
       310000-WRITE-ONE-CELL.

           MOVE WS-CELL-KEY-T (WS-CELL-SUB) TO WS-CELL-KEY

           COMPUTE WS-AVG-RATE ROUNDED =
               WS-CELL-RATE-VOL (WS-CELL-SUB)
             / WS-CELL-VOL (WS-CELL-SUB)

           MOVE SPACES                    TO RE-MIROUT-DTL
           MOVE 'D'                       TO MID-REC-TYPE
           MOVE WS-PERIOD                 TO MID-PERIOD
           MOVE WS-CK-BUS-TYPE            TO MID-BUS-TYPE
           MOVE WS-CK-SECTOR              TO MID-SECTOR
           MOVE WS-CK-PRODUCT             TO MID-PRODUCT
           MOVE WS-CK-FIXATION            TO MID-FIXATION
           MOVE WS-CK-AMT-BAND            TO MID-AMT-BAND
           MOVE WS-CELL-CNT (WS-CELL-SUB) TO MID-COUNT
           MOVE WS-CELL-VOL (WS-CELL-SUB) TO MID-VOLUME
           MOVE WS-AVG-RATE               TO MID-AVG-RATE
           WRITE RE-MIROUT-DTL
           ADD 1 TO WS-CTL-DTL-CNT

           EVALUATE WS-CK-BUS-TYPE
               WHEN 'N'
                   MOVE 'NEW LOAN'           TO WS-DL-BUS-DESC
               WHEN 'R'
                   MOVE 'RENEGOTIATED LOAN'  TO WS-DL-BUS-DESC
               WHEN OTHER
                   MOVE 'NEW TERM DEPOSIT'   TO WS-DL-BUS-DESC
           END-EVALUATE
           MOVE WS-CK-SECTOR              TO WS-DL-SECTOR
           MOVE WS-CK-PRODUCT             TO WS-DL-PRODUCT
           MOVE WS-CK-FIXATION            TO WS-DL-FIXATION
           MOVE WS-CK-AMT-BAND            TO WS-DL-AMT-BAND
           MOVE WS-CELL-CNT (WS-CELL-SUB) TO WS-DL-COUNT
           MOVE WS-CELL-VOL (WS-CELL-SUB) TO WS-DL-VOLUME
           MOVE WS-AVG-RATE               TO WS-DL-AVG-RATE
           WRITE RE-MIRRPT FROM WS-DTL-LINE.
      ******************************************************************
      * 650000-SET-DAYS-IN-MONTH SETS WS-DAYS-IN-MONTH FOR WS-PER-MM
      * OF WS-PER-YYYY.
       650000-SET-DAYS-IN-MONTH.

           EVALUATE WS-PER-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REM = WS-PER-YYYY -
                       (WS-PER-YYYY / 4) * 4
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REM = WS-PER-YYYY -
                           (WS-PER-YYYY / 100) * 100
                       IF WS-LEAP-REM = ZERO
                           COMPUTE WS-LEAP-REM = WS-PER-YYYY -
                               (WS-PER-YYYY / 400) * 400
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'MIRR100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'MIRR100 CONTROL TOTALS'
           DISPLAY '  ITEMS OF NEW BUSINESS READ ....... : '
                   WS-CTL-ITEM-CNT
           DISPLAY '  NEW LOANS ........................ : '
                   WS-CTL-NEWL-CNT
           DISPLAY '  RENEGOTIATED LOANS ............... : '
                   WS-CTL-RNEG-CNT
           DISPLAY '  NEW TERM DEPOSITS ................ : '
                   WS-CTL-NEWD-CNT
           DISPLAY '  NOT REPORTED - NO VOLUME ......... : '
                   WS-CTL-ZERO-CNT
           DISPLAY '  CATEGORY RECORDS WRITTEN ......... : '
                   WS-CTL-DTL-CNT
           DISPLAY '  TOTAL VOLUME REPORTED ............ : '
                   WS-CTL-TOTAL-VOL
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
