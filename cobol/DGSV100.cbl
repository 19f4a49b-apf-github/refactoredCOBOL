      ******************************************************************
      * DGSV100 BUILDS THE DEPOSIT GUARANTEE SCHEME SINGLE-CUSTOMER-
      * VIEW (SCV) FILE THE GUARANTEE FUND CAN DEMAND AT SHORT
      * NOTICE: EVERY DEPOSITOR WITH AN OPEN DEPOMSTR ACCOUNT, WITH
      * THE IDENTITY THE FUND PAYS OUT AGAINST (CUSTM_TABLE NAME AND
      * TAX ID, THE CUSTADDR POSTAL ADDRESS, THE CUSTIDOC IDENTITY
      * DOCUMENT), ALL THEIR DEPOSIT BALANCES AGGREGATED WITH THE
      * INTEREST ACCRUED BUT NOT YET CAPITALIZED ON DEPOINTHST, THE
      * AMOUNT COVERED UP TO THE STATUTORY LIMIT AND THE UNCOVERED
      * EXCESS. EACH DEPOSITOR RECORD IS FOLLOWED BY ONE RECORD PER
      * ACCOUNT, AND THE FILE CARRIES A HEADER AND A TRAILER WITH
      * THE CONTROL TOTALS.
      * UNLIKE SETOR100 NO NETTING IS DONE: THE DEPOSITOR'S LOANS
      * ARE NOT SET OFF AGAINST THE DEPOSITS, AS THE FUND COVERS THE
      * GROSS DEPOSIT POSITION.
      * THE SV1DQ001 CARD SAYS WHETHER THIS IS A PRODUCTION FILE FOR
      * THE FUND ('P', THE DEFAULT - RUN ON DEMAND) OR THE QUARTERLY
      * TEST FILE ('T', MARKED AS SUCH IN THE HEADER), AND CARRIES
      * THE COVERAGE LIMIT PER DEPOSITOR (DEFAULT 100,000.00). A
      * DEPOSITOR MISSING FROM CUSTM_TABLE, OR WITH NO ADDRESS OR NO
      * IDENTITY DOCUMENT ON FILE, IS STILL LISTED - THE FUND MUST
      * SEE EVERY DEPOSIT - BUT IS FLAGGED ON ITS RECORD AND COUNTED
      * IN THE CONTROL TOTALS, AND THE RUN ENDS CC 4.
      * DEPOSITS ARE HELD IN THEIR ACCOUNT CURRENCY (DEPM_CCY) BUT
      * THE LIMIT IS A HOME-CURRENCY FIGURE, SO EACH ACCOUNT'S
      * BALANCE AND ACCRUED INTEREST IS CONVERTED TO THE HOME
      * CURRENCY AT THE QBEC9900 RATE BEFORE IT IS ADDED TO THE
      * DEPOSITOR'S POSITION. THE ACCOUNT RECORD CARRIES BOTH THE
      * ACCOUNT-CURRENCY FIGURES AND THEIR HOME EQUIVALENT. AN
      * ACCOUNT WHOSE CURRENCY HAS NO RATE IS STILL LISTED BUT
      * CANNOT BE VALUED: IT ADDS NOTHING TO THE DEPOSITOR'S
      * POSITION, THE DEPOSITOR IS FLAGGED, AND THE RUN ENDS CC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DGSV100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT SCVPARM-FILE  ASSIGN SV1DQ001.
           SELECT SCV-FILE      ASSIGN SV1DQ002.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * SCVPARM-FILE CARRIES THE OPTIONAL RUN CARD: THE FILE TYPE
      * ('P' PRODUCTION OR 'T' TEST) AND THE COVERAGE LIMIT PER
      * DEPOSITOR.
       FD  SCVPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SCVPARM.
           05  SPARM-FILE-TYPE              PIC X(1).
           05  SPARM-LIMIT                  PIC 9(11)V9(2).
           05  FILLER                       PIC X(66).
      ******************************************************************
      * SCV-FILE IS THE SINGLE-CUSTOMER-VIEW FILE: ONE 'H' HEADER,
      * THEN PER DEPOSITOR ONE 'D' RECORD FOLLOWED BY ITS 'A'
      * ACCOUNT RECORDS, THEN ONE 'T' TRAILER. AMOUNTS ARE UNSIGNED
      * WITH TWO IMPLIED DECIMALS, IN THE HOME CURRENCY NAMED ON THE
      * HEADER - SAVE SCVA-BAL AND SCVA-ACCR-INT, WHICH ARE IN THE
      * ACCOUNT'S OWN CURRENCY SCVA-CCY.
       FD  SCV-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SCV-HDR.
           05  SCVH-REC-TYPE                PIC X(1).
           05  SCVH-FILE-TYPE               PIC X(1).
           05  SCVH-REF-DATE                PIC X(10).
           05  SCVH-LIMIT                   PIC 9(11)V9(2).
           05  SCVH-HOME-CCY                PIC X(3).
           05  FILLER                       PIC X(272).

       01  RE-SCV-DEPOSITOR.
           05  SCVD-REC-TYPE                PIC X(1).
           05  SCVD-CUST-NO                 PIC X(10).
           05  SCVD-CUST-TYPE               PIC X(1).
           05  SCVD-CUST-ST                 PIC X(1).
           05  SCVD-TAX-ID                  PIC X(9).
           05  SCVD-DOC-TYPE                PIC X(2).
           05  SCVD-DOC-NO                  PIC X(20).
           05  SCVD-NAME                    PIC X(45).
           05  SCVD-STREET                  PIC X(30).
           05  SCVD-TOWN                    PIC X(20).
           05  SCVD-POSTCODE                PIC X(10).
           05  SCVD-COUNTRY                 PIC X(3).
           05  SCVD-ACCT-CNT                PIC 9(5).
           05  SCVD-BAL-TOTAL               PIC 9(13)V9(2).
           05  SCVD-ACCR-INT                PIC 9(11)V9(2).
           05  SCVD-ELIGIBLE                PIC 9(13)V9(2).
           05  SCVD-COVERED                 PIC 9(13)V9(2).
           05  SCVD-UNCOVERED               PIC 9(13)V9(2).
           05  SCVD-NO-CUST-FLG             PIC X(1).
           05  SCVD-NO-ADDR-FLG             PIC X(1).
           05  SCVD-NO-IDOC-FLG             PIC X(1).
           05  SCVD-NO-RATE-FLG             PIC X(1).
           05  FILLER                       PIC X(66).

       01  RE-SCV-ACCOUNT.
           05  SCVA-REC-TYPE                PIC X(1).
           05  SCVA-CUST-NO                 PIC X(10).
           05  SCVA-ACC                     PIC X(10).
           05  SCVA-COD-PROD                PIC X(2).
           05  SCVA-ACC-ST                  PIC X(1).
           05  SCVA-OPEN-DATE               PIC X(10).
           05  SCVA-MAT-DATE                PIC X(10).
           05  SCVA-BAL                     PIC 9(13)V9(2).
           05  SCVA-ACCR-INT                PIC 9(11)V9(2).
           05  SCVA-CCY                     PIC X(3).
           05  SCVA-HOME-BAL                PIC 9(13)V9(2).
           05  SCVA-HOME-ACCR-INT           PIC 9(11)V9(2).
           05  FILLER                       PIC X(197).

       01  RE-SCV-TRL.
           05  SCVT-REC-TYPE                PIC X(1).
           05  SCVT-DEPOSITOR-CNT           PIC 9(9).
           05  SCVT-ACCT-CNT                PIC 9(9).
           05  SCVT-BAL-TOTAL               PIC 9(15)V9(2).
           05  SCVT-ACCR-INT                PIC 9(13)V9(2).
           05  SCVT-COVERED                 PIC 9(15)V9(2).
           05  SCVT-UNCOVERED               PIC 9(15)V9(2).
           05  FILLER                       PIC X(215).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE DEPOSITOR AND ACCOUNT CURSOR LOOPS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-ACC-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-ACC-EOF                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-DEPOSITOR-CNT         PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ACCT-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-BAL-TOTAL             PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ACCR-TOTAL            PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-COV-TOTAL             PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-UNCOV-TOTAL           PIC S9(15)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OVER-LIMIT-CNT        PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOCUST-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOADDR-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOIDOC-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE RUN CARD VALUES.
       01  WS-FILE-TYPE                     PIC X(1)    VALUE 'P'.
           88  WS-TEST-FILE                             VALUE 'T'.
       01  WS-COVER-LIMIT                   PIC S9(11)V9(2) COMP-3
                                                         VALUE 100000.
      ******************************************************************
      * TODAY'S DATE, THE SCV REFERENCE DATE.
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
      * PER-DEPOSITOR FIGURES FOR 200000-PROCESS-ONE-DEPOSITOR.
       01  WS-CUST-NO                       PIC X(10)   VALUE SPACES.
       01  WS-DEP-ACCT-CNT                  PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-DEP-BAL                       PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DEP-ACCR                      PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DEP-ELIGIBLE                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DEP-COVERED                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-DEP-UNCOVERED                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-ACCR                      PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-HOME-BAL                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACC-HOME-ACCR                 PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
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
      * THE DEPOSITOR'S NAME AS LISTED: A PERSON SURNAME FIRST, AN
      * ENTITY BY ITS REGISTERED NAME.
       01  WS-HOLDER-NAME.
           05  WS-HN-LASTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-HN-FRSTNM                 PIC X(15).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-HN-MDLNM                  PIC X(8).
           05  FILLER                       PIC X(5)    VALUE SPACES.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTIDOC.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * DEPOSITOR CURSOR: EVERY CUSTOMER HOLDING AN ACCOUNT THAT IS
      * NOT CLOSED, WITH THE NUMBER OF SUCH ACCOUNTS, IN CUSTOMER
      * ORDER. THE BALANCES ARE NOT SUMMED HERE, AS THE ACCOUNTS MAY
      * BE IN DIFFERENT CURRENCIES - SEE 240000.
           EXEC SQL
               DECLARE DGSV-DEPOSITOR-CSR CURSOR FOR
                   SELECT DEPM_CUST_NO, COUNT(*)
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_ST <> 'C'
                    GROUP BY DEPM_CUST_NO
                    ORDER BY DEPM_CUST_NO
           END-EXEC.
      ******************************************************************
      * ACCOUNT CURSOR: THE DEPOSITOR'S OPEN ACCOUNTS, EACH WITH ITS
      * ACCRUED-BUT-UNCAPITALIZED INTEREST - ITS 'A' ROWS LESS ITS
      * 'C' ROWS, THE SAME ARITHMETIC DEPOI100 CAPITALIZES BY.
           EXEC SQL
               DECLARE DGSV-ACCOUNT-CSR CURSOR FOR
                   SELECT D.DEPM_ACC, D.DEPM_COD_PROD, D.DEPM_BAL,
                          D.DEPM_MAT_DATE, D.DEPM_ST, D.DEPM_OPEN_DATE,
                          D.DEPM_CCY,
                          COALESCE(
                            ( SELECT SUM(CASE I.DEPINT_TYPE
                                         WHEN 'A' THEN I.DEPINT_AMT
                                         WHEN 'C' THEN 0 - I.DEPINT_AMT
                                         ELSE 0 END)
                                FROM IDC015.DEPOINTHST I
                               WHERE I.DEPINT_ACC = D.DEPM_ACC ), 0)
                     FROM IDC015.DEPOMSTR D
                    WHERE D.DEPM_CUST_NO = :WS-CUST-NO
                      AND D.DEPM_ST <> 'C'
                    ORDER BY D.DEPM_ACC
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE RUN CARD, WRITES THE HEADER, LOOPS
      * OVER THE DEPOSITORS WRITING EACH ONE'S RECORDS, WRITES THE
      * TRAILER AND PRINTS THE CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-RUN-CARD

           OPEN OUTPUT SCV-FILE

           MOVE SPACES          TO RE-SCV-HDR
           MOVE 'H'             TO SCVH-REC-TYPE
           MOVE WS-FILE-TYPE    TO SCVH-FILE-TYPE
           MOVE WS-TODAY-DATE-X TO SCVH-REF-DATE
           MOVE WS-COVER-LIMIT  TO SCVH-LIMIT
           MOVE WS-HOME-CCY     TO SCVH-HOME-CCY
           WRITE RE-SCV-HDR

           EXEC SQL
               OPEN DGSV-DEPOSITOR-CSR
           END-EXEC

           PERFORM 100200-FETCH-ONE-DEPOSITOR

           PERFORM 200000-PROCESS-ONE-DEPOSITOR UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE DGSV-DEPOSITOR-CSR
           END-EXEC

           MOVE SPACES               TO RE-SCV-TRL
           MOVE 'T'                  TO SCVT-REC-TYPE
           MOVE WS-CTL-DEPOSITOR-CNT TO SCVT-DEPOSITOR-CNT
           MOVE WS-CTL-ACCT-CNT      TO SCVT-ACCT-CNT
           MOVE WS-CTL-BAL-TOTAL     TO SCVT-BAL-TOTAL
           MOVE WS-CTL-ACCR-TOTAL    TO SCVT-ACCR-INT
           MOVE WS-CTL-COV-TOTAL     TO SCVT-COVERED
           MOVE WS-CTL-UNCOV-TOTAL   TO SCVT-UNCOVERED
           WRITE RE-SCV-TRL

           CLOSE SCV-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-NOCUST-CNT > ZERO
            OR WS-CTL-NOADDR-CNT > ZERO
            OR WS-CTL-NOIDOC-CNT > ZERO
            OR WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100010-READ-RUN-CARD READS THE OPTIONAL RUN CARD. WITH NO
      * CARD THE RUN IS A PRODUCTION FILE AT THE DEFAULT LIMIT; A
      * ZERO OR NON-NUMERIC LIMIT ALSO LEAVES THE DEFAULT IN PLACE.
       100010-READ-RUN-CARD.

           OPEN INPUT SCVPARM-FILE

           READ SCVPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SPARM-FILE-TYPE = 'T'
                       MOVE 'T' TO WS-FILE-TYPE
                   END-IF
                   IF SPARM-LIMIT IS NUMERIC
                    AND SPARM-LIMIT > ZERO
                       MOVE SPARM-LIMIT TO WS-COVER-LIMIT
                   END-IF
           END-READ

           CLOSE SCVPARM-FILE

           IF WS-TEST-FILE
               DISPLAY 'DGSV100 - QUARTERLY TEST FILE - NOT FOR '
                       'SUBMISSION TO THE GUARANTEE FUND'
           ELSE
               DISPLAY 'DGSV100 - PRODUCTION SINGLE-CUSTOMER-VIEW '
                       'FILE'
           END-IF

           DISPLAY 'DGSV100 - COVERAGE LIMIT PER DEPOSITOR '
                   WS-COVER-LIMIT.
      ******************************************************************
       100200-FETCH-ONE-DEPOSITOR.

           EXEC SQL
               FETCH DGSV-DEPOSITOR-CSR
                INTO :WS-CUST-NO, :WS-DEP-ACCT-CNT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'DEPOMSTR' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-PROCESS-ONE-DEPOSITOR GATHERS THE DEPOSITOR'S
      * IDENTITY AND HOME-CURRENCY POSITION, WORKS OUT THE COVERED AND
      * UNCOVERED AMOUNTS, AND WRITES THE DEPOSITOR RECORD FOLLOWED
      * BY ITS ACCOUNT RECORDS.
       200000-PROCESS-ONE-DEPOSITOR.

           ADD 1 TO WS-CTL-DEPOSITOR-CNT

           MOVE SPACES     TO RE-SCV-DEPOSITOR
           MOVE 'D'        TO SCVD-REC-TYPE
           MOVE WS-CUST-NO TO SCVD-CUST-NO
           MOVE 'N'        TO SCVD-NO-CUST-FLG
           MOVE 'N'        TO SCVD-NO-ADDR-FLG
           MOVE 'N'        TO SCVD-NO-IDOC-FLG
           MOVE 'N'        TO SCVD-NO-RATE-FLG

           PERFORM 210000-FETCH-DEPOSITOR
           PERFORM 220000-FETCH-ADDRESS
           PERFORM 230000-FETCH-ID-DOCUMENT
           PERFORM 240000-SUM-DEPOSITOR-POSITION

           COMPUTE WS-DEP-ELIGIBLE = WS-DEP-BAL + WS-DEP-ACCR

           IF WS-DEP-ELIGIBLE < ZERO
               MOVE ZEROS TO WS-DEP-ELIGIBLE
           END-IF

           IF WS-DEP-ELIGIBLE > WS-COVER-LIMIT
               MOVE WS-COVER-LIMIT TO WS-DEP-COVERED
               ADD 1 TO WS-CTL-OVER-LIMIT-CNT
           ELSE
               MOVE WS-DEP-ELIGIBLE TO WS-DEP-COVERED
           END-IF

           COMPUTE WS-DEP-UNCOVERED = WS-DEP-ELIGIBLE - WS-DEP-COVERED

           MOVE WS-DEP-ACCT-CNT  TO SCVD-ACCT-CNT
           MOVE WS-DEP-BAL       TO SCVD-BAL-TOTAL
           MOVE WS-DEP-ACCR      TO SCVD-ACCR-INT
           MOVE WS-DEP-ELIGIBLE  TO SCVD-ELIGIBLE
           MOVE WS-DEP-COVERED   TO SCVD-COVERED
           MOVE WS-DEP-UNCOVERED TO SCVD-UNCOVERED
           WRITE RE-SCV-DEPOSITOR

           ADD WS-DEP-BAL       TO WS-CTL-BAL-TOTAL
           ADD WS-DEP-ACCR      TO WS-CTL-ACCR-TOTAL
           ADD WS-DEP-COVERED   TO WS-CTL-COV-TOTAL
           ADD WS-DEP-UNCOVERED TO WS-CTL-UNCOV-TOTAL

           PERFORM 250000-WRITE-ACCOUNTS

           PERFORM 100200-FETCH-ONE-DEPOSITOR.
      ******************************************************************
      * 210000-FETCH-DEPOSITOR READS THE DEPOSITOR'S NAME, TYPE,
      * STATUS AND TAX ID. A DEPOSITOR MISSING FROM CUSTM_TABLE IS
      * LISTED UNDER ITS CUSTOMER NUMBER ALONE AND FLAGGED.
       210000-FETCH-DEPOSITOR.

           MOVE WS-CUST-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                      CUSTM_NAME_LASTNM, CUSTM_ST, CUSTM_TYPE,
                      CUSTM_REG_NAME, CUSTM_TAX_ID
                 INTO :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-MDLNM,
                      :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ST,
                      :ACN-CUSTM-TYPE, :ACN-CUSTM-REG-NAME,
                      :ACN-CUSTM-TAX-ID
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE ACN-CUSTM-TYPE   TO SCVD-CUST-TYPE
               MOVE ACN-CUSTM-ST     TO SCVD-CUST-ST
               MOVE ACN-CUSTM-TAX-ID TO SCVD-TAX-ID
               IF ACN-CUSTM-TYPE = 'E'
                   MOVE ACN-CUSTM-REG-NAME TO SCVD-NAME
               ELSE
                   MOVE ACN-CUSTM-NAME-LASTNM TO WS-HN-LASTNM
                   MOVE ACN-CUSTM-NAME-FRSTNM TO WS-HN-FRSTNM
                   MOVE ACN-CUSTM-NAME-MDLNM  TO WS-HN-MDLNM
                   MOVE WS-HOLDER-NAME        TO SCVD-NAME
               END-IF
           ELSE
               ADD 1 TO WS-CTL-NOCUST-CNT
               MOVE 'Y' TO SCVD-NO-CUST-FLG
               IF SQLCODE NOT = +100
                   MOVE 'CUSTM_TBL' TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 220000-FETCH-ADDRESS READS THE DEPOSITOR'S STRUCTURED POSTAL
      * ADDRESS. A GONE-AWAY ADDRESS IS STILL THE LAST ONE KNOWN AND
      * IS LISTED; NO ADDRESS AT ALL IS FLAGGED.
       220000-FETCH-ADDRESS.

           MOVE WS-CUST-NO TO CADR-CUST-NO

           EXEC SQL
               SELECT CADR_STREET, CADR_TOWN, CADR_POSTCODE,
                      CADR_COUNTRY
                 INTO :CADR-STREET, :CADR-TOWN, :CADR-POSTCODE,
                      :CADR-COUNTRY
                 FROM IDC015.CUSTADDR
                WHERE CADR_CUST_NO = :CADR-CUST-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE CADR-STREET   TO SCVD-STREET
               MOVE CADR-TOWN     TO SCVD-TOWN
               MOVE CADR-POSTCODE TO SCVD-POSTCODE
               MOVE CADR-COUNTRY  TO SCVD-COUNTRY
           ELSE
               ADD 1 TO WS-CTL-NOADDR-CNT
               MOVE 'Y' TO SCVD-NO-ADDR-FLG
               IF SQLCODE NOT = +100
                   MOVE 'CUSTADDR'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 230000-FETCH-ID-DOCUMENT PICKS THE DEPOSITOR'S IDENTITY
      * DOCUMENT, A DNI FIRST, THEN A NIE, A PASSPORT, A RESIDENCE
      * PERMIT - THE ORDER THE FUND PREFERS TO PAY OUT AGAINST.
       230000-FETCH-ID-DOCUMENT.

           MOVE WS-CUST-NO TO CID-CUST-NO

           EXEC SQL
               SELECT CID_DOC_TYPE, CID_DOC_NO
                 INTO :CID-DOC-TYPE, :CID-DOC-NO
                 FROM IDC015.CUSTIDOC
                WHERE CID_CUST_NO = :CID-CUST-NO
                ORDER BY CASE CID_DOC_TYPE
                              WHEN 'DN' THEN 1
                              WHEN 'NI' THEN 2
                              WHEN 'PP' THEN 3
                              ELSE 4
                         END
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = ZERO
               MOVE CID-DOC-TYPE TO SCVD-DOC-TYPE
               MOVE CID-DOC-NO   TO SCVD-DOC-NO
           ELSE
               ADD 1 TO WS-CTL-NOIDOC-CNT
               MOVE 'Y' TO SCVD-NO-IDOC-FLG
               IF SQLCODE NOT = +100
                   MOVE 'CUSTIDOC'  TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 240000-SUM-DEPOSITOR-POSITION TOTALS THE BALANCES AND THE
      * INTEREST ACCRUED BUT NOT YET CAPITALIZED ACROSS THE
      * DEPOSITOR'S OPEN ACCOUNTS, EACH CONVERTED TO THE HOME
      * CURRENCY FIRST. AN ACCOUNT WITH NO RATE FOR ITS CURRENCY IS
      * LEFT OUT OF THE POSITION AND THE DEPOSITOR IS FLAGGED.
       240000-SUM-DEPOSITOR-POSITION.

           MOVE ZEROS TO WS-DEP-BAL
           MOVE ZEROS TO WS-DEP-ACCR

           PERFORM 240100-OPEN-ACCOUNTS

           PERFORM 240200-ADD-ONE-ACCOUNT UNTIL WS-ACC-EOF

           EXEC SQL
               CLOSE DGSV-ACCOUNT-CSR
           END-EXEC.
      ******************************************************************
       240100-OPEN-ACCOUNTS.

           MOVE 'N' TO WS-ACC-EOF-SW

           EXEC SQL
               OPEN DGSV-ACCOUNT-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-ACC-EOF-SW
               MOVE 'DEPOMSTR' TO DB2-OBJECT
               MOVE 'OPEN'     TO DB2-STATEMENT
               MOVE WS-CUST-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
       240200-ADD-ONE-ACCOUNT.

           PERFORM 240300-FETCH-ACCOUNT

           IF NOT WS-ACC-EOF
               IF WS-CONV-RATE-OK
                   ADD WS-ACC-HOME-BAL  TO WS-DEP-BAL
                   ADD WS-ACC-HOME-ACCR TO WS-DEP-ACCR
               ELSE
                   ADD 1 TO WS-CTL-NORATE-CNT
                   MOVE 'Y' TO SCVD-NO-RATE-FLG
                   DISPLAY 'DGSV100 - NO RATE FOR CURRENCY ' DEPM-CCY
                           ' - ACCOUNT ' DEPM-ACC ' NOT VALUED'
               END-IF
           END-IF.
      ******************************************************************
      * 240300-FETCH-ACCOUNT FETCHES THE DEPOSITOR'S NEXT ACCOUNT AND
      * WORKS OUT ITS HOME-CURRENCY BALANCE AND ACCRUED INTEREST.
       240300-FETCH-ACCOUNT.

           EXEC SQL
               FETCH DGSV-ACCOUNT-CSR
                INTO :DEPM-ACC, :DEPM-COD-PROD, :DEPM-BAL,
                     :DEPM-MAT-DATE, :DEPM-ST, :DEPM-OPEN-DATE,
                     :DEPM-CCY, :WS-ACC-ACCR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-ACC-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'DEPOMSTR' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE WS-CUST-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               MOVE ZEROS TO WS-ACC-HOME-BAL
               MOVE ZEROS TO WS-ACC-HOME-ACCR

               PERFORM 900400-LOOKUP-RATE

               IF WS-CONV-RATE-OK
                   MOVE DEPM-BAL         TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   MOVE WS-CONV-HOME-AMT TO WS-ACC-HOME-BAL

                   MOVE WS-ACC-ACCR      TO WS-CONV-AMT
                   PERFORM 900500-CONVERT-TO-HOME
                   MOVE WS-CONV-HOME-AMT TO WS-ACC-HOME-ACCR
               END-IF
           END-IF.
      ******************************************************************
      * 250000-WRITE-ACCOUNTS WRITES ONE ACCOUNT RECORD PER OPEN
      * ACCOUNT OF THE DEPOSITOR UNDER ITS DEPOSITOR RECORD.
       250000-WRITE-ACCOUNTS.

           PERFORM 240100-OPEN-ACCOUNTS

           PERFORM 250100-WRITE-ONE-ACCOUNT UNTIL WS-ACC-EOF

           EXEC SQL
               CLOSE DGSV-ACCOUNT-CSR
           END-EXEC.
      ******************************************************************
       250100-WRITE-ONE-ACCOUNT.

           PERFORM 240300-FETCH-ACCOUNT

           IF NOT WS-ACC-EOF
               ADD 1 TO WS-CTL-ACCT-CNT

               MOVE SPACES           TO RE-SCV-ACCOUNT
               MOVE 'A'              TO SCVA-REC-TYPE
               MOVE WS-CUST-NO       TO SCVA-CUST-NO
               MOVE DEPM-ACC         TO SCVA-ACC
               MOVE DEPM-COD-PROD    TO SCVA-COD-PROD
               MOVE DEPM-ST          TO SCVA-ACC-ST
               MOVE DEPM-OPEN-DATE   TO SCVA-OPEN-DATE
               MOVE DEPM-MAT-DATE    TO SCVA-MAT-DATE
               MOVE DEPM-BAL         TO SCVA-BAL
               MOVE WS-ACC-ACCR      TO SCVA-ACCR-INT
               MOVE DEPM-CCY         TO SCVA-CCY
               MOVE WS-ACC-HOME-BAL  TO SCVA-HOME-BAL
               MOVE WS-ACC-HOME-ACCR TO SCVA-HOME-ACCR-INT
               WRITE RE-SCV-ACCOUNT
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

           MOVE 'DGSV100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO THE FILE CAN BE TIED TO THE DEPOSIT LEDGER BEFORE
      * IT GOES TO THE FUND.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'DGSV100 CONTROL TOTALS'
           DISPLAY '  DEPOSITORS LISTED ................ : '
                   WS-CTL-DEPOSITOR-CNT
           DISPLAY '  ACCOUNTS LISTED .................. : '
                   WS-CTL-ACCT-CNT
           DISPLAY '  TOTAL DEPOSIT BALANCES ........... : '
                   WS-CTL-BAL-TOTAL
           DISPLAY '  TOTAL ACCRUED INTEREST ........... : '
                   WS-CTL-ACCR-TOTAL
           DISPLAY '  TOTAL COVERED .................... : '
                   WS-CTL-COV-TOTAL
           DISPLAY '  TOTAL UNCOVERED .................. : '
                   WS-CTL-UNCOV-TOTAL
           DISPLAY '  DEPOSITORS OVER THE LIMIT ........ : '
                   WS-CTL-OVER-LIMIT-CNT
           DISPLAY '  DEPOSITORS NOT ON CUSTM_TABLE .... : '
                   WS-CTL-NOCUST-CNT
           DISPLAY '  DEPOSITORS WITH NO ADDRESS ....... : '
                   WS-CTL-NOADDR-CNT
           DISPLAY '  DEPOSITORS WITH NO ID DOCUMENT ... : '
                   WS-CTL-NOIDOC-CNT
           DISPLAY '  ACCOUNTS WITH NO RATE ............ : '
                   WS-CTL-NORATE-CNT
           DISPLAY '  AMOUNTS IN HOME CURRENCY ......... : '
                   WS-HOME-CCY.
      ******************************************************************
