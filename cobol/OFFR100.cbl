      ******************************************************************
      * OFFR100 IS THE PRE-APPROVED CREDIT OFFER CAMPAIGN BATCH.
      * MARKETING USED TO BUILD ITS LOAN-OFFER LISTS FROM ITS OWN
      * DOWNLOADS AND KEPT OFFERING CREDIT TO CUSTOMERS WHO WERE
      * DELINQUENT, ON THE WATCHLIST OR GONE-AWAY. THIS RUN SELECTS
      * THE ELIGIBLE CUSTOMERS ITSELF FOR THE LOAN CATEGORY NAMED ON
      * THE PM1DQ022 CAMPAIGN CARD. A CUSTOMER QUALIFIES ONLY WHEN
      * EVERY SCREEN PASSES:
      *   - AN ACTIVE (CUSTM_ST 'A') NATURAL PERSON WHOSE AGE LIES
      *     IN THE CATEGORY'S LOANPROD AGE RANGE;
      *   - NO OFFER STILL OPEN ON CROFFER AND NO APPLICATION IN
      *     FLIGHT ON LOANAPPL ('A' OR 'P');
      *   - A CLEAN REPAYMENT HISTORY: AT LEAST ONE LOANRPHST
      *     REPAYMENT IN THE LOOKBACK WINDOW AND NO REVERSAL MARKER
      *     (THE NEGATIVE ROWS LOANR100 LEAVES) IN IT, NO LOANSCHED
      *     INSTALLMENT LEFT UNPAID ('U') AND NO LOAN WRITTEN OFF;
      *   - NO OPEN DECLNCASE CASE ON ANY OF THE CUSTOMER'S LOANS;
      *   - NO WATCHLIST MATCH ON CUSTOMER NUMBER OR SURNAME;
      *   - A MAINTAINED CUSTLIMIT CEILING WITH HEADROOM OVER THE
      *     CUSTOMER'S ACTIVE EXPOSURE, OWN AND GUARANTEED, MEASURED
      *     THE WAY LOANM100 MEASURES IT AT ORIGINATION;
      *   - AN ACCEPTABLE CIRBBURO POSITION: THE AGGREGATE DEBT AT
      *     ALL BANKS LEAVES ROOM UNDER LOANM100'S PB1DQ001 BUREAU
      *     REFERRAL THRESHOLD, SO THE OFFER WOULD NOT BE REFERRED
      *     WHEN IT IS BOOKED (NO BUREAU ROW, OR NO THRESHOLD CARD,
      *     LEAVES NOTHING TO WEIGH - AS IN LOANM100);
      *   - A DELIVERABLE ROUTE: A PREFERRED CUSTCONT E-MAIL WITH NO
      *     EDLVREG BOUNCE, OR FAILING THAT A POSTAL ADDRESS NOT
      *     MARKED GONE-AWAY ON CUSTADDR.
      * THE OFFER AMOUNT IS THE SMALLEST OF THE LIMIT HEADROOM, THE
      * BUREAU ROOM AND THE CATEGORY'S LOANP_MAX_AMT, ROUNDED DOWN
      * TO THE HUNDRED; ONE BELOW THE CARD'S MINIMUM IS NOT WORTH
      * MAKING. THE TERM AND RATE ARE THE CATEGORY'S LOANP_TERM AND
      * LOANP_ROI. EACH OFFER GOES ON THE OF1DQ001 OFFER FILE FOR
      * MARKETING'S MAIL AND E-MAIL HOUSE AND ON THE CROFFER
      * REGISTER, VALID FOR THE CARD'S DAYS (DEFAULT 60, IN THE
      * SHOP'S 30/360 CONVENTION). LAPP100 FAST-TRACKS AN
      * APPLICATION THAT ANSWERS AN OPEN OFFER WITHIN ITS CEILINGS.
      * OFFERS PAST THEIR EXPIRY ARE SWEPT TO 'X' AT THE START OF
      * EACH RUN. AN OFFER WHOSE REGISTER ROW CANNOT BE WRITTEN IS
      * NOT SENT - LAPP100 COULD NEVER HONOUR IT.
      * THE END-OF-RUN CONTROL TOTALS COUNT THE CUSTOMERS EXCLUDED
      * BY EACH SCREEN. RUN CONTROL REFUSES A SECOND RUN ON THE SAME
      * BUSINESS DATE (CC 12); A MISSING OR UNKNOWN CAMPAIGN
      * CATEGORY ENDS CC 12; A DB2 FAILURE ENDS THE STEP CC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT OFRPARM-FILE  ASSIGN PM1DQ022.
           SELECT OPTIONAL BURPARM-FILE ASSIGN PB1DQ001.
           SELECT OFFER-FILE    ASSIGN OF1DQ001.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * OFRPARM-FILE CARRIES THE SINGLE CAMPAIGN CARD: THE LOAN
      * CATEGORY OFFERED (REQUIRED), THE OFFER VALIDITY IN DAYS
      * (DEFAULT 60), THE SMALLEST OFFER WORTH MAKING (DEFAULT
      * 1000) AND THE REPAYMENT-HISTORY LOOKBACK IN MONTHS (DEFAULT
      * 12).
       FD  OFRPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-OFRPARM.
           05  OPARM-CAT                    PIC X(2).
           05  FILLER                       PIC X(1).
           05  OPARM-VALID-DAYS             PIC 9(3).
           05  FILLER                       PIC X(1).
           05  OPARM-MIN-AMT                PIC 9(9).
           05  FILLER                       PIC X(1).
           05  OPARM-HIST-MONTHS            PIC 9(2).
           05  FILLER                       PIC X(61).
      ******************************************************************
      * BURPARM-FILE IS LOANM100'S CIRBE BUREAU CONTROL CARD. THIS
      * PROGRAM READS ONLY BPARM-REFER-AMT, THE AGGREGATE-DEBT
      * THRESHOLD ABOVE WHICH LOANM100 REFERS AN ORIGINATION; ZERO
      * OR NO CARD LEAVES THE BUREAU POSITION UNWEIGHED.
       FD  BURPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BURPARM.
           05  BPARM-REFER-AMT              PIC 9(13).
           05  BPARM-SVC-PCT                PIC 9V9(4).
           05  FILLER                       PIC X(62).
      ******************************************************************
      * OFFER-FILE IS THE CAMPAIGN EXTRACT FOR MARKETING: ONE RECORD
      * PER OFFER MADE, CARRYING THE ROUTE IT GOES BY - 'E' TO THE
      * E-MAIL ADDRESS, 'P' TO THE POSTAL ADDRESS.
       FD  OFFER-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-OFFER.
           05  OFR-CUST-NO                  PIC X(10).
           05  OFR-NAME                     PIC X(40).
           05  OFR-ADDR                     PIC X(35).
           05  OFR-CHANNEL                  PIC X(1).
           05  OFR-EMAIL                    PIC X(60).
           05  OFR-CAT                      PIC X(2).
           05  OFR-TITLE                    PIC X(15).
           05  OFR-AMT                      PIC 9(9).
           05  OFR-TERM                     PIC 9(3).
           05  OFR-ROI                      PIC 9(3)V9(2).
           05  OFR-EXP-DATE                 PIC X(10).
           05  FILLER                       PIC X(10).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE CUSTOMER CURSOR LOOP AND THE SCREENS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-ELIG-SW                   PIC X(1)    VALUE 'Y'.
               88  WS-ELIGIBLE                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS, WITH ONE EXCLUSION COUNT PER
      * SCREEN (A CUSTOMER IS COUNTED UNDER THE FIRST SCREEN IT
      * FAILS).
       01  WS-CTL-TOTALS.
           05  WS-CTL-CUST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OFFER-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EMAIL-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-POST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-OFFER-AMT             PIC S9(13)  COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXPIRED-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-AGE               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-HELD              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-HIST              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-CASE              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-WTCH              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-LIMIT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-BURO              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-SMALL             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXC-ADDR              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DB2-ERR-CNT           PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS).
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
      * THE CAMPAIGN PARAMETERS, WITH THEIR DEFAULTS.
       01  WS-VALID-DAYS                    PIC S9(5)   COMP-3
                                                         VALUE 60.
       01  WS-MIN-OFFER-AMT                 PIC S9(9)   COMP-3
                                                         VALUE 1000.
       01  WS-HIST-MONTHS                   PIC S9(4)   COMP
                                                         VALUE 12.
       01  WS-BURO-REFER-AMT                PIC S9(13)  COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE OFFER EXPIRY DATE, COMPUTED IN THE SHOP'S 30/360
      * CONVENTION AS LAPP100 COMPUTES AN APPROVAL'S.
       01  WS-DAYNUM                        PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-EXP-YYYY                      PIC 9(4)    VALUE ZEROS.
       01  WS-EXP-MM                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-EXP-DD                        PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-EXPIRY-DATE-X.
           05  WS-EX-DX-YYYY                PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-EX-DX-MM                  PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-EX-DX-DD                  PIC 9(2).
      ******************************************************************
      * THE START OF THE REPAYMENT-HISTORY LOOKBACK WINDOW.
       01  WS-MONTHNUM                      PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-HIST-CUTOFF-X.
           05  WS-HC-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-HC-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-HC-DD                     PIC 9(2).
      ******************************************************************
      * THE CUSTOMER UNDER SCREENING: CUSTM_NO IS AN INTEGER ON
      * CUSTM_TABLE BUT CHAR(10) ON THE TABLES KEYED OFF IT.
       01  WS-CUST-NO-9                     PIC 9(10)   VALUE ZEROS.
       01  WS-CUST-NO-X REDEFINES WS-CUST-NO-9
                                            PIC X(10).
       01  WS-CUST-NAME                     PIC X(40)   VALUE SPACES.
       01  WS-DOB-X.
           05  WS-DOB-YYYY                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-DOB-MM                    PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-DOB-DD                    PIC 9(2).
       01  WS-CUST-AGE                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * SCREEN COUNTS AND AMOUNTS.
       01  WS-HELD-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-RPH-PAID-CNT                  PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-RPH-REV-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-UNPAID-CNT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CASE-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-WTCH-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CUST-LIMIT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-CUST-EXPOSURE                 PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUST-GTD-EXPOSURE             PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-HEADROOM                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-BURO-ROOM                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-OFFER-RAW                     PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-OFFER-HUNDREDS                PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
       01  WS-OFFER-AMT                     PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * DELIVERY ROUTE FOR THE OFFER, SET BY 280000.
       01  WS-CHANNEL                       PIC X(1)    VALUE SPACE.
       01  WS-EDLV-EMAIL                    PIC X(60)   VALUE SPACES.
       01  WS-BOUNCE-CNT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * EDITED FIELDS FOR THE CONTROL-TOTAL DISPLAYS.
       01  WS-AMT-EDIT                      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY LOANPROD.
      ******************************************************************
       COPY CROFFER.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTCONT.
      ******************************************************************
       COPY CUSTLIMT.
      ******************************************************************
       COPY CIRBBURO.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CUSTOMER CURSOR DRIVES THE CAMPAIGN: EVERY ACTIVE NATURAL
      * PERSON, IN CUSTOMER ORDER.
           EXEC SQL
               DECLARE OFFR-CUST-CSR CURSOR FOR
                   SELECT CUSTM_NO, CUSTM_NAME_FRSTNM,
                          CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB
                     FROM IDC015.CUSTM_TABLE
                    WHERE CUSTM_ST   = 'A'
                      AND CUSTM_TYPE = 'P'
                    ORDER BY CUSTM_NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE CHECKS IN WITH RUN CONTROL, READS THE
      * CAMPAIGN AND BUREAU CARDS AND THE CATEGORY'S LOANPROD ROW,
      * LAPSES EXPIRED OFFERS, SCREENS EVERY ACTIVE PERSON AND
      * PRINTS THE CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-CAMPAIGN-CARD

           PERFORM 100020-READ-BUREAU-CARD

           PERFORM 100030-LOAD-PRODUCT

           PERFORM 100040-BUILD-CAMPAIGN-DATES

           PERFORM 110000-SWEEP-EXPIRED-OFFERS

           OPEN OUTPUT OFFER-FILE

           EXEC SQL
               OPEN OFFR-CUST-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'CUSTM_TA'        TO DB2-OBJECT
               MOVE 'OPEN'            TO DB2-STATEMENT
               MOVE 'OFFR-CUST-CSR'   TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM 100200-FETCH-ONE-CUSTOMER
           END-IF

           PERFORM 200000-SCREEN-ONE-CUSTOMER UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE OFFR-CUST-CSR
           END-EXEC

           CLOSE OFFER-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-DB2-ERR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: THE REGISTER IS KEYED BY CUSTOMER AND
      * CAMPAIGN DATE, SO A SECOND RUN ON THE SAME BUSINESS DATE IS
      * REFUSED OUTRIGHT.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'OFFR100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'OFFR100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'OFFR100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'OFFR100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
      * 100010-READ-CAMPAIGN-CARD READS THE CAMPAIGN CARD. THE
      * CATEGORY IS REQUIRED - A CAMPAIGN FOR NO PRODUCT STOPS THE
      * RUN; THE OTHER FIELDS FALL BACK TO THEIR DEFAULTS WHEN BLANK.
       100010-READ-CAMPAIGN-CARD.

           OPEN INPUT OFRPARM-FILE

           READ OFRPARM-FILE
               AT END
                   MOVE SPACES TO RE-OFRPARM
           END-READ

           CLOSE OFRPARM-FILE

           IF OPARM-CAT = SPACES
               DISPLAY 'OFFR100 - NO CAMPAIGN CATEGORY ON PM1DQ022 - '
                       'RUN STOPPED'
               PERFORM 900900-REGISTER-RUN-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF OPARM-VALID-DAYS IS NUMERIC
            AND OPARM-VALID-DAYS > ZERO
               MOVE OPARM-VALID-DAYS TO WS-VALID-DAYS
           END-IF

           IF OPARM-MIN-AMT IS NUMERIC
            AND OPARM-MIN-AMT > ZERO
               MOVE OPARM-MIN-AMT TO WS-MIN-OFFER-AMT
           END-IF

           IF OPARM-HIST-MONTHS IS NUMERIC
            AND OPARM-HIST-MONTHS > ZERO
               MOVE OPARM-HIST-MONTHS TO WS-HIST-MONTHS
           END-IF.
      ******************************************************************
      * 100020-READ-BUREAU-CARD READS LOANM100'S BUREAU REFERRAL
      * THRESHOLD. WITH NO CARD THE BUREAU SCREEN IS OFF, LOUDLY.
       100020-READ-BUREAU-CARD.

           OPEN INPUT BURPARM-FILE

           READ BURPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BPARM-REFER-AMT IS NUMERIC
                       MOVE BPARM-REFER-AMT TO WS-BURO-REFER-AMT
                   END-IF
           END-READ

           CLOSE BURPARM-FILE

           IF WS-BURO-REFER-AMT = ZERO
               DISPLAY 'OFFR100 - NO BUREAU REFERRAL THRESHOLD ON '
                       'PB1DQ001 - CIRBBURO POSITION NOT WEIGHED'
           END-IF.
      ******************************************************************
      * 100030-LOAD-PRODUCT READS THE CAMPAIGN CATEGORY'S LOANPROD
      * ROW: ITS CEILING, TERM, RATE AND AGE RANGE BOUND EVERY OFFER.
       100030-LOAD-PRODUCT.

           MOVE OPARM-CAT TO LLOANP-CAT

           EXEC SQL
               SELECT LOANP_TITLE, LOANP_ROI, LOANP_TERM,
                      LOANP_MAX_AMT, LOANP_MIN_AGE, LOANP_MAX_AGE
                 INTO :LLOANP-TITLE, :LLOANP-ROI, :LLOANP-TERM,
                      :LLOANP-MAX-AMT, :LLOANP-MIN-AGE,
                      :LLOANP-MAX-AGE
                 FROM IDC015.LOANPROD
                WHERE LOANP_CAT = :LLOANP-CAT
           END-EXEC

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE 'LOANPROD' TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE OPARM-CAT  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
               DISPLAY 'OFFR100 - CAMPAIGN CATEGORY ' OPARM-CAT
                       ' NOT READABLE ON LOANPROD - RUN STOPPED'
               PERFORM 900900-REGISTER-RUN-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LLOANP-MAX-AMT TO WS-AMT-EDIT
           DISPLAY 'OFFR100 - CAMPAIGN CATEGORY ' LLOANP-CAT ' '
                   LLOANP-TITLE ' CEILING ' WS-AMT-EDIT.
      ******************************************************************
      * 100040-BUILD-CAMPAIGN-DATES BUILDS THE OFFER EXPIRY DATE
      * (TODAY PLUS THE VALIDITY DAYS, 30/360, DAY CAPPED AT 28 AS IN
      * LAPP100) AND THE START OF THE REPAYMENT-HISTORY WINDOW.
       100040-BUILD-CAMPAIGN-DATES.

           COMPUTE WS-DAYNUM =
                 WS-TODAY-YYYY * 360
               + (WS-TODAY-MM - 1) * 30
               + WS-TODAY-DD
               + WS-VALID-DAYS

           COMPUTE WS-EXP-YYYY = WS-DAYNUM / 360
           COMPUTE WS-DAYNUM   = WS-DAYNUM - WS-EXP-YYYY * 360
           COMPUTE WS-EXP-MM   = WS-DAYNUM / 30 + 1
           COMPUTE WS-EXP-DD   = WS-DAYNUM - (WS-EXP-MM - 1) * 30

           IF WS-EXP-DD < 1
               MOVE 1 TO WS-EXP-DD
           END-IF
           IF WS-EXP-DD > 28
               MOVE 28 TO WS-EXP-DD
           END-IF
           IF WS-EXP-MM > 12
               MOVE 12 TO WS-EXP-MM
           END-IF
           IF WS-EXP-MM < 1
               MOVE 1 TO WS-EXP-MM
           END-IF

           MOVE WS-EXP-YYYY TO WS-EX-DX-YYYY
           MOVE WS-EXP-MM   TO WS-EX-DX-MM
           MOVE WS-EXP-DD   TO WS-EX-DX-DD

           COMPUTE WS-MONTHNUM = WS-TODAY-YYYY * 12
                               + WS-TODAY-MM - 1
                               - WS-HIST-MONTHS
           COMPUTE WS-HC-YYYY  = WS-MONTHNUM / 12
           COMPUTE WS-HC-MM    = WS-MONTHNUM - WS-HC-YYYY * 12 + 1
           MOVE WS-TODAY-DD TO WS-HC-DD
           IF WS-HC-DD > 28
               MOVE 28 TO WS-HC-DD
           END-IF

           DISPLAY 'OFFR100 - OFFERS VALID UNTIL ' WS-EXPIRY-DATE-X
                   ' - REPAYMENT HISTORY SINCE ' WS-HIST-CUTOFF-X.
      ******************************************************************
      * 110000-SWEEP-EXPIRED-OFFERS LAPSES EVERY OPEN OFFER PAST ITS
      * EXPIRY DATE, SO THE HELD-OFFER SCREEN BELOW SEES ONLY LIVE
      * ONES AND THE CUSTOMER BECOMES ELIGIBLE AGAIN.
       110000-SWEEP-EXPIRED-OFFERS.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 110010-UPDATE-EXPIRED-ROWS
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR SQLCODE = +100
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-CTL-EXPIRED-CNT
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'CROFFER'      TO DB2-OBJECT
                   MOVE 'UPDATE'       TO DB2-STATEMENT
                   MOVE 'EXPIRY SWEEP' TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       110010-UPDATE-EXPIRED-ROWS.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.CROFFER
                  SET COFR_ST = 'X'
                WHERE COFR_ST = 'O'
                  AND COFR_EXP_DATE < :WS-TODAY-DATE-X
           END-EXEC.
      ******************************************************************
       100200-FETCH-ONE-CUSTOMER.

           EXEC SQL
               FETCH OFFR-CUST-CSR
                INTO :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                     :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ADDR,
                     :ACN-CUSTM-DOB
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-DB2-ERR-CNT
                   MOVE 'CUSTM_TA'   TO DB2-OBJECT
                   MOVE 'FETCH'      TO DB2-STATEMENT
                   MOVE WS-CUST-NO-X TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-SCREEN-ONE-CUSTOMER RUNS THE SCREENS IN TURN, EACH
      * ONLY WHILE THE CUSTOMER IS STILL ELIGIBLE, AND ISSUES THE
      * OFFER WHEN ALL OF THEM PASS.
       200000-SCREEN-ONE-CUSTOMER.

           ADD 1 TO WS-CTL-CUST-CNT
           MOVE 'Y' TO WS-ELIG-SW
           MOVE ACN-CUSTM-NO TO WS-CUST-NO-9

           PERFORM 210000-CHECK-AGE

           IF WS-ELIGIBLE
               PERFORM 215000-CHECK-OPEN-BUSINESS
           END-IF

           IF WS-ELIGIBLE
               PERFORM 220000-CHECK-REPAY-HISTORY
           END-IF

           IF WS-ELIGIBLE
               PERFORM 230000-CHECK-DECLNCASE
           END-IF

           IF WS-ELIGIBLE
               PERFORM 240000-CHECK-WATCHLIST
           END-IF

           IF WS-ELIGIBLE
               PERFORM 250000-CHECK-LIMIT-HEADROOM
           END-IF

           IF WS-ELIGIBLE
               PERFORM 260000-CHECK-BUREAU
           END-IF

           IF WS-ELIGIBLE
               PERFORM 270000-SIZE-OFFER
           END-IF

           IF WS-ELIGIBLE
               PERFORM 280000-CHECK-DELIVERABLE
           END-IF

           IF WS-ELIGIBLE
               PERFORM 290000-ISSUE-OFFER
           END-IF

           PERFORM 100200-FETCH-ONE-CUSTOMER.
      ******************************************************************
      * 210000-CHECK-AGE HOLDS THE CUSTOMER TO THE CATEGORY'S
      * LOANPROD AGE RANGE TODAY, AS LOANM100 WILL AT BOOKING.
       210000-CHECK-AGE.

           MOVE ACN-CUSTM-DOB TO WS-DOB-X

           IF WS-DOB-YYYY IS NOT NUMERIC
            OR WS-DOB-MM  IS NOT NUMERIC
            OR WS-DOB-DD  IS NOT NUMERIC
               MOVE 'N' TO WS-ELIG-SW
               ADD 1 TO WS-CTL-EXC-AGE
           ELSE
               COMPUTE WS-CUST-AGE = WS-TODAY-YYYY - WS-DOB-YYYY

               IF WS-TODAY-MM < WS-DOB-MM
                OR ( WS-TODAY-MM = WS-DOB-MM
                 AND WS-TODAY-DD < WS-DOB-DD )
                   SUBTRACT 1 FROM WS-CUST-AGE
               END-IF

               IF WS-CUST-AGE < LLOANP-MIN-AGE
                OR WS-CUST-AGE > LLOANP-MAX-AGE
                   MOVE 'N' TO WS-ELIG-SW
                   ADD 1 TO WS-CTL-EXC-AGE
               END-IF
           END-IF.
      ******************************************************************
      * 215000-CHECK-OPEN-BUSINESS PASSES OVER A CUSTOMER WHO STILL
      * HOLDS A LIVE OFFER OR HAS AN APPLICATION IN FLIGHT - ONE
      * OFFER AT A TIME, AND NONE WHILE THE BRANCH IS ALREADY
      * DEALING WITH THE CUSTOMER.
       215000-CHECK-OPEN-BUSINESS.

           MOVE ZEROS TO WS-HELD-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HELD-CNT
                 FROM IDC015.CROFFER
                WHERE COFR_CUST_NO = :WS-CUST-NO-X
                  AND COFR_ST      = 'O'
           END-EXEC

           IF SQLCODE = ZERO AND WS-HELD-CNT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-HELD-CNT
                     FROM IDC015.LOANAPPL
                    WHERE LAPP_CUST_NO = :WS-CUST-NO-X
                      AND LAPP_ST IN ('A', 'P')
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM 295000-SCREEN-LOOKUP-FAILED
                   MOVE 'CROFFER' TO DB2-OBJECT
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-HELD-CNT > ZERO
                   MOVE 'N' TO WS-ELIG-SW
                   ADD 1 TO WS-CTL-EXC-HELD
           END-EVALUATE.
      ******************************************************************
      * 220000-CHECK-REPAY-HISTORY REQUIRES A CLEAN RECORD: AT LEAST
      * ONE REPAYMENT ON LOANRPHST INSIDE THE LOOKBACK WINDOW AND NO
      * REVERSAL MARKER IN IT, NO INSTALLMENT STANDING UNPAID ON
      * LOANSCHED AND NO LOAN WRITTEN OFF. A CUSTOMER WITH NO
      * REPAYMENT RECORD HAS NO HISTORY TO PRE-APPROVE ON.
       220000-CHECK-REPAY-HISTORY.

           MOVE ZEROS TO WS-RPH-PAID-CNT
           MOVE ZEROS TO WS-RPH-REV-CNT
           MOVE ZEROS TO WS-UNPAID-CNT

           EXEC SQL
               SELECT COUNT(CASE WHEN R.LOANRPH_RP_AMT > 0
                                 THEN 1 END),
                      COUNT(CASE WHEN R.LOANRPH_RP_AMT < 0
                                 THEN 1 END)
                 INTO :WS-RPH-PAID-CNT, :WS-RPH-REV-CNT
                 FROM IDC015.LOANMSTR L,
                      IDC015.LOANRPHST R
                WHERE L.LOANM_CUST_NO  = :WS-CUST-NO-X
                  AND R.LOANRPH_CAT    = L.LOANM_CAT
                  AND R.LOANRPH_NO     = L.LOANM_NO
                  AND R.LOANRPH_DATE  >= :WS-HIST-CUTOFF-X
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-UNPAID-CNT
                     FROM IDC015.LOANMSTR L
                    WHERE L.LOANM_CUST_NO = :WS-CUST-NO-X
                      AND ( L.LOANM_ST = 'W'
                            OR EXISTS
                               (SELECT 1
                                  FROM IDC015.LOANSCHED S
                                 WHERE S.LOANSCH_CAT = L.LOANM_CAT
                                   AND S.LOANSCH_NO  = L.LOANM_NO
                                   AND S.LOANSCH_ST  = 'U') )
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM 295000-SCREEN-LOOKUP-FAILED
                   MOVE 'LOANRPHS' TO DB2-OBJECT
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-RPH-PAID-CNT = ZERO
                OR WS-RPH-REV-CNT  > ZERO
                OR WS-UNPAID-CNT   > ZERO
                   MOVE 'N' TO WS-ELIG-SW
                   ADD 1 TO WS-CTL-EXC-HIST
           END-EVALUATE.
      ******************************************************************
      * 230000-CHECK-DECLNCASE EXCLUDES A CUSTOMER WITH AN OPEN
      * COLLECTIONS/LEGAL CASE ON ANY OF THE CUSTOMER'S LOANS.
       230000-CHECK-DECLNCASE.

           MOVE ZEROS TO WS-CASE-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CASE-CNT
                 FROM IDC015.DECLNCASE D
                WHERE D.DCASE_STATUS = 'O'
                  AND D.DCASE_NUM_RISK IN
                      ( SELECT CHAR(L.LOANM_NO)
                          FROM IDC015.LOANMSTR L
                         WHERE L.LOANM_CUST_NO = :WS-CUST-NO-X )
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM 295000-SCREEN-LOOKUP-FAILED
                   MOVE 'DECLNCAS' TO DB2-OBJECT
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-CASE-CNT > ZERO
                   MOVE 'N' TO WS-ELIG-SW
                   ADD 1 TO WS-CTL-EXC-CASE
           END-EVALUATE.
      ******************************************************************
      * 240000-CHECK-WATCHLIST SCREENS THE CUSTOMER NUMBER AND
      * SURNAME AGAINST THE WATCHLIST TABLE THE WAY CUSTM100 AND
      * LOANM100 DO. ANY MATCH EXCLUDES - AN OFFER IS NO PLACE FOR
      * A REFERRAL.
       240000-CHECK-WATCHLIST.

           MOVE ZEROS TO WS-WTCH-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-WTCH-CNT
                 FROM IDC015.WATCHLIST
                WHERE ( WTCH_TYPE = 'C'
                        AND WTCH_VALUE = :WS-CUST-NO-X )
                   OR ( WTCH_TYPE = 'N'
                        AND :ACN-CUSTM-NAME-LASTNM LIKE WTCH_VALUE )
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM 295000-SCREEN-LOOKUP-FAILED
                   MOVE 'WATCHLIS' TO DB2-OBJECT
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-WTCH-CNT > ZERO
                   MOVE 'N' TO WS-ELIG-SW
                   ADD 1 TO WS-CTL-EXC-WTCH
           END-EVALUATE.
      ******************************************************************
      * 250000-CHECK-LIMIT-HEADROOM MEASURES THE ROOM LEFT UNDER THE
      * CUSTOMER'S CUSTLIMIT CEILING: THE LIMIT LESS THE ACTIVE
      * LOANMSTR BALANCES (AT THE BANK'S OWN SHARE OF A
      * PARTICIPATED LOAN) AND THE ACTIVE BALANCES GUARANTEED -
      * LOANM100'S 200350 MEASURE. A CUSTOMER WITH NO MAINTAINED
      * LIMIT HAS NO HEADROOM TO OFFER AGAINST.
       250000-CHECK-LIMIT-HEADROOM.

           MOVE WS-CUST-NO-X TO CLIM-CUST-NO
           MOVE ZEROS TO WS-CUST-EXPOSURE
           MOVE ZEROS TO WS-CUST-GTD-EXPOSURE

           EXEC SQL
               SELECT CLIM_LIMIT_AMT
                 INTO :WS-CUST-LIMIT
                 FROM IDC015.CUSTLIMIT
                WHERE CLIM_CUST_NO = :CLIM-CUST-NO
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                            * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                     INTO :WS-CUST-EXPOSURE
                     FROM IDC015.LOANMSTR L
                          LEFT OUTER JOIN IDC015.PARTMSTR P
                            ON P.PART_LOAN_CAT = L.LOANM_CAT
                           AND P.PART_LOAN_NO  = L.LOANM_NO
                           AND P.PART_OWN      = 'Y'
                           AND P.PART_ST       = 'A'
                    WHERE L.LOANM_CUST_NO = :CLIM-CUST-NO
                      AND L.LOANM_ST      = 'A'
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                            * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                     INTO :WS-CUST-GTD-EXPOSURE
                     FROM IDC015.GUARMSTR G,
                          IDC015.LOANMSTR L
                          LEFT OUTER JOIN IDC015.PARTMSTR P
                            ON P.PART_LOAN_CAT = L.LOANM_CAT
                           AND P.PART_LOAN_NO  = L.LOANM_NO
                           AND P.PART_OWN      = 'Y'
                           AND P.PART_ST       = 'A'
                    WHERE G.GUAR_CUST_NO = :CLIM-CUST-NO
                      AND G.GUAR_ST      = 'A'
                      AND L.LOANM_NO     = G.GUAR_LOAN_NO
                      AND L.LOANM_ST     = 'A'
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'N' TO WS-ELIG-SW
                   ADD 1 TO WS-CTL-EXC-LIMIT
               WHEN SQLCODE NOT = ZERO
                   PERFORM 295000-SCREEN-LOOKUP-FAILED
                   MOVE 'CUSTLIMI' TO DB2-OBJECT
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN OTHER
                   COMPUTE WS-HEADROOM = WS-CUST-LIMIT
                                       - WS-CUST-EXPOSURE
                                       - WS-CUST-GTD-EXPOSURE
                   IF WS-HEADROOM NOT > ZERO
                       MOVE 'N' TO WS-ELIG-SW
                       ADD 1 TO WS-CTL-EXC-LIMIT
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * 260000-CHECK-BUREAU WEIGHS THE CIRBBURO AGGREGATE DEBT
      * AGAINST LOANM100'S REFERRAL THRESHOLD: THE ROOM LEFT UNDER
      * IT CAPS THE OFFER, AND A CUSTOMER ALREADY AT OR OVER IT IS
      * EXCLUDED. NO THRESHOLD, OR NO BUREAU ROW, LEAVES THE OFFER
      * UNCAPPED BY THE BUREAU.
       260000-CHECK-BUREAU.

           MOVE LLOANP-MAX-AMT TO WS-BURO-ROOM

           IF WS-BURO-REFER-AMT > ZERO
               MOVE WS-CUST-NO-X TO CBUR-CUST-NO

               EXEC SQL
                   SELECT CBUR_TOT_DEBT
                     INTO :CBUR-TOT-DEBT
                     FROM IDC015.CIRBBURO
                    WHERE CBUR_CUST_NO = :CBUR-CUST-NO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       COMPUTE WS-BURO-ROOM = WS-BURO-REFER-AMT
                                            - CBUR-TOT-DEBT
                       IF WS-BURO-ROOM NOT > ZERO
                           MOVE 'N' TO WS-ELIG-SW
                           ADD 1 TO WS-CTL-EXC-BURO
                       END-IF
                   WHEN SQLCODE = +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 295000-SCREEN-LOOKUP-FAILED
                       MOVE 'CIRBBURO' TO DB2-OBJECT
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 270000-SIZE-OFFER TAKES THE SMALLEST OF THE CATEGORY
      * CEILING, THE LIMIT HEADROOM AND THE BUREAU ROOM, ROUNDED
      * DOWN TO THE HUNDRED, AND DROPS AN OFFER BELOW THE CAMPAIGN
      * MINIMUM.
       270000-SIZE-OFFER.

           MOVE LLOANP-MAX-AMT TO WS-OFFER-RAW

           IF WS-HEADROOM < WS-OFFER-RAW
               MOVE WS-HEADROOM TO WS-OFFER-RAW
           END-IF

           IF WS-BURO-ROOM < WS-OFFER-RAW
               MOVE WS-BURO-ROOM TO WS-OFFER-RAW
           END-IF

           COMPUTE WS-OFFER-HUNDREDS = WS-OFFER-RAW / 100
           COMPUTE WS-OFFER-AMT      = WS-OFFER-HUNDREDS * 100

           IF WS-OFFER-AMT < WS-MIN-OFFER-AMT
               MOVE 'N' TO WS-ELIG-SW
               ADD 1 TO WS-CTL-EXC-SMALL
           END-IF.
      ******************************************************************
      * 280000-CHECK-DELIVERABLE PICKS THE ROUTE THE WAY THE
      * STATEMENT RUNS DO: A PREFERRED CUSTCONT E-MAIL WITH NO
      * EDLVREG BOUNCE GOES BY E-MAIL; OTHERWISE A POSTAL ADDRESS
      * THAT IS ON FILE AND NOT MARKED GONE-AWAY GOES BY POST.
      * NEITHER, AND THE OFFER CANNOT BE DELIVERED.
       280000-CHECK-DELIVERABLE.

           MOVE SPACE        TO WS-CHANNEL
           MOVE SPACES       TO WS-EDLV-EMAIL
           MOVE WS-CUST-NO-X TO CCNT-CUST-NO

           EXEC SQL
               SELECT CCNT_VALUE
                 INTO :WS-EDLV-EMAIL
                 FROM IDC015.CUSTCONT
                WHERE CCNT_CUST_NO  = :CCNT-CUST-NO
                  AND CCNT_TYPE     = 'E'
                  AND CCNT_PREF_FLG = 'Y'
           END-EXEC

           IF SQLCODE = ZERO
               MOVE ZEROS TO WS-BOUNCE-CNT

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-BOUNCE-CNT
                     FROM IDC015.EDLVREG
                    WHERE EDLV_CUST_NO = :CCNT-CUST-NO
                      AND EDLV_ST      = 'B'
               END-EXEC

               IF SQLCODE = ZERO AND WS-BOUNCE-CNT = ZERO
                   MOVE 'E' TO WS-CHANNEL
               END-IF
           END-IF

           IF WS-CHANNEL = SPACE
               MOVE SPACES       TO WS-EDLV-EMAIL
               MOVE WS-CUST-NO-X TO CADR-CUST-NO
               MOVE SPACE        TO CADR-GONE-FLG

               EXEC SQL
                   SELECT COALESCE(CADR_GONE_FLG, ' ')
                     INTO :CADR-GONE-FLG
                     FROM IDC015.CUSTADDR
                    WHERE CADR_CUST_NO = :CADR-CUST-NO
               END-EXEC

               IF (SQLCODE = ZERO OR SQLCODE = +100)
                AND CADR-GONE-FLG NOT = 'Y'
                AND ACN-CUSTM-ADDR NOT = SPACES
                   MOVE 'P' TO WS-CHANNEL
               END-IF
           END-IF

           IF WS-CHANNEL = SPACE
               MOVE 'N' TO WS-ELIG-SW
               ADD 1 TO WS-CTL-EXC-ADDR
           END-IF.
      ******************************************************************
      * 290000-ISSUE-OFFER REGISTERS THE OFFER ON CROFFER AND, ONLY
      * ONCE IT IS REGISTERED, WRITES IT TO THE OFFER FILE.
       290000-ISSUE-OFFER.

           MOVE WS-CUST-NO-X     TO COFR-CUST-NO
           MOVE WS-TODAY-DATE-X  TO COFR-CAMP-DATE
           MOVE LLOANP-CAT       TO COFR-CAT
           MOVE WS-OFFER-AMT     TO COFR-AMT
           MOVE LLOANP-TERM      TO COFR-TERM
           MOVE LLOANP-ROI       TO COFR-ROI
           MOVE WS-CHANNEL       TO COFR-CHANNEL
           MOVE WS-EXPIRY-DATE-X TO COFR-EXP-DATE
           MOVE 'O'              TO COFR-ST
           MOVE ZEROS            TO COFR-LAPP-NO
           MOVE '0001-01-01'     TO COFR-RESP-DATE

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 290010-INSERT-CROFFER-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-DB2-ERR-CNT
               MOVE 'CROFFER'    TO DB2-OBJECT
               MOVE 'INSERT'     TO DB2-STATEMENT
               MOVE WS-CUST-NO-X TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               MOVE SPACES TO WS-CUST-NAME
               STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                      ' '                   DELIMITED BY SIZE
                      ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                   INTO WS-CUST-NAME
               END-STRING

               MOVE SPACES           TO RE-OFFER
               MOVE WS-CUST-NO-X     TO OFR-CUST-NO
               MOVE WS-CUST-NAME     TO OFR-NAME
               MOVE ACN-CUSTM-ADDR   TO OFR-ADDR
               MOVE WS-CHANNEL       TO OFR-CHANNEL
               MOVE WS-EDLV-EMAIL    TO OFR-EMAIL
               MOVE LLOANP-CAT       TO OFR-CAT
               MOVE LLOANP-TITLE     TO OFR-TITLE
               MOVE WS-OFFER-AMT     TO OFR-AMT
               MOVE LLOANP-TERM      TO OFR-TERM
               MOVE LLOANP-ROI       TO OFR-ROI
               MOVE WS-EXPIRY-DATE-X TO OFR-EXP-DATE

               WRITE RE-OFFER

               ADD 1            TO WS-CTL-OFFER-CNT
               ADD WS-OFFER-AMT TO WS-CTL-OFFER-AMT
               IF WS-CHANNEL = 'E'
                   ADD 1 TO WS-CTL-EMAIL-CNT
               ELSE
                   ADD 1 TO WS-CTL-POST-CNT
               END-IF
           END-IF.
      ******************************************************************
       290010-INSERT-CROFFER-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.CROFFER
                   ( COFR_CUST_NO, COFR_CAMP_DATE, COFR_CAT,
                     COFR_AMT, COFR_TERM, COFR_ROI, COFR_CHANNEL,
                     COFR_EXP_DATE, COFR_ST, COFR_LAPP_NO,
                     COFR_RESP_DATE )
               VALUES
                   ( :COFR-CUST-NO, :COFR-CAMP-DATE, :COFR-CAT,
                     :COFR-AMT, :COFR-TERM, :COFR-ROI,
                     :COFR-CHANNEL, :COFR-EXP-DATE, :COFR-ST,
                     :COFR-LAPP-NO, :COFR-RESP-DATE )
           END-EXEC.
      ******************************************************************
      * 295000-SCREEN-LOOKUP-FAILED: A SCREEN THAT CANNOT BE READ IS
      * NOT A PASS - THE CUSTOMER GETS NO OFFER THIS RUN AND THE
      * FAILURE IS COUNTED. THE CALLER NAMES THE TABLE AND LOGS IT.
       295000-SCREEN-LOOKUP-FAILED.

           MOVE 'N' TO WS-ELIG-SW
           ADD 1 TO WS-CTL-DB2-ERR-CNT
           MOVE 'SELECT'     TO DB2-STATEMENT
           MOVE WS-CUST-NO-X TO DB2-REFERENCE1.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'OFFR100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT: THE OFFERS MADE, AND THE CUSTOMERS EXCLUDED BY EACH
      * SCREEN, SO MARKETING CAN SEE WHY THE LIST IS THE SIZE IT IS.
       900000-PRINT-CONTROL-TOTALS.

           MOVE WS-CTL-OFFER-AMT TO WS-AMT-EDIT

           DISPLAY 'OFFR100 CONTROL TOTALS'
           DISPLAY '  EXPIRED OFFERS LAPSED ............ : '
                   WS-CTL-EXPIRED-CNT
           DISPLAY '  ACTIVE PERSONS SCREENED .......... : '
                   WS-CTL-CUST-CNT
           DISPLAY '  OFFERS MADE ...................... : '
                   WS-CTL-OFFER-CNT
           DISPLAY '    BY E-MAIL ...................... : '
                   WS-CTL-EMAIL-CNT
           DISPLAY '    BY POST ........................ : '
                   WS-CTL-POST-CNT
           DISPLAY '  TOTAL AMOUNT OFFERED ............. : '
                   WS-AMT-EDIT
           DISPLAY '  EXCLUDED - AGE OUTSIDE PRODUCT ... : '
                   WS-CTL-EXC-AGE
           DISPLAY '  EXCLUDED - OFFER OR APPL OPEN .... : '
                   WS-CTL-EXC-HELD
           DISPLAY '  EXCLUDED - REPAYMENT HISTORY ..... : '
                   WS-CTL-EXC-HIST
           DISPLAY '  EXCLUDED - OPEN DECLNCASE ........ : '
                   WS-CTL-EXC-CASE
           DISPLAY '  EXCLUDED - WATCHLIST MATCH ....... : '
                   WS-CTL-EXC-WTCH
           DISPLAY '  EXCLUDED - NO LIMIT HEADROOM ..... : '
                   WS-CTL-EXC-LIMIT
           DISPLAY '  EXCLUDED - BUREAU POSITION ....... : '
                   WS-CTL-EXC-BURO
           DISPLAY '  EXCLUDED - BELOW MINIMUM OFFER ... : '
                   WS-CTL-EXC-SMALL
           DISPLAY '  EXCLUDED - NOT DELIVERABLE ....... : '
                   WS-CTL-EXC-ADDR
           DISPLAY '  DB2 ERRORS ....................... : '
                   WS-CTL-DB2-ERR-CNT.
      ******************************************************************
