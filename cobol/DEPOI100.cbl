      * ADDED INTO DEPM_BAL AND POSTED AS A 'C' HISTORY ROW WITH ITS
      * OWN GL TRANSACTION TYPE, SO THE BALANCE MOVEMENT IS
      * EXPLAINABLE LINE BY LINE.
      * WITHHOLDING TAX ON SAVINGS INCOME IS RETAINED AT THE RATE IN
      * FORCE ON THE MAINTAINABLE WR1DQ001 RATE CARDS, UNLESS THE
      * ACCOUNT HOLDER IS FLAGGED EXEMPT (CUSTM_WHT_EXEMPT): EACH
      * ACCRUAL ROW SHOWS THE TAX IT WILL BEAR, AND EACH
      * CAPITALIZATION CREDITS ONLY THE NET INTEREST TO DEPM_BAL,
      * RECORDS GROSS, TAX WITHHELD AND NET CREDITED ON ITS 'C' ROW,
      * AND POSTS THE TAX PAYABLE THROUGH THE GL EXTRACT AS ITS OWN
      * 'DEPWHT' TRANSACTION TYPE.
      * A FOREIGN-CURRENCY ACCOUNT ACCRUES IN ITS OWN CURRENCY
      * (DEPM_CCY), BUT ITS GL POSTINGS ARE CONVERTED TO THE HOME
      * CURRENCY AT THE QBEC9900 RATE AND CARRY THE ACCOUNT CURRENCY
      * AND RATE, AS LOANR100'S FOREIGN-CURRENCY REPAYMENTS DO. AN
      * ACCOUNT WHOSE CURRENCY HAS NO RATE MAINTAINED IS LEFT
      * UNTOUCHED FOR THE RUN AND REPORTED, AND THE STEP ENDS RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT CAPPARM-FILE  ASSIGN CI1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT WHTRATE-FILE  ASSIGN WR1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * WHTRATE-FILE CARRIES THE MAINTAINABLE WITHHOLDING-TAX RATE
      * ON SAVINGS INCOME: ONE CARD PER RATE CHANGE, NAMING THE DATE
      * (YYYY-MM-DD) FROM WHICH IT APPLIES AND THE PERCENTAGE OF
      * GROSS INTEREST RETAINED. THE CARD WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER THE BUSINESS DATE APPLIES, SO NEXT YEAR'S
      * RATE CAN BE LOADED AHEAD OF TIME AND OLD CARDS LEFT IN PLACE.
       FD  WHTRATE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-WHTRATE.
           05  WHTR-EFF-DATE                PIC X(10).
           05  WHTR-PCT                     PIC 9(2)V9(4).
           05  FILLER                       PIC X(64).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-CAP-MODE-SW               PIC X(1)    VALUE 'N'.
               88  WS-CAP-MODE                          VALUE 'Y'.
           05  WS-WHTR-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-WHTR-EOF                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
                                                         VALUE ZEROS.
           05  WS-CTL-CAP-TOTAL             PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-WHT-TOTAL             PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NET-TOTAL             PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXM-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NORATE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN RUN
      * CONTROL ANSWERS), FORMATTED AS YYYY-MM-DD FOR DEPINT_DATE.
       01  WS-UNCAP-INT                     PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE WITHHOLDING TAX. WS-WHTR-TABLE HOLDS
      * THE RATE CARDS; WS-WHT-PCT IS THE RATE IN FORCE ON THE
      * BUSINESS DATE. WS-WHT-EXEMPT IS THE ACCOUNT HOLDER'S
      * CUSTM_WHT_EXEMPT FLAG AS FETCHED WITH THE ACCOUNT.
       01  WS-WHTR-CNT                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-WHTR-IX                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-WHTR-TABLE.
           05  WS-WHTR-ENTRY OCCURS 20 TIMES.
               10  WS-WHTR-EFF-DATE         PIC X(10).
               10  WS-WHTR-PCT              PIC S9(2)V9(4) COMP-3.
       01  WS-WHTR-BEST-DATE                PIC X(10)   VALUE SPACES.
       01  WS-WHT-PCT                       PIC S9(2)V9(4) COMP-3
                                                         VALUE ZEROS.
       01  WS-WHT-EXEMPT                    PIC X(1)    VALUE 'N'.
           88  WS-WHT-IS-EXEMPT                         VALUE 'Y'.
       01  WS-WHT-GROSS                     PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-WHT-AMT                       PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-WHT-NET                       PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS. A TRANSIENT
      * RESOURCE-UNAVAILABLE SQLCODE (DEADLOCK -911 OR TIMEOUT -913)
      * IS RETRIED UP TO WS-DB2-MAX-RETRY TIMES BEFORE THE FAILURE IS
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * WORKING-STORAGE FOR THE GL CURRENCY CONVERSION. WS-GL-RATE
      * AND WS-GL-FLAG ARE THE ACCOUNT CURRENCY'S QBEC9900 RATE AND
      * QUOTATION FLAG (ZERO RATE FOR A HOME-CURRENCY ACCOUNT, WHICH
      * POSTS UNCONVERTED); WS-GL-ACC-AMT IS THE AMOUNT TO POST IN
      * THE ACCOUNT CURRENCY, SET BY THE CALLER OF
      * 900500-WRITE-GL-POSTING.
       01  WS-HOME-CCY                      PIC X(3)    VALUE 'EUR'.
       01  WS-DEFAULT-LNG-DATA              PIC X(1)    VALUE '1'.
       01  WS-GL-RATE-OK-SW                 PIC X(1)    VALUE 'Y'.
           88  WS-GL-RATE-OK                            VALUE 'Y'.
       01  WS-GL-RATE                       PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-GL-FLAG                       PIC X(1)    VALUE SPACE.
           88  WS-GL-INDIRECT                           VALUE 'I'.
       01  WS-GL-ACC-AMT                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * QBEC9900 NESTS AT LEVEL 02 SINCE IT IS NORMALLY CARRIED
      * INSIDE A LARGER INTERFACE AREA; WS-QBEC9900-AREA SUPPLIES THE
      * 01-LEVEL WRAPPER FOR THE COMMAREA PASSED TO QBEC9900 BELOW.
       01  WS-QBEC9900-AREA.
           COPY QBEC9900.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
      ******************************************************************
      * CURSOR READS EVERY ACTIVE DEPOSIT ACCOUNT (DEPM_ST = 'A') IN
      * ACCOUNT SEQUENCE SO EACH ONE GETS EXACTLY ONE ACCRUAL
      * POSTING PER RUN, WITH ITS HOLDER'S WITHHOLDING EXEMPTION
      * FLAG. AN ACCOUNT WHOSE HOLDER IS NOT ON CUSTM_TABLE IS
      * TREATED AS NOT EXEMPT - TAX IS NEVER WAIVED BY DEFAULT. A
      * DORMANT ACCOUNT ('D', SEE DEPOD100) ACCRUES NOTHING UNTIL
      * IT IS REACTIVATED.
           EXEC SQL
               DECLARE DEPOI100-CSR CURSOR FOR
                   SELECT D.DEPM_ACC, D.DEPM_BAL, D.DEPM_ROI,
                          COALESCE(C.CUSTM_WHT_EXEMPT, 'N'),
                          D.DEPM_CCY
                     FROM IDC015.DEPOMSTR D
                     LEFT OUTER JOIN IDC015.CUSTM_TABLE C
                       ON C.CUSTM_NO = D.DEPM_CUST_NO
                    WHERE D.DEPM_ST = 'A'
                    ORDER BY D.DEPM_ACC
           END-EXEC.
      ******************************************************************


           PERFORM 100010-READ-RUN-MODE

           PERFORM 100020-LOAD-WHT-RATE

           OPEN EXTEND GLPOST-FILE

           EXEC SQL

           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-NORATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
                       'INTEREST WILL BE ADDED INTO DEPM_BAL'
           END-IF.
      ******************************************************************
      * 100020-LOAD-WHT-RATE LOADS THE WITHHOLDING RATE CARDS AND
      * PICKS THE RATE IN FORCE ON THE BUSINESS DATE. WITH NO CARD
      * IN FORCE THE RUN STOPS BEFORE ANYTHING IS POSTED - CREDITING
      * INTEREST GROSS BECAUSE A CARD DECK WENT MISSING WOULD PUT
      * THE BRANCHES BACK TO CORRECTING IT BY HAND AT YEAR-END.
       100020-LOAD-WHT-RATE.

           OPEN INPUT WHTRATE-FILE

           PERFORM 100030-READ-WHT-RATE-CARD
               UNTIL WS-WHTR-EOF
                  OR WS-WHTR-CNT >= 20

           CLOSE WHTRATE-FILE

           MOVE SPACES TO WS-WHTR-BEST-DATE
           PERFORM 100040-PICK-WHT-RATE
               VARYING WS-WHTR-IX FROM 1 BY 1
               UNTIL WS-WHTR-IX > WS-WHTR-CNT

           IF WS-WHTR-BEST-DATE = SPACES
               DISPLAY 'DEPOI100 - NO WITHHOLDING RATE IN FORCE ON '
                       WS-TODAY-DATE-X ' ON WR1DQ001 - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'DEPOI100 - WITHHOLDING RATE ' WS-WHT-PCT
                   ' IN FORCE FROM ' WS-WHTR-BEST-DATE.
      ******************************************************************
       100030-READ-WHT-RATE-CARD.

           READ WHTRATE-FILE
               AT END
                   MOVE 'Y' TO WS-WHTR-EOF-SW
               NOT AT END
                   IF WHTR-EFF-DATE(5:1) = '-'
                    AND WHTR-EFF-DATE(8:1) = '-'
                    AND WHTR-PCT IS NUMERIC
                       ADD 1 TO WS-WHTR-CNT
                       MOVE WHTR-EFF-DATE
                           TO WS-WHTR-EFF-DATE (WS-WHTR-CNT)
                       MOVE WHTR-PCT
                           TO WS-WHTR-PCT (WS-WHTR-CNT)
                   ELSE
                       DISPLAY 'DEPOI100 - MALFORMED RATE CARD '
                               'SKIPPED: ' RE-WHTRATE(1:16)
                   END-IF
           END-READ.
      ******************************************************************
      * 100040-PICK-WHT-RATE KEEPS THE RATE OF THE CARD WITH THE
      * LATEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE - THE
      * CARDS NEED NOT ARRIVE IN ANY PARTICULAR ORDER.
       100040-PICK-WHT-RATE.

           IF WS-WHTR-EFF-DATE (WS-WHTR-IX) NOT > WS-TODAY-DATE-X
            AND (WS-WHTR-BEST-DATE = SPACES
                 OR WS-WHTR-EFF-DATE (WS-WHTR-IX) > WS-WHTR-BEST-DATE)
               MOVE WS-WHTR-EFF-DATE (WS-WHTR-IX)
                   TO WS-WHTR-BEST-DATE
               MOVE WS-WHTR-PCT (WS-WHTR-IX) TO WS-WHT-PCT
           END-IF.
      ******************************************************************
      * 100100-PROCESS-ONE-ACCOUNT POSTS ONE MONTH'S ACCRUED INTEREST
      * FOR THE ACCOUNT THE CURSOR IS POSITIONED ON AND, ON THE
      * CAPITALIZATION RUN, FOLDS THE ACCOUNT'S UNCAPITALIZED
      * INTEREST INTO ITS BALANCE. A FOREIGN-CURRENCY ACCOUNT WHOSE
      * RATE CANNOT BE FOUND IS SKIPPED BEFORE ANYTHING IS POSTED,
      * SO ITS HISTORY AND ITS GL ENTRIES NEVER DISAGREE.
       100100-PROCESS-ONE-ACCOUNT.

           PERFORM 900400-LOOKUP-GL-RATE

           IF WS-GL-RATE-OK
               PERFORM 200100-POST-ACCRUAL

               IF WS-CAP-MODE
                   PERFORM 210000-CAPITALIZE-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO WS-CTL-NORATE-CNT
               DISPLAY 'DEPOI100 - NO RATE FOR CURRENCY ' DEPM-CCY
                       ' - ACCOUNT ' DEPM-ACC ' NOT PROCESSED'
           END-IF

           PERFORM 100200-FETCH-NEXT.

           EXEC SQL
               FETCH DEPOI100-CSR
                   INTO :DEPM-ACC, :DEPM-BAL, :DEPM-ROI,
                        :WS-WHT-EXEMPT, :DEPM-CCY
           END-EXEC.
      ******************************************************************
      * 200100-POST-ACCRUAL COMPUTES ONE MONTH'S INTEREST ON THE
      * ACCOUNT'S CURRENT BALANCE (BALANCE TIMES THE ANNUAL RATE,
      * DIVIDED BY 12 MONTHS AND BY 100 TO CONVERT THE PERCENTAGE
      * DEPM_ROI - SAME CONVENTION AS LOANI100), INSERTS THE
      * DEPOINTHST 'A' ROW AND WRITES THE MATCHING GL POSTING. THE
      * ROW ALSO CARRIES THE WITHHOLDING THE ACCRUAL WILL BEAR; THE
      * GL ACCRUAL ITSELF STAYS GROSS, AS THE TAX ONLY BECOMES
      * PAYABLE WHEN THE INTEREST IS CAPITALIZED.
       200100-POST-ACCRUAL.

           COMPUTE WS-MONTHLY-INT ROUNDED =
               DEPM-BAL * DEPM-ROI / 12 / 100

           MOVE WS-MONTHLY-INT  TO WS-WHT-GROSS
           PERFORM 220000-COMPUTE-WITHHOLDING

           MOVE DEPM-ACC        TO DINT-ACC
           MOVE WS-TODAY-DATE-X TO DINT-DATE
           MOVE DEPM-BAL        TO DINT-BAL-AMT
           MOVE WS-MONTHLY-INT  TO DINT-AMT
           MOVE 'A'             TO DINT-TYPE
           MOVE WS-WHT-AMT      TO DINT-WHT-AMT
           MOVE WS-WHT-NET      TO DINT-NET-AMT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200110-INSERT-DEPOINTHST-ROW

               MOVE DEPM-ACC         TO GLPOST-LLOANM-NO
               MOVE 'DEPACCR'        TO GLPOST-TRAN-TYPE
               MOVE WS-MONTHLY-INT   TO WS-GL-ACC-AMT
               MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
               PERFORM 900500-WRITE-GL-POSTING
           ELSE
               ADD 1 TO WS-CTL-FAIL-CNT
               DISPLAY 'DEPOI100 - ACCRUAL INSERT FAILED FOR '
           EXEC SQL
               INSERT INTO IDC015.DEPOINTHST
                   ( DEPINT_ACC, DEPINT_DATE, DEPINT_BAL_AMT,
                     DEPINT_AMT, DEPINT_TYPE, DEPINT_WHT_AMT,
                     DEPINT_NET_AMT )
               VALUES
                   ( :DINT-ACC, :DINT-DATE, :DINT-BAL-AMT,
                     :DINT-AMT, :DINT-TYPE, :DINT-WHT-AMT,
                     :DINT-NET-AMT )
           END-EXEC.
      ******************************************************************
      * 210000-CAPITALIZE-ACCOUNT FOLDS THE ACCOUNT'S ACCRUED-BUT-
           COMPUTE WS-UNCAP-INT = WS-ACCRUED-SUM - WS-CAPPED-SUM

           IF WS-UNCAP-INT > ZERO
               MOVE WS-UNCAP-INT TO WS-WHT-GROSS
               PERFORM 220000-COMPUTE-WITHHOLDING
               PERFORM 210100-POST-CAPITALIZATION
           END-IF.
      ******************************************************************
      * 210100-POST-CAPITALIZATION ADDS THE UNCAPITALIZED INTEREST,
      * NET OF WITHHOLDING, INTO THE MASTER BALANCE, LEAVES THE 'C'
      * HISTORY ROW (GROSS, TAX WITHHELD AND NET CREDITED) AS THE
      * CAPITALIZATION MARKER, AND WRITES THE GL POSTINGS - THE NET
      * CREDIT AS 'DEPCAP' AND THE TAX PAYABLE AS 'DEPWHT'. THE 'C'
      * ROW IS ONLY INSERTED AFTER THE BALANCE UPDATE SUCCEEDS, SO
      * THE MARKER NEVER CLAIMS INTEREST THE BALANCE NEVER RECEIVED.
      * DEPINT_AMT STAYS GROSS SO 210000'S 'A' LESS 'C' SUM STILL
      * NETS TO ZERO ONCE THE INTEREST IS CAPITALIZED.
       210100-POST-CAPITALIZATION.

           MOVE ZERO TO WS-DB2-RETRY-CNT
               MOVE DEPM-BAL        TO DINT-BAL-AMT
               MOVE WS-UNCAP-INT    TO DINT-AMT
               MOVE 'C'             TO DINT-TYPE
               MOVE WS-WHT-AMT      TO DINT-WHT-AMT
               MOVE WS-WHT-NET      TO DINT-NET-AMT

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200110-INSERT-DEPOINTHST-ROW
               IF SQLCODE = ZERO
                   ADD 1             TO WS-CTL-CAP-CNT
                   ADD WS-UNCAP-INT  TO WS-CTL-CAP-TOTAL
                   ADD WS-WHT-AMT    TO WS-CTL-WHT-TOTAL
                   ADD WS-WHT-NET    TO WS-CTL-NET-TOTAL
                   IF WS-WHT-IS-EXEMPT
                       ADD 1 TO WS-CTL-EXM-CNT
                   END-IF

                   MOVE DEPM-ACC         TO GLPOST-LLOANM-NO
                   MOVE 'DEPCAP'         TO GLPOST-TRAN-TYPE
                   MOVE WS-WHT-NET       TO WS-GL-ACC-AMT
                   MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
                   PERFORM 900500-WRITE-GL-POSTING

                   IF WS-WHT-AMT > ZERO
                       MOVE DEPM-ACC         TO GLPOST-LLOANM-NO
                       MOVE 'DEPWHT'         TO GLPOST-TRAN-TYPE
                       MOVE WS-WHT-AMT       TO WS-GL-ACC-AMT
                       MOVE WS-TODAY-DATE-X  TO GLPOST-POST-DATE
                       PERFORM 900500-WRITE-GL-POSTING
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-FAIL-CNT
                   DISPLAY 'DEPOI100 - CAPITALIZATION MARKER '

           EXEC SQL
               UPDATE IDC015.DEPOMSTR
                  SET DEPM_BAL = DEPM_BAL + :WS-WHT-NET
                WHERE DEPM_ACC = :DEPM-ACC
           END-EXEC.
      ******************************************************************
      * 220000-COMPUTE-WITHHOLDING SPLITS WS-WHT-GROSS INTO THE TAX
      * WITHHELD (WS-WHT-AMT, AT THE RATE IN FORCE, ROUNDED TO THE
      * CENT) AND THE NET (WS-WHT-NET). AN EXEMPT HOLDER, OR A GROSS
      * AMOUNT THAT IS NOT POSITIVE, BEARS NO TAX.
       220000-COMPUTE-WITHHOLDING.

           MOVE ZEROS TO WS-WHT-AMT

           IF WS-WHT-GROSS > ZERO AND NOT WS-WHT-IS-EXEMPT
               COMPUTE WS-WHT-AMT ROUNDED =
                   WS-WHT-GROSS * WS-WHT-PCT / 100
           END-IF

           COMPUTE WS-WHT-NET = WS-WHT-GROSS - WS-WHT-AMT.
      ******************************************************************
      * 900400-LOOKUP-GL-RATE TAKES THE ACCOUNT CURRENCY'S RATE AND
      * QUOTATION FLAG FROM QBEC9900 FOR 900500-WRITE-GL-POSTING. A
      * HOME-CURRENCY ACCOUNT (OR ONE WITH NO CURRENCY RECORDED)
      * NEEDS NO RATE; AN UNKNOWN CURRENCY, OR A ZERO RATE (NO RATE
      * MAINTAINED - SEE QBEC9900.cpy), CLEARS WS-GL-RATE-OK.
       900400-LOOKUP-GL-RATE.

           MOVE 'Y'   TO WS-GL-RATE-OK-SW
           MOVE ZEROS TO WS-GL-RATE
           MOVE SPACE TO WS-GL-FLAG

           IF DEPM-CCY NOT = SPACES AND DEPM-CCY NOT = WS-HOME-CCY
               MOVE DEPM-CCY            TO QBEC9900-COD-ENTITY
               MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
               SET QBEC9900-FUNC-INQUIRE TO TRUE

               CALL 'QBEC9900' USING WS-QBEC9900-AREA

               IF QBEC9900-88-COD-RETURN-OK
                AND QBEC9900-EXCH-RATE NOT = ZERO
                   MOVE QBEC9900-EXCH-RATE    TO WS-GL-RATE
                   MOVE QBEC9900-FLG-EXCHANGE TO WS-GL-FLAG
               ELSE
                   MOVE 'N' TO WS-GL-RATE-OK-SW
               END-IF
           END-IF.
      ******************************************************************
      * 900500-WRITE-GL-POSTING WRITES THE GL RECORD THE CALLER HAS
      * BUILT, WITH WS-GL-ACC-AMT CONVERTED TO THE HOME CURRENCY -
      * DIVIDING FOR AN INDIRECTLY QUOTED CURRENCY AND MULTIPLYING
      * OTHERWISE, AS RV3C0100'S 220050-CONVERT-TO-BASE-CCY DOES -
      * AND THE ACCOUNT CURRENCY AND RATE RECORDED ALONGSIDE IT. A
      * HOME-CURRENCY AMOUNT IS POSTED AS IT STANDS.
       900500-WRITE-GL-POSTING.

           EVALUATE TRUE
               WHEN WS-GL-RATE = ZERO
                   MOVE WS-GL-ACC-AMT TO GLPOST-AMOUNT
                   MOVE SPACES        TO GLPOST-ORIG-CCY
                   MOVE ZEROS         TO GLPOST-EXCH-RATE
               WHEN WS-GL-INDIRECT
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT / WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
               WHEN OTHER
                   COMPUTE GLPOST-AMOUNT ROUNDED =
                       WS-GL-ACC-AMT * WS-GL-RATE
                   MOVE DEPM-CCY      TO GLPOST-ORIG-CCY
                   MOVE WS-GL-RATE    TO GLPOST-EXCH-RATE
           END-EVALUATE

           WRITE RE-GLPOST FROM GLPOST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN. THE CALLER SETS DB2-OBJECT,
           DISPLAY '  TOTAL INTEREST ACCRUED ............ : '
                   WS-CTL-INT-TOTAL
           DISPLAY '  TOTAL INTEREST CAPITALIZED ........ : '
                   WS-CTL-CAP-TOTAL
           DISPLAY '  TOTAL TAX WITHHELD ................ : '
                   WS-CTL-WHT-TOTAL
           DISPLAY '  TOTAL NET INTEREST CREDITED ....... : '
                   WS-CTL-NET-TOTAL
           DISPLAY '  EXEMPT CAPITALIZATIONS (GROSS) .... : '
                   WS-CTL-EXM-CNT
           DISPLAY '  SKIPPED - NO CURRENCY RATE ........ : '
                   WS-CTL-NORATE-CNT.
      ******************************************************************
