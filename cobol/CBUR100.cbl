      * CBUR100 LOADS THE INBOUND HALF OF THE TWO-WAY CIRBE EXCHANGE:
      * ALONGSIDE THE ACKNOWLEDGMENT FILE CACK100 BOOKS, BANCO DE
      * ESPANA RETURNS EACH BORROWER'S AGGREGATE INDEBTEDNESS ACROSS
      * ALL REPORTING BANKS. THE REGULATOR KNOWS A BORROWER BY TAX
      * ID (NIF/NIE/CIF), NOT BY OUR CUSTOMER NUMBER, SO EACH RETURN
      * RECORD IS MATCHED TO ITS CUSTOMER THROUGH CUSTM_TAX_ID - THE
      * ACTIVE CUSTOMER HOLDING IT IF THERE IS ONE, OTHERWISE THE
      * LOWEST-NUMBERED CUSTOMER THAT DOES - AND UPSERTED INTO THE
      * CIRBBURO TABLE - THE LATEST BUREAU FIGURE REPLACING THE PRIOR
      * ONE - SO LOANM100'S ORIGINATION CHECKS CAN WEIGH SYSTEM-WIDE
      * DEBT, NOT JUST THIS BANK'S OWN CUSTLIMIT CEILING. RECORDS FOR
      * TAX IDS NO CUSTOMER HOLDS ARE REJECTED WITH A CLEAR REASON
      * RATHER THAN SILENTLY DROPPED.
      ******************************************************************

       FILE SECTION.
      ******************************************************************
      * CBURIN-FILE IS THE REGULATOR'S AGGREGATE-INDEBTEDNESS RETURN:
      * ONE RECORD PER BORROWER REPORTED, KEYED BY TAX ID, WITH THE
      * TOTAL DEBT ACROSS ALL REPORTING BANKS, THE NUMBER OF BANKS
      * REPORTING, AND THE DATE THE FIGURE SPEAKS AS OF.
       FD  CBURIN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CBURIN.
           05  BUR-TAX-ID                   PIC X(9).
           05  FILLER                       PIC X(1).
           05  BUR-TOT-DEBT                 PIC 9(13)V9(2).
           05  BUR-NUM-BANKS                PIC 9(3).
           05  BUR-RPT-DATE                 PIC X(10).
           RECORDING MODE IS F.

       01  RE-CBURREJ.
           05  BREJ-TAX-ID                  PIC X(9).
           05  FILLER                       PIC X(1).
           05  BREJ-REASON                  PIC X(40).
           05  FILLER                       PIC X(10).
      ******************************************************************
           05  WS-CUST-EXISTS-SW            PIC X(1)    VALUE 'N'.
               88  WS-CUST-EXISTS                       VALUE 'Y'.
      ******************************************************************
      * THE TAX ID OF THE RETURN RECORD AND THE CUSTOMER IT MATCHED.
       01  WS-BUR-TAX-ID                    PIC X(9)    VALUE SPACES.
       01  WS-BUR-CUST-NO                   PIC 9(10)   VALUE ZEROS.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-IN-CNT                PIC S9(7)   COMP-3
      * CUSTOMER EXISTS, AND UPSERTS THE BUREAU FIGURE.
       100100-PROCESS-ONE-RETURN.

           MOVE SPACES     TO RE-CBURREJ
           MOVE BUR-TAX-ID TO BREJ-TAX-ID

           IF BUR-TAX-ID = SPACES
               MOVE 'RETURN RECORD CARRIES NO TAX ID'
                                TO BREJ-REASON
               PERFORM 900100-WRITE-REJECT
           ELSE
           IF BUR-TOT-DEBT IS NOT NUMERIC
            OR BUR-NUM-BANKS IS NOT NUMERIC
               MOVE 'RETURN RECORD NOT NUMERIC WHERE REQUIRED'
                                TO BREJ-REASON
               PERFORM 900100-WRITE-REJECT
               IF WS-CUST-EXISTS
                   PERFORM 200000-UPSERT-BUREAU-ROW
               ELSE
                   MOVE 'NO CUSTOMER HOLDS THIS TAX ID'
                                    TO BREJ-REASON
                   PERFORM 900100-WRITE-REJECT
               END-IF
           END-IF
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
      * 195000-CHECK-CUSTOMER-EXISTS FINDS THE CUSTOMER HOLDING THE
      * RETURN'S TAX ID. CUSTM100 LETS ONLY ONE ACTIVE CUSTOMER HOLD
      * A TAX ID, SO THE ACTIVE ONE IS TAKEN FIRST; A BORROWER WHO IS
      * NO LONGER ACTIVE STILL HAS ITS FIGURE LOADED AGAINST THE
      * OLDEST CUSTOMER NUMBER CARRYING THE TAX ID.
       195000-CHECK-CUSTOMER-EXISTS.

           MOVE 'N'        TO WS-CUST-EXISTS-SW
           MOVE BUR-TAX-ID TO WS-BUR-TAX-ID

           EXEC SQL
               SELECT CUSTM_NO INTO :ACN-CUSTM-NO
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_TAX_ID = :WS-BUR-TAX-ID
                ORDER BY CASE CUSTM_ST WHEN 'A' THEN 0 ELSE 1 END,
                         CUSTM_NO
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'          TO WS-CUST-EXISTS-SW
                   MOVE ACN-CUSTM-NO TO WS-BUR-CUST-NO
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'CUSTM_TBL'  TO DB2-OBJECT
                   MOVE 'SELECT'     TO DB2-STATEMENT
                   MOVE BUR-TAX-ID   TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
      * 200000-UPSERT-BUREAU-ROW REPLACES THE CUSTOMER'S PRIOR BUREAU
      * FIGURE WITH THE NEW ONE - UPDATE FIRST, INSERT ON +100 - SO
      * CIRBBURO ALWAYS CARRIES EXACTLY ONE, LATEST ROW PER CUSTOMER.
       200000-UPSERT-BUREAU-ROW.

           MOVE WS-BUR-CUST-NO TO CBUR-CUST-NO
           MOVE BUR-TOT-DEBT  TO CBUR-TOT-DEBT
           MOVE BUR-NUM-BANKS TO CBUR-NUM-BANKS
           MOVE BUR-RPT-DATE  TO CBUR-RPT-DATE
           IF SQLCODE = ZERO
               ADD 1 TO WS-CTL-LOAD-CNT
           ELSE
               MOVE 'BUREAU UPSERT FAILED - SEE SQLCODE'
                                TO BREJ-REASON
               PERFORM 900100-WRITE-REJECT
               MOVE 'CIRBBURO'  TO DB2-OBJECT
               MOVE 'UPSERT'    TO DB2-STATEMENT
               MOVE BUR-TAX-ID  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
