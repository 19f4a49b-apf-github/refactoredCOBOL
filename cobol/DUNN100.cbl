      * THE ES1DQ001 ESTATES WORKLIST INSTEAD, SO THE DEBT IS
      * PURSUED AGAINST THE ESTATE THROUGH THE LEGAL PROCESS RATHER
      * THAN BY DUNNING A DEAD CUSTOMER'S LETTERBOX.
      * A POSITION WITH AN OPEN LEGAL CASE ON LEGLCASE (SEE LEGM100)
      * GETS NO LETTER AND NO ESCALATION EITHER: ONCE THE MATTER IS
      * BEFORE A COURT, OR STAYED BY AN INSOLVENCY, ALL CONTACT GOES
      * THROUGH THE LEGAL DEPARTMENT.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-EDLV-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LEGL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE ESCALATION POLICY TABLE, ONE ENTRY PER BUCKET (1-3).
       01  WS-POL-TABLE.
       01  WS-CUR-BUCKET                    PIC 9(1)    VALUE ZEROS.
       01  WS-PROM-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-LEGL-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-NEW-LEVEL                     PIC 9(1)    VALUE ZEROS.
       01  WS-DAYS-SINCE                    PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       COPY DUNNLTR.
      ******************************************************************
       COPY PROMPAY.
      ******************************************************************
       COPY LEGLCASE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      * EXACTLY WHERE IT STOOD, SO IF THE MARKING IS EVER CORRECTED
      * DUNNING RESUMES FROM THE SAME LEVEL.
           PERFORM 204000-CHECK-CUSTOMER-STATUS
           PERFORM 203000-CHECK-LEGAL-CASE

      * A LOAN SOLD TO A DEBT PURCHASER (LOANM_ST 'X' - SEE
      * PSAL100) IS NOT OURS TO CHASE AT ALL: NO LETTER, NO
           IF WS-LOANM-ST-HOLD = 'X'
               ADD 1 TO WS-CTL-SOLD-CNT
           ELSE
      * AN OPEN LEGAL CASE (LEGLCASE - SEE LEGM100) STOPS DUNNING
      * OUTRIGHT: THE ESCALATION STATE STANDS, AND THE ORDINARY
      * CYCLE RESUMES FROM THE SAME LEVEL THE NIGHT AFTER THE CASE
      * IS CLOSED.
           IF WS-LEGL-CNT > ZERO
               ADD 1 TO WS-CTL-LEGL-CNT
           ELSE
           IF WS-CUST-ST-HOLD = 'F'
               PERFORM 207000-ROUTE-TO-ESTATES
           ELSE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      ******************************************************************
      * 204000-CHECK-CUSTOMER-STATUS RESOLVES THE BORROWER'S
           MOVE F007-AMT-ARR    TO EST-ARR-AMT

           WRITE RE-ESTATE.
      ******************************************************************
      * 203000-CHECK-LEGAL-CASE COUNTS THE POSITION'S OPEN LEGAL
      * CASES. A FAILED READ COUNTS AS NONE - DUN AS BEFORE RATHER
      * THAN GO SILENT ON A DATA GAP.
       203000-CHECK-LEGAL-CASE.

           MOVE ZEROS         TO WS-LEGL-CNT
           MOVE F007-ENT      TO LEGC-ENT
           MOVE F007-NUM-RISK TO LEGC-NUM-RISK

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LEGL-CNT
                 FROM IDC015.LEGLCASE
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
                  AND LEGC_ST       = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZEROS TO WS-LEGL-CNT
           END-IF.
      ******************************************************************
       205000-CHECK-PROMISE-CURRENT.

           DISPLAY '  SKIPPED - LOAN SOLD .............. : '
                   WS-CTL-SOLD-CNT
           DISPLAY '  LETTERS ROUTED E-DELIVERY ........ : '
                   WS-CTL-EDLV-CNT
           DISPLAY '  SKIPPED - OPEN LEGAL CASE ........ : '
                   WS-CTL-LEGL-CNT.
      ******************************************************************
