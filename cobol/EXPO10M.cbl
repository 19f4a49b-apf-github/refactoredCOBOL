      * DEPOSIT PRODUCTS (CA-DEPOSIT1/2/3, KEYED DIRECTLY OFF
      * F007-CUN), SO ONE CUSTOMER'S TOTAL EXPOSURE CAN BE SEEN
      * ACROSS EVERY PRODUCT INSTEAD OF ONLY ONE RISK-POSITION ROW AT
      * A TIME. CONTINGENT POSITIONS (ISSUED GUARANTEES, JOINED TO
      * AVALMSTR BY F007-NUM-RISK TO GET AVAL_CUST_NO) ARE ROLLED UP
      * IN THEIR OWN COLUMN AND COUNT TOWARDS THE CUSTOMER'S TOTAL.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-UNMATCHED-CNT         PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CONT-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CONT-UNMATCHED-CNT    PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CUST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WS-PRODCODE-TABLE IS THE IN-MEMORY COPY OF PRODCODE-FILE,
      * LOADED ONCE AT STARTUP BY 100010-LOAD-PRODUCT-TABLE. EACH
      * ENTRY CLASSIFIES ONE PRODUCT CODE AS A LOAN CODE ('L'), A
      * DEPOSIT CODE ('D') OR A CONTINGENT CODE ('C');
      * 220002-FIND-PRODCODE-ENTRY LOOKS UP F007-COD-PROD AGAINST IT
      * IN PLACE OF THE OLD HARDCODED VA-ALCONS CA-LOAN/CA-DEPOSIT1/
      * CA-DEPOSIT2/CA-DEPOSIT3 LITERALS, THE SAME WAY RV3C0100 NOW
      * DOES.
       01  WS-PRODCODE-TABLE.
           05  WS-PRODCODE-USED             PIC S9(5) COMP-3
                                                         VALUE ZEROS.
       01  WS-PRODCODE-TYPE-FOUND           PIC X(1)   VALUE SPACE.
           88  WS-PRODCODE-IS-LOAN                     VALUE 'L'.
           88  WS-PRODCODE-IS-DEPOSIT                  VALUE 'D'.
           88  WS-PRODCODE-IS-CONTINGENT               VALUE 'C'.
      ******************************************************************
      * WS-CUST-KEY HOLDS THE CUSTOMER NUMBER RESOLVED FOR THE CURRENT
      * RECORD (LLOANM-CUST-NO OFF A LOANMSTR LOOKUP, AVAL-CUST-NO OFF
      * AN AVALMSTR LOOKUP, OR F007-CUN DIRECTLY FOR A DEPOSIT),
      * BEFORE 300100-FIND-CUST-ENTRY SEARCHES THE ROLLUP TABLE FOR
      * IT.
       01  WS-CUST-KEY                      PIC X(10)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 210000-LOOKUP-LOAN-CUSTOMER. A LOAN RISK
       01  WS-LOAN-CUST-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-LOAN-CUST-FOUND                       VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 210100-LOOKUP-AVAL-CUSTOMER, ON THE SAME
      * TERMS FOR A CONTINGENT POSITION NOT ON AVALMSTR.
       01  WS-AVAL-CUST-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-AVAL-CUST-FOUND                       VALUE 'Y'.
       01  WS-AVAL-NO-9                     PIC 9(10)   VALUE ZEROS.
      ******************************************************************
      * CUSTOMER ROLLUP TABLE - ONE ENTRY PER DISTINCT CUSTOMER NUMBER
      * SEEN ON THE EXTRACT, ACCUMULATED AS EACH RISK ROW IS READ AND
      * PRINTED AT END OF RUN BY 900200-PRINT-EXPOSURE-REPORT. FOLLOWS
               10  WS-CUST-LOAN-TOTAL        PIC S9(13)V9(2) COMP-3.
               10  WS-CUST-DEP-CNT           PIC S9(5) COMP-3.
               10  WS-CUST-DEP-TOTAL         PIC S9(13)V9(2) COMP-3.
               10  WS-CUST-CONT-TOTAL        PIC S9(13)V9(2) COMP-3.
       01  WS-CUST-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-CUST-FOUND                            VALUE 'Y'.
      ******************************************************************
           05  FILLER                       PIC X(16)   VALUE
                   'DEP-EXPOSURE'.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(16)   VALUE
                   'CONT-EXPOSURE'.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(16)   VALUE
                   'TOTAL-EXPOSURE'.
           05  FILLER                       PIC X(11)   VALUE SPACES.
      ******************************************************************
      * DETAIL LINE LAYOUT FOR ONE CUSTOMER.
       01  WS-RPT-DETAIL.
           05  FILLER                       PIC X(3)    VALUE SPACES.
           05  RPT-DEP-TOTAL                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  RPT-CONT-TOTAL               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  RPT-TOTAL-EXPOSURE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(8)    VALUE SPACES.
      ******************************************************************
       COPY RVFC007.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY AVALMSTR.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      ******************************************************************
      * 200000-ACCUM-ONE-RISK-RECORD ROUTES THE CURRENT RISK ROW TO
      * ITS CUSTOMER BY PRODUCT CODE - A LOAN IS JOINED TO LOANMSTR TO
      * FIND ITS CUSTOMER, A CONTINGENT POSITION IS JOINED TO
      * AVALMSTR, A DEPOSIT CARRIES ITS OWN CUSTOMER NUMBER ON
      * F007-CUN. ANY PRODUCT CODE NOT ON PRODCODE-FILE HAS NO
      * CUSTOMER LINK DEFINED TODAY AND IS LEFT OUT OF THE ROLLUP.
       200000-ACCUM-ONE-RISK-RECORD.

                   ADD 1 TO WS-CTL-DEP-CNT
                   MOVE F007-CUN TO WS-CUST-KEY
                   PERFORM 220100-ACCUM-DEPOSIT-EXPOSURE
               WHEN WS-PRODCODE-IS-CONTINGENT
                   ADD 1 TO WS-CTL-CONT-CNT
                   PERFORM 210100-LOOKUP-AVAL-CUSTOMER
                   IF WS-AVAL-CUST-FOUND
                       PERFORM 220200-ACCUM-CONT-EXPOSURE
                   ELSE
                       ADD 1 TO WS-CTL-CONT-UNMATCHED-CNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-OTHER-CNT
           END-EVALUATE.
               MOVE 'Y'             TO WS-LOAN-CUST-FOUND-SW
               MOVE LLOANM-CUST-NO  TO WS-CUST-KEY
           END-IF.
      ******************************************************************
      * 210100-LOOKUP-AVAL-CUSTOMER LOOKS UP AVAL_CUST_NO OFF AVALMSTR
      * FOR A CONTINGENT POSITION, WHOSE F007-NUM-RISK IS THE
      * GUARANTEE NUMBER RV3C0100 EMITTED IT UNDER.
       210100-LOOKUP-AVAL-CUSTOMER.

           MOVE 'N' TO WS-AVAL-CUST-FOUND-SW

           IF F007-NUM-RISK IS NUMERIC
               MOVE F007-NUM-RISK TO WS-AVAL-NO-9
               MOVE WS-AVAL-NO-9  TO AVAL-NO

               EXEC SQL
                   SELECT AVAL_CUST_NO
                     INTO :AVAL-CUST-NO
                     FROM IDC015.AVALMSTR
                    WHERE AVAL_NO = :AVAL-NO
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE 'Y'          TO WS-AVAL-CUST-FOUND-SW
                   MOVE AVAL-CUST-NO TO WS-CUST-KEY
               END-IF
           END-IF.
      ******************************************************************
       220000-ACCUM-LOAN-EXPOSURE.

               ADD 1             TO WS-CUST-DEP-CNT(WS-CUST-IDX)
               ADD F007-AMT-AVA1 TO WS-CUST-DEP-TOTAL(WS-CUST-IDX)
           END-IF.
      ******************************************************************
       220200-ACCUM-CONT-EXPOSURE.

           PERFORM 300100-FIND-CUST-ENTRY

           IF NOT WS-CUST-FOUND
               PERFORM 300200-ADD-CUST-ENTRY
           END-IF

           IF WS-CUST-FOUND
               ADD F007-AMT-AVA1 TO WS-CUST-CONT-TOTAL(WS-CUST-IDX)
           END-IF.
      ******************************************************************
      * 300100-FIND-CUST-ENTRY LOCATES THE EXISTING ROLLUP ENTRY FOR
      * WS-CUST-KEY, IF ANY.
               MOVE ZEROS          TO WS-CUST-LOAN-TOTAL(WS-CUST-IDX)
               MOVE ZEROS          TO WS-CUST-DEP-CNT(WS-CUST-IDX)
               MOVE ZEROS          TO WS-CUST-DEP-TOTAL(WS-CUST-IDX)
               MOVE ZEROS          TO WS-CUST-CONT-TOTAL(WS-CUST-IDX)
               MOVE 'Y'            TO WS-CUST-FOUND-SW
               ADD 1               TO WS-CTL-CUST-CNT
           END-IF.
      ******************************************************************
      * 900200-PRINT-EXPOSURE-REPORT WRITES ONE LINE PER CUSTOMER
      * FOUND ON THE EXTRACT, TOTALLING ITS LOAN, DEPOSIT AND
      * CONTINGENT EXPOSURE INTO ONE GRAND TOTAL PER CUSTOMER.
       900200-PRINT-EXPOSURE-REPORT.

           OPEN OUTPUT EXPORPT-FILE
                                                TO RPT-LOAN-TOTAL
           MOVE WS-CUST-DEP-CNT(WS-CUST-IDX)   TO RPT-DEP-CNT
           MOVE WS-CUST-DEP-TOTAL(WS-CUST-IDX) TO RPT-DEP-TOTAL
           MOVE WS-CUST-CONT-TOTAL(WS-CUST-IDX)
                                                TO RPT-CONT-TOTAL

           COMPUTE RPT-TOTAL-EXPOSURE =
                     WS-CUST-LOAN-TOTAL(WS-CUST-IDX)
                   + WS-CUST-DEP-TOTAL(WS-CUST-IDX)
                   + WS-CUST-CONT-TOTAL(WS-CUST-IDX)

           WRITE RE-EXPORPT FROM WS-RPT-DETAIL.
      ******************************************************************
                   WS-CTL-LOAN-CNT
           DISPLAY '  DEPOSIT ROWS ROLLED UP ............. : '
                   WS-CTL-DEP-CNT
           DISPLAY '  CONTINGENT ROWS ROLLED UP .......... : '
                   WS-CTL-CONT-CNT
           DISPLAY '  CONTINGENT ROWS UNMATCHED TO AVALMSTR: '
                   WS-CTL-CONT-UNMATCHED-CNT
           DISPLAY '  OTHER PRODUCT ROWS SKIPPED ......... : '
                   WS-CTL-OTHER-CNT
           DISPLAY '  LOAN ROWS UNMATCHED TO LOANMSTR .... : '
