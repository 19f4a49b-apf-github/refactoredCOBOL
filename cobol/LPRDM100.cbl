      * AMOUNT CEILINGS AND AGE LIMITS, WHICH OPERATIONS USED TO
      * MAINTAIN WITH RAW SQL AND NO EDITS, NO AUDIT TRAIL AND NO
      * SUSPENSE. THE EDITS REJECT NONSENSE (MINIMUM AGE ABOVE
      * MAXIMUM AGE, A ZERO TERM, NON-NUMERIC CEILINGS, A DEBT-SERVICE
      * CEILING WITHOUT ITS DECLINE/REFER ACTION) AND A DELETE
      * OF A CATEGORY THAT STILL HAS LOANMSTR ROWS; THE STANDARD
      * VAL4C100 SUSPENSE, AUD4C100 AUDIT AND BL1DQ001 BALANCING
      * SERVICES APPLY LIKE EVERY OTHER MAINTENANCE PROGRAM.
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-LPRDIN                        PIC X(60).
      ******************************************************************
      * LPRDREJ-FILE CARRIES TRANSACTIONS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE.
               MOVE 'PRODUCT PROFILE FIELDS NOT NUMERIC'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND LPRDIN-REQ-TYPE   NOT = '03'
            AND LPRDIN-PREPAY-PCT NOT = SPACES
            AND LPRDIN-PREPAY-PCT IS NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'PREPAYMENT FEE CAP NOT NUMERIC'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF

           IF WS-EDITS-OK
            AND LPRDIN-REQ-TYPE   NOT = '03'
            AND LPRDIN-MAX-DSTI   NOT = SPACES
            AND LPRDIN-MAX-DSTI   IS NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'DEBT-SERVICE CEILING NOT NUMERIC'
                                       TO WS-EDIT-REASON
               PERFORM 900500-WRITE-SUSPENSE
           END-IF.
      ******************************************************************
       100200-READ-INPUT.
      ******************************************************************
      * 190000-VALIDATE-PROFILE REJECTS THE NONSENSE THAT RAW SQL
      * USED TO LET THROUGH: A MINIMUM AGE ABOVE THE MAXIMUM, A ZERO
      * TERM, OR A ZERO AMOUNT CEILING - AND A DEBT-SERVICE CEILING
      * ABOVE 100 PERCENT, OR ONE SET WITHOUT SAYING WHETHER A BREACH
      * IS DECLINED ('D') OR REFERRED TO A CHECKER ('R').
       190000-VALIDATE-PROFILE.

           MOVE 'Y'    TO WS-TXN-OK-SW
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'MINIMUM AGE ABOVE MAXIMUM AGE'
                            TO WS-TXN-REJ-REASON
               WHEN LPRDIN-PREPAY-PCT NOT = SPACES
                AND LPRDIN-PREPAY-PCT > 1
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'PREPAYMENT FEE CAP ABOVE 100 PERCENT'
                            TO WS-TXN-REJ-REASON
               WHEN LPRDIN-MAX-DSTI = SPACES
                   CONTINUE
               WHEN LPRDIN-MAX-DSTI > 1
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'DEBT-SERVICE CEILING ABOVE 100 PERCENT'
                            TO WS-TXN-REJ-REASON
               WHEN LPRDIN-MAX-DSTI > ZERO
                AND LPRDIN-DSTI-ACT NOT = 'D'
                AND LPRDIN-DSTI-ACT NOT = 'R'
                   MOVE 'N' TO WS-TXN-OK-SW
                   MOVE 'DEBT-SERVICE ACTION MUST BE D OR R'
                            TO WS-TXN-REJ-REASON
           END-EVALUATE.
      ******************************************************************
       200000-APPLY-ADD.
               INSERT INTO IDC015.LOANPROD
                   ( LOANP_CAT, LOANP_TITLE, LOANP_ROI, LOANP_TERM,
                     LOANP_MAX_AMT, LOANP_MIN_AGE, LOANP_MAX_AGE,
                     LOANP_COD_PROD, LOANP_PREPAY_PCT,
                     LOANP_MAX_DSTI, LOANP_DSTI_ACT )
               VALUES
                   ( :LLOANP-CAT, :LLOANP-TITLE, :LLOANP-ROI,
                     :LLOANP-TERM, :LLOANP-MAX-AMT, :LLOANP-MIN-AGE,
                     :LLOANP-MAX-AGE, :LLOANP-COD-PROD,
                     :LLOANP-PREPAY-PCT, :LLOANP-MAX-DSTI,
                     :LLOANP-DSTI-ACT )
           END-EXEC.
      ******************************************************************
       200100-APPLY-MOD.
                      LOANP_MAX_AMT  = :LLOANP-MAX-AMT,
                      LOANP_MIN_AGE  = :LLOANP-MIN-AGE,
                      LOANP_MAX_AGE  = :LLOANP-MAX-AGE,
                      LOANP_COD_PROD = :LLOANP-COD-PROD,
                      LOANP_PREPAY_PCT = :LLOANP-PREPAY-PCT,
                      LOANP_MAX_DSTI = :LLOANP-MAX-DSTI,
                      LOANP_DSTI_ACT = :LLOANP-DSTI-ACT
                WHERE LOANP_CAT = :LLOANP-CAT
           END-EXEC.
      ******************************************************************
           MOVE LPRDIN-MAX-AMT  TO LLOANP-MAX-AMT
           MOVE LPRDIN-MIN-AGE  TO LLOANP-MIN-AGE
           MOVE LPRDIN-MAX-AGE  TO LLOANP-MAX-AGE
           MOVE LPRDIN-COD-PROD TO LLOANP-COD-PROD

           IF LPRDIN-PREPAY-PCT = SPACES
               MOVE ZEROS             TO LLOANP-PREPAY-PCT
           ELSE
               MOVE LPRDIN-PREPAY-PCT TO LLOANP-PREPAY-PCT
           END-IF

           IF LPRDIN-MAX-DSTI = SPACES
               MOVE ZEROS             TO LLOANP-MAX-DSTI
               MOVE SPACES            TO LLOANP-DSTI-ACT
           ELSE
               MOVE LPRDIN-MAX-DSTI   TO LLOANP-MAX-DSTI
               MOVE LPRDIN-DSTI-ACT   TO LLOANP-DSTI-ACT
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

