      * LINKMSTR ACCOUNT GROUPS LINKM100 MAINTAINS: FOR EACH GROUP
      * THE MEMBER ACCOUNTS ARE JOINED THROUGH LOANMSTR (ACTIVE LOAN
      * BALANCES) AND, FOR MEMBER POSITIONS THAT ARE NOT LOANS,
      * THROUGH RISKAVAIL (STORED DEBT BALANCES), WHILE MEMBER ROWS OF
      * TYPE 'AV' NAME ISSUED GUARANTEES AND ARE JOINED THROUGH
      * AVALMSTR (LIVE GUARANTEED AMOUNTS), AND THE TOTAL IS
      * STORED ON GRPEXPO WITH ITS AS-OF DATE. EACH TOTAL IS THEN
      * COMPARED TO THE GROUP'S GRPLIMIT CEILING: BREACHES AND
      * NEAR-BREACHES (90 PERCENT AND OVER) GO TO THE REPORT, SO
                                                         VALUE ZEROS.
       01  WS-GRP-RISK-SUM                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-AVAL-SUM                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GRP-LIMIT-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-GRP-LIMIT-FOUND                       VALUE 'Y'.
       01  WS-GRP-NEAR-MARK                 PIC S9(13)V9(2) COMP-3
      ******************************************************************
      * 200000-AGGREGATE-ONE-GROUP SUMS THE MEMBER ACCOUNTS' ACTIVE
      * LOAN BALANCES, ADDS THE STORED RISKAVAIL DEBT BALANCES OF
      * MEMBER POSITIONS THAT ARE NOT LOANS AND THE LIVE AMOUNTS OF
      * MEMBER GUARANTEES ('AV' ROWS, WHOSE ACCOUNT IS THE GUARANTEE
      * NUMBER AND SO NEVER READ AS A LOAN OR RISK POSITION), STORES
      * THE TOTAL AND CHECKS THE GROUP CEILING.
       200000-AGGREGATE-ONE-GROUP.

           ADD 1 TO WS-CTL-GRP-CNT
           MOVE ZEROS TO WS-GRP-LOAN-SUM

           EXEC SQL
               SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                          * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                 INTO :WS-GRP-LOAN-SUM
                 FROM IDC015.LINKMSTR M,
                      IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE M.LINKM_GRP_NO = :GEXP-GRP-NO
                  AND M.LINKM_TYPE   <> 'AV'
                  AND L.LOANM_NO     = CAST(M.LINKM_ACC AS INTEGER)
                  AND L.LOANM_ST     = 'A'
           END-EXEC
                 FROM IDC015.LINKMSTR M,
                      IDC015.RISKAVAIL R
                WHERE M.LINKM_GRP_NO   = :GEXP-GRP-NO
                  AND M.LINKM_TYPE     <> 'AV'
                  AND R.RAVAIL_NUM_RISK = M.LINKM_ACC
                  AND NOT EXISTS
                      ( SELECT 1
                               CAST(M.LINKM_ACC AS INTEGER) )
           END-EXEC

           MOVE ZEROS TO WS-GRP-AVAL-SUM

           EXEC SQL
               SELECT COALESCE(SUM(A.AVAL_AMT), 0)
                 INTO :WS-GRP-AVAL-SUM
                 FROM IDC015.LINKMSTR M,
                      IDC015.AVALMSTR A
                WHERE M.LINKM_GRP_NO = :GEXP-GRP-NO
                  AND M.LINKM_TYPE   = 'AV'
                  AND A.AVAL_NO      = CAST(M.LINKM_ACC AS INTEGER)
                  AND A.AVAL_ST      = 'L'
           END-EXEC

           COMPUTE GEXP-TOTAL = WS-GRP-LOAN-SUM + WS-GRP-RISK-SUM
                              + WS-GRP-AVAL-SUM
           MOVE WS-TODAY-DATE-X TO GEXP-ASOF-DATE

           PERFORM 200100-STORE-GROUP-TOTAL
