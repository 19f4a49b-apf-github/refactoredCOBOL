       01  WS-GUAR-REJ-REASON               PIC X(40)   VALUE SPACES.
       01  WS-GUAR-SQLCODE                  PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-LOAN-BAL                  PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GUAR-LIMIT                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-OWN-EXPOSURE                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GTD-EXPOSURE                  PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD.
           MOVE ZEROS TO WS-OWN-EXPOSURE

           EXEC SQL
               SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                          * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                 INTO :WS-OWN-EXPOSURE
                 FROM IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE L.LOANM_CUST_NO = :GUARIN-CUST-NO
                  AND L.LOANM_ST      = 'A'
           END-EXEC

           MOVE ZEROS TO WS-GTD-EXPOSURE

           EXEC SQL
               SELECT COALESCE(SUM(L.LOANM_MAX_AMT
                          * COALESCE(P.PART_SHARE_PCT, 100) / 100), 0)
                 INTO :WS-GTD-EXPOSURE
                 FROM IDC015.GUARMSTR G,
                      IDC015.LOANMSTR L
                      LEFT OUTER JOIN IDC015.PARTMSTR P
                        ON P.PART_LOAN_CAT = L.LOANM_CAT
                       AND P.PART_LOAN_NO  = L.LOANM_NO
                       AND P.PART_OWN      = 'Y'
                       AND P.PART_ST       = 'A'
                WHERE G.GUAR_CUST_NO = :GUARIN-CUST-NO
                  AND G.GUAR_ST      = 'A'
                  AND L.LOANM_NO     = G.GUAR_LOAN_NO
