      * SOLE SOURCE OF EACH CATEGORY'S FEE AND COMMISSION TERMS, SO
      * IT IS MAINTAINED THROUGH THIS EDITED AND AUDITED STREAM
      * (FEEM100) INSTEAD OF RAW SQL. BASIS IS 'F' (FLAT AMOUNT IN
      * FEEIN-AMT), 'P' (PERCENTAGE OF THE OUTSTANDING BALANCE IN
      * FEEIN-PCT) OR 'U' (ANNUAL PERCENTAGE OF A REVOLVING LINE'S
      * UNDRAWN LIMIT IN FEEIN-PCT, ALLOWED ONLY ON THE 'CMT'
      * COMMITMENT FEE); FREQUENCY IS 'O' ONE-OFF, 'M' MONTHLY OR
      * 'A' ANNUAL.
           05 FEEIN-PRI-KEY.
              10 FEEIN-REQ-TYPE                 PIC X(02).
              10 FEEIN-CAT                      PIC X(02).
