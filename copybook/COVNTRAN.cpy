       01 COVNINPT-FILE.
      * REQUEST TYPE CAN BE 01-ADD COVENANT/02-CHANGE COVENANT/
      * 03-REMOVE COVENANT/04-CAPTURE FINANCIAL FIGURES ON A
      * COMMERCIAL LOAN. THE LOAN IS THE LOANMSTR LOAN; THE COVENANT
      * TYPE IS 'LV' MAXIMUM LEVERAGE, 'IC' MINIMUM INTEREST COVER OR
      * 'AC' ANNUAL ACCOUNTS DELIVERY (SEE COVNMSTR.cpy).
      * ON AN 01 THE FREQUENCY ('Q'/'S'/'A') AND FIRST TEST DATE
      * (YYYY-MM-DD) ARE REQUIRED, AND THE THRESHOLD (99999.99 -
      * 3.50 = 3.5 TIMES) FOR 'LV' AND 'IC'. ON AN 02 ONLY THE
      * FIELDS KEYED ARE CHANGED. AN 03 NEEDS ONLY THE KEY.
      * AN 04 LEAVES THE COVENANT TYPE BLANK AND CARRIES THE FIGURES
      * FOR ONE ACCOUNTING PERIOD (COVNIN-FIGURES VIEW): NET DEBT,
      * EBITDA (SIGNED), INTEREST PAID, AND WHETHER THE AUDITED
      * ANNUAL ACCOUNTS CAME WITH THEM ('Y'/'N').
           05 COVNIN-PRI-KEY.
              10 COVNIN-REQ-TYPE                PIC X(02).
              10 COVNIN-LOAN-CAT                 PIC X(02).
              10 COVNIN-LOAN-NO                  PIC X(10).
              10 COVNIN-COV-TYPE                 PIC X(02).
           05 COVNIN-TERMS.
              10 COVNIN-THRESH                   PIC X(07).
              10 COVNIN-THRESH-N REDEFINES COVNIN-THRESH
                                                 PIC 9(05)V9(02).
              10 COVNIN-FREQ                     PIC X(01).
              10 COVNIN-NEXT-TEST                PIC X(10).
              10 FILLER                          PIC X(66).
           05 COVNIN-FIGURES REDEFINES COVNIN-TERMS.
              10 COVNIN-PERIOD-END               PIC X(10).
              10 COVNIN-DEBT-AMT                 PIC X(15).
              10 COVNIN-DEBT-AMT-N REDEFINES COVNIN-DEBT-AMT
                                                 PIC 9(13)V9(02).
              10 COVNIN-EBITDA-AMT               PIC X(16).
              10 COVNIN-EBITDA-AMT-N REDEFINES COVNIN-EBITDA-AMT
                                                 PIC S9(13)V9(02)
                                                 SIGN LEADING SEPARATE.
              10 COVNIN-INT-AMT                  PIC X(15).
              10 COVNIN-INT-AMT-N REDEFINES COVNIN-INT-AMT
                                                 PIC 9(13)V9(02).
              10 COVNIN-ACCTS-FLG                PIC X(01).
              10 FILLER                          PIC X(27).
