       01 GARNINPT-FILE.
      * ONE GARNISHMENT (EMBARGO) ORDER ACTION FROM THE WEEKLY ORDER
      * FILE, APPLIED TO THE GARNORD REGISTER BY GARNM100. THE ACTION
      * IS 'N' NEW ORDER, 'A' AMEND THE ORDERED AMOUNT (AND, WHEN
      * KEYED, THE REMITTANCE DATE) OR 'L' LIFT THE ORDER. THE ORDER
      * IS KEYED BY ISSUING AUTHORITY, ITS OWN REFERENCE AND THE
      * DEPOSIT ACCOUNT IT IS SERVED ON; THE AUTHORITY TYPE IS 'C'
      * COURT, 'T' TAX AUTHORITY OR 'S' SOCIAL SECURITY. A BLANK
      * REMITTANCE DATE ON A NEW ORDER MEANS THE NEXT GARNR100 RUN.
           05 GARNIN-ACTION                      PIC X(01).
           05 GARNIN-AUTH-TYPE                   PIC X(01).
           05 GARNIN-AUTH                        PIC X(10).
           05 GARNIN-REF                         PIC X(20).
           05 GARNIN-CUST-NO                     PIC X(10).
           05 GARNIN-ACC                         PIC X(10).
           05 GARNIN-AMT                         PIC 9(11)V9(2).
           05 GARNIN-REMIT-DATE                  PIC X(10).
           05 FILLER                             PIC X(25).
