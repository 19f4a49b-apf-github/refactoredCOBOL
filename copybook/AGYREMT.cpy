       01 AGYREMT-INPT.
      * ONE REMITTANCE FROM AN EXTERNAL COLLECTION AGENCY: THE AGENCY
      * CODE, THE RISK POSITION IT WAS PLACED (ENTITY AND RISK
      * NUMBER, AS SENT ON THE AGCP100 PLACEMENT FILE), THE DATE THE
      * AGENCY COLLECTED THE MONEY (YYYY-MM-DD), THE GROSS AMOUNT
      * COLLECTED BEFORE ITS COMMISSION (WHOLE UNITS - THE AGENCIES
      * REMIT NO CENTS) AND THE AGENCY'S OWN REFERENCE FOR THE
      * AUDIT TRAIL. SEE COLLPLAC.cpy FOR THE PLACEMENT IT IS
      * MATCHED TO.
           05 AGRIN-PRI-KEY.
              10 AGRIN-AGCY                     PIC X(04).
              10 AGRIN-ENT                      PIC X(04).
              10 AGRIN-NUM-RISK                 PIC X(10).
              10 AGRIN-NUM-RISK-N REDEFINES AGRIN-NUM-RISK
                                                PIC 9(10).
           05 AGRIN-DETAIL.
              10 AGRIN-COLL-DATE                PIC X(10).
              10 AGRIN-AMT                      PIC X(10).
              10 AGRIN-AMT-N REDEFINES AGRIN-AMT
                                                PIC 9(10).
              10 AGRIN-REF                      PIC X(20).
              10 FILLER                         PIC X(22).
