       01 AVALINPT-FILE.
      * REQUEST TYPE CAN BE 01-ISSUE/02-AMEND/03-REDUCE/04-RELEASE/
      * 05-CALL OF AN ISSUED GUARANTEE (AVAL). THE ORDERING CUSTOMER
      * IS A CUSTM_TABLE CUSTOMER; THE GUARANTEE NUMBER IS ASSIGNED
      * BY THE ISSUING BRANCH.
      * ON AN 01 EVERY FIELD IS REQUIRED: AMOUNT IS THE GUARANTEED
      * AMOUNT, COMM-PCT THE ANNUAL COMMISSION RATE AS A FRACTION AND
      * COMM-FREQ 'M'/'Q'/'A'.
      * ON AN 02 ONLY THE TERMS KEYED ARE CHANGED - BENEFICIARY,
      * EXPIRY DATE AND COMMISSION LEFT SPACES ARE KEPT, AND AN
      * AMOUNT, IF KEYED, IS A NEW HIGHER GUARANTEED AMOUNT (A LOWER
      * ONE IS AN 03).
      * ON AN 03 THE AMOUNT IS THE REDUCTION; AN 04 NEEDS ONLY THE KEY.
           05 AVALIN-PRI-KEY.
              10 AVALIN-REQ-TYPE                PIC X(02).
              10 AVALIN-AVAL-NO                  PIC X(10).
           05 AVALIN-CUST-NO                     PIC X(10).
           05 AVALIN-ENT                         PIC X(04).
           05 AVALIN-BRN                         PIC X(04).
           05 AVALIN-TYPE                        PIC X(01).
           05 AVALIN-BENEF                       PIC X(30).
           05 AVALIN-CCY                         PIC X(03).
           05 AVALIN-AMT                         PIC X(11).
           05 AVALIN-AMT-N REDEFINES AVALIN-AMT  PIC 9(09)V9(02).
           05 AVALIN-EXPIRY-DATE                 PIC X(10).
           05 AVALIN-COMM-PCT                    PIC X(05).
           05 AVALIN-COMM-PCT-N REDEFINES AVALIN-COMM-PCT
                                                 PIC 9(01)V9(04).
           05 AVALIN-COMM-FREQ                   PIC X(01).
           05 FILLER                             PIC X(09).
      * ALTERNATE VIEW OF THE SAME 100-BYTE RECORD FOR A REQ-TYPE 05
      * CALL: THE BENEFICIARY HAS CLAIMED ON THE GUARANTEE AND WE
      * HAVE PAID, SO THE AMOUNT PAID BECOMES A FUNDED LOAN TO THE
      * ORDERING CUSTOMER UNDER THE LOAN NUMBER, CATEGORY AND TERM
      * GIVEN HERE. AN AMOUNT OF ZERO CALLS THE WHOLE LIVE AMOUNT.
       01 AVALINPT-CALL REDEFINES AVALINPT-FILE.
           05 AVALCL-REQ-TYPE                    PIC X(02).
           05 AVALCL-AVAL-NO                     PIC X(10).
           05 AVALCL-LOAN-NO                     PIC X(10).
           05 AVALCL-LOAN-CAT                    PIC X(02).
           05 AVALCL-LOAN-TERM                   PIC X(03).
           05 AVALCL-AMT                         PIC X(11).
           05 AVALCL-AMT-N REDEFINES AVALCL-AMT  PIC 9(09)V9(02).
           05 FILLER                             PIC X(62).
