       01 PARTINPT-FILE.
      * REQUEST TYPE CAN BE 01-ADD PARTICIPANT/02-CHANGE PARTICIPANT/
      * 03-REMOVE PARTICIPANT ON A SYNDICATED OR PARTICIPATED LOAN.
      * THE LOAN IS THE LOANMSTR FACILITY; THE PARTICIPANT IS THE
      * BANK'S BIC (OUR OWN BIC ON OUR OWN SHARE, WITH OWN-FLG 'Y').
      * ON AN 01 EVERY FIELD IS REQUIRED: SHARE-PCT IS THE
      * PERCENTAGE OF THE FACILITY HELD (33.3333 = ONE THIRD),
      * AGENT-FLG 'Y' MARKS THE AGENT BANK, AND THE IBAN IS WHERE
      * THE PARTICIPANT'S SHARE OF EACH REPAYMENT IS PAID.
      * ON AN 02 ONLY THE FIELDS KEYED ARE CHANGED - NAME, SHARE,
      * AGENT FLAG AND IBAN LEFT SPACES ARE KEPT. AN 03 NEEDS ONLY
      * THE KEY.
           05 PARTIN-PRI-KEY.
              10 PARTIN-REQ-TYPE                PIC X(02).
              10 PARTIN-LOAN-CAT                 PIC X(02).
              10 PARTIN-LOAN-NO                  PIC X(10).
              10 PARTIN-PART-ID                  PIC X(11).
           05 PARTIN-NAME                        PIC X(30).
           05 PARTIN-SHARE-PCT                   PIC X(07).
           05 PARTIN-SHARE-PCT-N REDEFINES PARTIN-SHARE-PCT
                                                 PIC 9(03)V9(04).
           05 PARTIN-OWN-FLG                     PIC X(01).
           05 PARTIN-AGENT-FLG                   PIC X(01).
           05 PARTIN-IBAN                        PIC X(34).
           05 FILLER                             PIC X(02).
