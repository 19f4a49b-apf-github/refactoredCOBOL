       01 DEPOINPT-FILE.
      * REQUEST TYPE CAN BE 01-ADD/02-MOD/03-DEL OF THE DEPOSIT
      * MASTER ITSELF, 04-MATURITY INSTRUCTION (SEE THE
      * DEPOINPT-MINS VIEW BELOW), OR 08-REACTIVATION OF A DORMANT
      * ACCOUNT (SEE THE DEPOINPT-REAC VIEW BELOW).
           05 DEPOIN-PRI-KEY.
              10 DEPOIN-REQ-TYPE                PIC X(02).
              10 DEPOIN-DEPM-ACC                 PIC X(10).
           05 DEPOIN-DEPM-COD-PROD               PIC X(02).
           05 DEPOIN-DEPM-BAL                    PIC 9(13)V9(2).
           05 DEPOIN-DEPM-MAT-DATE               PIC X(10).
      * RATE IN PERCENT TO TWO IMPLIED DECIMAL PLACES (0385 = 3.85%)
           05 DEPOIN-DEPM-ROI                    PIC 9(02)V9(02).
      * ACCOUNT CURRENCY ON AN 01-ADD - SPACES FOR THE HOME CURRENCY
           05 DEPOIN-DEPM-CCY                    PIC X(03).
           05 FILLER                             PIC X(04).
      * ALTERNATE VIEW OF THE SAME 60-BYTE RECORD FOR A REQ-TYPE 04
      * MATURITY-INSTRUCTION TRANSACTION: THE INSTRUCTION THE
      * NIGHTLY MATURITY BATCH DEPOX100 APPLIES WHEN DEPM_MAT_DATE
           05 DEPOEW-REQ-TYPE                    PIC X(02).
           05 DEPOEW-DEPM-ACC                    PIC X(10).
           05 FILLER                             PIC X(48).
      * ALTERNATE VIEW OF THE SAME 60-BYTE RECORD FOR A REQ-TYPE 08
      * REACTIVATION TRANSACTION, OWNED BY DEPOM100: THE HOLDER OF A
      * DORMANT ACCOUNT (SEE DEPOD100) HAS BEEN RE-IDENTIFIED AT A
      * BRANCH ON THE IDENTITY DOCUMENT KEYED HERE, WHICH MUST BE AN
      * UNEXPIRED CUSTIDOC DOCUMENT OF THE ACCOUNT'S CUSTOMER. THE
      * ACCOUNT RETURNS TO ACTIVE AND WITHDRAWALS ARE ALLOWED AGAIN.
       01 DEPOINPT-REAC REDEFINES DEPOINPT-FILE.
           05 DEPORE-REQ-TYPE                    PIC X(02).
           05 DEPORE-DEPM-ACC                    PIC X(10).
           05 DEPORE-DOC-TYPE                    PIC X(02).
           05 DEPORE-DOC-NO                      PIC X(20).
           05 FILLER                             PIC X(26).
