      ******************************************************************
      * PAYREQ-REC IS ONE OUTBOUND CUSTOMER PAYMENT REQUEST, APPENDED
      * TO THE SHARED PAYMENT-REQUEST EXTRACT (PR1DQ001) BY EVERY
      * PROGRAM THAT SENDS CASH OUT TO A CUSTOMER - LOANM100 FOR A
      * NEW-LOAN DISBURSEMENT OR FACILITY DRAWDOWN, DEPOX100 FOR A
      * 'P' PAY-AWAY AT MATURITY, DEPOW100 FOR THE NET PAYOUT OF AN
      * EARLY WITHDRAWAL - ALONGSIDE THE GL POSTING FOR THE SAME
      * MOVEMENT. PAYO100 TURNS THE NIGHT'S REQUESTS INTO THE
      * CREDIT-TRANSFER FILE SENT TO THE CLEARING HOUSE, SO THE
      * MONEY ACTUALLY REACHES THE CUSTOMER INSTEAD OF STOPPING AT
      * THE LEDGER. THE KEY TYPE SAYS WHICH BOOK THE KEY BELONGS TO
      * ('L' LOANMSTR, 'D' DEPOMSTR); THE CUSTOMER NUMBER AND
      * CURRENCY MAY BE LEFT BLANK BY THE WRITER AND ARE THEN
      * RESOLVED OFF THE MASTER ROW BY PAYO100.
       01 PAYREQ-REC.
          05 PAYREQ-SRC-PGM                   PIC X(08).
          05 PAYREQ-EVENT                     PIC X(08).
          05 PAYREQ-KEY-TYPE                  PIC X(01).
             88 PAYREQ-KEY-LOAN                         VALUE 'L'.
             88 PAYREQ-KEY-DEPOSIT                      VALUE 'D'.
          05 PAYREQ-KEY                       PIC X(10).
          05 PAYREQ-CUST-NO                   PIC X(10).
          05 PAYREQ-AMT                       PIC 9(11)V9(02).
          05 PAYREQ-CCY                       PIC X(03).
          05 PAYREQ-REQ-DATE                  PIC X(10).
          05 FILLER                           PIC X(17).
