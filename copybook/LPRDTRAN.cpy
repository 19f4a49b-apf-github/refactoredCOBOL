              10 LPRDIN-REQ-TYPE                PIC X(02).
              10 LPRDIN-CAT                      PIC X(02).
           05 LPRDIN-TITLE                       PIC X(15).
      * RATE IN PERCENT TO TWO IMPLIED DECIMAL PLACES (0385 = 3.85%)
      * AND AMOUNT CEILING TO THE CENT (TWO IMPLIED DECIMAL PLACES).
           05 LPRDIN-ROI                         PIC 9(02)V9(02).
           05 LPRDIN-TERM                        PIC 9(04).
           05 LPRDIN-MAX-AMT                     PIC 9(09)V9(02).
           05 LPRDIN-MIN-AGE                     PIC 9(03).
           05 LPRDIN-MAX-AGE                     PIC 9(03).
           05 LPRDIN-COD-PROD                    PIC X(02).
      * MAXIMUM PREPAYMENT COMPENSATION, AS A FRACTION OF THE AMOUNT
      * PREPAID (0.0100 = 1%). SPACES ARE TAKEN AS ZERO - NO FEE.
           05 LPRDIN-PREPAY-PCT                  PIC 9V9(04).
      * DEBT-SERVICE-TO-INCOME CEILING AS A FRACTION (0.4000 = 40%);
      * SPACES ARE TAKEN AS ZERO - NO CHECK. ABOVE ZERO IT NEEDS THE
      * ACTION: 'D' DECLINE OR 'R' REFER TO A CHECKER.
           05 LPRDIN-MAX-DSTI                    PIC 9V9(04).
           05 LPRDIN-DSTI-ACT                    PIC X(01).
           05 FILLER                             PIC X(03).
