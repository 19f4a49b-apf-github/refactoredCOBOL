       01 LOANINPT-FILE.
      *REQUEST TYPE CAN BE 04-NEW LOAN/05-REPAYMENT/06-REPAYMENT
      *REVERSAL/07-RESTRUCTURE/12-PARTIAL PREPAYMENT/13-PAYMENT
      *HOLIDAY/14-REVOLVING CREDIT LINE/15-LINE DRAWING/16-LINE
      *REPAYMENT/17-LOAN ASSUMPTION/18-GUARANTEE CALL CONVERSION
      *(AVALM100: A CALLED GUARANTEE BOOKED AS A LOAN, IN THE 04
      *LAYOUT). ON A 14 THE AMOUNT IS THE
      *LINE'S LIMIT AND THE TERM IS THE NUMBER OF MONTHS TO THE
      *LINE'S REVIEW DATE; ON A 15 OR 16 THE AMOUNT IS THE SUM DRAWN
      *OR REPAID. EVERY AMOUNT ON THIS RECORD CARRIES TWO IMPLIED
      *DECIMAL PLACES (CENTS), THE SAME PRECISION AS LOANM_MAX_AMT.
           05 LOANIN-PRI-KEY.
              10 LOANIN-REQ-TYPE          PIC X(02).
              10 LOANIN-LLOANM-NO         PIC X(10).
           05 LOANIN-LLOANM-CAT           PIC X(2).
           05 LOANIN-LLOANM-TERM          PIC X(03).

           05 LOANIN-LLOANM-MAX-AMT       PIC 9(08)V9(02).

           05 LOANIN-LLOANM-CUST-NO       PIC X(10).
      *CURRENCY THE LOAN IS DENOMINATED IN - ON A REQ-TYPE 04
           05 LOANIN-LLOANM-CCY           PIC X(03).
      *ALTERNATE VIEW OF THE SAME 40-BYTE RECORD FOR A REQ-TYPE 07
      *RESTRUCTURE REQUEST: THE NEW TERM AND NEW RATE OF INTEREST
      *(PERCENT TO TWO IMPLIED DECIMAL PLACES, 0385 = 3.85%, THE
      *SAME UNITS AS LOANM_ROI) THAT REPLACE THE
      *LIVE LOAN'S LOANM_TERM/LOANM_ROI, LEAVING THE LOANRPHST
      *TRAIL AND ORIGINATION DATE UNTOUCHED.
       01 LOANINPT-RESTR REDEFINES LOANINPT-FILE.
           05 LOANXR-LLOANM-NO            PIC X(10).
           05 LOANXR-LLOANM-CAT           PIC X(2).
           05 LOANXR-NEW-TERM             PIC X(03).
           05 LOANXR-NEW-ROI              PIC 9(02)V9(02).
           05 FILLER                      PIC X(19).
      *ALTERNATE VIEW OF THE SAME 40-BYTE RECORD FOR A REQ-TYPE 12
      *PARTIAL PREPAYMENT: THE AMOUNT PREPAID SITS WHERE A NEW LOAN
      *CARRIES ITS AMOUNT, AND THE RECAST OPTION SAYS HOW THE PENDING
      *LOANSCHED ROWS ARE REBUILT FROM THE REDUCED BALANCE - 'T'
      *KEEPS THE INSTALLMENT AND SHORTENS THE TERM, 'I' KEEPS THE
      *TERM AND LOWERS THE INSTALLMENT.
       01 LOANINPT-PREPAY REDEFINES LOANINPT-FILE.
           05 LOANPP-REQ-TYPE             PIC X(02).
           05 LOANPP-LLOANM-NO            PIC X(10).
           05 LOANPP-LLOANM-CAT           PIC X(2).
           05 LOANPP-RECAST-OPT           PIC X(01).
              88 LOANPP-REDUCE-TERM       VALUE 'T'.
              88 LOANPP-REDUCE-INST       VALUE 'I'.
           05 FILLER                      PIC X(02).
           05 LOANPP-AMT                  PIC 9(08)V9(02).
           05 FILLER                      PIC X(13).
      *ALTERNATE VIEW OF THE SAME 40-BYTE RECORD FOR A REQ-TYPE 13
      *PAYMENT HOLIDAY: THE NUMBER OF PENDING LOANSCHED INSTALLMENTS
      *TO DEFER, AND WHAT HAPPENS TO THE INTEREST THAT RUNS ON WHILE
      *NOTHING IS COLLECTED - 'C' CAPITALIZES IT INTO THE BALANCE,
      *'S' SPREADS IT OVER THE INSTALLMENTS THAT REMAIN.
       01 LOANINPT-HOLIDAY REDEFINES LOANINPT-FILE.
           05 LOANPH-REQ-TYPE             PIC X(02).
           05 LOANPH-LLOANM-NO            PIC X(10).
           05 LOANPH-LLOANM-CAT           PIC X(2).
           05 LOANPH-MONTHS               PIC X(02).
           05 LOANPH-MONTHS-N REDEFINES LOANPH-MONTHS
                                          PIC 9(02).
           05 LOANPH-INT-OPT              PIC X(01).
              88 LOANPH-INT-CAPITALIZE    VALUE 'C'.
              88 LOANPH-INT-SPREAD        VALUE 'S'.
           05 FILLER                      PIC X(23).
      *ALTERNATE VIEW OF THE SAME 40-BYTE RECORD FOR A REQ-TYPE 17
      *LOAN ASSUMPTION: THE NEW BORROWER SITS WHERE A NEW LOAN
      *CARRIES ITS CUSTOMER, SO THE ORIGINATION CHECKS RUN ON IT
      *UNCHANGED. KEEP-GUAR 'Y' KEEPS THE OUTGOING BORROWER ON THE
      *LOAN AS GUARANTOR. MAND-OPT 'Y' MEANS THE NEW BORROWER SIGNED
      *A DIRECT-DEBIT MANDATE ON THEIR REGISTERED PAYACCT ACCOUNT,
      *TO WHICH THE LOAN'S MANDATE IS MOVED; 'N' CANCELS THE MANDATE
      *AND THE LOAN GOES TO MANUAL PAY. THE AMOUNT IS NOT KEYED -
      *THE LOAN'S OUTSTANDING BALANCE IS WHAT IS TAKEN OVER.
       01 LOANINPT-ASSUME REDEFINES LOANINPT-FILE.
           05 LOANAS-REQ-TYPE             PIC X(02).
           05 LOANAS-LLOANM-NO            PIC X(10).
           05 LOANAS-LLOANM-CAT           PIC X(2).
           05 LOANAS-KEEP-GUAR            PIC X(01).
              88 LOANAS-GUAR-YES          VALUE 'Y'.
              88 LOANAS-GUAR-NO           VALUE 'N'.
           05 LOANAS-MAND-OPT             PIC X(01).
              88 LOANAS-MAND-MOVE         VALUE 'Y'.
              88 LOANAS-MAND-CANCEL       VALUE 'N'.
           05 FILLER                      PIC X(11).
           05 LOANAS-NEW-CUST-NO          PIC X(10).
           05 FILLER                      PIC X(03).
