      * LOANSCH_ST TRACKS EACH INSTALLMENT'S LIFE:
      *   'P' PENDING (NOT YET DUE OR NOT YET COLLECTED)
      *   'S' SENT FOR COLLECTION ON THE OUTBOUND DIRECT-DEBIT FILE
      *   'W' SWEPT FROM THE BORROWER'S OWN DEPOSIT BY LSWP100, THE
      *       REPAYMENT NOT YET BOOKED BY LOANR100
      *   'C' COLLECTED/PAID
      *   'U' UNPAID - RETURNED BY THE BANK OR PAST DUE
      ******************************************************************
