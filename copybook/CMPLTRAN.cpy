       01 CMPLINPT-FILE.
      * REQUEST TYPE CAN BE 01-LOG A COMPLAINT/02-CHANGE ITS HANDLER
      * OR CATEGORY/03-RECORD A REDRESS PAYMENT/04-CLOSE IT. THE
      * COMPLAINT IS KEYED BY CUSTOMER SERVICE'S REFERENCE (SEE
      * CMPLREG.cpy FOR THE CODES); CMPIN-USER IS WHO KEYED IT.
      * ON AN 01 THE CUSTOMER, CATEGORY, RECEIPT DATE (YYYY-MM-DD)
      * AND HANDLER ARE REQUIRED; THE ACCOUNT TYPE AND KEY ARE KEYED
      * ONLY WHEN THE COMPLAINT IS ABOUT ONE LOAN ('L') OR DEPOSIT
      * ('D') OF THE CUSTOMER. ON AN 02 ONLY THE HANDLER AND CATEGORY
      * KEYED ARE CHANGED; A NEW CATEGORY RESETS THE DEADLINE FROM
      * THE RECEIPT DATE.
      * AN 03 CARRIES THE PAYMENT (CMPIN-REDRESS VIEW): DATE PAID AND
      * AMOUNT (999999999.99). AN 04 CARRIES THE CLOSING DATE AND
      * OUTCOME (CMPIN-CLOSE VIEW).
           05 CMPIN-PRI-KEY.
              10 CMPIN-REQ-TYPE                 PIC X(02).
              10 CMPIN-REF                      PIC X(10).
           05 CMPIN-USER                        PIC X(08).
           05 CMPIN-TERMS.
              10 CMPIN-CUST-NO                  PIC X(10).
              10 CMPIN-ACCT-TYPE                PIC X(01).
              10 CMPIN-ACCT-KEY                 PIC X(10).
              10 CMPIN-CATEGORY                 PIC X(02).
              10 CMPIN-RECV-DATE                PIC X(10).
              10 CMPIN-HANDLER                  PIC X(08).
              10 FILLER                         PIC X(39).
           05 CMPIN-REDRESS REDEFINES CMPIN-TERMS.
              10 CMPIN-PAID-DATE                PIC X(10).
              10 CMPIN-REDRESS-AMT              PIC X(11).
              10 CMPIN-REDRESS-AMT-N REDEFINES CMPIN-REDRESS-AMT
                                                PIC 9(09)V9(02).
              10 FILLER                         PIC X(59).
           05 CMPIN-CLOSE REDEFINES CMPIN-TERMS.
              10 CMPIN-CLOSE-DATE               PIC X(10).
              10 CMPIN-OUTCOME                  PIC X(02).
              10 FILLER                         PIC X(68).
