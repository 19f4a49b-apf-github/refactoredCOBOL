      * 05-LINK LOAN TO INDEX/06-UNLINK LOAN. THE INDEX FIELDS APPLY
      * TO 01/03; THE LOAN FIELDS APPLY TO 05/06 (05 ALSO NAMES THE
      * INDEX CODE, MARGIN, RESET FREQUENCY AND FIRST RESET DATE IN
      * RIDXIN-EFF-DATE). THE INDEX RATE AND THE MARGIN ARE PERCENT TO
      * TWO IMPLIED DECIMAL PLACES (0385 = 3.85%), AS ON LOANM_ROI.
           05 RIDXIN-PRI-KEY.
              10 RIDXIN-REQ-TYPE                PIC X(02).
              10 RIDXIN-IDX-CODE                 PIC X(04).
           05 RIDXIN-EFF-DATE                    PIC X(10).
           05 RIDXIN-RATE                        PIC 9(02)V9(02).
           05 RIDXIN-LLOANM-CAT                  PIC X(02).
           05 RIDXIN-LLOANM-NO                   PIC X(10).
           05 RIDXIN-MARGIN                      PIC 9(02)V9(02).
           05 RIDXIN-RESET-FREQ                  PIC 9(03).
           05 FILLER                             PIC X(01).
