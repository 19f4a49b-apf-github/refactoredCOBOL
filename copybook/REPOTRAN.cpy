       01 REPOINPT-FILE.
      * REQUEST TYPE CAN BE 01-RECORD AN UPKEEP COST/02-RECORD THE
      * SALE OF A REPOSSESSED ASSET, NAMED BY ITS COLTMSTR ITEM
      * NUMBER (SEE REPOASST.cpy). REPIN-DATE (YYYY-MM-DD) IS THE
      * DATE THE COST WAS INCURRED OR THE SALE COMPLETED, REPIN-AMT
      * (99999999999.99) THE COST OR THE SALE PROCEEDS, AND
      * REPIN-DESC THE SUPPLIER OR BUYER FOR THE AUDIT TRAIL.
           05 REPIN-PRI-KEY.
              10 REPIN-REQ-TYPE                 PIC X(02).
              10 REPIN-CLTM-NO                  PIC X(09).
              10 REPIN-CLTM-NO-N REDEFINES REPIN-CLTM-NO
                                                PIC 9(09).
           05 REPIN-DETAIL.
              10 REPIN-DATE                     PIC X(10).
              10 REPIN-AMT                      PIC X(13).
              10 REPIN-AMT-N REDEFINES REPIN-AMT
                                                PIC 9(11)V9(02).
              10 REPIN-DESC                     PIC X(30).
              10 FILLER                         PIC X(16).
