           05  ARP-CAT                      PIC X(2).
           05  ARP-NO                       PIC 9(9).
           05  ARP-DATE                     PIC X(10).
           05  ARP-RP-AMT                   PIC S9(9)V9(2)
                                                 SIGN LEADING SEPARATE.
           05  ARP-OS-AMT                   PIC 9(9)V9(2).
           05  FILLER                       PIC X(6).
      ******************************************************************
       FD  ARCINT-FILE
           LABEL RECORD STANDARD
           05  ARI-CAT                      PIC X(2).
           05  ARI-NO                       PIC 9(9).
           05  ARI-DATE                     PIC X(10).
           05  ARI-BAL-AMT                  PIC 9(9)V9(2).
           05  ARI-AMT                      PIC S9(7)V9(2)
                                                 SIGN LEADING SEPARATE.
           05  ARI-TYPE                     PIC X(1).
           05  FILLER                       PIC X(7).
      ******************************************************************
       FD  ARCRHS-FILE
           LABEL RECORD STANDARD
