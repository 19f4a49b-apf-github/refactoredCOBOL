           05  DWL-CAT                      PIC X(2).
           05  DWL-NO                       PIC 9(9).
           05  DWL-TERM                     PIC 9(4).
           05  DWL-ROI                      PIC 9(3)V9(2).
           05  DWL-OS-BALANCE               PIC S9(9)V9(2)
                                                 SIGN LEADING SEPARATE.
           05  DWL-ST                       PIC X(1).
           05  DWL-CUST-NO                  PIC X(10).
           05  DWL-ORIG-DATE                PIC X(10).
           05  DWL-CCY                      PIC X(3).
           05  FILLER                       PIC X(4).
      ******************************************************************
       FD  DWRISK-FILE
           LABEL RECORD STANDARD
           05  DWP-CAT                      PIC X(2).
           05  DWP-NO                       PIC 9(9).
           05  DWP-DATE                     PIC X(10).
           05  DWP-RP-AMT                   PIC S9(9)V9(2)
                                                 SIGN LEADING SEPARATE.
           05  DWP-OS-AMT                   PIC 9(9)V9(2).
           05  FILLER                       PIC X(6).
      ******************************************************************
      * ASOFPARM-FILE CARRIES THE OPTIONAL AS-OF CONTROL CARD: A
      * PAST BUSINESS DATE (YYYY-MM-DD) TO REBUILD. NO CARD (OR A
      * BALANCE AS IT STOOD.
       01  WS-FACL-ROW-CNT                  PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-SINCE-RP-SUM                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ASOF-BALANCE                  PIC S9(11)V9(2) COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS, ONE PER SNAPSHOT.
