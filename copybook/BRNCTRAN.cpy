           05 BRNCIN-NAME                        PIC X(20).
           05 BRNCIN-REGION                      PIC X(04).
           05 BRNCIN-ST                          PIC X(01).
      * REPORT DISTRIBUTION ID FOR THE BRANCH'S SHARE OF THE DAILY
      * REPORTS (BLANK = CENTRAL DESTINATION).
           05 BRNCIN-RPT-DEST                    PIC X(08).
           05 FILLER                             PIC X(01).
