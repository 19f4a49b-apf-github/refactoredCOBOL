                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE BALANCE AND AVAILABILITY COMPARES.
       01  WS-LOAN-BAL                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LAST-OS-AMT                   PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-EXP-AVA1                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
