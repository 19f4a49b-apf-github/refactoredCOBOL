      * WORKING-STORAGE FOR 200010-LOOKUP-LOAN-ROI.
       01  WS-LOAN-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-LOAN-FOUND                            VALUE 'Y'.
       01  WS-LOAN-ROI                      PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-INT-INCOME                    PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
