       01  WS-QTE-REJ-REASON                PIC X(40)   VALUE SPACES.
       01  WS-QTE-SQLCODE                   PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUR-BALANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-LOAN-ROI                      PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ACCR-INT                      PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
           05  WS-QT-VALUE-DATE             PIC X(10).
           05  FILLER                       PIC X(7)    VALUE
                   '  PRIN '.
           05  WS-QT-PRIN                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(6)    VALUE
                   '  INT '.
           05  WS-QT-INT                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(8)    VALUE
                   '  TOTAL '.
           05  WS-QT-TOTAL                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(8)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
