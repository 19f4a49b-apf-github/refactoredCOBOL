                                                        VALUE ZEROS.
           05  WS-CTL-LOAN-CNT             PIC S9(9)   COMP-3
                                                        VALUE ZEROS.
           05  WS-CTL-BAL-TOTAL            PIC S9(13)V9(2) COMP-3
                                                        VALUE ZEROS.
      ******************************************************************
      * HOST VARIABLES FOR THE GROUPING CURSOR.
       01  WS-CSR-CAT                      PIC X(2).
       01  WS-CSR-ST                       PIC X(1).
       01  WS-CSR-LOAN-CNT                 PIC S9(9)   COMP.
       01  WS-CSR-BAL-SUM                  PIC S9(13)V9(2) COMP-3.
      ******************************************************************
      * HEADING LINE, PRINTED ONCE AT THE TOP OF THE REPORT.
       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  RPT-LOAN-CNT                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  RPT-BAL-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(79)   VALUE SPACES.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
