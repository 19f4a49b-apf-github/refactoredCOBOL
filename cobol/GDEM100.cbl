      ******************************************************************
      * WORK FIELDS FOR THE DEMAND-RAISING PASS.
       01  WS-LOAN-ST                       PIC X(1)    VALUE SPACES.
       01  WS-LOAN-BAL                      PIC S9(13)V99 COMP-3
                                                         VALUE ZEROS.
       01  WS-DEMAND-AMT                    PIC S9(13)V99 COMP-3
                                                         VALUE ZEROS.
       01  WS-WO-AMT                        PIC S9(13)V99 COMP-3
                                                         VALUE ZEROS.
       01  WS-RECV-AMT                      PIC S9(13)V99 COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-RECV                      PIC S9(13)V99 COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * LETTER PRINT LINES - THE SAME SHAPE DUNN100'S LETTERS USE.
           05  WS-LB-LOAN-NO                PIC 9(10).
           05  FILLER                       PIC X(12)   VALUE
                   '   AMOUNT : '.
           05  WS-LB-AMT                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(63)   VALUE SPACES.
      ******************************************************************
      * RECOVERY REPORT LINE.
       01  WS-RPT-LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RP-LOAN-NO                PIC 9(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RP-DEMANDED               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RP-GUAR-RECV              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RP-BORR-RECV              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RP-ST                     PIC X(1).
           05  FILLER                       PIC X(51)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
           MOVE 'GDEM100 - GUARANTOR DEMANDS AND RECOVERIES'
               TO RE-GDEMRPT
           WRITE RE-GDEMRPT
           MOVE 'GUARANTOR   LOAN NO             DEMANDED         GUARAN
      -        'TOR          BORROWER   ST'
               TO RE-GDEMRPT
           WRITE RE-GDEMRPT

