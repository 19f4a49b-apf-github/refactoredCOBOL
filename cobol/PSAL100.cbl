           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-WO-DATE                PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-WO-AMT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  FILLER                       PIC X(11)   VALUE
                   'MARKED SOLD'.
           05  FILLER                       PIC X(77)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
