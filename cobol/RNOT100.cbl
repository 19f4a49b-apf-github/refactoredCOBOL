           05  WS-WIN-DX-DD                 PIC 9(2).
      ******************************************************************
      * RATE AND INSTALLMENT WORK FIELDS.
       01  WS-OLD-ROI                       PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-ROI                       PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-IDX-RATE                      PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUR-BALANCE                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-CUST-NO                       PIC X(10)   VALUE SPACES.
       01  WS-NEXT-PRIN                     PIC S9(9)V9(2) COMP-3
       01  WS-LTR-RATE-LINE.
           05  FILLER                       PIC X(14)   VALUE
                   'RATE CHANGES  '.
           05  WS-LR-OLD-ROI                PIC ZZ9.99.
           05  FILLER                       PIC X(5)    VALUE ' PCT '.
           05  FILLER                       PIC X(4)    VALUE 'TO  '.
           05  WS-LR-NEW-ROI                PIC ZZ9.99.
           05  FILLER                       PIC X(13)   VALUE
                   ' PCT (INDEX  '.
           05  WS-LR-IDX-CODE               PIC X(4).
           05  FILLER                       PIC X(10)   VALUE
                   '  MARGIN  '.
           05  WS-LR-MARGIN                 PIC ZZ9.99.
           05  FILLER                       PIC X(5)    VALUE ' PCT)'.
           05  FILLER                       PIC X(63)   VALUE SPACES.
       01  WS-LTR-INST-LINE.
           05  FILLER                       PIC X(32)   VALUE
                   'YOUR NEW INSTALLMENT (INDICATIVE'.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-RESET-DATE             PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-OLD-ROI                PIC ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-NEW-ROI                PIC ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RG-IDX-CODE               PIC X(4).
           05  FILLER                       PIC X(85)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOP.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
