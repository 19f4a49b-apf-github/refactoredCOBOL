      * OFF WHEN THE SAME LOAN REVERSES THE SAME AMOUNT MORE THAN
      * ONCE IN ONE NIGHT, SO EACH MARKER PAIRS WITH ITS OWN
      * POSTING INSTEAD OF ALL OF THEM LANDING ON THE LAST ONE.
       01  WS-REV-AMT                       PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-REV-NEG-AMT                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-REV-K                         PIC S9(4)   COMP
                                                         VALUE ZEROS.
           05  WS-PRV-CAT                   PIC X(2)    VALUE SPACES.
           05  WS-PRV-NO                    PIC S9(9)   COMP
                                                         VALUE ZEROS.
           05  WS-PRV-AMT                   PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-K-IX                          PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-ORIG-DATE                     PIC X(10)   VALUE SPACES.
       01  WS-ACCR-DATE                     PIC X(10)   VALUE SPACES.
       01  WS-LOAN-ROI                      PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-RATE-AT-DATE                  PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-ONE-ADJ                       PIC S9(9)V9(2) COMP-3
                                                         VALUE ZEROS.
                                                         VALUE ZEROS.
           05  WS-RATE-ENT OCCURS 50 TIMES.
               10  WS-RT-DATE               PIC X(10).
               10  WS-RT-OLD-ROI            PIC S9(3)V9(2) COMP-3.
               10  WS-RT-NEW-ROI            PIC S9(3)V9(2) COMP-3.
       01  WS-RATE-IX                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-AJ-NO                     PIC 9(9).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AJ-REV-AMT                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AJ-ORIG-DATE              PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AJ-NET                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AJ-TAG                    PIC X(12)   VALUE SPACES.
           05  FILLER                       PIC X(56)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOP.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
