      ******************************************************************
      * RVSECT HOLDS THE CONTROL RECORDS THAT WRAP THE CIRBE EXTRACT
      * AND ITS DISPLAY-FORMAT COMPANION, SHARED BY RV3C0100 (WHICH
      * WRITES THEM ON A SERIAL RUN) AND RVMG100 (WHICH WRITES THEM
      * WHEN IT MERGES A PARTITIONED RUN).
      * WS-CIRBE-HEADER/WS-CIRBE-TRAILER ARE THE CONTROL RECORDS THAT
      * WRAP THE CIRBE EXTRACT, SIZED TO RE-OUTPUT'S 750 BYTES SO
      * THEY WRITE STRAIGHT OUT TO OUTPUT-FILE ALONGSIDE THE DETAIL
      * ROWS. ONE HEADER OPENS EACH ENTITY'S SECTION AND ONE TRAILER,
      * CARRYING THE SECTION'S DETAIL COUNT, CLOSES IT.
       01  WS-CIRBE-HEADER.
           05  HDR-REC-TYPE                 PIC X(3)    VALUE 'HDR'.
           05  HDR-ENT                      PIC X(4).
           05  HDR-SUBMIT-DATE              PIC X(10).
           05  FILLER                       PIC X(733).
       01  WS-CIRBE-TRAILER.
           05  TRL-REC-TYPE                 PIC X(3)    VALUE 'TRL'.
           05  TRL-ENT                      PIC X(4).
           05  TRL-REC-CNT                  PIC 9(9).
           05  FILLER                       PIC X(734).
      * THE DISPLAY EXTRACT'S ONE COLUMN-HEADER RECORD, AND THE SAME
      * PER-ENTITY HEADER/TRAILER CONTROLS SIZED TO ITS 350 BYTES.
       01  WS-DX-HEADER.
           05  FILLER                       PIC X(48)   VALUE
                   'ENT;PROD;NUMRISK;CENOWN;TYPRISK;DATFML;DATMAT;'.
           05  FILLER                       PIC X(44)   VALUE
                   'FCC;CODCRG;MGTSECTOR;AMTFML;AMTAVA;DEBTBAL;'.
           05  FILLER                       PIC X(47)   VALUE
                   'EXPRBAL;AMTNPAY;NUMNPAY;DATNPAY;AMTPROV;AMTCAP;'.
           05  FILLER                       PIC X(40)   VALUE
                   'AMTITR;AMTCOM;AMTAVA1;PERRTN;FLGRFNC;'.
           05  FILLER                       PIC X(34)   VALUE
                   'FLGGUAPLCY;IRT;FLGFORB;DATFORBPROB'.
           05  FILLER                       PIC X(137)  VALUE SPACES.
       01  WS-DX-CIRBE-HEADER.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  DXH-ENT                      PIC X(4).
           05  DXH-SUBMIT-DATE              PIC X(10).
           05  FILLER                       PIC X(333)  VALUE SPACES.
       01  WS-DX-CIRBE-TRAILER.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  DXT-ENT                      PIC X(4).
           05  DXT-REC-CNT                  PIC 9(9).
           05  FILLER                       PIC X(334)  VALUE SPACES.
