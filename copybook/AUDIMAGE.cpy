      ******************************************************************
      * DCLGEN TABLE(IDC015.AUDIMAGE)                                  *
      *        LIBRARY(IDC015.AUDIMAGE.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AUDIMAGE IS THE RUN-LEVEL CHANGE LOG BEHIND THE AUDIT TRAIL:
      * AUD4C100 FILES ONE ROW PER AUDITED CHANGE MADE BY A
      * RUN-CONTROLLED PROGRAM, KEYED BY THE PROGRAM, THE RUN'S
      * BUSINESS DATE AND RUN SEQUENCE (FROM RUNCTL) AND A SEQUENCE
      * WITHIN THE RUN, SO BKOT100 CAN WALK A BAD RUN'S CHANGES
      * NEWEST FIRST AND REVERSE THEM.
      * AIMG_ACTION IS 'I' ROW INSERTED, 'U' ROW UPDATED, 'D' ROW
      * DELETED - AIMG_TABLE THEN NAMES THE TABLE (OR 'GLPOST' FOR A
      * GL POSTING RECORD) AND AIMG_BEFORE/AIMG_AFTER HOLD THE FULL
      * ROW IMAGES IN THE IMGSRV.cpy LAYOUT - OR 'N' AN AUDIT ENTRY
      * FROM A PROGRAM THAT DOES NOT IMAGE ITS CHANGES, WHICH THE
      * BACKOUT CAN ONLY LIST.
      * AIMG_TRAN/AIMG_KEY/AIMG_BEF_VAL/AIMG_AFT_VAL REPEAT THE
      * AUDIT-TRAIL ENTRY'S OWN FIELDS (BLANK ON A PURE IMAGE ROW).
      * AIMG_ST IS 'P' PENDING, 'B' BACKED OUT, 'L' LISTED AS NOT
      * SAFELY UNDONE.
      ******************************************************************
           EXEC SQL DECLARE IDC015.AUDIMAGE TABLE
           ( AIMG_PGM                       CHAR(8) NOT NULL,
             AIMG_BUS_DATE                  DATE NOT NULL,
             AIMG_RUN_SEQ                   SMALLINT NOT NULL,
             AIMG_SEQ                       INTEGER NOT NULL,
             AIMG_LOG_DATE                  DATE NOT NULL,
             AIMG_LOG_TIME                  CHAR(8) NOT NULL,
             AIMG_TRAN                      CHAR(10) NOT NULL,
             AIMG_KEY                       CHAR(15) NOT NULL,
             AIMG_BEF_VAL                   CHAR(40) NOT NULL,
             AIMG_AFT_VAL                   CHAR(40) NOT NULL,
             AIMG_TABLE                     CHAR(18) NOT NULL,
             AIMG_ACTION                    CHAR(1) NOT NULL,
             AIMG_BEFORE                    CHAR(250) FOR BIT DATA
                                            NOT NULL,
             AIMG_AFTER                     CHAR(250) FOR BIT DATA
                                            NOT NULL,
             AIMG_ST                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUDIMAGE                           *
      ******************************************************************
       01  DCLAUDIMAGE.
      *                       AIMG_PGM
           10 AIMG-PGM              PIC X(8).
      *                       AIMG_BUS_DATE
           10 AIMG-BUS-DATE         PIC X(10).
      *                       AIMG_RUN_SEQ
           10 AIMG-RUN-SEQ          PIC S9(4) USAGE COMP.
      *                       AIMG_SEQ
           10 AIMG-SEQ              PIC S9(9) USAGE COMP.
      *                       AIMG_LOG_DATE
           10 AIMG-LOG-DATE         PIC X(10).
      *                       AIMG_LOG_TIME
           10 AIMG-LOG-TIME         PIC X(8).
      *                       AIMG_TRAN
           10 AIMG-TRAN             PIC X(10).
      *                       AIMG_KEY
           10 AIMG-KEY              PIC X(15).
      *                       AIMG_BEF_VAL
           10 AIMG-BEF-VAL          PIC X(40).
      *                       AIMG_AFT_VAL
           10 AIMG-AFT-VAL          PIC X(40).
      *                       AIMG_TABLE
           10 AIMG-TABLE            PIC X(18).
      *                       AIMG_ACTION
           10 AIMG-ACTION           PIC X(1).
      *                       AIMG_BEFORE
           10 AIMG-BEFORE           PIC X(250).
      *                       AIMG_AFTER
           10 AIMG-AFTER            PIC X(250).
      *                       AIMG_ST
           10 AIMG-ST               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
