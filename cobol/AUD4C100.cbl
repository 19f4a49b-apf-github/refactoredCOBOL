      * USING IT INSTEAD OF EACH PROGRAM MAINTAINING ITS OWN AUDIT
      * LOG. THIS ROUTINE STAMPS TODAY'S DATE AND TIME AND APPENDS
      * ONE RECORD PER CALL TO THE COMMON AUDIT-TRAIL FILE.
      * WHEN THE CALLER IS RUNNING UNDER RUN CONTROL (AN 'R' RUNCTL
      * ROW FOR THE CURRENT BUSINESS DATE) EVERY CALL ALSO FILES A
      * ROW ON AUDIMAGE UNDER THAT RUN, FOR BKOT100: THE FULL ROW
      * IMAGES ON AN IMAGE CALL, OR A NO-IMAGE ROW FOR AN ORDINARY
      * AUDIT ENTRY WHOSE CHANGES THE CALLER DOES NOT IMAGE. AN
      * IMAGE CALL WITH A BLANK TRANSACTION TYPE GOES TO AUDIMAGE
      * ONLY. A FAILED AUDIMAGE INSERT IS REPORTED ON SYSOUT BUT
      * NEVER STOPS THE CALLER.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  FILLER                        PIC X(1)    VALUE ':'.
           05  WS-TT-SS                      PIC 9(2).
      ******************************************************************
      * THE RUN THE CURRENT CALLER IS FILING UNDER, LOOKED UP ON ITS
      * FIRST CALL AND KEPT FOR THE REST OF THE RUN, AND THE LAST
      * AUDIMAGE SEQUENCE USED WITHIN IT.
       01  WS-RUN-PGM                        PIC X(8)    VALUE SPACES.
       01  WS-RUN-FOUND-SW                   PIC X(1)    VALUE 'N'.
           88  WS-RUN-FOUND                              VALUE 'Y'.
       01  WS-RUN-BUS-DATE                   PIC X(10)   VALUE SPACES.
       01  WS-RUN-SEQ                        PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-IMG-SEQ                    PIC S9(9) COMP VALUE ZERO.
      ******************************************************************
      * DCLGEN-STYLE DECLARATION FOR THE RUNCTL TABLE (SEE
      * RCT4C100.cbl).
           EXEC SQL DECLARE IDC015.RUNCTL TABLE
           ( RCTL_BUS_DATE                  DATE NOT NULL,
             RCTL_PGM                       CHAR(8) NOT NULL,
             RCTL_START_TIME                CHAR(8) NOT NULL,
             RCTL_END_TIME                  CHAR(8),
             RCTL_STATUS                    CHAR(1) NOT NULL,
             RCTL_RUN_SEQ                   SMALLINT NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
       COPY AUDIMAGE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************

       LINKAGE SECTION.
      ******************************************************************
      ******************************************************************
      * 100000-MAINLINE BUILDS ONE AUDTRL-FILE RECORD FROM THE
      * CALLER'S AUDTRL-AREA AND APPENDS IT TO THE COMMON AUDIT-TRAIL
      * FILE, THEN FILES THE CALL ON AUDIMAGE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TIME-MM     TO WS-TT-MM
           MOVE WS-TIME-SS     TO WS-TT-SS

           IF AUDTRL-TRAN-TYPE NOT = SPACES
            OR NOT AUDTRL-IMG-PRESENT
               OPEN EXTEND AUDTRL-FILE

               MOVE WS-TODAY-DATE-X    TO AUDTRL-LOG-DATE
               MOVE WS-TODAY-TIME-X    TO AUDTRL-LOG-TIME
               MOVE AUDTRL-PGM-ID      TO AUDTRL-LOG-PGM
               MOVE AUDTRL-TRAN-TYPE   TO AUDTRL-LOG-TRAN
               MOVE AUDTRL-KEY         TO AUDTRL-LOG-KEY
               MOVE AUDTRL-BEFORE-VAL  TO AUDTRL-LOG-BEFORE
               MOVE AUDTRL-AFTER-VAL   TO AUDTRL-LOG-AFTER
               MOVE AUDTRL-USER-ID     TO AUDTRL-LOG-USER
               MOVE AUDTRL-TERM-ID     TO AUDTRL-LOG-TERM

               WRITE RE-AUDTRL

               CLOSE AUDTRL-FILE
           END-IF

           IF NOT AUDTRL-IMG-COVERED
               PERFORM 200000-FILE-RUN-IMAGE
           END-IF

           MOVE SPACE TO AUDTRL-IMG-SW

           GOBACK.
      ******************************************************************
      * 200000-FILE-RUN-IMAGE FILES THE CALL ON AUDIMAGE UNDER THE
      * CALLER'S CURRENT RUN, IF IT HAS ONE.
       200000-FILE-RUN-IMAGE.

           IF AUDTRL-PGM-ID NOT = WS-RUN-PGM
               PERFORM 210000-FIND-CALLER-RUN
           END-IF

           IF WS-RUN-FOUND
               ADD 1 TO WS-RUN-IMG-SEQ

               MOVE AUDTRL-PGM-ID      TO AIMG-PGM
               MOVE WS-RUN-BUS-DATE    TO AIMG-BUS-DATE
               MOVE WS-RUN-SEQ         TO AIMG-RUN-SEQ
               MOVE WS-RUN-IMG-SEQ     TO AIMG-SEQ
               MOVE WS-TODAY-DATE-X    TO AIMG-LOG-DATE
               MOVE WS-TODAY-TIME-X    TO AIMG-LOG-TIME
               MOVE AUDTRL-TRAN-TYPE   TO AIMG-TRAN
               MOVE AUDTRL-KEY         TO AIMG-KEY
               MOVE AUDTRL-BEFORE-VAL  TO AIMG-BEF-VAL
               MOVE AUDTRL-AFTER-VAL   TO AIMG-AFT-VAL
               MOVE 'P'                TO AIMG-ST

               IF AUDTRL-IMG-PRESENT
                   MOVE AUDTRL-IMG-TABLE  TO AIMG-TABLE
                   MOVE AUDTRL-IMG-ACTION TO AIMG-ACTION
                   MOVE AUDTRL-IMG-BEFORE TO AIMG-BEFORE
                   MOVE AUDTRL-IMG-AFTER  TO AIMG-AFTER
               ELSE
                   MOVE SPACES            TO AIMG-TABLE
                   MOVE 'N'               TO AIMG-ACTION
                   MOVE SPACES            TO AIMG-BEFORE
                   MOVE SPACES            TO AIMG-AFTER
               END-IF

               EXEC SQL
                   INSERT INTO IDC015.AUDIMAGE
                       ( AIMG_PGM, AIMG_BUS_DATE, AIMG_RUN_SEQ,
                         AIMG_SEQ, AIMG_LOG_DATE, AIMG_LOG_TIME,
                         AIMG_TRAN, AIMG_KEY, AIMG_BEF_VAL,
                         AIMG_AFT_VAL, AIMG_TABLE, AIMG_ACTION,
                         AIMG_BEFORE, AIMG_AFTER, AIMG_ST )
                   VALUES
                       ( :AIMG-PGM, :AIMG-BUS-DATE, :AIMG-RUN-SEQ,
                         :AIMG-SEQ, :AIMG-LOG-DATE, :AIMG-LOG-TIME,
                         :AIMG-TRAN, :AIMG-KEY, :AIMG-BEF-VAL,
                         :AIMG-AFT-VAL, :AIMG-TABLE, :AIMG-ACTION,
                         :AIMG-BEFORE, :AIMG-AFTER, :AIMG-ST )
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'AUD4C100 - AUDIMAGE INSERT FAILED FOR '
                           AUDTRL-PGM-ID ' SEQ ' WS-RUN-IMG-SEQ
                           ' SQLCODE ' SQLCODE
               END-IF
           END-IF.
      ******************************************************************
      * 210000-FIND-CALLER-RUN LOOKS UP THE CALLER'S RUNNING RUNCTL
      * ROW FOR THE CURRENT BUSINESS DATE AND THE LAST AUDIMAGE
      * SEQUENCE ALREADY FILED UNDER IT (NON-ZERO WHEN A CHECKPOINT
      * RESTART PICKS UP AN ABENDED RUN). A CALLER NOT UNDER RUN
      * CONTROL FILES NOTHING.
       210000-FIND-CALLER-RUN.

           MOVE AUDTRL-PGM-ID TO WS-RUN-PGM
           MOVE 'N'           TO WS-RUN-FOUND-SW
           MOVE ZERO          TO WS-RUN-IMG-SEQ

           EXEC SQL
               SELECT R.RCTL_BUS_DATE, R.RCTL_RUN_SEQ
                 INTO :WS-RUN-BUS-DATE, :WS-RUN-SEQ
                 FROM IDC015.RUNCTL R
                WHERE R.RCTL_PGM    = :WS-RUN-PGM
                  AND R.RCTL_STATUS = 'R'
                  AND R.RCTL_BUS_DATE =
                      (SELECT B.RCTL_BUS_DATE
                         FROM IDC015.RUNCTL B
                        WHERE B.RCTL_PGM = 'BUSDATE ')
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(AIMG_SEQ), 0)
                     INTO :WS-RUN-IMG-SEQ
                     FROM IDC015.AUDIMAGE
                    WHERE AIMG_PGM      = :WS-RUN-PGM
                      AND AIMG_BUS_DATE = :WS-RUN-BUS-DATE
                      AND AIMG_RUN_SEQ  = :WS-RUN-SEQ
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE 'Y' TO WS-RUN-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
