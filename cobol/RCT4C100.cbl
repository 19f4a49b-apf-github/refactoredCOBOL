      * AND REGISTERS THE CALLER AS RUNNING. A CALLER THAT ALREADY
      * COMPLETED AGAINST THIS BUSINESS DATE GETS '10' BACK SO IT CAN
      * REFUSE THE DUPLICATE RUN; A CALLER LEFT IN 'R' (AN ABENDED
      * PRIOR ATTEMPT) IS ALLOWED TO RESTART, AND ONE WHOSE RUN WAS
      * BACKED OUT ('B') STARTS A NEW RUN UNDER THE NEXT RUN
      * SEQUENCE, SO THE CORRECTED RERUN'S CHANGES ARE KEPT APART
      * FROM THE REVERSED RUN'S.
      * FUNCTION 'E' (END): MARKS THE CALLER'S ROW COMPLETE.
      * FUNCTION 'D' (ADVANCE): SETS THE BUSDATE ROW TO THE DATE THE
      * CALLER SUPPLIES - THE CYCLE-END MAINTENANCE ACTION DRIVEN BY
      * RCTLM100.
      * FUNCTION 'B' (BACKOUT): MARKS ONE RUN OF A PROGRAM BACKED
      * OUT ONCE BKOT100 HAS REVERSED IT. '30' COMES BACK WHEN THE
      * PROGRAM HAS NO RUN UNDER THAT BUSINESS DATE AND SEQUENCE.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * DCLGEN-STYLE DECLARATION FOR THE RUNCTL TABLE. THE 'BUSDATE'
      * ROW (RCTL_PGM = 'BUSDATE ') CARRIES THE OFFICIAL BUSINESS
      * DATE; EVERY OTHER ROW IS ONE PROGRAM'S RUN LEDGER ENTRY FOR
      * ONE BUSINESS DATE, STATUS 'R' RUNNING, 'C' COMPLETE OR 'B'
      * BACKED OUT. RCTL_RUN_SEQ COUNTS THE PROGRAM'S RUNS OF THE
      * BUSINESS DATE: 1 FOR THE FIRST, ONE MORE FOR EACH RUN
      * STARTED AFTER A BACKOUT (ZERO ON THE BUSDATE AND FILE
      * SEQUENCE ROWS, WHICH ARE NOT RUNS).
           EXEC SQL DECLARE IDC015.RUNCTL TABLE
           ( RCTL_BUS_DATE                  DATE NOT NULL,
             RCTL_PGM                       CHAR(8) NOT NULL,
             RCTL_START_TIME                CHAR(8) NOT NULL,
             RCTL_END_TIME                  CHAR(8),
             RCTL_STATUS                    CHAR(1) NOT NULL,
             RCTL_RUN_SEQ                   SMALLINT NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.

       01  DCLRUNCTL.
           10 RCTL-START-TIME       PIC X(8).
           10 RCTL-END-TIME         PIC X(8).
           10 RCTL-STATUS           PIC X(1).
           10 RCTL-RUN-SEQ          PIC S9(4) USAGE COMP.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
                   PERFORM 400000-ADVANCE-BUS-DATE
               WHEN RUNCTL-FUNC-FILESEQ
                   PERFORM 500000-CHECK-FILE-SEQUENCE
               WHEN RUNCTL-FUNC-BACKOUT
                   PERFORM 600000-MARK-RUN-BACKED-OUT
               WHEN OTHER
                   MOVE '99' TO RUNCTL-COD-RETURN
           END-EVALUATE
      ******************************************************************
      * 200000-REGISTER-START RESOLVES THE OFFICIAL BUSINESS DATE AND
      * REGISTERS THE CALLER AS RUNNING AGAINST IT, REFUSING A
      * PROGRAM THAT ALREADY COMPLETED THIS BUSINESS DATE. THE RUN
      * SEQUENCE OF THE RUN BEING STARTED (OR REFUSED) GOES BACK IN
      * RUNCTL-RUN-SEQ.
       200000-REGISTER-START.

           MOVE '00' TO RUNCTL-COD-RETURN
           MOVE ZERO TO RUNCTL-RUN-SEQ

           EXEC SQL
               SELECT RCTL_BUS_DATE
               MOVE RUNCTL-PGM-ID TO RCTL-PGM

               EXEC SQL
                   SELECT RCTL_STATUS, RCTL_RUN_SEQ
                     INTO :RCTL-STATUS, :RCTL-RUN-SEQ
                     FROM IDC015.RUNCTL
                    WHERE RCTL_BUS_DATE = :RCTL-BUS-DATE
                      AND RCTL_PGM      = :RCTL-PGM

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO AND RCTL-STATUS = 'C'
                       MOVE RCTL-RUN-SEQ TO RUNCTL-RUN-SEQ
                       MOVE '10' TO RUNCTL-COD-RETURN
                   WHEN SQLCODE = ZERO AND RCTL-STATUS = 'B'
                       PERFORM 230000-OPEN-NEXT-RUN
                   WHEN SQLCODE = ZERO
                       MOVE RCTL-RUN-SEQ TO RUNCTL-RUN-SEQ
                       PERFORM 210000-RESTAMP-RUNNING-ROW
                   WHEN SQLCODE = +100
                       PERFORM 220000-INSERT-RUNNING-ROW
       220000-INSERT-RUNNING-ROW.

           MOVE WS-TODAY-TIME-X TO RCTL-START-TIME
           MOVE 1               TO RCTL-RUN-SEQ

           EXEC SQL
               INSERT INTO IDC015.RUNCTL
                   ( RCTL_BUS_DATE, RCTL_PGM, RCTL_START_TIME,
                     RCTL_STATUS, RCTL_RUN_SEQ )
               VALUES
                   ( :RCTL-BUS-DATE, :RCTL-PGM, :RCTL-START-TIME,
                     'R', :RCTL-RUN-SEQ )
           END-EXEC

           IF SQLCODE = ZERO
               MOVE RCTL-RUN-SEQ TO RUNCTL-RUN-SEQ
           ELSE
               MOVE '99' TO RUNCTL-COD-RETURN
           END-IF.
      ******************************************************************
      * 230000-OPEN-NEXT-RUN RE-OPENS A ROW WHOSE RUN WAS BACKED OUT
      * AS THE NEXT RUN OF THE SAME BUSINESS DATE. THE ROW KEEPS ONE
      * ENTRY PER PROGRAM PER DATE; THE BACKED-OUT RUN'S OWN HISTORY
      * STAYS ON AUDIMAGE UNDER ITS OLD RUN SEQUENCE.
       230000-OPEN-NEXT-RUN.

           ADD 1 TO RCTL-RUN-SEQ

           EXEC SQL
               UPDATE IDC015.RUNCTL
                  SET RCTL_START_TIME = :WS-TODAY-TIME-X,
                      RCTL_END_TIME   = NULL,
                      RCTL_STATUS     = 'R',
                      RCTL_RUN_SEQ    = :RCTL-RUN-SEQ
                WHERE RCTL_BUS_DATE = :RCTL-BUS-DATE
                  AND RCTL_PGM      = :RCTL-PGM
           END-EXEC

           IF SQLCODE = ZERO
               MOVE RCTL-RUN-SEQ TO RUNCTL-RUN-SEQ
           ELSE
               MOVE '99' TO RUNCTL-COD-RETURN
           END-IF.
      ******************************************************************
                   MOVE '99' TO RUNCTL-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      * 600000-MARK-RUN-BACKED-OUT FLAGS THE CALLER-NAMED RUN 'B'.
      * ONLY THE RUN STILL ON THE LEDGER ROW UNDER THAT SEQUENCE CAN
      * BE MARKED - A SEQUENCE ALREADY SUPERSEDED BY A LATER RUN, OR
      * NEVER RUN, ANSWERS '30'.
       600000-MARK-RUN-BACKED-OUT.

           MOVE '00'             TO RUNCTL-COD-RETURN
           MOVE RUNCTL-BUS-DATE  TO RCTL-BUS-DATE
           MOVE RUNCTL-PGM-ID    TO RCTL-PGM
           MOVE RUNCTL-RUN-SEQ   TO RCTL-RUN-SEQ

           EXEC SQL
               UPDATE IDC015.RUNCTL
                  SET RCTL_END_TIME = :WS-TODAY-TIME-X,
                      RCTL_STATUS   = 'B'
                WHERE RCTL_BUS_DATE = :RCTL-BUS-DATE
                  AND RCTL_PGM      = :RCTL-PGM
                  AND RCTL_RUN_SEQ  = :RCTL-RUN-SEQ
                  AND RCTL_STATUS IN ('R', 'C')
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE '30' TO RUNCTL-COD-RETURN
               WHEN OTHER
                   MOVE '99' TO RUNCTL-COD-RETURN
           END-EVALUATE.
      ******************************************************************
