      * BORROWER FIND OUT FROM THE INSTALLMENT CHANGE. A DUE RESET
      * WITH NO NOTICE YET, OR A NOTICE STILL RUNNING, IS DEFERRED
      * WITH ITS RESET DATE STANDING SO A LATER RUN APPLIES IT.
      * THE RUN CHECKS IN WITH RUN CONTROL AND FILES THE FULL BEFORE
      * AND AFTER IMAGE OF EVERY LOANMSTR, LOANRATE AND RATEHIST ROW
      * IT CHANGES ON THE AUDIT TRAIL, SO BKOT100 CAN BACK A BAD
      * REPRICING RUN OUT.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  WS-TD-DD                     PIC 9(2).
      ******************************************************************
      * WORKING-STORAGE FOR 200000-REPRICE-ONE-LOAN.
       01  WS-OLD-ROI                       PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-NEW-ROI                       PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-IDX-RATE                      PIC S9(3)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-RATE-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-RATE-FOUND                            VALUE 'Y'.
       01  WS-AUD-KEY                       PIC X(15).
       01  WS-AUD-BEFORE                    PIC X(40).
       01  WS-AUD-AFTER                     PIC X(40).
       01  WS-AUD-ROI-X                     PIC ZZ9.99.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * WORKING-STORAGE FOR THE ROW-IMAGE PARAGRAPHS (900700-900790):
      * THE KEY OF THE ROW BEING UPDATED, KEPT BETWEEN ITS BEFORE AND
      * AFTER READS, AND WHETHER THE BEFORE IMAGE COULD BE READ. A
      * CHANGE EITHER IMAGE IS MISSING FOR IS FILED AS A NO-IMAGE
      * ENTRY, WHICH THE BACKOUT LISTS INSTEAD OF UNDOING.
       01  WS-IMG-KEY-ROW                   PIC X(230)  VALUE SPACES.
       01  WS-IMG-BEFORE-OK-SW              PIC X(1)    VALUE 'N'.
           88  WS-IMG-BEFORE-OK                         VALUE 'Y'.
      ******************************************************************
       COPY LOANRATE.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY IMGSRV.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
      * CURSOR READS EVERY PRICING LINK WHOSE RESET DATE HAS ARRIVED.
           EXEC SQL

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 900000-PRINT-CONTROL-TOTALS

           PERFORM 900900-REGISTER-RUN-END

           STOP RUN.
      ******************************************************************
       100200-FETCH-ONE-LINK.
               PERFORM 200320-INSERT-RATEHIST-ROW

               MOVE LRATE-NO        TO WS-AUD-KEY
               MOVE WS-OLD-ROI      TO WS-AUD-ROI-X
               MOVE WS-AUD-ROI-X    TO WS-AUD-BEFORE
               MOVE WS-NEW-ROI      TO WS-AUD-ROI-X
               MOVE WS-AUD-ROI-X    TO WS-AUD-AFTER
               PERFORM 900400-WRITE-AUDIT-TRAIL

               PERFORM 200500-ADVANCE-RESET-DATE

           ADD 1 TO WS-DB2-RETRY-CNT

           MOVE 'LOANMSTR'    TO IMGSRV-TABLE
           MOVE DCLLOANMSTR  TO IMGSRV-ROW-DATA
           PERFORM 900710-IMAGE-BEFORE-UPDATE

           EXEC SQL
               UPDATE IDC015.LOANMSTR
                  SET LOANM_ROI = :WS-NEW-ROI
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 900720-IMAGE-AFTER-UPDATE
           END-IF.
      ******************************************************************
       200320-INSERT-RATEHIST-ROW.

               VALUES
                   ( :RTH-CAT, :RTH-NO, :RTH-DATE,
                     :RTH-OLD-ROI, :RTH-NEW-ROI, :RTH-IDX-CODE )
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'RATEHIST'   TO IMGSRV-TABLE
               MOVE SPACES       TO IMGSRV-AFTER
               MOVE DCLRATEHIST  TO IMGSRV-AFT-DATA
               PERFORM 900740-IMAGE-INSERTED-ROW
           END-IF.
      ******************************************************************
      * 200500-ADVANCE-RESET-DATE PUSHES THE LINK'S NEXT RESET DATE
      * FORWARD BY ITS RESET FREQUENCY (MONTHS, YEAR CARRIED), SO THE

           ADD 1 TO WS-DB2-RETRY-CNT

           MOVE 'LOANRATE'    TO IMGSRV-TABLE
           MOVE DCLLOANRATE  TO IMGSRV-ROW-DATA
           PERFORM 900710-IMAGE-BEFORE-UPDATE

           EXEC SQL
               UPDATE IDC015.LOANRATE
                  SET LRATE_NEXT_RESET = :LRATE-NEXT-RESET
                WHERE LRATE_CAT = :LRATE-CAT
                  AND LRATE_NO  = :LRATE-NO
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 900720-IMAGE-AFTER-UPDATE
           END-IF.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
           MOVE WS-AUD-AFTER   TO AUDTRL-AFTER-VAL
           MOVE SPACES         TO AUDTRL-USER-ID
           MOVE SPACES         TO AUDTRL-TERM-ID
      * THE ROWS BEHIND THE ENTRY ARE IMAGED ON THEIR OWN ENTRIES.
           MOVE 'C'            TO AUDTRL-IMG-SW

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900700-READ-ROW-IMAGE READS THE FULL CURRENT IMAGE OF ONE
      * KEYED ROW THROUGH THE COMMON ROW-IMAGE SERVICE IMG4C100. THE
      * CALLER SETS IMGSRV-TABLE AND THE ROW'S KEY IN IMGSRV-ROW-DATA;
      * THE ROW COMES BACK IN IMGSRV-ROW, OR SPACES IF IT COULD NOT
      * BE READ.
       900700-READ-ROW-IMAGE.

           MOVE 'R' TO IMGSRV-FUNCTION
           CALL 'IMG4C100' USING IMGSRV-AREA
           IF NOT IMGSRV-88-OK
               MOVE SPACES TO IMGSRV-ROW
           END-IF.
      ******************************************************************
      * 900710-IMAGE-BEFORE-UPDATE READS THE ROW ABOUT TO BE UPDATED
      * INTO IMGSRV-BEFORE AND KEEPS ITS KEY FOR 900720. THE CALLER
      * SETS IMGSRV-TABLE AND MOVES THE TABLE'S DCLGEN RECORD, KEY
      * FILLED IN, TO IMGSRV-ROW-DATA.
       900710-IMAGE-BEFORE-UPDATE.

           MOVE IMGSRV-ROW-DATA TO WS-IMG-KEY-ROW
           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-BEFORE
           IF IMGSRV-88-OK
               MOVE 'Y' TO WS-IMG-BEFORE-OK-SW
           ELSE
               MOVE 'N' TO WS-IMG-BEFORE-OK-SW
           END-IF.
      ******************************************************************
      * 900720-IMAGE-AFTER-UPDATE READS THE SAME ROW BACK ONCE THE
      * UPDATE HAS SUCCEEDED AND FILES THE BEFORE AND AFTER IMAGES ON
      * THE AUDIT TRAIL. IF EITHER IMAGE COULD NOT BE READ THE CHANGE
      * IS FILED AS A NO-IMAGE ENTRY.
       900720-IMAGE-AFTER-UPDATE.

           MOVE WS-IMG-KEY-ROW  TO IMGSRV-ROW-DATA
           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-AFTER
           IF IMGSRV-88-OK AND WS-IMG-BEFORE-OK
               MOVE 'U' TO IMGSRV-ACTION
           ELSE
               MOVE 'N' TO IMGSRV-ACTION
           END-IF
           PERFORM 900790-LOG-ROW-IMAGE.
      ******************************************************************
      * 900740-IMAGE-INSERTED-ROW FILES THE IMAGE OF A ROW JUST
      * INSERTED. THE CALLER SETS IMGSRV-TABLE AND THE ROW'S IMAGE IN
      * IMGSRV-AFTER (ITS DCLGEN RECORD PLUS ANY NULL FLAGS).
       900740-IMAGE-INSERTED-ROW.

           MOVE SPACES TO IMGSRV-BEFORE
           MOVE 'I'    TO IMGSRV-ACTION
           PERFORM 900790-LOG-ROW-IMAGE.
      ******************************************************************
      * 900790-LOG-ROW-IMAGE CALLS AUD4C100 WITH THE ROW IMAGE IN
      * IMGSRV-TABLE/-ACTION/-BEFORE/-AFTER. THE ENTRY CARRIES NO
      * TRANSACTION OF ITS OWN - IT BELONGS TO THE RUN, WHICH IS WHAT
      * BKOT100 BACKS OUT.
       900790-LOG-ROW-IMAGE.

           MOVE 'REPRC100'     TO AUDTRL-PGM-ID
           MOVE SPACES         TO AUDTRL-TRAN-TYPE
           MOVE SPACES         TO AUDTRL-KEY
           MOVE SPACES         TO AUDTRL-BEFORE-VAL
           MOVE SPACES         TO AUDTRL-AFTER-VAL
           MOVE SPACES         TO AUDTRL-USER-ID
           MOVE SPACES         TO AUDTRL-TERM-ID
           MOVE 'Y'            TO AUDTRL-IMG-SW
           MOVE IMGSRV-TABLE   TO AUDTRL-IMG-TABLE
           MOVE IMGSRV-ACTION  TO AUDTRL-IMG-ACTION
           MOVE IMGSRV-BEFORE  TO AUDTRL-IMG-BEFORE
           MOVE IMGSRV-AFTER   TO AUDTRL-IMG-AFTER
           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
           DISPLAY '  DEFERRED - NOTICE PERIOD ......... : '
                   WS-CTL-DEFER-CNT.
      ******************************************************************
      * 100005-REGISTER-RUN-START CHECKS IN WITH THE COMMON
      * RUN-CONTROL ROUTINE: A RUN ALREADY COMPLETE FOR THE OFFICIAL
      * BUSINESS DATE IS REFUSED AS A DUPLICATE, AND THE OFFICIAL
      * BUSINESS DATE REPLACES THE MACHINE DATE FOR THE RESET-DATE
      * CUT-OFF AND ALL STAMPING. THE ROW IMAGES THE RUN FILES ARE
      * ONLY KEPT AGAINST A RUN REGISTERED HERE. WITH RUN CONTROL
      * UNAVAILABLE THE RUN CONTINUES ON THE MACHINE DATE, LOUDLY,
      * RATHER THAN HOLDING THE WHOLE CYCLE HOSTAGE.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'REPRC100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA

           EVALUATE TRUE
               WHEN RUNCTL-88-OK
                   MOVE RUNCTL-BUS-DATE(1:4)
                       TO WS-TODAY-YYYYMMDD(1:4)
                   MOVE RUNCTL-BUS-DATE(6:2)
                       TO WS-TODAY-YYYYMMDD(5:2)
                   MOVE RUNCTL-BUS-DATE(9:2)
                       TO WS-TODAY-YYYYMMDD(7:2)
               WHEN RUNCTL-88-DUP-RUN
                   DISPLAY 'REPRC100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'REPRC100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'REPRC100' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
