      ******************************************************************
      * BKOT100 BACKS OUT ONE RUN OF A PROGRAM THAT APPLIED THE WRONG
      * CONTENT - A MIS-KEYED RATE FILE, A CORRUPTED REPAYMENT BATCH -
      * WITHOUT RESTORING IMAGE COPIES AND RERUNNING THE WHOLE NIGHT.
      * THE PM1DQ017 CARD NAMES THE RUN AS RUN CONTROL KNOWS IT: THE
      * PROGRAM ID, THE BUSINESS DATE AND THE RUN SEQUENCE (1 FOR THE
      * FIRST RUN OF THE DATE). THE RUN MUST BE ON RUNCTL AS RUNNING
      * (IT ABENDED) OR COMPLETE; ONE ALREADY BACKED OUT IS REFUSED.
      * EVERY CHANGE THE RUN FILED ON THE AUDIT TRAIL'S IMAGE TABLE
      * (AUDIMAGE, WRITTEN BY AUD4C100) IS TAKEN NEWEST FIRST, SO A
      * ROW THE RUN CHANGED MORE THAN ONCE IS STEPPED BACK THROUGH
      * EACH OF ITS IMAGES IN TURN:
      *   - A GL POSTING IS OFFSET BY THE SAME POSTING MARKED AS A
      *     REVERSAL (GLPOST-REV-IND 'R'), DATED TODAY'S BUSINESS
      *     DATE AND APPENDED TO THE GL EXTRACT FOR GLVAL100 TO POST
      *     THE OTHER WAY ROUND;
      *   - A ROW THE RUN INSERTED IS DELETED, ONE IT UPDATED IS SET
      *     BACK TO ITS BEFORE IMAGE AND ONE IT DELETED IS INSERTED
      *     AGAIN, ALL THROUGH THE COMMON ROW-IMAGE SERVICE IMG4C100,
      *     WHICH ONLY TOUCHES A ROW STILL EXACTLY AS THE RUN LEFT IT.
      * WHAT CANNOT SAFELY BE UNDONE IS LISTED ON THE RPTDQ014 REPORT
      * FOR HAND CORRECTION INSTEAD: A ROW CHANGED AGAIN SINCE THE
      * RUN, A DELETED ROW WHOSE KEY HAS BEEN REUSED, A TABLE THE
      * SERVICE DOES NOT COVER, AND AN AUDITED CHANGE FILED WITHOUT
      * A ROW IMAGE (PROGRAMS THAT DO NOT CAPTURE IMAGES).
      * EACH ENTRY DEALT WITH IS MARKED ON AUDIMAGE ('B' BACKED OUT,
      * 'L' LISTED), SO A SECOND RUN OF BKOT100 FOR THE SAME RUN ONLY
      * PICKS UP WHAT A DB2 ERROR LEFT BEHIND. ONLY WHEN A PASS HAS
      * BACKED OUT EVERYTHING IT FOUND, LISTING NOTHING, IS THE RUN
      * MARKED BACKED OUT ON RUNCTL (FUNCTION 'B' OF RCT4C100), WHICH
      * LETS THE PROGRAM BE RERUN FOR THAT BUSINESS DATE. WHERE ITEMS
      * WERE LISTED, SETTLE THEM BY HAND AND RUN BKOT100 AGAIN FOR
      * THE SAME RUN TO RELEASE IT.
      * THE BACKOUT ITSELF IS LOGGED THROUGH AUD4C100. A 'SIM' CARD
      * ON SM1DQ001 LISTS WHAT WOULD BE DONE WITHOUT CHANGING
      * ANYTHING. BKOT100 IS NOT ITSELF REGISTERED ON RUN CONTROL, AS
      * MORE THAN ONE RUN MAY NEED BACKING OUT IN A DAY.
      * CONDITION CODES: 4 ITEMS WERE LISTED, 8 A DB2 ERROR LEFT
      * ENTRIES TO BE RETRIED, 12 THE CARD OR THE RUN WAS REJECTED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKOT100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT BKOTPARM-FILE ASSIGN PM1DQ017.
           SELECT SIMPARM-FILE  ASSIGN SM1DQ001.
           SELECT GLPOST-FILE   ASSIGN GL1DQ001.
           SELECT BKOTRPT-FILE  ASSIGN RPTDQ014.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * BKOTPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE PROGRAM ID
      * IN COLUMNS 1-8, THE BUSINESS DATE (YYYY-MM-DD) IN 10-19 AND
      * THE RUN SEQUENCE IN 21-23.
       FD  BKOTPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BKOTPARM.
           05  BPARM-PGM-ID                 PIC X(8).
           05  FILLER                       PIC X(1).
           05  BPARM-BUS-DATE.
               10  BPARM-BD-YYYY            PIC X(4).
               10  BPARM-BD-SEP1            PIC X(1).
               10  BPARM-BD-MM              PIC X(2).
               10  BPARM-BD-SEP2            PIC X(1).
               10  BPARM-BD-DD              PIC X(2).
           05  FILLER                       PIC X(1).
           05  BPARM-RUN-SEQ                PIC X(3).
           05  BPARM-RUN-SEQ-N REDEFINES BPARM-RUN-SEQ
                                            PIC 9(3).
           05  FILLER                       PIC X(57).
      ******************************************************************
      * SIMPARM-FILE CARRIES THE OPTIONAL RUN-MODE CARD: 'SIM' LISTS
      * WHAT WOULD BE BACKED OUT BUT CHANGES NOTHING - NO DB2 UPDATE,
      * NO GL OFFSET, NO AUDIT RECORD, NO RUN-CONTROL CHANGE.
       FD  SIMPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SIMPARM.
           05  SPARM-RUN-MODE               PIC X(3).
           05  FILLER                       PIC X(77).
      ******************************************************************
      * GLPOST-FILE IS THE SHARED GENERAL-LEDGER POSTING EXTRACT (SEE
      * GLPOST.cpy), APPENDED TO WITH THE OFFSETTING ENTRIES.
       FD  GLPOST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-GLPOST                        PIC X(60).
      ******************************************************************
      * BKOTRPT-FILE IS THE PRINTED BACKOUT REPORT.
       FD  BKOTRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BKOTRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE IMAGE CURSOR AND THE RUN MODE.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-RUN-SIM-SW                PIC X(1)    VALUE 'N'.
               88  WS-SIM-MODE                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-READ-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-UNDONE-CNT            PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-GL-CNT                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LIST-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ERR-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE (REPLACED BY THE OFFICIAL BUSINESS DATE WHEN THE
      * BUSDATE ROW IS FOUND), FORMATTED AS YYYY-MM-DD.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-TODAY-DATE-X.
           05  WS-TD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-DD                     PIC 9(2).
      ******************************************************************
      * THE RUN BEING BACKED OUT, AS ON THE CARD AND AS THE HOST
      * VARIABLES RUNCTL AND AUDIMAGE ARE KEYED ON, AND ITS STATUS.
       01  WS-TGT-PGM                       PIC X(8)    VALUE SPACES.
       01  WS-TGT-BUS-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-TGT-RUN-SEQ                   PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-TGT-STATUS                    PIC X(1)    VALUE SPACE.
       01  WS-BUSDATE-ROW                   PIC X(10)   VALUE SPACES.
      ******************************************************************
      * THE OUTCOME OF THE ENTRY IN HAND, AS PRINTED, AND THE STATUS
      * IT IS MARKED WITH ON AUDIMAGE (SPACE LEAVES IT PENDING).
       01  WS-OUTCOME                       PIC X(40)   VALUE SPACES.
       01  WS-NEW-ST                        PIC X(1)    VALUE SPACE.
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-BKOT-LINE.
           05  WS-BL-SEQ                    PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-BL-TABLE                  PIC X(18).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-BL-ACTION                 PIC X(1).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-BL-TRAN                   PIC X(10).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-BL-KEY                    PIC X(15).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-BL-OUTCOME                PIC X(40).
           05  FILLER                       PIC X(30)   VALUE SPACES.
       01  WS-BKOT-VAL-LINE.
           05  FILLER                       PIC X(34)   VALUE SPACES.
           05  FILLER                       PIC X(7)    VALUE
                                                 'BEFORE '.
           05  WS-BV-BEFORE                 PIC X(40).
           05  FILLER                       PIC X(7)    VALUE
                                                 ' AFTER '.
           05  WS-BV-AFTER                  PIC X(40).
           05  FILLER                       PIC X(4)    VALUE SPACES.
       01  WS-EDIT-CNT                      PIC ZZZ,ZZ9.
      ******************************************************************
      * AUDIT-TRAIL WORK AREAS.
       01  WS-AUD-KEY.
           05  WS-AK-PGM                    PIC X(8).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AK-RUN-SEQ                PIC 9(3).
           05  FILLER                       PIC X(3)    VALUE SPACES.
       01  WS-AUD-AFTER.
           05  FILLER                       PIC X(5)    VALUE 'UNDO '.
           05  WS-AA-UNDONE                 PIC 9(7).
           05  FILLER                       PIC X(4)    VALUE ' GL '.
           05  WS-AA-GL                     PIC 9(7).
           05  FILLER                       PIC X(6)    VALUE ' LIST '.
           05  WS-AA-LIST                   PIC 9(7).
           05  FILLER                       PIC X(4)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
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
       COPY GLPOST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************
       COPY IMGSRV.
      ******************************************************************
      * CURSOR READS THE RUN'S IMAGE ENTRIES STILL PENDING, NEWEST
      * FIRST.
           EXEC SQL
               DECLARE BKOT100-CSR CURSOR FOR
                   SELECT AIMG_SEQ, AIMG_TRAN, AIMG_KEY,
                          AIMG_BEF_VAL, AIMG_AFT_VAL, AIMG_TABLE,
                          AIMG_ACTION, AIMG_BEFORE, AIMG_AFTER
                     FROM IDC015.AUDIMAGE
                    WHERE AIMG_PGM      = :WS-TGT-PGM
                      AND AIMG_BUS_DATE = :WS-TGT-BUS-DATE
                      AND AIMG_RUN_SEQ  = :WS-TGT-RUN-SEQ
                      AND AIMG_ST       = 'P'
                    ORDER BY AIMG_SEQ DESC
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE CARDS, CHECKS THE RUN, BACKS OUT
      * EACH OF ITS PENDING IMAGE ENTRIES, RELEASES THE RUN ON RUN
      * CONTROL WHEN NOTHING WAS LEFT OVER, AND PRINTS THE END-OF-RUN
      * CONTROL TOTALS.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100020-READ-SIM-CARD

           PERFORM 100010-READ-CONTROL-CARD

           PERFORM 100030-CHECK-RUN

           PERFORM 100040-GET-BUSINESS-DATE

           OPEN OUTPUT BKOTRPT-FILE
           IF NOT WS-SIM-MODE
               OPEN EXTEND GLPOST-FILE
           END-IF

           MOVE SPACES TO RE-BKOTRPT
           IF WS-SIM-MODE
               STRING 'BKOT100 - RUN BACKOUT (TRIAL - NOTHING '
                      'CHANGED) - ' WS-TODAY-DATE-X
                      DELIMITED BY SIZE
                      INTO RE-BKOTRPT
           ELSE
               STRING 'BKOT100 - RUN BACKOUT - ' WS-TODAY-DATE-X
                      DELIMITED BY SIZE
                      INTO RE-BKOTRPT
           END-IF
           WRITE RE-BKOTRPT
           MOVE SPACES TO RE-BKOTRPT
           STRING 'PROGRAM ' WS-TGT-PGM ' BUSINESS DATE '
                  WS-TGT-BUS-DATE ' RUN ' BPARM-RUN-SEQ
                  ' (RUN CONTROL STATUS ' WS-TGT-STATUS ')'
                  DELIMITED BY SIZE
                  INTO RE-BKOTRPT
           WRITE RE-BKOTRPT
           MOVE SPACES TO RE-BKOTRPT
           STRING '      SEQ  TABLE               A  TRAN       '
                  'KEY              OUTCOME'
                  DELIMITED BY SIZE
                  INTO RE-BKOTRPT
           WRITE RE-BKOTRPT

           EXEC SQL
               OPEN BKOT100-CSR
           END-EXEC

           PERFORM 100200-FETCH-NEXT

           PERFORM 200000-BACK-OUT-ONE-ENTRY UNTIL WS-EOF-YES

           EXEC SQL
               CLOSE BKOT100-CSR
           END-EXEC

           IF NOT WS-SIM-MODE
               CLOSE GLPOST-FILE
               IF WS-CTL-LIST-CNT = ZERO
                AND WS-CTL-ERR-CNT = ZERO
                   PERFORM 300000-RELEASE-RUN
               END-IF
               PERFORM 900400-WRITE-AUDIT-TRAIL
           END-IF

           PERFORM 900000-PRINT-CONTROL-TOTALS

           CLOSE BKOTRPT-FILE

           EVALUATE TRUE
               WHEN WS-CTL-ERR-CNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CTL-LIST-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.
      ******************************************************************
      * 100010-READ-CONTROL-CARD TAKES THE RUN TO BACK OUT. A MISSING
      * OR MALFORMED CARD STOPS THE RUN: BACKING OUT A GUESSED RUN
      * WOULD DO MORE HARM THAN THE RUN ITSELF.
       100010-READ-CONTROL-CARD.

           MOVE SPACES TO RE-BKOTPARM

           OPEN INPUT BKOTPARM-FILE
           READ BKOTPARM-FILE
               AT END
                   MOVE SPACES TO RE-BKOTPARM
           END-READ
           CLOSE BKOTPARM-FILE

           IF BPARM-PGM-ID = SPACES
            OR BPARM-BD-YYYY IS NOT NUMERIC
            OR BPARM-BD-MM   IS NOT NUMERIC
            OR BPARM-BD-DD   IS NOT NUMERIC
            OR BPARM-BD-SEP1 NOT = '-'
            OR BPARM-BD-SEP2 NOT = '-'
            OR BPARM-RUN-SEQ IS NOT NUMERIC
               DISPLAY 'BKOT100 - PM1DQ017 CARD MISSING OR INVALID: '
                       RE-BKOTPARM(1:23) ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF BPARM-RUN-SEQ-N = ZERO
               DISPLAY 'BKOT100 - PM1DQ017 RUN SEQUENCE ZERO - RUN '
                       'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE BPARM-PGM-ID    TO WS-TGT-PGM
           MOVE BPARM-BUS-DATE  TO WS-TGT-BUS-DATE
           MOVE BPARM-RUN-SEQ-N TO WS-TGT-RUN-SEQ

           DISPLAY 'BKOT100 - BACKING OUT ' WS-TGT-PGM
                   ' BUSINESS DATE ' WS-TGT-BUS-DATE
                   ' RUN ' BPARM-RUN-SEQ.
      ******************************************************************
      * 100020-READ-SIM-CARD SETS TRIAL MODE FROM AN OPTIONAL 'SIM'
      * CARD.
       100020-READ-SIM-CARD.

           OPEN INPUT SIMPARM-FILE

           READ SIMPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SPARM-RUN-MODE = 'SIM'
                       MOVE 'Y' TO WS-RUN-SIM-SW
                   END-IF
           END-READ

           CLOSE SIMPARM-FILE

           IF WS-SIM-MODE
               DISPLAY 'BKOT100 - SIMULATE RUN - ENTRIES ARE '
                       'LISTED BUT NOTHING IS CHANGED'
           END-IF.
      ******************************************************************
      * 100030-CHECK-RUN FINDS THE RUN ON THE RUN-CONTROL LEDGER. IT
      * MUST BE RUNNING (LEFT SO BY AN ABEND) OR COMPLETE; A RUN NOT
      * ON FILE OR ALREADY BACKED OUT STOPS THE JOB.
       100030-CHECK-RUN.

           EXEC SQL
               SELECT RCTL_STATUS
                 INTO :WS-TGT-STATUS
                 FROM IDC015.RUNCTL
                WHERE RCTL_BUS_DATE = :WS-TGT-BUS-DATE
                  AND RCTL_PGM      = :WS-TGT-PGM
                  AND RCTL_RUN_SEQ  = :WS-TGT-RUN-SEQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   DISPLAY 'BKOT100 - RUN NOT ON RUN CONTROL - RUN '
                           'STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN SQLCODE NOT = ZERO
                   MOVE 'RUNCTL'    TO DB2-OBJECT
                   MOVE 'SELECT'    TO DB2-STATEMENT
                   MOVE WS-TGT-PGM  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-TGT-STATUS = 'B'
                   DISPLAY 'BKOT100 - RUN ALREADY BACKED OUT - RUN '
                           'STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WS-TGT-STATUS = 'R'
                   DISPLAY 'BKOT100 - RUN IS MARKED RUNNING - '
                           'BACKING OUT AN ABENDED RUN'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 100040-GET-BUSINESS-DATE TAKES TODAY'S OFFICIAL BUSINESS DATE
      * OFF THE BUSDATE ROW FOR THE OFFSETTING GL ENTRIES; WITHOUT
      * IT THE MACHINE DATE IS USED, LOUDLY.
       100040-GET-BUSINESS-DATE.

           EXEC SQL
               SELECT RCTL_BUS_DATE
                 INTO :WS-BUSDATE-ROW
                 FROM IDC015.RUNCTL
                WHERE RCTL_PGM = 'BUSDATE '
           END-EXEC

           IF SQLCODE = ZERO
               MOVE WS-BUSDATE-ROW(1:4) TO WS-TODAY-YYYYMMDD(1:4)
               MOVE WS-BUSDATE-ROW(6:2) TO WS-TODAY-YYYYMMDD(5:2)
               MOVE WS-BUSDATE-ROW(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           ELSE
               DISPLAY 'BKOT100 - BUSINESS DATE UNAVAILABLE (SQLCODE '
                       SQLCODE ') - MACHINE DATE IN USE'
           END-IF

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD.
      ******************************************************************
       100200-FETCH-NEXT.

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 100210-FETCH-IMAGE-ROW
               WITH TEST AFTER
               UNTIL SQLCODE = ZERO
                  OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                  OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-ERR-CNT
                   MOVE 'AUDIMAGE'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-TGT-PGM  TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-CTL-READ-CNT
           END-IF.
      ******************************************************************
       100210-FETCH-IMAGE-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               FETCH BKOT100-CSR
                INTO :AIMG-SEQ, :AIMG-TRAN, :AIMG-KEY,
                     :AIMG-BEF-VAL, :AIMG-AFT-VAL, :AIMG-TABLE,
                     :AIMG-ACTION, :AIMG-BEFORE, :AIMG-AFTER
           END-EXEC.
      ******************************************************************
      * 200000-BACK-OUT-ONE-ENTRY UNDOES OR LISTS ONE IMAGE ENTRY,
      * PRINTS IT, MARKS IT ON AUDIMAGE AND FETCHES THE NEXT.
       200000-BACK-OUT-ONE-ENTRY.

           MOVE SPACES TO WS-OUTCOME
           MOVE SPACE  TO WS-NEW-ST

           EVALUATE TRUE
               WHEN AIMG-ACTION = 'N'
                   MOVE 'LISTED - NO ROW IMAGE ON THE AUDIT TRAIL'
                       TO WS-OUTCOME
                   MOVE 'L' TO WS-NEW-ST
               WHEN AIMG-TABLE = 'GLPOST'
                   PERFORM 210000-OFFSET-GL-POSTING
               WHEN OTHER
                   PERFORM 220000-UNDO-ROW-CHANGE
           END-EVALUATE

           IF WS-NEW-ST = 'L'
               ADD 1 TO WS-CTL-LIST-CNT
           END-IF

           MOVE AIMG-SEQ    TO WS-BL-SEQ
           MOVE AIMG-TABLE  TO WS-BL-TABLE
           MOVE AIMG-ACTION TO WS-BL-ACTION
           MOVE AIMG-TRAN   TO WS-BL-TRAN
           MOVE AIMG-KEY    TO WS-BL-KEY
           MOVE WS-OUTCOME  TO WS-BL-OUTCOME
           WRITE RE-BKOTRPT FROM WS-BKOT-LINE
           IF AIMG-ACTION = 'N'
               MOVE AIMG-BEF-VAL TO WS-BV-BEFORE
               MOVE AIMG-AFT-VAL TO WS-BV-AFTER
               WRITE RE-BKOTRPT FROM WS-BKOT-VAL-LINE
           END-IF

           IF WS-NEW-ST NOT = SPACE AND NOT WS-SIM-MODE
               PERFORM 230000-MARK-IMAGE-ENTRY
           END-IF

           PERFORM 100200-FETCH-NEXT.
      ******************************************************************
      * 210000-OFFSET-GL-POSTING WRITES THE POSTING THE RUN MADE BACK
      * TO THE GL EXTRACT AS A REVERSAL, DATED TODAY.
       210000-OFFSET-GL-POSTING.

           MOVE AIMG-AFTER(1:60)  TO GLPOST-REC
           MOVE 'R'               TO GLPOST-REV-IND
           MOVE WS-TODAY-DATE-X   TO GLPOST-POST-DATE

           IF NOT WS-SIM-MODE
               WRITE RE-GLPOST FROM GLPOST-REC
           END-IF

           ADD 1 TO WS-CTL-GL-CNT
           MOVE SPACES TO WS-OUTCOME
           STRING 'GL OFFSET ' GLPOST-TRAN-TYPE ' '
                  GLPOST-LLOANM-NO
                  DELIMITED BY SIZE
                  INTO WS-OUTCOME
           MOVE 'B' TO WS-NEW-ST.
      ******************************************************************
      * 220000-UNDO-ROW-CHANGE PUTS ONE ROW BACK THROUGH IMG4C100. IN
      * A TRIAL NOTHING IS CALLED AND THE ENTRY IS SHOWN AS IT WOULD
      * BE ATTEMPTED. A DB2 ERROR LEAVES THE ENTRY PENDING FOR THE
      * NEXT PASS.
       220000-UNDO-ROW-CHANGE.

           IF WS-SIM-MODE
               MOVE 'WOULD BE BACKED OUT' TO WS-OUTCOME
           ELSE
               MOVE 'U'          TO IMGSRV-FUNCTION
               MOVE AIMG-TABLE   TO IMGSRV-TABLE
               MOVE AIMG-ACTION  TO IMGSRV-ACTION
               MOVE AIMG-BEFORE  TO IMGSRV-BEFORE
               MOVE AIMG-AFTER   TO IMGSRV-AFTER
               MOVE SPACES       TO IMGSRV-ROW

               CALL 'IMG4C100' USING IMGSRV-AREA

               EVALUATE TRUE
                   WHEN IMGSRV-88-OK
                       ADD 1 TO WS-CTL-UNDONE-CNT
                       MOVE 'BACKED OUT' TO WS-OUTCOME
                       MOVE 'B' TO WS-NEW-ST
                   WHEN IMGSRV-88-NOT-FOUND
                       MOVE 'LISTED - ROW CHANGED SINCE THE RUN'
                           TO WS-OUTCOME
                       MOVE 'L' TO WS-NEW-ST
                   WHEN IMGSRV-88-ROW-EXISTS
                       MOVE 'LISTED - DELETED ROW HAS BEEN REPLACED'
                           TO WS-OUTCOME
                       MOVE 'L' TO WS-NEW-ST
                   WHEN IMGSRV-88-UNSUPPORTED
                       MOVE 'LISTED - TABLE NOT COVERED BY THE BACKOUT'
                           TO WS-OUTCOME
                       MOVE 'L' TO WS-NEW-ST
                   WHEN OTHER
                       ADD 1 TO WS-CTL-ERR-CNT
                       MOVE 'DB2 ERROR - LEFT PENDING FOR RETRY'
                           TO WS-OUTCOME
                       MOVE IMGSRV-SQLCODE TO SQLCODE
                       MOVE AIMG-TABLE  TO DB2-OBJECT
                       MOVE 'UNDO'      TO DB2-STATEMENT
                       MOVE WS-TGT-PGM  TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 230000-MARK-IMAGE-ENTRY RECORDS WHAT WAS DONE WITH THE ENTRY
      * SO A LATER PASS DOES NOT TAKE IT AGAIN.
       230000-MARK-IMAGE-ENTRY.

           EXEC SQL
               UPDATE IDC015.AUDIMAGE
                  SET AIMG_ST = :WS-NEW-ST
                WHERE AIMG_PGM      = :WS-TGT-PGM
                  AND AIMG_BUS_DATE = :WS-TGT-BUS-DATE
                  AND AIMG_RUN_SEQ  = :WS-TGT-RUN-SEQ
                  AND AIMG_SEQ      = :AIMG-SEQ
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-CTL-ERR-CNT
               MOVE 'AUDIMAGE'  TO DB2-OBJECT
               MOVE 'UPDATE'    TO DB2-STATEMENT
               MOVE WS-TGT-PGM  TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF.
      ******************************************************************
      * 300000-RELEASE-RUN MARKS THE RUN BACKED OUT ON RUN CONTROL SO
      * THE PROGRAM CAN BE RERUN FOR THAT BUSINESS DATE.
       300000-RELEASE-RUN.

           SET RUNCTL-FUNC-BACKOUT TO TRUE
           MOVE WS-TGT-PGM      TO RUNCTL-PGM-ID
           MOVE WS-TGT-BUS-DATE TO RUNCTL-BUS-DATE
           MOVE BPARM-RUN-SEQ-N TO RUNCTL-RUN-SEQ

           CALL 'RCT4C100' USING RUNCTL-AREA

           IF RUNCTL-88-OK
               MOVE SPACES TO RE-BKOTRPT
               STRING 'RUN RELEASED - ' WS-TGT-PGM
                      ' MAY BE RERUN FOR ' WS-TGT-BUS-DATE
                      DELIMITED BY SIZE
                      INTO RE-BKOTRPT
               WRITE RE-BKOTRPT
           ELSE
               ADD 1 TO WS-CTL-ERR-CNT
               DISPLAY 'BKOT100 - RUN CONTROL DID NOT RELEASE THE RUN '
                       '(COD-RETURN ' RUNCTL-COD-RETURN ')'
           END-IF.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE. THE CALLER SETS DB2-OBJECT, DB2-STATEMENT AND
      * DB2-REFERENCE1 FIRST.
       900200-LOG-DB2-ERROR.

           MOVE 'BKOT100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL LOGS THE BACKOUT ITSELF: THE RUN
      * BACKED OUT AND HOW MANY ENTRIES WERE UNDONE, OFFSET AND
      * LISTED.
       900400-WRITE-AUDIT-TRAIL.

           MOVE WS-TGT-PGM        TO WS-AK-PGM
           MOVE BPARM-RUN-SEQ-N   TO WS-AK-RUN-SEQ
           MOVE WS-CTL-UNDONE-CNT TO WS-AA-UNDONE
           MOVE WS-CTL-GL-CNT     TO WS-AA-GL
           MOVE WS-CTL-LIST-CNT   TO WS-AA-LIST

           MOVE 'BKOT100'         TO AUDTRL-PGM-ID
           MOVE 'BACKOUT'         TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY        TO AUDTRL-KEY
           MOVE WS-TGT-BUS-DATE   TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER      TO AUDTRL-AFTER-VAL
           MOVE SPACES            TO AUDTRL-USER-ID
           MOVE SPACES            TO AUDTRL-TERM-ID
           MOVE 'C'               TO AUDTRL-IMG-SW

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * THE REPORT AND SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           MOVE SPACES TO RE-BKOTRPT
           WRITE RE-BKOTRPT
           MOVE WS-CTL-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-BKOTRPT
           STRING 'ENTRIES READ        ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-BKOTRPT
           WRITE RE-BKOTRPT
           DISPLAY 'BKOT100 - ENTRIES READ        ' WS-EDIT-CNT
           MOVE WS-CTL-UNDONE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-BKOTRPT
           STRING 'ROWS BACKED OUT     ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-BKOTRPT
           WRITE RE-BKOTRPT
           DISPLAY 'BKOT100 - ROWS BACKED OUT     ' WS-EDIT-CNT
           MOVE WS-CTL-GL-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-BKOTRPT
           STRING 'GL POSTINGS OFFSET  ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-BKOTRPT
           WRITE RE-BKOTRPT
           DISPLAY 'BKOT100 - GL POSTINGS OFFSET  ' WS-EDIT-CNT
           MOVE WS-CTL-LIST-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-BKOTRPT
           STRING 'LISTED FOR HAND FIX ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-BKOTRPT
           WRITE RE-BKOTRPT
           DISPLAY 'BKOT100 - LISTED FOR HAND FIX ' WS-EDIT-CNT
           MOVE WS-CTL-ERR-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-BKOTRPT
           STRING 'DB2 ERRORS          ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-BKOTRPT
           WRITE RE-BKOTRPT
           DISPLAY 'BKOT100 - DB2 ERRORS          ' WS-EDIT-CNT.
