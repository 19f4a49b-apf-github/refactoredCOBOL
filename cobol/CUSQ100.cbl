      ******************************************************************
      * CUSQ100 IS THE NIGHTLY UNLOAD OF THE ONLINE CUSTOMER-
      * MAINTENANCE CAPTURE QUEUE (CUSTCAPQ, FILLED BY CUSC100). EVERY
      * REQUEST STILL QUEUED ('Q') IS WRITTEN, OLDEST FIRST, TO THE
      * CAPTURE FILE (O1DQ4201) EXACTLY AS KEYED AND MARKED EXTRACTED
      * ('X') WITH THE BUSINESS DATE, SO THE SAME REQUEST NEVER RIDES
      * TWO NIGHTS. THE FILE IS BUILT AS ONE HDR/TRL-WRAPPED SECTION
      * OF CUSTM100'S INPUT - HEADER WITH THE BUSINESS DATE AND A
      * DATE-DERIVED SEQUENCE (YYMMDD, THE SAME AS SUSPR100'S
      * RESUBMISSION SECTION), TRAILER WITH THE DETAIL COUNT - AND IS
      * CONCATENATED INTO CUSTM100'S I1DQ0101 IN RVNITE1, WHERE
      * 100030-VALIDATE-FILE-CONTROLS PROVES IT LIKE ANY OTHER
      * SECTION. AN EMPTY QUEUE STILL GETS ITS HDR/TRL PAIR. EACH
      * REQUEST UNLOADED GOES TO THE COMMON AUDIT TRAIL UNDER THE
      * USER AND TERMINAL THAT KEYED IT, SINCE CUSTM100'S OWN ENTRY
      * FOR THE APPLIED CHANGE CARRIES NO KEYER. THE QUEUE ROW IS
      * MARKED BEFORE THE RECORD IS WRITTEN: A ROW THAT CANNOT BE
      * MARKED STAYS QUEUED FOR TOMORROW AND IS NOT WRITTEN TONIGHT
      * (CC 4), AND AN ABEND PART WAY BACKS OUT THE MARKS WITH THE
      * UNCATALOGUED FILE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSQ100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT CAPOUT-FILE   ASSIGN O1DQ4201.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CAPOUT-FILE IS THE NIGHT'S CAPTURED CUSTTRAN RECORDS (SEE
      * CUSTTRAN.cpy), WRAPPED IN THEIR HDR/TRL CONTROL RECORDS.
       FD  CAPOUT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-CAPOUT                        PIC X(95).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE QUEUE CURSOR.
       01  WS-SWITCHES.
           05  WS-CAPQ-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-CAPQ-EOF                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-OUT-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ERR-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S (BUSINESS) DATE, FOR THE HEADER AND CAPQ_XTR_DATE.
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
      * HDR/TRL CONTROL IMAGES, IN THE LAYOUT CUSTM100'S
      * 100030-VALIDATE-FILE-CONTROLS PROVES.
       01  WS-CAP-HDR-REC.
           05  FILLER                       PIC X(3)    VALUE 'HDR'.
           05  WS-CAP-HDR-DATE              PIC X(10).
           05  WS-CAP-HDR-SEQ               PIC X(6).
           05  FILLER                       PIC X(76)   VALUE SPACES.
       01  WS-CAP-TRL-REC.
           05  FILLER                       PIC X(3)    VALUE 'TRL'.
           05  WS-CAP-TRL-CNT               PIC 9(9).
           05  FILLER                       PIC X(83)   VALUE SPACES.
      ******************************************************************
       COPY CUSTCAPQ.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      * QUEUE CURSOR: EVERY REQUEST STILL QUEUED, IN CAPTURE ORDER, SO
      * CUSTM100 APPLIES THEM IN THE ORDER THEY WERE KEYED.
           EXEC SQL
               DECLARE CUSQ-CAPQ-CSR CURSOR FOR
                   SELECT CAPQ_TS, CAPQ_USER, CAPQ_TERM,
                          CAPQ_REQ_TYPE, CAPQ_CUSTM_NO, CAPQ_RAW
                     FROM IDC015.CUSTCAPQ
                    WHERE CAPQ_STATUS = 'Q'
                    ORDER BY CAPQ_TS
                      FOR UPDATE OF CAPQ_STATUS, CAPQ_XTR_DATE
           END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************
       COPY RUNCTL.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE WRITES THE HEADER, UNLOADS THE QUEUE, WRITES
      * THE TRAILER AND SETS THE CONDITION CODE.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 100005-REGISTER-RUN-START

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           OPEN OUTPUT CAPOUT-FILE

           MOVE WS-TODAY-DATE-X        TO WS-CAP-HDR-DATE
           MOVE WS-TODAY-YYYYMMDD(3:6) TO WS-CAP-HDR-SEQ
           WRITE RE-CAPOUT FROM WS-CAP-HDR-REC

           EXEC SQL
               OPEN CUSQ-CAPQ-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-CAPQ-EOF-SW
               ADD 1 TO WS-CTL-ERR-CNT
               MOVE 'CUSTCAPQ' TO DB2-OBJECT
               MOVE 'OPEN'     TO DB2-STATEMENT
               MOVE SPACES     TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 200100-FETCH-ONE-REQUEST
           END-IF

           PERFORM 200200-UNLOAD-ONE-REQUEST UNTIL WS-CAPQ-EOF

           EXEC SQL
               CLOSE CUSQ-CAPQ-CSR
           END-EXEC

           MOVE WS-CTL-OUT-CNT TO WS-CAP-TRL-CNT
           WRITE RE-CAPOUT FROM WS-CAP-TRL-REC

           CLOSE CAPOUT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS
           PERFORM 900900-REGISTER-RUN-END

           IF WS-CTL-ERR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100005-REGISTER-RUN-START REGISTERS THIS RUN ON THE RUN-
      * CONTROL LEDGER AND TAKES ITS BUSINESS DATE, SO THE HEADER
      * CARRIES THE SAME DATE CUSTM100 WILL CHECK IT AGAINST.
       100005-REGISTER-RUN-START.

           SET RUNCTL-FUNC-START TO TRUE
           MOVE 'CUSQ100 ' TO RUNCTL-PGM-ID

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
                   DISPLAY 'CUSQ100 - ALREADY COMPLETE FOR '
                           'BUSINESS DATE ' RUNCTL-BUS-DATE
                           ' - DUPLICATE RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'CUSQ100 - RUN CONTROL UNAVAILABLE '
                           '(COD-RETURN ' RUNCTL-COD-RETURN
                           ') - MACHINE DATE IN USE'
           END-EVALUATE.
      ******************************************************************
       200100-FETCH-ONE-REQUEST.

           EXEC SQL
               FETCH CUSQ-CAPQ-CSR
                INTO :CAPQ-TS, :CAPQ-USER, :CAPQ-TERM,
                     :CAPQ-REQ-TYPE, :CAPQ-CUSTM-NO, :CAPQ-RAW
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-CAPQ-EOF-SW
               IF SQLCODE NOT = +100
                   ADD 1 TO WS-CTL-ERR-CNT
                   MOVE 'CUSTCAPQ' TO DB2-OBJECT
                   MOVE 'FETCH'    TO DB2-STATEMENT
                   MOVE SPACES     TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200200-UNLOAD-ONE-REQUEST MARKS THE QUEUE ROW EXTRACTED AND,
      * ONCE IT IS MARKED, WRITES THE RECORD AND ITS AUDIT ENTRY.
       200200-UNLOAD-ONE-REQUEST.

           MOVE WS-TODAY-DATE-X TO CAPQ-XTR-DATE

           EXEC SQL
               UPDATE IDC015.CUSTCAPQ
                  SET CAPQ_STATUS   = 'X',
                      CAPQ_XTR_DATE = :CAPQ-XTR-DATE
                WHERE CURRENT OF CUSQ-CAPQ-CSR
           END-EXEC

           IF SQLCODE = ZERO
               WRITE RE-CAPOUT FROM CAPQ-RAW
               ADD 1 TO WS-CTL-OUT-CNT
               PERFORM 900400-WRITE-AUDIT-TRAIL
           ELSE
               ADD 1 TO WS-CTL-ERR-CNT
               MOVE 'CUSTCAPQ'    TO DB2-OBJECT
               MOVE 'UPDATE'      TO DB2-STATEMENT
               MOVE CAPQ-CUSTM-NO TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           PERFORM 200100-FETCH-ONE-REQUEST.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL RECORDS WHO KEYED THE REQUEST, FROM
      * WHICH TERMINAL AND WHEN, AGAINST THE CUSTOMER.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'CUSQ100'        TO AUDTRL-PGM-ID
           MOVE 'CAPTURED'       TO AUDTRL-TRAN-TYPE
           MOVE SPACES           TO AUDTRL-KEY
           MOVE CAPQ-CUSTM-NO    TO AUDTRL-KEY(1:10)
           MOVE CAPQ-REQ-TYPE    TO AUDTRL-KEY(12:2)
           MOVE SPACES           TO AUDTRL-BEFORE-VAL
           MOVE CAPQ-TS          TO AUDTRL-BEFORE-VAL(1:26)
           MOVE CAPQ-RAW(13:40)  TO AUDTRL-AFTER-VAL
           MOVE CAPQ-USER        TO AUDTRL-USER-ID
           MOVE SPACES           TO AUDTRL-TERM-ID
           MOVE CAPQ-TERM        TO AUDTRL-TERM-ID(1:4)

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'CUSQ100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE CAPTURE FILE WITH
      * CUSTM100'S INPUT COUNT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'CUSQ100 CONTROL TOTALS'
           DISPLAY '  BUSINESS DATE .................... : '
                   WS-TODAY-DATE-X
           DISPLAY '  CAPTURED REQUESTS UNLOADED ....... : '
                   WS-CTL-OUT-CNT
           DISPLAY '  DB2 ERRORS (LEFT QUEUED) ......... : '
                   WS-CTL-ERR-CNT.
      ******************************************************************
      * 900900-REGISTER-RUN-END MARKS THIS RUN COMPLETE ON THE
      * RUN-CONTROL LEDGER.
       900900-REGISTER-RUN-END.

           SET RUNCTL-FUNC-END TO TRUE
           MOVE 'CUSQ100 ' TO RUNCTL-PGM-ID

           CALL 'RCT4C100' USING RUNCTL-AREA.
      ******************************************************************
