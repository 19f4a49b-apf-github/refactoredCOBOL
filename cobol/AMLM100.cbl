      ******************************************************************
      * AMLM100 APPLIES AMLAINPT-FILE CLOSE REQUESTS (AMLAIN-REQ-TYPE
      * CL) AGAINST THE AMLALERT COMPLIANCE QUEUE THAT AMLT100 RAISES
      * ITS MONITORING ALERTS ONTO, THE SAME SHAPE AS APPRM100'S
      * MAKER-CHECKER DECISIONS. A CLOSE NAMES THE ALERT BY ITS ID
      * AND MUST CARRY A DISPOSITION CODE ('FP' FALSE POSITIVE, 'EX'
      * EXPLAINED, 'RP' REPORTED TO THE FIU, 'DU' DUPLICATE) AND THE
      * USER ID OF THE COMPLIANCE OFFICER CLOSING IT, WHO MUST HOLD
      * THE AMLCLOSE FUNCTION ON USERENTL. ONLY OPEN ALERTS CAN BE
      * CLOSED; THE OFFICER AND DISPOSITION ARE STAMPED ON THE ALERT
      * AND ON THE AUDIT TRAIL.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT AMLATRAN-FILE ASSIGN I1DQ2401.
           SELECT AMLAREJ-FILE  ASSIGN O1DQ2402.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AMLATRAN-FILE CARRIES THE INCOMING ALERT CLOSE REQUESTS (SEE
      * AMLATRAN.cpy FOR THE FIELD LAYOUT, COPIED INTO WORKING-STORAGE
      * BELOW).
       FD  AMLATRAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AMLAIN                        PIC X(80).
      ******************************************************************
      * AMLAREJ-FILE CARRIES CLOSE REQUESTS THAT FAILED VALIDATION OR
      * THE DB2 UPDATE, SO THE ALERT STAYS VISIBLY OPEN RATHER THAN
      * THE REQUEST SIMPLY VANISHING FROM THE RUN.
       FD  AMLAREJ-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AMLAREJ.
           05  AMREJ-REQ-TYPE               PIC X(2).
           05  AMREJ-ALRT-ID                PIC X(9).
           05  AMREJ-USER                   PIC X(8).
           05  AMREJ-SQLCODE                PIC S9(9) COMP-3.
           05  AMREJ-REASON                 PIC X(40).
           05  FILLER                       PIC X(16).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE STANDALONE BATCH DRIVER (100000-MAINLINE).
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-CLOSE-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RPT-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-REJ-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 200000-CLOSE-ONE-ALERT.
       01  WS-CLS-OK-SW                     PIC X(1)    VALUE 'Y'.
           88  WS-CLS-OK                                VALUE 'Y'.
       01  WS-CLS-REJ-REASON                PIC X(40)   VALUE SPACES.
       01  WS-CLS-SQLCODE                   PIC S9(9) COMP-3
                                                         VALUE ZEROS.
       01  WS-DISP-CODE                     PIC X(2)    VALUE SPACES.
           88  WS-DISP-VALID                VALUE 'FP' 'EX' 'RP' 'DU'.
      ******************************************************************
      * WORKING-STORAGE FOR 199500-CHECK-USER-ENTITLEMENT, WHICH
      * REFUSES A CLOSE WHOSE OFFICER IS NOT ENTITLED TO THE
      * AMLCLOSE FUNCTION (SEE USERENTL / UENTM100).
       01  WS-UENT-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD.
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
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY AMLATRAN.
      ******************************************************************
       COPY AMLALERT.
      ******************************************************************
       COPY USERENTL.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
       COPY AUDTRL.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE OPENS THE REQUEST AND REJECT FILES, LOOPS
      * CALLING 100100-PROCESS-ONE-REQUEST PER RECORD, AND PRINTS
      * THE END-OF-RUN CONTROL TOTALS.
       100000-MAINLINE.

           OPEN INPUT  AMLATRAN-FILE
           OPEN OUTPUT AMLAREJ-FILE

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100200-READ-INPUT

           PERFORM 100100-PROCESS-ONE-REQUEST UNTIL WS-EOF-YES

           CLOSE AMLATRAN-FILE
           CLOSE AMLAREJ-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
       100100-PROCESS-ONE-REQUEST.

           IF AMLAIN-REQ-TYPE NOT = 'CL'
               MOVE ZEROS TO WS-CLS-SQLCODE
               MOVE 'UNRECOGNIZED AMLAIN-REQ-TYPE'
                          TO WS-CLS-REJ-REASON
               PERFORM 900100-WRITE-REJECT
           ELSE
               PERFORM 200000-CLOSE-ONE-ALERT
           END-IF

           PERFORM 100200-READ-INPUT.
      ******************************************************************
       100200-READ-INPUT.

           READ AMLATRAN-FILE INTO AMLAINPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
      ******************************************************************
      * 200000-CLOSE-ONE-ALERT CHECKS THE OFFICER'S ENTITLEMENT AND
      * THE DISPOSITION CODE, FINDS THE ALERT, REFUSES ONE ALREADY
      * CLOSED, AND RECORDS THE CLOSE.
       200000-CLOSE-ONE-ALERT.

           MOVE 'Y'    TO WS-CLS-OK-SW
           MOVE SPACES TO WS-CLS-REJ-REASON
           MOVE ZEROS  TO WS-CLS-SQLCODE
           MOVE AMLAIN-DISP TO WS-DISP-CODE

           PERFORM 199500-CHECK-USER-ENTITLEMENT

           IF NOT WS-CLS-OK
               CONTINUE
           ELSE
           IF AMLAIN-ALRT-ID IS NOT NUMERIC
               MOVE 'N' TO WS-CLS-OK-SW
               MOVE 'ALERT ID NOT NUMERIC'
                        TO WS-CLS-REJ-REASON
           ELSE
           IF NOT WS-DISP-VALID
               MOVE 'N' TO WS-CLS-OK-SW
               MOVE 'DISPOSITION CODE MISSING OR INVALID'
                        TO WS-CLS-REJ-REASON
           ELSE
               MOVE AMLAIN-ALRT-ID TO ALRT-ID

               EXEC SQL
                   SELECT ALRT_RULE, ALRT_KEY, ALRT_ST, ALRT_NOTE
                     INTO :ALRT-RULE, :ALRT-KEY, :ALRT-ST, :ALRT-NOTE
                     FROM IDC015.AMLALERT
                    WHERE ALRT_ID = :ALRT-ID
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       MOVE 'N' TO WS-CLS-OK-SW
                       MOVE 'ALERT NOT ON AMLALERT'
                                TO WS-CLS-REJ-REASON
                   WHEN SQLCODE NOT = ZERO
                       MOVE 'N'     TO WS-CLS-OK-SW
                       MOVE SQLCODE TO WS-CLS-SQLCODE
                       MOVE 'AMLALERT LOOKUP FAILED - SEE SQLCODE'
                                    TO WS-CLS-REJ-REASON
                       MOVE 'AMLALERT'     TO DB2-OBJECT
                       MOVE 'SELECT'       TO DB2-STATEMENT
                       MOVE AMLAIN-ALRT-ID TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
                   WHEN ALRT-ST NOT = 'O'
                       MOVE 'N' TO WS-CLS-OK-SW
                       MOVE 'ALERT IS NOT OPEN - ALREADY CLOSED'
                                TO WS-CLS-REJ-REASON
               END-EVALUATE
           END-IF
           END-IF
           END-IF

           IF WS-CLS-OK
               IF AMLAIN-NOTE NOT = SPACES
                   MOVE AMLAIN-NOTE TO ALRT-NOTE
               END-IF

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-UPDATE-AMLALERT-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-CLOSE-CNT
                   IF AMLAIN-DISP = 'RP'
                       ADD 1 TO WS-CTL-RPT-CNT
                   END-IF
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE SQLCODE TO WS-CLS-SQLCODE
                   MOVE 'ALERT CLOSE FAILED - SEE SQLCODE'
                                TO WS-CLS-REJ-REASON
                   MOVE 'AMLALERT'     TO DB2-OBJECT
                   MOVE 'UPDATE'       TO DB2-STATEMENT
                   MOVE AMLAIN-ALRT-ID TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   PERFORM 900100-WRITE-REJECT
               END-IF
           ELSE
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
       200010-UPDATE-AMLALERT-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.AMLALERT
                  SET ALRT_ST         = 'C',
                      ALRT_DISP       = :AMLAIN-DISP,
                      ALRT_USER       = :AMLAIN-USER,
                      ALRT_CLOSE_DATE = :WS-TODAY-DATE-X,
                      ALRT_NOTE       = :ALRT-NOTE
                WHERE ALRT_ID = :ALRT-ID
                  AND ALRT_ST = 'O'
           END-EXEC.
      ******************************************************************
      * 199500-CHECK-USER-ENTITLEMENT CONFIRMS THE OFFICER HOLDS THE
      * AMLCLOSE FUNCTION ON USERENTL BEFORE THE ALERT IS EVEN
      * LOOKED AT; A CLOSE WITH NO USER ID FAILS HERE TOO.
       199500-CHECK-USER-ENTITLEMENT.

           MOVE ZEROS TO WS-UENT-CNT

           IF AMLAIN-USER NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-UENT-CNT
                     FROM IDC015.USERENTL
                    WHERE UENT_USER = :AMLAIN-USER
                      AND UENT_FUNC = 'AMLCLOSE'
               END-EXEC
           END-IF

           IF AMLAIN-USER = SPACES
            OR SQLCODE NOT = ZERO OR WS-UENT-CNT = ZERO
               MOVE 'N' TO WS-CLS-OK-SW
               MOVE 'USER NOT ENTITLED - OUT OF SCOPE'
                        TO WS-CLS-REJ-REASON
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           MOVE AMLAIN-REQ-TYPE   TO AMREJ-REQ-TYPE
           MOVE AMLAIN-ALRT-ID    TO AMREJ-ALRT-ID
           MOVE AMLAIN-USER       TO AMREJ-USER
           MOVE WS-CLS-SQLCODE    TO AMREJ-SQLCODE
           MOVE WS-CLS-REJ-REASON TO AMREJ-REASON

           WRITE RE-AMLAREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'AMLM100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL RECORDS THE CLOSE WITH THE OFFICER'S
      * IDENTITY; THE RULE THAT RAISED THE ALERT RIDES IN THE BEFORE
      * VALUE AND THE DISPOSITION IN THE AFTER VALUE.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'AMLM100'       TO AUDTRL-PGM-ID
           MOVE 'AMLCLOSE'      TO AUDTRL-TRAN-TYPE
           MOVE AMLAIN-ALRT-ID  TO AUDTRL-KEY
           MOVE SPACES          TO AUDTRL-BEFORE-VAL
           STRING 'RULE ' ALRT-RULE ' KEY ' ALRT-KEY
                  DELIMITED BY SIZE INTO AUDTRL-BEFORE-VAL
           MOVE SPACES          TO AUDTRL-AFTER-VAL
           STRING 'CLOSED ' AMLAIN-DISP
                  DELIMITED BY SIZE INTO AUDTRL-AFTER-VAL
           MOVE AMLAIN-USER     TO AUDTRL-USER-ID
           MOVE SPACES          TO AUDTRL-TERM-ID

           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO COMPLIANCE CAN RECONCILE THE DAY'S CLOSURES.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'AMLM100 CONTROL TOTALS'
           DISPLAY '  ALERTS CLOSED .................... : '
                   WS-CTL-CLOSE-CNT
           DISPLAY '  OF WHICH REPORTED TO THE FIU ..... : '
                   WS-CTL-RPT-CNT
           DISPLAY '  CLOSE REQUESTS REJECTED .......... : '
                   WS-CTL-REJ-CNT.
      ******************************************************************
