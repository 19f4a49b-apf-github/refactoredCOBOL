      ******************************************************************
      * CUSC100 IS THE ONLINE CUSTOMER-MAINTENANCE CAPTURE (TRANSID
      * CUSC): BRANCH STAFF KEY A CUSTTRAN RECORD OF REQ-TYPE 01 TO 09
      * (SEE CUSTTRAN.cpy FOR THE 95-BYTE LAYOUT AND ITS ALTERNATE
      * VIEWS) AND IT IS EDITED THERE AND THEN, INSTEAD OF BEING
      * KEYED TO A FILE THAT ONLY MEETS CUSTM100'S EDITS THAT NIGHT
      * AND COMES BACK THE NEXT DAY FROM THE SUSPENSE FILE. THE USER
      * MUST HOLD THE CUSTCAP FUNCTION ON USERENTL. THE EDITS ARE THE
      * ONES CUSTM100 MAKES ON THE RECORD ITSELF:
      *   - THE FRONT-END EDIT THAT WOULD SEND IT TO VAL4C100'S
      *     SUSPENSE FILE (REQUEST CODE, NUMERIC CUSTOMER NUMBER);
      *   - CUSTOMER ON CUSTM_TABLE (NOT ON IT, FOR AN 01 ADD);
      *   - DATE OF BIRTH FORMAT AND MINIMUM AGE (01/02 - A LEGAL
      *     ENTITY'S DATE IS ITS INCORPORATION DATE, FORMAT ONLY);
      *   - FORCE-DELETE SUPERVISOR USER ID (06);
      *   - COUNTRY ON THE QBEC9900 REFERENCE FILE (04), READ HERE
      *     THROUGH ITS CICS FILE QBREFM SINCE THE QBEC9900 ROUTINE
      *     ITSELF IS BATCH FILE I/O;
      *   - CONTACT TYPE (05), STATUS CODE AND DECEASED EVIDENCE
      *     (07), AND DOCUMENT TYPE, NUMBER, DATES AND DNI/NIE CHECK
      *     LETTER (08).
      * A FAILED EDIT IS SHOWN ON THE SCREEN WITH THE SAME REASON THE
      * BATCH WOULD HAVE GIVEN, SO THE CLERK CORRECTS IT ON THE SPOT
      * AND NOTHING REACHES THE SUSPENSE FILE. CHECKS THAT DEPEND ON
      * THE STATE OF THE TABLES AT APPLY TIME (DEPENDENT ROWS ON A
      * DELETE, TAX-ID UNIQUENESS, WATCHLIST, MAKER-CHECKER PARKING)
      * STAY WITH CUSTM100. AN ACCEPTED RECORD IS QUEUED ON CUSTCAPQ
      * WITH THE USER, TERMINAL AND TIME; CUSQ100 UNLOADS THE QUEUE
      * EACH NIGHT AS AN HDR/TRL-WRAPPED SECTION OF CUSTM100'S INPUT.
      * SAME PSEUDO-CONVERSATIONAL PATTERN AS THE INQUIRIES: FIRST
      * ENTRY SENDS THE PROMPT, SECOND ENTRY RECEIVES THE RECORD,
      * ANSWERS ACCEPTED OR REJECTED, AND ENDS THE CONVERSATION.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSC100.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * THE KEYED RECORD IS RECEIVED STRAIGHT INTO CUSTINPT-FILE
      * (COPY CUSTTRAN BELOW); A SHORT ENTRY LEAVES THE REST BLANK.
       01  WS-CAP-INPUT-LEN                 PIC S9(4) COMP
                                                         VALUE 95.
      ******************************************************************
      * SWITCH AND REASON SET BY 310000-EDIT-REQUEST AND
      * 380000-QUEUE-REQUEST.
       01  WS-CAP-OK-SW                     PIC X(1)    VALUE 'Y'.
           88  WS-CAP-OK                                VALUE 'Y'.
       01  WS-CAP-REASON                    PIC X(40)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 320000-CHECK-CUSTOMER-ON-FILE.
       01  WS-CUST-FOUND-SW                 PIC X(1)    VALUE 'N'.
           88  WS-CUST-FOUND                            VALUE 'Y'.
       01  WS-CUST-TYPE-SW                  PIC X(1)    VALUE 'P'.
           88  WS-CUST-ENTITY                           VALUE 'E'.
      ******************************************************************
      * WORKING-STORAGE FOR 330000-VALIDATE-DOB AND 330100-CHECK-MIN-
      * AGE, THE SAME DATE EDIT AS CUSTM100'S 190000-VALIDATE-DOB.
      * TODAY'S DATE COMES FROM DB2 (CURRENT DATE, ISO FORMAT).
       01  WS-MIN-CUST-AGE                  PIC 9(3)    VALUE 18.
       01  WS-TODAY-DATE-X                  PIC X(10)   VALUE SPACES.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-DATE-X.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-TODAY-MM                  PIC 9(2).
           05  FILLER                       PIC X(1).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-DOB-BREAKDOWN.
           05  WS-DOB-YYYY-X                PIC X(4).
           05  WS-DOB-DASH1                 PIC X(1).
           05  WS-DOB-MM-X                  PIC X(2).
           05  WS-DOB-DASH2                 PIC X(1).
           05  WS-DOB-DD-X                  PIC X(2).
       01  WS-DOB-YYYY                      PIC 9(4)    VALUE ZEROS.
       01  WS-DOB-MM                        PIC 9(2)    VALUE ZEROS.
       01  WS-DOB-DD                        PIC 9(2)    VALUE ZEROS.
       01  WS-CUST-AGE                      PIC S9(3)   VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 340000-VALIDATE-COUNTRY: THE QBREFM KEY
      * (COUNTRY ENTITY AND THE PRIMARY DESCRIPTION LANGUAGE, AS
      * CUSTM100 INQUIRES IT) AND THE RECORD READ INTO.
       01  WS-QREF-KEY.
           05  WS-QREF-COD-ENTITY           PIC X(4)    VALUE SPACES.
           05  WS-QREF-LNG-DATA             PIC X(1)    VALUE '1'.
       01  WS-QREF-REC                      PIC X(263)  VALUE SPACES.
       01  WS-QREF-LEN                      PIC S9(4) COMP
                                                         VALUE 263.
       01  WS-CICS-RESP                     PIC S9(8) COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR 360000-VALIDATE-NIF-NIE, THE SAME CHECK-
      * LETTER EDIT AS CUSTM100'S 460100-VALIDATE-NIF-NIE.
       01  WS-NIF-LETTERS                   PIC X(23)   VALUE
               'TRWAGMYFPDXBNJZSQVHLCKE'.
       01  WS-NIF-DIGITS-X                  PIC X(8)    VALUE ZEROS.
       01  WS-NIF-DIGITS REDEFINES WS-NIF-DIGITS-X
                                            PIC 9(8).
       01  WS-NIF-QUOT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-NIF-REM                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * THE INITIAL PROMPT SCREEN, SENT THE FIRST TIME THE
      * TRANSACTION IS ENTERED (EIBCALEN = 0).
       01  WS-PROMPT-TEXT.
           05  FILLER                       PIC X(30)   VALUE
                   'CUSTOMER MAINTENANCE CAPTURE'.
           05  FILLER                       PIC X(10)   VALUE
                   SPACES.
           05  FILLER                       PIC X(40)   VALUE
                   'KEY ONE CUSTTRAN RECORD, REQ-TYPE 01-09'.
      ******************************************************************
      * THE ANSWER LINES.
       01  WS-ACCEPT-TEXT.
           05  FILLER                       PIC X(9)    VALUE
                   'REQ-TYPE '.
           05  ACC-REQ-TYPE                 PIC X(2).
           05  FILLER                       PIC X(10)   VALUE
                   ' CUSTOMER '.
           05  ACC-CUSTM-NO                 PIC X(10).
           05  FILLER                       PIC X(38)   VALUE
                   ' ACCEPTED - QUEUED FOR THE NIGHTLY RUN'.
       01  WS-REJECT-TEXT.
           05  FILLER                       PIC X(9)    VALUE
                   'REQ-TYPE '.
           05  REJ-REQ-TYPE                 PIC X(2).
           05  FILLER                       PIC X(10)   VALUE
                   ' CUSTOMER '.
           05  REJ-CUSTM-NO                 PIC X(10).
           05  FILLER                       PIC X(12)   VALUE
                   ' REJECTED - '.
           05  REJ-REASON                   PIC X(40).
      ******************************************************************
      * WORKING-STORAGE FOR 305000-CHECK-USER-ENTITLEMENT, WHICH
      * REFUSES A USER NOT HOLDING THE CUSTCAP FUNCTION ON USERENTL.
       01  WS-CAP-USER-ID                   PIC X(8)    VALUE SPACES.
       01  WS-UENT-CNT                      PIC S9(9) COMP
                                                         VALUE ZEROS.
       01  WS-UENT-OK-SW                    PIC X(1)    VALUE 'Y'.
           88  WS-UENT-OK                               VALUE 'Y'.
       01  WS-NOAUTH-TEXT.
           05  FILLER                       PIC X(6)    VALUE
                   'USER: '.
           05  NA-USER-ID                   PIC X(8).
           05  FILLER                       PIC X(36)   VALUE
                   ' NOT AUTHORIZED FOR THIS CAPTURE'.
      ******************************************************************
       COPY CUSTTRAN.
      ******************************************************************
       COPY USERENTL.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTCAPQ.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************

       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(1).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      ******************************************************************
      * 100000-MAINLINE SENDS THE INITIAL PROMPT ON THE FIRST ENTRY
      * OF THE TRANSACTION (EIBCALEN = 0) AND RETURNS PSEUDO-
      * CONVERSATIONALLY, READY TO RECEIVE THE KEYED RECORD ON THE
      * NEXT ENTRY.
       100000-MAINLINE.

           IF EIBCALEN = 0
               PERFORM 200000-SEND-CAPTURE-PROMPT

               EXEC CICS RETURN
                   TRANSID('CUSC')
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(1)
               END-EXEC
           ELSE
               PERFORM 300000-RECEIVE-AND-CAPTURE

               EXEC CICS RETURN
               END-EXEC
           END-IF.
      ******************************************************************
      * 200000-SEND-CAPTURE-PROMPT SENDS THE INITIAL PROMPT SCREEN,
      * ERASING WHATEVER WAS ON THE TERMINAL BEFORE.
       200000-SEND-CAPTURE-PROMPT.

           EXEC CICS SEND TEXT
               FROM(WS-PROMPT-TEXT)
               LENGTH(LENGTH OF WS-PROMPT-TEXT)
               ERASE
           END-EXEC.
      ******************************************************************
      * 300000-RECEIVE-AND-CAPTURE RECEIVES THE KEYED RECORD, CHECKS
      * THE USER, EDITS THE RECORD AND QUEUES IT IF IT PASSES, THEN
      * ANSWERS WITH THE OUTCOME.
       300000-RECEIVE-AND-CAPTURE.

           MOVE SPACES TO CUSTINPT-FILE
           MOVE 95     TO WS-CAP-INPUT-LEN

           EXEC CICS RECEIVE
               INTO(CUSTINPT-FILE)
               LENGTH(WS-CAP-INPUT-LEN)
               NOHANDLE
           END-EXEC

           PERFORM 305000-CHECK-USER-ENTITLEMENT

           IF WS-UENT-OK
               PERFORM 310000-EDIT-REQUEST
           END-IF

           IF WS-UENT-OK AND WS-CAP-OK
               PERFORM 380000-QUEUE-REQUEST
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-UENT-OK
                   PERFORM 306000-SEND-NOT-AUTHORIZED
               WHEN NOT WS-CAP-OK
                   PERFORM 390000-SEND-REJECTED
               WHEN OTHER
                   PERFORM 395000-SEND-ACCEPTED
           END-EVALUATE.
      ******************************************************************
      * 305000-CHECK-USER-ENTITLEMENT PICKS UP THE SIGNED-ON USER AND
      * CONFIRMS THE CUSTCAP FUNCTION ON USERENTL BEFORE ANYTHING IS
      * EDITED OR QUEUED.
       305000-CHECK-USER-ENTITLEMENT.

           MOVE 'Y'   TO WS-UENT-OK-SW
           MOVE ZEROS TO WS-UENT-CNT

           EXEC CICS ASSIGN
               USERID(WS-CAP-USER-ID)
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-UENT-CNT
                 FROM IDC015.USERENTL
                WHERE UENT_USER = :WS-CAP-USER-ID
                  AND UENT_FUNC = 'CUSTCAP '
           END-EXEC

           IF SQLCODE NOT = ZERO OR WS-UENT-CNT = ZERO
               MOVE 'N' TO WS-UENT-OK-SW
           END-IF.
      ******************************************************************
       306000-SEND-NOT-AUTHORIZED.

           MOVE WS-CAP-USER-ID TO NA-USER-ID

           EXEC CICS SEND TEXT
               FROM(WS-NOAUTH-TEXT)
               LENGTH(LENGTH OF WS-NOAUTH-TEXT)
               ERASE
           END-EXEC.
      ******************************************************************
      * 310000-EDIT-REQUEST RUNS THE FRONT-END EDIT, THE CUSTOMER
      * CHECK AND THEN THE FIELD EDITS FOR THE REQUEST TYPE, STOPPING
      * AT THE FIRST FAILURE SO THE CLERK SEES ONE REASON AT A TIME.
       310000-EDIT-REQUEST.

           MOVE 'Y'    TO WS-CAP-OK-SW
           MOVE SPACES TO WS-CAP-REASON

           IF CUSTIN-REQ-TYPE NOT = '01' AND
              CUSTIN-REQ-TYPE NOT = '02' AND
              CUSTIN-REQ-TYPE NOT = '03' AND
              CUSTIN-REQ-TYPE NOT = '04' AND
              CUSTIN-REQ-TYPE NOT = '05' AND
              CUSTIN-REQ-TYPE NOT = '06' AND
              CUSTIN-REQ-TYPE NOT = '07' AND
              CUSTIN-REQ-TYPE NOT = '08' AND
              CUSTIN-REQ-TYPE NOT = '09'
               MOVE 'N' TO WS-CAP-OK-SW
               MOVE 'CUSTIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-CAP-REASON
           END-IF

           IF WS-CAP-OK
            AND CUSTIN-CUSTM-NO IS NOT NUMERIC
               MOVE 'N' TO WS-CAP-OK-SW
               MOVE 'CUSTIN-CUSTM-NO NOT NUMERIC'
                                       TO WS-CAP-REASON
           END-IF

           IF WS-CAP-OK
               PERFORM 320000-CHECK-CUSTOMER-ON-FILE
           END-IF

           IF WS-CAP-OK
               EVALUATE CUSTIN-REQ-TYPE
                   WHEN '01'
                   WHEN '02'
                       PERFORM 330000-VALIDATE-DOB
                   WHEN '06'
                       IF CUSTIN-CUSTM-NAME-FRSTNM = SPACES
                           MOVE 'N' TO WS-CAP-OK-SW
                           MOVE 'FORCE-DELETE NEEDS SUPERVISOR USER ID'
                                    TO WS-CAP-REASON
                       END-IF
                   WHEN '04'
                       PERFORM 340000-VALIDATE-COUNTRY
                   WHEN '05'
                       IF CUSTCT-TYPE NOT = 'P'
                        AND CUSTCT-TYPE NOT = 'E'
                           MOVE 'N' TO WS-CAP-OK-SW
                           MOVE 'CONTACT TYPE NOT P(HONE) OR E(MAIL)'
                                    TO WS-CAP-REASON
                       END-IF
                   WHEN '07'
                       PERFORM 350000-VALIDATE-STATUS
                   WHEN '08'
                       PERFORM 355000-VALIDATE-IDDOC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 320000-CHECK-CUSTOMER-ON-FILE REJECTS AN 01 ADD FOR A
      * CUSTOMER ALREADY ON CUSTM_TABLE AND ANY OTHER REQUEST FOR ONE
      * THAT IS NOT, PICKING UP THE CUSTOMER TYPE FOR THE DATE EDIT.
       320000-CHECK-CUSTOMER-ON-FILE.

           MOVE 'N'             TO WS-CUST-FOUND-SW
           MOVE 'P'             TO WS-CUST-TYPE-SW
           MOVE CUSTIN-CUSTM-NO TO ACN-CUSTM-NO

           EXEC SQL
               SELECT CUSTM_TYPE INTO :ACN-CUSTM-TYPE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y'            TO WS-CUST-FOUND-SW
                   MOVE ACN-CUSTM-TYPE TO WS-CUST-TYPE-SW
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'CUSTOMER LOOKUP FAILED - SEE SQLCODE'
                            TO WS-CAP-REASON
           END-EVALUATE

           EVALUATE TRUE
               WHEN NOT WS-CAP-OK
                   CONTINUE
               WHEN CUSTIN-REQ-TYPE = '01' AND WS-CUST-FOUND
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'DUPLICATE CUSTM_NO - CUSTOMER ALREADY EXISTS'
                            TO WS-CAP-REASON
               WHEN CUSTIN-REQ-TYPE NOT = '01' AND NOT WS-CUST-FOUND
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                            TO WS-CAP-REASON
           END-EVALUATE

           IF CUSTIN-REQ-TYPE = '01'
               MOVE 'P' TO WS-CUST-TYPE-SW
           END-IF.
      ******************************************************************
      * 330000-VALIDATE-DOB CHECKS CUSTIN-CUSTM-DOB IS A PROPERLY
      * FORMATTED YYYY-MM-DD DATE AND, FOR A PERSON, THAT THE
      * CUSTOMER MEETS THE MINIMUM AGE TO HOLD AN ACCOUNT.
       330000-VALIDATE-DOB.

           MOVE CUSTIN-CUSTM-DOB TO WS-DOB-BREAKDOWN

           IF WS-DOB-DASH1 NOT = '-' OR WS-DOB-DASH2 NOT = '-'
            OR WS-DOB-YYYY-X IS NOT NUMERIC
            OR WS-DOB-MM-X   IS NOT NUMERIC
            OR WS-DOB-DD-X   IS NOT NUMERIC
               MOVE 'N'        TO WS-CAP-OK-SW
               MOVE 'INVALID DATE OF BIRTH FORMAT - NOT YYYY-MM-DD'
                                TO WS-CAP-REASON
           ELSE
               MOVE WS-DOB-YYYY-X TO WS-DOB-YYYY
               MOVE WS-DOB-MM-X   TO WS-DOB-MM
               MOVE WS-DOB-DD-X   TO WS-DOB-DD

               IF WS-DOB-MM < 1 OR WS-DOB-MM > 12
                OR WS-DOB-DD < 1 OR WS-DOB-DD > 31
                   MOVE 'N'     TO WS-CAP-OK-SW
                   MOVE 'INVALID DATE OF BIRTH - BAD MONTH OR DAY'
                                TO WS-CAP-REASON
               END-IF
           END-IF

           IF WS-CAP-OK AND NOT WS-CUST-ENTITY
               PERFORM 330100-CHECK-MIN-AGE
           END-IF.
      ******************************************************************
      * 330100-CHECK-MIN-AGE REJECTS A CUSTOMER WHO HAS NOT YET
      * REACHED WS-MIN-CUST-AGE AS OF TODAY'S DATE. A DB2 FAILURE
      * GETTING THE DATE LEAVES THE AGE TO CUSTM100.
       330100-CHECK-MIN-AGE.

           EXEC SQL
               SET :WS-TODAY-DATE-X = CURRENT DATE
           END-EXEC

           IF SQLCODE = ZERO
               COMPUTE WS-CUST-AGE = WS-TODAY-YYYY - WS-DOB-YYYY

               IF WS-TODAY-MM < WS-DOB-MM
                OR ( WS-TODAY-MM = WS-DOB-MM
                 AND WS-TODAY-DD < WS-DOB-DD )
                   SUBTRACT 1 FROM WS-CUST-AGE
               END-IF

               IF WS-CUST-AGE < WS-MIN-CUST-AGE
                   MOVE 'N'     TO WS-CAP-OK-SW
                   MOVE 'CUSTOMER DOES NOT MEET MINIMUM AGE TO OPEN'
                                TO WS-CAP-REASON
               END-IF
           END-IF.
      ******************************************************************
      * 340000-VALIDATE-COUNTRY LOOKS THE REQ-TYPE 04 COUNTRY UP ON
      * THE QBEC9900 REFERENCE KSDS THROUGH ITS CICS FILE QBREFM.
       340000-VALIDATE-COUNTRY.

           MOVE SPACES         TO WS-QREF-COD-ENTITY
           MOVE CUSTAD-COUNTRY TO WS-QREF-COD-ENTITY
           MOVE '1'            TO WS-QREF-LNG-DATA
           MOVE 263            TO WS-QREF-LEN

           EXEC CICS READ
               FILE('QBREFM')
               INTO(WS-QREF-REC)
               LENGTH(WS-QREF-LEN)
               RIDFLD(WS-QREF-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = ZERO
               MOVE 'N' TO WS-CAP-OK-SW
               MOVE 'COUNTRY CODE NOT ON QBEC9900 REFERENCE'
                        TO WS-CAP-REASON
           END-IF.
      ******************************************************************
      * 350000-VALIDATE-STATUS CHECKS THE REQ-TYPE 07 STATUS CODE AND
      * THAT A DECEASED MARKING CARRIES ITS EVIDENCE.
       350000-VALIDATE-STATUS.

           IF CUSTST-NEW-ST NOT = 'A' AND CUSTST-NEW-ST NOT = 'D'
            AND CUSTST-NEW-ST NOT = 'F' AND CUSTST-NEW-ST NOT = 'C'
               MOVE 'N' TO WS-CAP-OK-SW
               MOVE 'STATUS MUST BE A, D, F OR C'
                        TO WS-CAP-REASON
           END-IF

           IF WS-CAP-OK
            AND CUSTST-NEW-ST = 'F'
            AND (CUSTST-EVID-REF = SPACES
             OR  CUSTST-EVID-DATE = SPACES)
               MOVE 'N' TO WS-CAP-OK-SW
               MOVE 'DECEASED MARKING NEEDS EVIDENCE REF/DATE'
                        TO WS-CAP-REASON
           END-IF.
      ******************************************************************
      * 355000-VALIDATE-IDDOC CHECKS THE REQ-TYPE 08 DOCUMENT TYPE,
      * NUMBER AND DATES, AND THE CHECK LETTER OF A DNI OR NIE.
       355000-VALIDATE-IDDOC.

           EVALUATE TRUE
               WHEN CUSTID-DOC-TYPE NOT = 'DN'
                AND CUSTID-DOC-TYPE NOT = 'NI'
                AND CUSTID-DOC-TYPE NOT = 'PP'
                AND CUSTID-DOC-TYPE NOT = 'RP'
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'DOCUMENT TYPE MUST BE DN, NI, PP OR RP'
                            TO WS-CAP-REASON
               WHEN CUSTID-DOC-NO = SPACES
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'DOCUMENT NUMBER MISSING'
                            TO WS-CAP-REASON
               WHEN CUSTID-ISS-DATE = SPACES
                 OR CUSTID-EXP-DATE = SPACES
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'DOCUMENT ISSUE/EXPIRY DATE MISSING'
                            TO WS-CAP-REASON
               WHEN CUSTID-EXP-DATE <= CUSTID-ISS-DATE
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'EXPIRY MUST FOLLOW ISSUE DATE'
                            TO WS-CAP-REASON
           END-EVALUATE

           IF WS-CAP-OK
            AND (CUSTID-DOC-TYPE = 'DN' OR CUSTID-DOC-TYPE = 'NI')
               PERFORM 360000-VALIDATE-NIF-NIE
           END-IF.
      ******************************************************************
      * 360000-VALIDATE-NIF-NIE CHECKS THE DNI (EIGHT DIGITS AND A
      * LETTER) OR NIE (X/Y/Z, SEVEN DIGITS AND A LETTER) IN
      * CUSTID-DOC-NO, LEFT-JUSTIFIED WITH NOTHING AFTER IT, AND
      * REJECTS IT UNLESS THE LETTER IS THE ONE ITS NUMBER CALLS FOR.
       360000-VALIDATE-NIF-NIE.

           MOVE ZEROS TO WS-NIF-DIGITS-X

           EVALUATE TRUE
               WHEN CUSTID-DOC-NO(10:11) NOT = SPACES
                   MOVE 'N' TO WS-CAP-OK-SW
               WHEN CUSTID-DOC-TYPE = 'DN'
                AND CUSTID-DOC-NO(1:8) IS NUMERIC
                   MOVE CUSTID-DOC-NO(1:8) TO WS-NIF-DIGITS-X
               WHEN CUSTID-DOC-TYPE = 'NI'
                AND CUSTID-DOC-NO(2:7) IS NUMERIC
                AND (CUSTID-DOC-NO(1:1) = 'X'
                  OR CUSTID-DOC-NO(1:1) = 'Y'
                  OR CUSTID-DOC-NO(1:1) = 'Z')
                   MOVE CUSTID-DOC-NO(2:7) TO WS-NIF-DIGITS-X(2:7)
                   EVALUATE CUSTID-DOC-NO(1:1)
                       WHEN 'Y'
                           MOVE '1' TO WS-NIF-DIGITS-X(1:1)
                       WHEN 'Z'
                           MOVE '2' TO WS-NIF-DIGITS-X(1:1)
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'N' TO WS-CAP-OK-SW
           END-EVALUATE

           IF WS-CAP-OK
               DIVIDE WS-NIF-DIGITS BY 23
                   GIVING WS-NIF-QUOT REMAINDER WS-NIF-REM
               IF CUSTID-DOC-NO(9:1)
                   NOT = WS-NIF-LETTERS(WS-NIF-REM + 1:1)
                   MOVE 'N' TO WS-CAP-OK-SW
                   MOVE 'NIF/NIE CHECK LETTER DOES NOT MATCH'
                            TO WS-CAP-REASON
               END-IF
           ELSE
               MOVE 'NIF/NIE NOT IN DNI OR NIE FORMAT'
                        TO WS-CAP-REASON
           END-IF.
      ******************************************************************
      * 380000-QUEUE-REQUEST PUTS THE ACCEPTED RECORD ON CUSTCAPQ FOR
      * TONIGHT'S CUSQ100 EXTRACT. A RECORD THAT CANNOT BE QUEUED IS
      * ANSWERED AS REJECTED, SO THE CLERK KNOWS TO KEY IT AGAIN.
       380000-QUEUE-REQUEST.

           MOVE WS-CAP-USER-ID  TO CAPQ-USER
           MOVE EIBTRMID        TO CAPQ-TERM
           MOVE CUSTIN-REQ-TYPE TO CAPQ-REQ-TYPE
           MOVE CUSTIN-CUSTM-NO TO CAPQ-CUSTM-NO
           MOVE CUSTINPT-FILE   TO CAPQ-RAW

           EXEC SQL
               INSERT INTO IDC015.CUSTCAPQ
                   ( CAPQ_TS, CAPQ_USER, CAPQ_TERM, CAPQ_REQ_TYPE,
                     CAPQ_CUSTM_NO, CAPQ_RAW, CAPQ_STATUS,
                     CAPQ_XTR_DATE )
               VALUES
                   ( CURRENT TIMESTAMP, :CAPQ-USER, :CAPQ-TERM,
                     :CAPQ-REQ-TYPE, :CAPQ-CUSTM-NO, :CAPQ-RAW, 'Q',
                     '0001-01-01' )
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-CAP-OK-SW
               MOVE 'CAPTURE QUEUE UNAVAILABLE - NOT QUEUED'
                        TO WS-CAP-REASON
           END-IF.
      ******************************************************************
       390000-SEND-REJECTED.

           MOVE CUSTIN-REQ-TYPE TO REJ-REQ-TYPE
           MOVE CUSTIN-CUSTM-NO TO REJ-CUSTM-NO
           MOVE WS-CAP-REASON   TO REJ-REASON

           EXEC CICS SEND TEXT
               FROM(WS-REJECT-TEXT)
               LENGTH(LENGTH OF WS-REJECT-TEXT)
               ERASE
           END-EXEC.
      ******************************************************************
       395000-SEND-ACCEPTED.

           MOVE CUSTIN-REQ-TYPE TO ACC-REQ-TYPE
           MOVE CUSTIN-CUSTM-NO TO ACC-CUSTM-NO

           EXEC CICS SEND TEXT
               FROM(WS-ACCEPT-TEXT)
               LENGTH(LENGTH OF WS-ACCEPT-TEXT)
               ERASE
           END-EXEC.
      ******************************************************************
