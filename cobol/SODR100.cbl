      ******************************************************************
      * SODR100 IS THE PERIODIC SEGREGATION-OF-DUTIES CONFLICT REPORT.
      * UENTM100 NOW STOPS A NEW GRANT THAT BREAKS A SODRULE PAIR, BUT
      * THE ENTITLEMENTS GRANTED BEFORE THE RULES EXISTED (AND THOSE A
      * CHECKER APPROVED IN SPITE OF A CONFLICT) ARE STILL ON
      * USERENTL. THIS PROGRAM LISTS EVERY USER HOLDING BOTH FUNCTIONS
      * OF A RULE IN AN OVERLAPPING SCOPE - ONE LINE PER PAIR OF
      * CONFLICTING USERENTL ROWS - AND SAYS FROM THE COMMON AUDIT
      * TRAIL (AU1DQ001, THE PERIOD'S TRAIL FILES CONCATENATED)
      * WHETHER THE CONFLICT WAS ACTUALLY EXERCISED:
      *   EXERCISED       - THE USER APPEARS ON THE TRAIL UNDER BOTH
      *                     OF THE RULE'S AUDIT PROGRAMS;
      *   ONE SIDE USED   - UNDER ONLY ONE OF THEM;
      *   NOT EXERCISED   - UNDER NEITHER;
      *   NO AUDIT SOURCE - THE RULE NAMES NO AUDIT PROGRAM FOR ONE
      *                     OR BOTH FUNCTIONS, SO USE CANNOT BE SHOWN.
      * LIKE UENTR100, A DISTINCT USER/PROGRAM TABLE PAST ITS SIZE
      * STOPS ADDING AND SAYS SO; THE MISSING USE THEN SHOWS AS NOT
      * EXERCISED, WHICH STILL PUTS THE CONFLICT IN FRONT OF SECURITY.
      * CC 4 WHEN ANY CONFLICT WAS EXERCISED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT AUDTRL-FILE   ASSIGN AU1DQ001.
           SELECT SODRPT-FILE   ASSIGN RPTDQ019.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * AUDTRL-FILE IS THE COMMON AUDIT-TRAIL FILE (AUD4C100'S
      * 155-BYTE DISPLAY RECORD); ONLY THE PROGRAM AND USER FIELDS
      * ARE PICKED OFF HERE, THROUGH THE SHARED LAYOUT.
       FD  AUDTRL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       COPY AUDTRLR.
      ******************************************************************
      * SODRPT-FILE IS THE PRINTED CONFLICT REPORT.
       FD  SODRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-SODRPT                        PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE READ LOOPS.
       01  WS-SWITCHES.
           05  WS-CNF-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-CNF-EOF                           VALUE 'Y'.
           05  WS-AUD-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-AUD-EOF                           VALUE 'Y'.
           05  WS-AUSE-FULL-SW              PIC X(1)    VALUE 'N'.
               88  WS-AUSE-FULL                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-AUD-CNT               PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CNF-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-EXER-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ONE-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NONE-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NOSRC-CNT             PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE DISTINCT USER/PROGRAM PAIRS SEEN ON THE AUDIT TRAIL,
      * LOADED ONCE FOR THE EXERCISED CROSS-MATCH.
       01  WS-AUSE-CNT                      PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AUSE-MAX                      PIC S9(4)   COMP
                                                         VALUE 2000.
       01  WS-AUSE-IX                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AUSE-HIT-IX                   PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-AUSE-TABLE.
           05  WS-AUSE-ENTRY OCCURS 2000 TIMES.
               10  WS-AUSE-USER             PIC X(8).
               10  WS-AUSE-PGM              PIC X(8).
      ******************************************************************
      * THE USER/PROGRAM PAIR BEING LOOKED FOR, AND WHICH SIDES OF
      * THE CURRENT CONFLICT WERE FOUND.
       01  WS-FIND-USER                     PIC X(8)    VALUE SPACES.
       01  WS-FIND-PGM                      PIC X(8)    VALUE SPACES.
       01  WS-SIDE-A-SW                     PIC X(1)    VALUE 'N'.
           88  WS-SIDE-A-USED                           VALUE 'Y'.
       01  WS-SIDE-B-SW                     PIC X(1)    VALUE 'N'.
           88  WS-SIDE-B-USED                           VALUE 'Y'.
      ******************************************************************
      * THE CONFLICTING PAIR OF USERENTL ROWS AS FETCHED.
       01  WS-CNF-ROW.
           05  WS-CNF-USER                  PIC X(8).
           05  WS-CNF-FUNC-A                PIC X(8).
           05  WS-CNF-ENT-A                 PIC X(4).
           05  WS-CNF-BRN-A                 PIC X(4).
           05  WS-CNF-FUNC-B                PIC X(8).
           05  WS-CNF-ENT-B                 PIC X(4).
           05  WS-CNF-BRN-B                 PIC X(4).
      ******************************************************************
      * PRINT LINES.
       01  WS-RPT-TITLE.
           05  FILLER                       PIC X(47)   VALUE
                   'SODR100 - SEGREGATION-OF-DUTIES CONFLICTS ON US'.
           05  FILLER                       PIC X(47)   VALUE
                   'ERENTL, WITH USE ON THE AUDIT TRAIL            '.
           05  FILLER                       PIC X(38)   VALUE SPACES.
       01  WS-RPT-HEADING.
           05  FILLER                       PIC X(44)   VALUE
                   '  USER      FUNC-A    ENT  BRCH  FUNC-B    E'.
           05  FILLER                       PIC X(44)   VALUE
                   'NT  BRCH  RULE                            AC'.
           05  FILLER                       PIC X(44)   VALUE
                   'TION     USE ON AUDIT TRAIL'.
       01  WS-CNF-LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-USER                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-FUNC-A                 PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-ENT-A                  PIC X(4).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-CL-BRN-A                  PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-FUNC-B                 PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-ENT-B                  PIC X(4).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-CL-BRN-B                  PIC X(4).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-DESC                   PIC X(30).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-ACTION                 PIC X(9).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CL-USE                    PIC X(15).
           05  FILLER                       PIC X(20)   VALUE SPACES.
      ******************************************************************
       COPY SODRULE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CONFLICT CURSOR: EVERY PAIR OF ONE USER'S USERENTL ROWS THAT
      * HOLDS BOTH FUNCTIONS OF A SODRULE, WHERE THE TWO ROWS' SCOPES
      * OVERLAP AS THE RULE'S SCOPE REQUIRES ('*' OVERLAPS
      * EVERYTHING).
           EXEC SQL
               DECLARE SODR-CNF-CSR CURSOR FOR
                   SELECT EA.UENT_USER, R.SODR_FUNC_A, EA.UENT_ENT,
                          EA.UENT_BRN, R.SODR_FUNC_B, EB.UENT_ENT,
                          EB.UENT_BRN, R.SODR_ACTION, R.SODR_PGM_A,
                          R.SODR_PGM_B, R.SODR_DESC
                     FROM IDC015.SODRULE R,
                          IDC015.USERENTL EA,
                          IDC015.USERENTL EB
                    WHERE EA.UENT_FUNC = R.SODR_FUNC_A
                      AND EB.UENT_FUNC = R.SODR_FUNC_B
                      AND EB.UENT_USER = EA.UENT_USER
                      AND (R.SODR_SCOPE = 'A'
                        OR ((EA.UENT_ENT = EB.UENT_ENT
                             OR EA.UENT_ENT = '*'
                             OR EB.UENT_ENT = '*')
                            AND (R.SODR_SCOPE = 'E'
                              OR EA.UENT_BRN = EB.UENT_BRN
                              OR EA.UENT_BRN = '*'
                              OR EB.UENT_BRN = '*')))
                    ORDER BY EA.UENT_USER, R.SODR_FUNC_A,
                             R.SODR_FUNC_B, EA.UENT_ENT, EA.UENT_BRN
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOADS THE AUDIT-TRAIL USE, LISTS THE
      * CONFLICTS AND SETS THE CONDITION CODE.
       100000-MAINLINE.

           PERFORM 110000-LOAD-AUDIT-USE

           OPEN OUTPUT SODRPT-FILE

           WRITE RE-SODRPT FROM WS-RPT-TITLE
           WRITE RE-SODRPT FROM WS-RPT-HEADING

           EXEC SQL
               OPEN SODR-CNF-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-CNF-EOF-SW
               MOVE 'SODRULE' TO DB2-OBJECT
               MOVE 'OPEN'    TO DB2-STATEMENT
               MOVE SPACES    TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           ELSE
               PERFORM 200100-FETCH-ONE-CONFLICT
           END-IF

           PERFORM 200200-REPORT-ONE-CONFLICT UNTIL WS-CNF-EOF

           EXEC SQL
               CLOSE SODR-CNF-CSR
           END-EXEC

           CLOSE SODRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           IF WS-CTL-EXER-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 110000-LOAD-AUDIT-USE READS THE AUDIT TRAIL ONCE AND KEEPS
      * EACH DISTINCT USER/PROGRAM PAIR. ENTRIES WITH NO USER (BATCH
      * STREAMS CARRYING NO KEYER IDENTITY) SAY NOTHING ABOUT WHO
      * EXERCISED A FUNCTION AND ARE SKIPPED.
       110000-LOAD-AUDIT-USE.

           OPEN INPUT AUDTRL-FILE

           PERFORM 110100-READ-ONE-AUDIT UNTIL WS-AUD-EOF

           CLOSE AUDTRL-FILE

           DISPLAY 'SODR100 - DISTINCT AUDIT-TRAIL USER/PROGRAM '
                   'PAIRS: ' WS-AUSE-CNT.
      ******************************************************************
       110100-READ-ONE-AUDIT.

           READ AUDTRL-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CTL-AUD-CNT
                   IF AUDR-LOG-USER NOT = SPACES
                       MOVE AUDR-LOG-USER TO WS-FIND-USER
                       MOVE AUDR-LOG-PGM  TO WS-FIND-PGM
                       PERFORM 300000-FIND-AUDIT-USE
                       IF WS-AUSE-HIT-IX = ZERO
                           PERFORM 110200-ADD-AUDIT-USE
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       110200-ADD-AUDIT-USE.

           IF WS-AUSE-CNT < WS-AUSE-MAX
               ADD 1 TO WS-AUSE-CNT
               MOVE AUDR-LOG-USER TO WS-AUSE-USER (WS-AUSE-CNT)
               MOVE AUDR-LOG-PGM  TO WS-AUSE-PGM (WS-AUSE-CNT)
           ELSE
               IF NOT WS-AUSE-FULL
                   MOVE 'Y' TO WS-AUSE-FULL-SW
                   DISPLAY 'SODR100 - AUDIT USE TABLE FULL'
               END-IF
           END-IF.
      ******************************************************************
       200100-FETCH-ONE-CONFLICT.

           EXEC SQL
               FETCH SODR-CNF-CSR
                INTO :WS-CNF-USER, :WS-CNF-FUNC-A, :WS-CNF-ENT-A,
                     :WS-CNF-BRN-A, :WS-CNF-FUNC-B, :WS-CNF-ENT-B,
                     :WS-CNF-BRN-B, :SODR-ACTION, :SODR-PGM-A,
                     :SODR-PGM-B, :SODR-DESC
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-CNF-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'SODRULE'   TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CNF-USER TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200200-REPORT-ONE-CONFLICT CROSS-MATCHES THE CONFLICT'S TWO
      * AUDIT PROGRAMS AGAINST THE USER'S USE AND PRINTS THE LINE.
       200200-REPORT-ONE-CONFLICT.

           ADD 1 TO WS-CTL-CNF-CNT

           MOVE 'N' TO WS-SIDE-A-SW
           MOVE 'N' TO WS-SIDE-B-SW
           MOVE WS-CNF-USER TO WS-FIND-USER

           IF SODR-PGM-A NOT = SPACES
               MOVE SODR-PGM-A TO WS-FIND-PGM
               PERFORM 300000-FIND-AUDIT-USE
               IF WS-AUSE-HIT-IX > ZERO
                   MOVE 'Y' TO WS-SIDE-A-SW
               END-IF
           END-IF

           IF SODR-PGM-B NOT = SPACES
               MOVE SODR-PGM-B TO WS-FIND-PGM
               PERFORM 300000-FIND-AUDIT-USE
               IF WS-AUSE-HIT-IX > ZERO
                   MOVE 'Y' TO WS-SIDE-B-SW
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-SIDE-A-USED AND WS-SIDE-B-USED
                   ADD 1 TO WS-CTL-EXER-CNT
                   MOVE 'EXERCISED'       TO WS-CL-USE
               WHEN SODR-PGM-A = SPACES OR SODR-PGM-B = SPACES
                   ADD 1 TO WS-CTL-NOSRC-CNT
                   MOVE 'NO AUDIT SOURCE' TO WS-CL-USE
               WHEN WS-SIDE-A-USED OR WS-SIDE-B-USED
                   ADD 1 TO WS-CTL-ONE-CNT
                   MOVE 'ONE SIDE USED'   TO WS-CL-USE
               WHEN OTHER
                   ADD 1 TO WS-CTL-NONE-CNT
                   MOVE 'NOT EXERCISED'   TO WS-CL-USE
           END-EVALUATE

           IF SODR-ACTION = 'R'
               MOVE 'REFUSE'    TO WS-CL-ACTION
           ELSE
               MOVE 'APPROVAL'  TO WS-CL-ACTION
           END-IF

           MOVE WS-CNF-USER   TO WS-CL-USER
           MOVE WS-CNF-FUNC-A TO WS-CL-FUNC-A
           MOVE WS-CNF-ENT-A  TO WS-CL-ENT-A
           MOVE WS-CNF-BRN-A  TO WS-CL-BRN-A
           MOVE WS-CNF-FUNC-B TO WS-CL-FUNC-B
           MOVE WS-CNF-ENT-B  TO WS-CL-ENT-B
           MOVE WS-CNF-BRN-B  TO WS-CL-BRN-B
           MOVE SODR-DESC     TO WS-CL-DESC
           WRITE RE-SODRPT FROM WS-CNF-LINE

           PERFORM 200100-FETCH-ONE-CONFLICT.
      ******************************************************************
      * 300000-FIND-AUDIT-USE LOOKS WS-FIND-USER/WS-FIND-PGM UP IN THE
      * AUDIT USE TABLE, LEAVING ITS ENTRY IN WS-AUSE-HIT-IX (ZERO
      * WHEN NOT FOUND).
       300000-FIND-AUDIT-USE.

           MOVE ZERO TO WS-AUSE-HIT-IX
           PERFORM 300100-MATCH-ONE-AUDIT-USE
               VARYING WS-AUSE-IX FROM 1 BY 1
               UNTIL WS-AUSE-IX > WS-AUSE-CNT
                  OR WS-AUSE-HIT-IX > ZERO.
      ******************************************************************
       300100-MATCH-ONE-AUDIT-USE.

           IF WS-AUSE-USER (WS-AUSE-IX) = WS-FIND-USER
              AND WS-AUSE-PGM (WS-AUSE-IX) = WS-FIND-PGM
               MOVE WS-AUSE-IX TO WS-AUSE-HIT-IX
           END-IF.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'SODR100'  TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO SECURITY CAN RECONCILE THE CONFLICT REVIEW.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'SODR100 CONTROL TOTALS'
           DISPLAY '  AUDIT-TRAIL RECORDS READ ......... : '
                   WS-CTL-AUD-CNT
           DISPLAY '  CONFLICTS LISTED ................. : '
                   WS-CTL-CNF-CNT
           DISPLAY '    EXERCISED ...................... : '
                   WS-CTL-EXER-CNT
           DISPLAY '    ONE SIDE USED .................. : '
                   WS-CTL-ONE-CNT
           DISPLAY '    NOT EXERCISED .................. : '
                   WS-CTL-NONE-CNT
           DISPLAY '    NO AUDIT SOURCE ON RULE ........ : '
                   WS-CTL-NOSRC-CNT.
      ******************************************************************
