      * ENDS WITH CONDITION CODE 4 WHEN ANY OPEN CASE IS LEFT
      * UNASSIGNED SO THE SUPERVISOR PILE IS VISIBLE ON THE
      * SCHEDULER, NOT JUST ON PAGE ONE OF THE PRINT.
      * A CASE WHOSE POSITION HAS AN OPEN LEGAL CASE ON LEGLCASE (SEE
      * LEGM100) IS NEITHER ASSIGNED NOR WORKLISTED - THE LEGAL
      * DEPARTMENT OWNS IT UNTIL THE LEGAL CASE CLOSES. A COLLECTOR
      * ALREADY ON THE CASE STAYS ON IT FOR WHEN IT COMES BACK. THE
      * SAME GOES FOR A POSITION PLACED WITH AN EXTERNAL COLLECTION
      * AGENCY ON COLLPLAC (SEE AGCP100) UNTIL IT IS RECALLED.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-FAIL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LEGL-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-PLAC-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * OPEN LEGAL CASES ON THE POSITION BEING ALLOCATED.
       01  WS-LEGL-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * OPEN AGENCY PLACEMENTS ON THE POSITION BEING ALLOCATED.
       01  WS-PLAC-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * THE ACTIVE ALLOCATION RULES, LOADED ONCE AT STARTUP. THE
      * MATCH ORDER IS BRANCH RULES FIRST, THEN BALANCE BANDS, EACH
       COPY CASGRULE.
      ******************************************************************
       COPY CASGHIST.
      ******************************************************************
       COPY LEGLCASE.
      ******************************************************************
       COPY COLLPLAC.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      * WORKLIST CURSOR: EVERY OPEN CASE IN COLLECTOR ORDER (BLANK
      * COLLECTOR - THE SUPERVISOR PILE - FIRST), OLDEST FIRST
      * WITHIN A COLLECTOR SO THE AGED CASES TOP EACH WORKLIST.
      * CASES UNDER AN OPEN LEGAL CASE OR PLACED WITH AN AGENCY ARE
      * LEFT OFF.
           EXEC SQL
               DECLARE CASGWKL-CSR CURSOR FOR
                   SELECT DCASE_ENT, DCASE_NUM_RISK, DCASE_BRN,
                          COALESCE(DCASE_COLLECTOR, ' ')
                     FROM IDC015.DECLNCASE
                    WHERE DCASE_STATUS = 'O'
                      AND NOT EXISTS
                          (SELECT 1
                             FROM IDC015.LEGLCASE G
                            WHERE G.LEGC_ENT      = DCASE_ENT
                              AND G.LEGC_NUM_RISK = DCASE_NUM_RISK
                              AND G.LEGC_ST       = 'O')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM IDC015.COLLPLAC P
                            WHERE P.PLAC_ENT      = DCASE_ENT
                              AND P.PLAC_NUM_RISK = DCASE_NUM_RISK
                              AND P.PLAC_ST       = 'P')
                    ORDER BY 5, DCASE_OPEN_DATE, DCASE_ENT,
                             DCASE_NUM_RISK
           END-EXEC.
      * UNASSIGNED CASE AND, WHEN A RULE MATCHES, ASSIGNS IT. A CASE
      * ALREADY CARRYING A COLLECTOR IS LEFT ALONE - REASSIGNMENT IS
      * A RULE CHANGE PLUS A MANUAL CLEAR, NOT A NIGHTLY RESHUFFLE
      * THAT WOULD TEAR WORKED CASES AWAY FROM THEIR COLLECTORS. A
      * CASE UNDER AN OPEN LEGAL CASE OR PLACED WITH AN AGENCY IS NOT
      * ASSIGNED AT ALL.
       210000-ALLOCATE-ONE-CASE.

           MOVE 'N'           TO WS-CASE-FOUND-SW
           END-EVALUATE

           IF WS-CASE-FOUND AND DCASE-COLLECTOR = SPACES
               PERFORM 215000-CHECK-LEGAL-CASE
               IF WS-LEGL-CNT > ZERO
                   ADD 1 TO WS-CTL-LEGL-CNT
               ELSE
                   PERFORM 216000-CHECK-AGENCY-PLACEMENT
                   IF WS-PLAC-CNT > ZERO
                       ADD 1 TO WS-CTL-PLAC-CNT
                   ELSE
                       PERFORM 220000-MATCH-RULES
                       IF WS-RULE-HIT-IX > ZERO
                           PERFORM 230000-ASSIGN-CASE
                       ELSE
                           ADD 1 TO WS-CTL-NOMATCH-CNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 215000-CHECK-LEGAL-CASE COUNTS THE POSITION'S OPEN LEGAL
      * CASES. A FAILED READ COUNTS AS NONE - ALLOCATE AS BEFORE.
       215000-CHECK-LEGAL-CASE.

           MOVE ZEROS         TO WS-LEGL-CNT
           MOVE F007-ENT      TO LEGC-ENT
           MOVE F007-NUM-RISK TO LEGC-NUM-RISK

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LEGL-CNT
                 FROM IDC015.LEGLCASE
                WHERE LEGC_ENT      = :LEGC-ENT
                  AND LEGC_NUM_RISK = :LEGC-NUM-RISK
                  AND LEGC_ST       = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZEROS TO WS-LEGL-CNT
           END-IF.
      ******************************************************************
      * 216000-CHECK-AGENCY-PLACEMENT COUNTS THE POSITION'S OPEN
      * PLACEMENTS WITH AN EXTERNAL COLLECTION AGENCY. A FAILED READ
      * COUNTS AS NONE - ALLOCATE AS BEFORE.
       216000-CHECK-AGENCY-PLACEMENT.

           MOVE ZEROS         TO WS-PLAC-CNT
           MOVE F007-ENT      TO PLAC-ENT
           MOVE F007-NUM-RISK TO PLAC-NUM-RISK

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PLAC-CNT
                 FROM IDC015.COLLPLAC
                WHERE PLAC_ENT      = :PLAC-ENT
                  AND PLAC_NUM_RISK = :PLAC-NUM-RISK
                  AND PLAC_ST       = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZEROS TO WS-PLAC-CNT
           END-IF.
      ******************************************************************
      * 220000-MATCH-RULES TRIES EVERY RULE IN TABLE ORDER (BRANCH
      * RULES FIRST, THEN BANDS) AND KEEPS THE FIRST HIT.
       220000-MATCH-RULES.
           DISPLAY '  OPEN CASES STILL UNASSIGNED ...... : '
                   WS-CTL-UNASGN-CNT
           DISPLAY '  ASSIGNMENTS FAILED ............... : '
                   WS-CTL-FAIL-CNT
           DISPLAY '  SKIPPED - OPEN LEGAL CASE ........ : '
                   WS-CTL-LEGL-CNT
           DISPLAY '  SKIPPED - PLACED WITH AN AGENCY .. : '
                   WS-CTL-PLAC-CNT.
      ******************************************************************
