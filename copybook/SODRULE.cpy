      ******************************************************************
      * DCLGEN TABLE(IDC015.SODRULE)                                   *
      *        LIBRARY(IDC015.SODRULE.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * SODRULE IS THE SEGREGATION-OF-DUTIES RULE TABLE: ONE ROW PER
      * PAIR OF USERENTL FUNCTIONS ONE USER MUST NOT HOLD TOGETHER -
      * E.G. THE MAKER AND CHECKER FUNCTIONS OF ONE PENDTXN CLASS,
      * CUSTOMER MAINTENANCE WITH LOAN ORIGINATION IN ONE BRANCH, OR
      * WRITE-OFF WITH RECOVERY POSTING. THE PAIR IS UNORDERED; EACH
      * PAIR IS HELD ONCE. SODM100 MAINTAINS IT.
      * SODR_SCOPE SAYS WHEN THE TWO GRANTS CONFLICT: 'A' WHATEVER
      * THEIR SCOPE, 'E' WHEN THEIR ENTITIES OVERLAP, 'B' WHEN BOTH
      * THEIR ENTITIES AND THEIR BRANCHES OVERLAP ('*' OVERLAPS
      * EVERYTHING).
      * SODR_ACTION IS WHAT UENTM100 DOES WITH A GRANT THAT WOULD
      * CREATE THE CONFLICT: 'R' REFUSES IT, 'P' PARKS IT ON PENDTXN
      * IN APPROVAL CLASS 'SD' FOR A CHECKER HOLDING SODAPPR.
      * SODR_PGM_A/SODR_PGM_B NAME THE PROGRAM WHOSE ENTRIES ON THE
      * COMMON AUDIT TRAIL SHOW THE USER ACTUALLY EXERCISING FUNCTION
      * A/B, WHICH SODR100 USES TO SAY WHETHER AN EXISTING CONFLICT
      * WAS USED (BLANK WHEN NO PROGRAM RECORDS THE USER).
      ******************************************************************
           EXEC SQL DECLARE IDC015.SODRULE TABLE
           ( SODR_FUNC_A                    CHAR(8) NOT NULL,
             SODR_FUNC_B                    CHAR(8) NOT NULL,
             SODR_SCOPE                     CHAR(1) NOT NULL,
             SODR_ACTION                    CHAR(1) NOT NULL,
             SODR_PGM_A                     CHAR(8) NOT NULL,
             SODR_PGM_B                     CHAR(8) NOT NULL,
             SODR_DESC                      CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SODRULE                            *
      ******************************************************************
       01  DCLSODRULE.
      *                       SODR_FUNC_A
           10 SODR-FUNC-A           PIC X(8).
      *                       SODR_FUNC_B
           10 SODR-FUNC-B           PIC X(8).
      *                       SODR_SCOPE
           10 SODR-SCOPE            PIC X(1).
      *                       SODR_ACTION
           10 SODR-ACTION           PIC X(1).
      *                       SODR_PGM_A
           10 SODR-PGM-A            PIC X(8).
      *                       SODR_PGM_B
           10 SODR-PGM-B            PIC X(8).
      *                       SODR_DESC
           10 SODR-DESC             PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
